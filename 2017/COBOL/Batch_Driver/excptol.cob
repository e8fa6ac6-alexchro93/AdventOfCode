INPUT-OUTPUT SECTION.
FILE-CONTROL.
SELECT EXCEPTS-FILE
    ASSIGN TO DYNAMIC WS-EXCEPTS-PATH
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS WS-EXCEPTS-STATUS.
SELECT RUNCTL-FILE
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS WS-PROCDATE-STATUS.
SELECT TOL-RPT-FILE
    ASSIGN TO DYNAMIC WS-TOL-RPT-PATH
    ORGANIZATION IS LINE SEQUENTIAL.
SELECT AUDIT-FILE
    ASSIGN TO DYNAMIC WS-AUDIT-PATH
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS WS-AUDIT-STATUS.

        01 WS-GATE-FAILED-SW PIC X VALUE 'N'.
            88 WS-GATE-FAILED VALUE 'Y'.

        *> simulation night - run mode S on the processing-date
        *> record gates the driver's scratch exception file instead
        *> of the production one, and the report and audit entry go
        *> to the scratch names
        01 WS-EXCEPTS-PATH   PIC X(40) VALUE '../utils/EXCEPTS.DAT'.
        01 WS-TOL-RPT-PATH   PIC X(40) VALUE './utils/EXCPTOL.RPT'.
        01 WS-AUDIT-PATH     PIC X(40) VALUE '../utils/AUDIT.DAT'.

        *> run-control card file - the per-severity tolerances are
        *> operator-set, not compiled in; cards addressed to other
        *> programs are theirs to validate
            88 WS-RUNCTL-EOF VALUE 'Y'.
        01 WS-RUNCTL-FAILED-SW PIC X VALUE 'N'.
            88 WS-RUNCTL-FAILED VALUE 'Y'.
        *> version of the card file read - stamped on the audit
        *> entry so the change history shows which cards a night
        *> ran under
        01 WS-CARD-VERSION   PIC 9(6) VALUE 0.
        01 WS-CTL-PROGRAM    PIC X(8).
        01 WS-CTL-KEYWORD    PIC X(20).
        01 WS-CTL-VALUE      PIC X(40).
        MOVE PRC-YYYY TO WS-RUN-YYYY
        MOVE PRC-MM TO WS-RUN-MM
        MOVE PRC-DD TO WS-RUN-DD
        IF PRC-SIMULATION-RUN
            PERFORM 103-SET-SIMULATION-FILES
                THRU 103-SET-SIMULATION-FILES-EXIT
        END-IF
    ELSE
        DISPLAY 'EXCPTOL - NO PROCESSING-DATE RECORD - USING THE'
            ' SYSTEM DATE'
102-GET-PROCESS-DATE-EXIT.
    EXIT.

103-SET-SIMULATION-FILES.
    MOVE '../utils/EXCEPTS.SIM' TO WS-EXCEPTS-PATH
    MOVE './utils/EXCPTOL_SIM.RPT' TO WS-TOL-RPT-PATH
    MOVE '../utils/AUDIT.SIM' TO WS-AUDIT-PATH
    DISPLAY 'EXCPTOL - SIMULATION RUN - GATING THE SCRATCH EXCEPTION'
        ' FILE'.

103-SET-SIMULATION-FILES-EXIT.
    EXIT.

105-READ-RUN-CONTROL.
    OPEN INPUT RUNCTL-FILE
    IF WS-RUNCTL-STATUS = '35'
            AT END SET WS-RUNCTL-EOF TO TRUE
        END-READ
        IF NOT WS-RUNCTL-EOF
            IF RUNCTL-LINE(1:15) = '* CARD-VERSION '
                    AND RUNCTL-LINE(16:6) IS NUMERIC
                MOVE RUNCTL-LINE(16:6) TO WS-CARD-VERSION
            END-IF
            IF RUNCTL-LINE = SPACES OR RUNCTL-LINE(1:1) = '*'
                CONTINUE
            ELSE

*> only tonight's records count against the tolerances - the file
*> is EXTEND-written by every program and carries history until
*> month-end clears it. A record BACKOUT has reversed belongs to a
*> night that no longer stands, so it no longer counts either, and
*> nor does one a correction rerun has repaired.
200-COUNT-EXCEPTIONS.
    OPEN INPUT EXCEPTS-FILE
    IF WS-EXCEPTS-STATUS = '35'
        END-READ
        IF NOT WS-EXCEPTS-EOF
            IF EXC-RUN-DATE = WS-AUD-DATE-FMT
                    AND NOT EXC-REVERSED
                    AND NOT EXC-CORRECTED
                ADD 1 TO WS-COUNT-TONIGHT
                EVALUATE EXC-SEVERITY
                    WHEN 'W'
    MOVE 'EXCPTOL' TO AUD-PROGRAM-ID
    MOVE WS-AUD-DATE-FMT TO AUD-RUN-DATE
    MOVE WS-AUD-TIME-FMT TO AUD-RUN-TIME
    MOVE WS-CARD-VERSION TO AUD-CARD-VERSION
    MOVE WS-EXCEPTS-PATH TO AUD-INPUT-FILE
    MOVE WS-COUNT-TONIGHT TO AUD-FINAL-ANSWER
    IF WS-AUD-STATUS-TEXT = SPACES
        IF WS-GATE-FAILED
