    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS WS-PROCDATE-STATUS.
SELECT DISTANCE-FILE
    ASSIGN TO DYNAMIC WS-DISTANCE-PATH
    ORGANIZATION IS LINE SEQUENTIAL.
SELECT TRACE-FILE
    ASSIGN TO DYNAMIC WS-TRACE-PATH
    ORGANIZATION IS LINE SEQUENTIAL.
SELECT STRESS-FILE
    ASSIGN TO DYNAMIC WS-STRESS-PATH
    ORGANIZATION IS LINE SEQUENTIAL.
SELECT AUDIT-FILE
    ASSIGN TO DYNAMIC WS-AUDIT-PATH
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS WS-AUDIT-STATUS.
SELECT RESULTS-FILE
    ASSIGN TO DYNAMIC WS-RESULTS-PATH
    ORGANIZATION IS INDEXED
    ACCESS MODE IS RANDOM
    RECORD KEY IS RSL-KEY
    FILE STATUS IS WS-RESULTS-STATUS.
SELECT EXCEPTS-FILE
    ASSIGN TO DYNAMIC WS-EXCEPTS-PATH
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS WS-EXCEPTS-STATUS.
SELECT CORR-FILE
    ASSIGN TO '../utils/EXCCORR.DAT'
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS WS-CORR-STATUS.
SELECT WORK-FILE
    ASSIGN TO '../utils/EXCCORR.WRK'
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS WS-WORK-STATUS.
SELECT CORRREG-FILE
    ASSIGN TO './utils/CORRREG.RPT'
    ORGANIZATION IS LINE SEQUENTIAL.
SELECT CHECKPOINT-FILE
    ASSIGN TO DYNAMIC WS-CHECKPOINT-PATH
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS WS-CHECKPOINT-STATUS.
SELECT RPTCOPY-FILE
    ASSIGN TO DYNAMIC WS-RPTCOPY-PATH
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS WS-RPTCOPY-STATUS.
SELECT RPTWORK-FILE
    ASSIGN TO './utils/D3CHKPT.WRK'
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS WS-RPTWORK-STATUS.

DATA DIVISION.
    FILE SECTION.
        FD EXCEPTS-FILE.
        COPY EXCPTREC.

        FD CORR-FILE.
        COPY EXCCORR.

        FD WORK-FILE.
        01 WORK-REC PIC X(186).

        FD CORRREG-FILE.
        01 CORRREG-LINE PIC X(80).

        FD CHECKPOINT-FILE.
        COPY D3CHKPT.

        *> any one of the three reports, cut back to its checkpoint
        *> length on a restart by way of the work file
        FD RPTCOPY-FILE.
        01 RPTCOPY-LINE PIC X(80).

        FD RPTWORK-FILE.
        01 RPTWORK-LINE PIC X(80).

    WORKING-STORAGE SECTION.
        *> Variables for finding next largest odd square
        01 WS-STARTING-NUM          PIC 9(20) VALUE 277678.
            88 WS-RUNCTL-EOF        VALUE 'Y'.
        01 WS-RUNCTL-FAILED-SW      PIC X VALUE 'N'.
            88 WS-RUNCTL-FAILED     VALUE 'Y'.
        *> version of the card file read - stamped on the audit
        *> entry so the change history shows which cards a night
        *> ran under
        01 WS-CARD-VERSION   PIC 9(6) VALUE 0.
        01 WS-CTL-PROGRAM           PIC X(8).
        01 WS-CTL-KEYWORD           PIC X(20).
        01 WS-CTL-VALUE             PIC X(40).
        01 WS-CTL-DIGIT-SW          PIC X VALUE 'Y'.
        01 WS-STARTNUMS-PATH        PIC X(40) VALUE
            './utils/STARTNUMS.DAT'.

        *> simulation night - run mode S on the processing-date
        *> record sends the postings to the driver's scratch files
        *> under separate report names and reads the candidate
        *> batch the driver named, so the production master, audit
        *> trail and exception file never see the night
        01 WS-SIM-RUN-SW            PIC X VALUE 'N'.
            88 WS-SIM-RUN           VALUE 'Y'.
        01 WS-SIM-INPUT-PATH        PIC X(40) VALUE SPACES.
        01 WS-DISTANCE-PATH         PIC X(40) VALUE
            './utils/DISTANCE.RPT'.
        01 WS-TRACE-PATH            PIC X(40) VALUE
            './utils/TRACE.RPT'.
        01 WS-STRESS-PATH           PIC X(40) VALUE
            './utils/STRESS.RPT'.
        01 WS-AUDIT-PATH            PIC X(40) VALUE
            '../utils/AUDIT.DAT'.
        01 WS-RESULTS-PATH          PIC X(40) VALUE
            '../utils/RESULTS.MST'.
        01 WS-EXCEPTS-PATH          PIC X(40) VALUE
            '../utils/EXCEPTS.DAT'.
        01 WS-TRACE-RUN-SW          PIC X VALUE 'Y'.
            88 WS-TRACE-RUN         VALUE 'Y'.
        01 WS-STRESS-RUN-SW         PIC X VALUE 'Y'.
        01 WS-EXCEPTS-DEAD-SW PIC X VALUE 'N'.
            88 WS-EXCEPTS-DEAD VALUE 'Y'.

        *> checkpoint/restart - the checkpoint is put back after every
        *> starting number is fully processed. A driver restart,
        *> passed down on the processing-date record, resumes at the
        *> number after it once the lines up to it prove to be the
        *> ones it was taken over and each report is cut back to the
        *> length it had then; anything else runs the batch from the
        *> top. The lines already finished are read back through the
        *> same edit, so the control totals, the exception list and
        *> the record count still cover the whole file, but nothing
        *> is posted or logged for them a second time.
        01 WS-CHECKPOINT-PATH PIC X(40) VALUE
            './utils/D3CHKPT.DAT'.
        01 WS-CHECKPOINT-STATUS PIC XX.
        01 WS-CHECKPOINT-DEAD-SW PIC X VALUE 'N'.
            88 WS-CHECKPOINT-DEAD VALUE 'Y'.
        01 WS-BATCH-DONE-SW  PIC X VALUE 'N'.
            88 WS-BATCH-DONE VALUE 'Y'.
        01 WS-RESTART-RUN-SW PIC X VALUE 'N'.
            88 WS-RESTART-RUN VALUE 'Y'.
        01 WS-RESUMING-SW    PIC X VALUE 'N'.
            88 WS-RESUMING   VALUE 'Y'.
        01 WS-CATCHING-UP-SW PIC X VALUE 'N'.
            88 WS-CATCHING-UP VALUE 'Y'.
        01 WS-RESUME-LINE-NO PIC 9(4) VALUE 0.
        01 WS-RESUME-RECORD-COUNT PIC 9(4) VALUE 0.
        01 WS-RESUME-SKIP-COUNT PIC 9(4) VALUE 0.
        01 WS-RESUME-HASH-TOTAL PIC 9(20) VALUE 0.
        01 WS-RESUME-DISTANCE-LINES PIC 9(9) VALUE 0.
        01 WS-RESUME-TRACE-LINES PIC 9(9) VALUE 0.
        01 WS-RESUME-STRESS-LINES PIC 9(9) VALUE 0.
        01 WS-VERIFY-LINE-NO PIC 9(4) VALUE 0.
        01 WS-VERIFY-HASH-TOTAL PIC 9(20) VALUE 0.
        01 WS-VERIFY-EOF-SW  PIC X VALUE 'N'.
            88 WS-VERIFY-EOF VALUE 'Y'.
        *> lines written so far to each report
        01 WS-DISTANCE-LINES PIC 9(9) VALUE 0.
        01 WS-TRACE-LINES    PIC 9(9) VALUE 0.
        01 WS-STRESS-LINES   PIC 9(9) VALUE 0.
        01 WS-RPTCOPY-PATH   PIC X(40) VALUE SPACES.
        01 WS-RPTCOPY-STATUS PIC XX.
        01 WS-RPTCOPY-EOF-SW PIC X VALUE 'N'.
            88 WS-RPTCOPY-EOF VALUE 'Y'.
        01 WS-RPTWORK-STATUS PIC XX.
        01 WS-RPTWORK-EOF-SW PIC X VALUE 'N'.
            88 WS-RPTWORK-EOF VALUE 'Y'.
        01 WS-TRIM-LINES     PIC 9(9) VALUE 0.
        01 WS-TRIM-COUNT     PIC 9(9) VALUE 0.
        01 WS-TRIM-FAILED-SW PIC X VALUE 'N'.
            88 WS-TRIM-FAILED VALUE 'Y'.

        *> correction rerun - a CORRECTION-RUN card reposts the night
        *> it names with the validated corrections on EXCCORR.DAT
        *> standing in for the values the night rejected. Corrections
        *> already applied by an earlier rerun of the night are applied
        *> again, so a second rerun does not lose the first one's
        *> repairs, but only newly applied ones are stamped.
        01 WS-CORR-RUN-SW    PIC X VALUE 'N'.
            88 WS-CORR-RUN   VALUE 'Y'.
        01 WS-CORR-DATE.
            05 WS-CORR-YYYY  PIC 9(4).
            05 WS-CORR-MM    PIC 9(2).
            05 WS-CORR-DD    PIC 9(2).
        01 WS-CORR-STATUS    PIC XX.
        01 WS-CORR-EOF-SW    PIC X VALUE 'N'.
            88 WS-CORR-EOF   VALUE 'Y'.
        01 WS-CORR-FAILED-SW PIC X VALUE 'N'.
            88 WS-CORR-FAILED VALUE 'Y'.
        01 WS-CORR-REC-NO    PIC 9(5) VALUE 0.
        01 WS-WORK-STATUS    PIC XX.
        01 WS-WORK-EOF-SW    PIC X VALUE 'N'.
            88 WS-WORK-EOF   VALUE 'Y'.
        01 WS-EXCEPTS-EOF-SW PIC X VALUE 'N'.
            88 WS-EXCEPTS-EOF VALUE 'Y'.
        01 WS-CR-COUNT       PIC 9(3) VALUE 0.
        01 WS-MAX-CRS        PIC 9(3) VALUE 100.
        01 WS-CR-TABLE.
            05 WS-CR-ENTRY OCCURS 100 TIMES.
                10 WS-CR-BATCH-ID    PIC X(8).
                10 WS-CR-LINE-NO     PIC 9(5).
                10 WS-CR-ORIG-VALUE  PIC X(20).
                10 WS-CR-NEW-VALUE   PIC X(20).
                10 WS-CR-INITIALS    PIC X(3).
                10 WS-CR-REASON      PIC X(30).
                10 WS-CR-FILE-REC    PIC 9(5).
                10 WS-CR-PRIOR-SW    PIC X(1).
                10 WS-CR-USED-SW     PIC X(1).
                10 WS-CR-FLAGGED-SW  PIC X(1).
        01 WS-CR-IDX         PIC 9(3) VALUE 0.
        01 WS-CR-FOUND-SW    PIC X VALUE 'N'.
            88 WS-CR-FOUND   VALUE 'Y'.
        01 WS-CR-SEEK-BATCH  PIC X(8).
        01 WS-CR-SEEK-LINE   PIC 9(5).
        01 WS-CR-SEEK-VALUE  PIC X(20).
        01 WS-CR-NEW-NUM     PIC 9(20).
        01 WS-CR-APPLIED     PIC 9(3) VALUE 0.
        01 WS-CR-NEWLY-APPLIED PIC 9(3) VALUE 0.
        01 WS-CR-FLAGGED     PIC 9(3) VALUE 0.

        *> the night's exceptions already on file, so a rerun does not
        *> log a second record for a bad value it logged the first time
        01 WS-LG-COUNT       PIC 9(3) VALUE 0.
        01 WS-MAX-LGS        PIC 9(3) VALUE 500.
        01 WS-LG-TABLE.
            05 WS-LG-ENTRY OCCURS 500 TIMES.
                10 WS-LG-BATCH-ID    PIC X(8).
                10 WS-LG-LINE-NO     PIC 9(5).
                10 WS-LG-VALUE       PIC X(20).
        01 WS-LG-IDX         PIC 9(3) VALUE 0.
        01 WS-LG-FOUND-SW    PIC X VALUE 'N'.
            88 WS-LG-FOUND   VALUE 'Y'.

        01 WS-TODAY-DATE.
            05 WS-TODAY-YYYY PIC 9(4).
            05 WS-TODAY-MM   PIC 9(2).
            05 WS-TODAY-DD   PIC 9(2).
        01 WS-APPLIED-DATE-FMT.
            05 WS-APL-YYYY   PIC 9(4).
            05 FILLER        PIC X VALUE '-'.
            05 WS-APL-MM     PIC 9(2).
            05 FILLER        PIC X VALUE '-'.
            05 WS-APL-DD     PIC 9(2).

        01 WS-REG-HEADING-1 PIC X(80) VALUE
            'DAY3_1 CORRECTION REGISTER'.
        01 WS-REG-HEADING-2.
            05 FILLER        PIC X(15) VALUE 'NIGHT REPOSTED '.
            05 WS-REG-NIGHT  PIC X(10).
        01 WS-REG-HEADING-3.
            05 FILLER        PIC X(7) VALUE 'SOURCE '.
            05 WS-REG-SOURCE PIC X(40).
        01 WS-REG-COL-HDR.
            05 FILLER        PIC X(40) VALUE
                'BATCH     LINE  ORIGINAL VALUE        CO'.
            05 FILLER        PIC X(29) VALUE
                'RRECTED VALUE      BY  RESULT'.
        01 WS-REG-DETAIL-1.
            05 WS-RG-BATCH   PIC X(8).
            05 FILLER        PIC X(1) VALUE SPACES.
            05 WS-RG-LINE    PIC ZZZZ9.
            05 FILLER        PIC X(2) VALUE SPACES.
            05 WS-RG-ORIG    PIC X(20).
            05 FILLER        PIC X(2) VALUE SPACES.
            05 WS-RG-NEW     PIC X(20).
            05 FILLER        PIC X(1) VALUE SPACES.
            05 WS-RG-INITIALS PIC X(3).
            05 FILLER        PIC X(1) VALUE SPACES.
            05 WS-RG-RESULT  PIC X(11).
        01 WS-REG-DETAIL-2.
            05 FILLER        PIC X(11) VALUE '    REASON '.
            05 WS-RG-REASON  PIC X(30).
        01 WS-REG-NONE PIC X(80) VALUE
            'NO VALIDATED CORRECTIONS ON FILE FOR THIS NIGHT AND SOURCE'.
        01 WS-REG-FAILED PIC X(80) VALUE
            'RERUN DID NOT POST - NO CORRECTION MARKED APPLIED'.
        01 WS-REG-TOTALS.
            05 FILLER        PIC X(10) VALUE 'APPLIED - '.
            05 WS-RG-T-APPLIED PIC ZZ9.
            05 FILLER        PIC X(16) VALUE '  NOT APPLIED - '.
            05 WS-RG-T-UNUSED PIC ZZ9.
            05 FILLER        PIC X(23) VALUE
                '  EXCEPTIONS FLAGGED - '.
            05 WS-RG-T-FLAGGED PIC ZZ9.

        01 WS-REPORT-HEADING-1  PIC X(80) VALUE
            'DAY3_1 DISTANCE REPORT'.
        01 WS-REPORT-HEADING-2.
100-MAIN.
    PERFORM 102-GET-PROCESS-DATE THRU 102-GET-PROCESS-DATE-EXIT
    PERFORM 105-READ-RUN-CONTROL THRU 105-READ-RUN-CONTROL-EXIT
    IF WS-SIM-RUN AND WS-SIM-INPUT-PATH NOT = SPACES
        MOVE WS-SIM-INPUT-PATH TO WS-STARTNUMS-PATH
    END-IF
    IF WS-RUNCTL-FAILED
        DISPLAY 'DAY3_1 TERMINATED - RUN-CONTROL CARDS REJECTED'
        SET WS-OPEN-FAILED TO TRUE
    ELSE
        IF WS-CORR-RUN
            PERFORM 150-LOAD-CORRECTIONS THRU 150-LOAD-CORRECTIONS-EXIT
        END-IF
        IF WS-CORR-RUN OR WS-RESTART-RUN
            PERFORM 155-LOAD-LOGGED-EXCEPTIONS
                THRU 155-LOAD-LOGGED-EXCEPTIONS-EXIT
        END-IF
        IF WS-CORR-FAILED
            SET WS-OPEN-FAILED TO TRUE
        ELSE
            PERFORM 112-CHECK-RESTART THRU 112-CHECK-RESTART-EXIT
            PERFORM 110-OPEN-FILES THRU 110-OPEN-FILES-EXIT
        END-IF
    END-IF
    IF WS-OPEN-FAILED
        MOVE 'FAILED' TO WS-AUD-STATUS-TEXT
            MOVE 'FAILED' TO WS-AUD-STATUS-TEXT
        ELSE
            MOVE 'SUCCESS' TO WS-AUD-STATUS-TEXT
            *> the batch finished clean - nothing left to resume
            SET WS-BATCH-DONE TO TRUE
            PERFORM 170-WRITE-CHECKPOINT THRU 170-WRITE-CHECKPOINT-EXIT
            IF WS-CORR-RUN
                PERFORM 600-MARK-CORRECTIONS-APPLIED
                    THRU 600-MARK-CORRECTIONS-APPLIED-EXIT
                PERFORM 610-FLAG-EXCEPTIONS-CORRECTED
                    THRU 610-FLAG-EXCEPTIONS-CORRECTED-EXIT
            END-IF
        END-IF
    END-IF
    IF WS-CORR-RUN
        PERFORM 620-WRITE-CORRECTION-REGISTER
            THRU 620-WRITE-CORRECTION-REGISTER-EXIT
    END-IF
    PERFORM 500-WRITE-AUDIT-RECORD THRU 500-WRITE-AUDIT-RECORD-EXIT
    IF WS-AUD-STATUS-TEXT = 'FAILED'
        MOVE 8 TO RETURN-CODE
        MOVE PRC-YYYY TO WS-RUN-YYYY
        MOVE PRC-MM TO WS-RUN-MM
        MOVE PRC-DD TO WS-RUN-DD
        IF PRC-SIMULATION-RUN
            PERFORM 103-SET-SIMULATION-FILES
                THRU 103-SET-SIMULATION-FILES-EXIT
        END-IF
        IF PRC-RESTART-RUN
            SET WS-RESTART-RUN TO TRUE
        END-IF
    ELSE
        DISPLAY 'DAY3_1 - NO PROCESSING-DATE RECORD - USING THE'
            ' SYSTEM DATE'
102-GET-PROCESS-DATE-EXIT.
    EXIT.

*> a simulation night posts to the scratch files and report names
*> in place of the production ones; the candidate batch, when the
*> driver named one, replaces whatever INPUT-FILE card is staged
103-SET-SIMULATION-FILES.
    SET WS-SIM-RUN TO TRUE
    MOVE PRC-SIM-STARTNUMS-FILE TO WS-SIM-INPUT-PATH
    MOVE './utils/DISTANCE_SIM.RPT' TO WS-DISTANCE-PATH
    MOVE './utils/TRACE_SIM.RPT' TO WS-TRACE-PATH
    MOVE './utils/STRESS_SIM.RPT' TO WS-STRESS-PATH
    MOVE '../utils/AUDIT.SIM' TO WS-AUDIT-PATH
    MOVE '../utils/RESULTS.SIM' TO WS-RESULTS-PATH
    MOVE '../utils/EXCEPTS.SIM' TO WS-EXCEPTS-PATH
    MOVE './utils/D3CHKPT.SIM' TO WS-CHECKPOINT-PATH
    DISPLAY 'DAY3_1 - SIMULATION RUN - POSTING TO THE SCRATCH FILES'.

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
            ELSE
                MOVE WS-CTL-VALUE TO WS-STARTNUMS-PATH
            END-IF
        WHEN 'CORRECTION-RUN'
            PERFORM 109-EDIT-CORRECTION-RUN-CARD
                THRU 109-EDIT-CORRECTION-RUN-CARD-EXIT
        WHEN OTHER
            DISPLAY 'DAY3_1 - UNKNOWN RUN-CONTROL CARD - '
                WS-CTL-KEYWORD
108-APPLY-ON-OFF-CARD-EXIT.
    EXIT.

*> CORRECTION-RUN YYYYMMDD - staged for a standalone rerun of the
*> night named, which is reposted under that date in place of the
*> driver's processing date, with the validated corrections applied
109-EDIT-CORRECTION-RUN-CARD.
    IF WS-CTL-VALUE(1:8) IS NOT NUMERIC
            OR WS-CTL-VALUE(9:1) NOT = SPACE
        DISPLAY 'DAY3_1 - CORRECTION-RUN CARD MUST BE YYYYMMDD - '
            WS-CTL-VALUE
        SET WS-RUNCTL-FAILED TO TRUE
        GO TO 109-EDIT-CORRECTION-RUN-CARD-EXIT
    END-IF
    MOVE WS-CTL-VALUE(1:8) TO WS-CORR-DATE
    IF WS-CORR-MM < 1 OR WS-CORR-MM > 12
            OR WS-CORR-DD < 1 OR WS-CORR-DD > 31
        DISPLAY 'DAY3_1 - CORRECTION-RUN DATE OUT OF RANGE - '
            WS-CTL-VALUE
        SET WS-RUNCTL-FAILED TO TRUE
        GO TO 109-EDIT-CORRECTION-RUN-CARD-EXIT
    END-IF

    SET WS-CORR-RUN TO TRUE
    MOVE WS-CORR-YYYY TO WS-RUN-YYYY
    MOVE WS-CORR-MM TO WS-RUN-MM
    MOVE WS-CORR-DD TO WS-RUN-DD
    MOVE WS-RUN-YYYY TO WS-AUD-YYYY
    MOVE WS-RUN-MM TO WS-AUD-MM
    MOVE WS-RUN-DD TO WS-AUD-DD
    DISPLAY 'DAY3_1 - CORRECTION RERUN OF NIGHT ' WS-AUD-DATE-FMT.

109-EDIT-CORRECTION-RUN-CARD-EXIT.
    EXIT.

*> the validated corrections for this night and program, and any a
*> previous rerun of the night applied - a correction keyed against
*> another source file belongs to a rerun against that file, so it
*> is named on the console and left for that rerun
150-LOAD-CORRECTIONS.
    OPEN INPUT CORR-FILE
    IF WS-CORR-STATUS = '35'
        DISPLAY 'DAY3_1 - NO CORRECTION FILE ON DISK - NIGHT'
            ' REPOSTED WITHOUT CORRECTIONS'
        GO TO 150-LOAD-CORRECTIONS-EXIT
    END-IF
    IF WS-CORR-STATUS NOT = '00'
        DISPLAY 'DAY3_1 - UNABLE TO OPEN CORR-FILE, STATUS '
            WS-CORR-STATUS
        SET WS-CORR-FAILED TO TRUE
        GO TO 150-LOAD-CORRECTIONS-EXIT
    END-IF

    PERFORM UNTIL WS-CORR-EOF
        READ CORR-FILE
            AT END SET WS-CORR-EOF TO TRUE
        END-READ
        IF NOT WS-CORR-EOF
            ADD 1 TO WS-CORR-REC-NO
            IF CORRECTION-REC NOT = SPACES
                    AND COR-RUN-DATE(1:1) NOT = '*'
                    AND COR-PROGRAM-ID = 'DAY3_1'
                    AND COR-RUN-DATE = WS-AUD-DATE-FMT
                    AND (COR-ACCEPTED OR COR-APPLIED)
                PERFORM 152-KEEP-CORRECTION
                    THRU 152-KEEP-CORRECTION-EXIT
            END-IF
        END-IF
    END-PERFORM

    CLOSE CORR-FILE
    DISPLAY 'DAY3_1 - CORRECTIONS LOADED FOR THE NIGHT - '
        WS-CR-COUNT.

150-LOAD-CORRECTIONS-EXIT.
    EXIT.

152-KEEP-CORRECTION.
    IF COR-SOURCE-FILE NOT = WS-STARTNUMS-PATH
        DISPLAY 'DAY3_1 - CORRECTION FOR ANOTHER SOURCE LEFT ON'
            ' FILE - ' COR-SOURCE-FILE
        GO TO 152-KEEP-CORRECTION-EXIT
    END-IF
    IF WS-CR-COUNT NOT < WS-MAX-CRS
        DISPLAY 'DAY3_1 - CORRECTION TABLE FULL AT ' WS-MAX-CRS
            ' - RERUN NOT STARTED'
        SET WS-CORR-FAILED TO TRUE
        SET WS-CORR-EOF TO TRUE
        GO TO 152-KEEP-CORRECTION-EXIT
    END-IF

    ADD 1 TO WS-CR-COUNT
    MOVE COR-BATCH-ID TO WS-CR-BATCH-ID(WS-CR-COUNT)
    MOVE COR-LINE-NO TO WS-CR-LINE-NO(WS-CR-COUNT)
    MOVE COR-ORIG-VALUE TO WS-CR-ORIG-VALUE(WS-CR-COUNT)
    MOVE COR-NEW-VALUE TO WS-CR-NEW-VALUE(WS-CR-COUNT)
    MOVE COR-INITIALS TO WS-CR-INITIALS(WS-CR-COUNT)
    MOVE COR-REASON TO WS-CR-REASON(WS-CR-COUNT)
    MOVE WS-CORR-REC-NO TO WS-CR-FILE-REC(WS-CR-COUNT)
    IF COR-APPLIED
        MOVE 'Y' TO WS-CR-PRIOR-SW(WS-CR-COUNT)
    ELSE
        MOVE 'N' TO WS-CR-PRIOR-SW(WS-CR-COUNT)
    END-IF
    MOVE 'N' TO WS-CR-USED-SW(WS-CR-COUNT)
    MOVE 'N' TO WS-CR-FLAGGED-SW(WS-CR-COUNT).

152-KEEP-CORRECTION-EXIT.
    EXIT.

*> every exception the night already logged against this source,
*> live, corrected or not - reversed nights are gone and do not count
155-LOAD-LOGGED-EXCEPTIONS.
    MOVE 'N' TO WS-EXCEPTS-EOF-SW
    OPEN INPUT EXCEPTS-FILE
    IF WS-EXCEPTS-STATUS NOT = '00'
        GO TO 155-LOAD-LOGGED-EXCEPTIONS-EXIT
    END-IF

    PERFORM UNTIL WS-EXCEPTS-EOF
        READ EXCEPTS-FILE
            AT END SET WS-EXCEPTS-EOF TO TRUE
        END-READ
        IF NOT WS-EXCEPTS-EOF
            IF EXC-PROGRAM-ID = 'DAY3_1'
                    AND EXC-RUN-DATE = WS-AUD-DATE-FMT
                    AND EXC-SOURCE-FILE = WS-STARTNUMS-PATH
                    AND NOT EXC-REVERSED
                IF WS-LG-COUNT < WS-MAX-LGS
                    ADD 1 TO WS-LG-COUNT
                    MOVE EXC-BATCH-ID TO WS-LG-BATCH-ID(WS-LG-COUNT)
                    MOVE EXC-LINE-NO TO WS-LG-LINE-NO(WS-LG-COUNT)
                    MOVE EXC-VALUE TO WS-LG-VALUE(WS-LG-COUNT)
                END-IF
            END-IF
        END-IF
    END-PERFORM

    CLOSE EXCEPTS-FILE.

155-LOAD-LOGGED-EXCEPTIONS-EXIT.
    EXIT.

*> first correction not yet used this run for the cell in
*> WS-CR-SEEK-BATCH / LINE / VALUE
160-FIND-CORRECTION.
    MOVE 'N' TO WS-CR-FOUND-SW
    IF NOT WS-CORR-RUN
        GO TO 160-FIND-CORRECTION-EXIT
    END-IF
    PERFORM VARYING WS-CR-IDX FROM 1 BY 1
            UNTIL WS-CR-IDX > WS-CR-COUNT OR WS-CR-FOUND
        IF WS-CR-USED-SW(WS-CR-IDX) = 'N'
                AND WS-CR-BATCH-ID(WS-CR-IDX) = WS-CR-SEEK-BATCH
                AND WS-CR-LINE-NO(WS-CR-IDX) = WS-CR-SEEK-LINE
                AND WS-CR-ORIG-VALUE(WS-CR-IDX) = WS-CR-SEEK-VALUE
            SET WS-CR-FOUND TO TRUE
        END-IF
    END-PERFORM
    IF WS-CR-FOUND
        SUBTRACT 1 FROM WS-CR-IDX
        MOVE 'Y' TO WS-CR-USED-SW(WS-CR-IDX)
        ADD 1 TO WS-CR-APPLIED
        IF WS-CR-PRIOR-SW(WS-CR-IDX) = 'N'
            ADD 1 TO WS-CR-NEWLY-APPLIED
        END-IF
    END-IF.

160-FIND-CORRECTION-EXIT.
    EXIT.

*> a correction rerun or a restart that meets a bad value the night
*> already logged leaves the one record standing rather than logging
*> it twice
165-CHECK-ALREADY-LOGGED.
    MOVE 'N' TO WS-LG-FOUND-SW
    IF NOT WS-CORR-RUN AND NOT WS-RESTART-RUN
        GO TO 165-CHECK-ALREADY-LOGGED-EXIT
    END-IF
    PERFORM VARYING WS-LG-IDX FROM 1 BY 1
            UNTIL WS-LG-IDX > WS-LG-COUNT OR WS-LG-FOUND
        IF WS-LG-BATCH-ID(WS-LG-IDX) = WS-CR-SEEK-BATCH
                AND WS-LG-LINE-NO(WS-LG-IDX) = WS-CR-SEEK-LINE
                AND WS-LG-VALUE(WS-LG-IDX) = WS-CR-SEEK-VALUE
            SET WS-LG-FOUND TO TRUE
        END-IF
    END-PERFORM.

165-CHECK-ALREADY-LOGGED-EXIT.
    EXIT.

110-OPEN-FILES.
    OPEN INPUT STARTNUMS-FILE
    IF WS-IN-FILE-STATUS NOT = '00'
        GO TO 110-OPEN-FILES-EXIT
    END-IF

    IF WS-RESUMING
        PERFORM 116-REOPEN-REPORTS THRU 116-REOPEN-REPORTS-EXIT
    END-IF
    IF NOT WS-RESUMING
        PERFORM 111-START-REPORTS THRU 111-START-REPORTS-EXIT
    END-IF

    OPEN I-O RESULTS-FILE
    IF WS-RESULTS-STATUS = '35'
        OPEN OUTPUT RESULTS-FILE
    END-IF
    IF WS-RESULTS-STATUS = '00'
        SET WS-RESULTS-OPEN TO TRUE
    ELSE
        DISPLAY 'DAY3_1 - UNABLE TO OPEN RESULTS-FILE, STATUS '
            WS-RESULTS-STATUS
    END-IF

    IF WS-RESUMING
        PERFORM 114-SKIP-TO-CHECKPOINT THRU 114-SKIP-TO-CHECKPOINT-EXIT
    END-IF
    PERFORM 130-READ-STARTNUM THRU 130-READ-STARTNUM-EXIT.

110-OPEN-FILES-EXIT.
    EXIT.

111-START-REPORTS.
    OPEN OUTPUT DISTANCE-FILE
    MOVE WS-REPORT-HEADING-1 TO DISTANCE-LINE
    WRITE DISTANCE-LINE
    ADD 1 TO WS-DISTANCE-LINES

    MOVE WS-RUN-YYYY TO WS-RPT-YYYY
    MOVE WS-RUN-MM TO WS-RPT-MM
    MOVE WS-RUN-DD TO WS-RPT-DD
    MOVE WS-REPORT-HEADING-2 TO DISTANCE-LINE
    WRITE DISTANCE-LINE
    ADD 1 TO WS-DISTANCE-LINES

    MOVE WS-REPORT-COL-HDR TO DISTANCE-LINE
    WRITE DISTANCE-LINE
    ADD 1 TO WS-DISTANCE-LINES

    OPEN OUTPUT TRACE-FILE
    MOVE WS-TRACE-HEADING-1 TO TRACE-LINE
    WRITE TRACE-LINE
    ADD 1 TO WS-TRACE-LINES
    IF WS-TRACE-RUN-SW NOT = 'Y'
        MOVE WS-PASS-DISABLED-MSG TO TRACE-LINE
        WRITE TRACE-LINE
        ADD 1 TO WS-TRACE-LINES
    END-IF

    OPEN OUTPUT STRESS-FILE
    MOVE WS-STRESS-HEADING-1 TO STRESS-LINE
    WRITE STRESS-LINE
    ADD 1 TO WS-STRESS-LINES
    IF WS-STRESS-RUN-SW NOT = 'Y'
        MOVE WS-PASS-DISABLED-MSG TO STRESS-LINE
        WRITE STRESS-LINE
        ADD 1 TO WS-STRESS-LINES
    END-IF.

111-START-REPORTS-EXIT.
    EXIT.

*> a driver restart picks the batch up after the last number the
*> failed run finished, provided the checkpoint was left open by a
*> run of this night over this same input under the same cards, and
*> the input still holds the same lines up to it; a correction rerun
*> always reposts the whole night
112-CHECK-RESTART.
    IF NOT WS-RESTART-RUN OR WS-CORR-RUN
        GO TO 112-CHECK-RESTART-EXIT
    END-IF

    OPEN INPUT CHECKPOINT-FILE
    IF WS-CHECKPOINT-STATUS NOT = '00'
        DISPLAY 'DAY3_1 - RESTART - NO CHECKPOINT ON FILE - BATCH'
            ' RUNS FROM THE TOP'
        GO TO 112-CHECK-RESTART-EXIT
    END-IF
    READ CHECKPOINT-FILE
        AT END MOVE '10' TO WS-CHECKPOINT-STATUS
    END-READ
    CLOSE CHECKPOINT-FILE

    IF WS-CHECKPOINT-STATUS NOT = '00'
            OR NOT CKP-IN-PROGRESS
            OR CKP-LINE-NO IS NOT NUMERIC
            OR CKP-LINE-NO = 0
        DISPLAY 'DAY3_1 - RESTART - NO OPEN CHECKPOINT - BATCH'
            ' RUNS FROM THE TOP'
        GO TO 112-CHECK-RESTART-EXIT
    END-IF
    IF CKP-RUN-DATE NOT = WS-AUD-DATE-FMT
            OR CKP-SOURCE-FILE NOT = WS-STARTNUMS-PATH
        DISPLAY 'DAY3_1 - RESTART - CHECKPOINT WAS TAKEN ON '
            CKP-RUN-DATE ' OVER ANOTHER NIGHT OR INPUT - BATCH'
            ' RUNS FROM THE TOP'
        GO TO 112-CHECK-RESTART-EXIT
    END-IF
    IF CKP-CARD-VERSION NOT = WS-CARD-VERSION
            OR CKP-TRACE-RUN NOT = WS-TRACE-RUN-SW
            OR CKP-STRESS-RUN NOT = WS-STRESS-RUN-SW
        DISPLAY 'DAY3_1 - RESTART - RUN-CONTROL CARDS CHANGED SINCE'
            ' THE CHECKPOINT - BATCH RUNS FROM THE TOP'
        GO TO 112-CHECK-RESTART-EXIT
    END-IF
    IF CKP-RECORD-COUNT IS NOT NUMERIC
            OR CKP-SKIP-COUNT IS NOT NUMERIC
            OR CKP-HASH-TOTAL IS NOT NUMERIC
            OR CKP-DISTANCE-LINES IS NOT NUMERIC
            OR CKP-TRACE-LINES IS NOT NUMERIC
            OR CKP-STRESS-LINES IS NOT NUMERIC
            OR CKP-LAST-START-NUM IS NOT NUMERIC
            OR CKP-LAST-DISTANCE IS NOT NUMERIC
        DISPLAY 'DAY3_1 - RESTART - CHECKPOINT RECORD DAMAGED - BATCH'
            ' RUNS FROM THE TOP'
        GO TO 112-CHECK-RESTART-EXIT
    END-IF

    MOVE CKP-LINE-NO TO WS-RESUME-LINE-NO
    MOVE CKP-RECORD-COUNT TO WS-RESUME-RECORD-COUNT
    MOVE CKP-SKIP-COUNT TO WS-RESUME-SKIP-COUNT
    MOVE CKP-HASH-TOTAL TO WS-RESUME-HASH-TOTAL
    MOVE CKP-DISTANCE-LINES TO WS-RESUME-DISTANCE-LINES
    MOVE CKP-TRACE-LINES TO WS-RESUME-TRACE-LINES
    MOVE CKP-STRESS-LINES TO WS-RESUME-STRESS-LINES

    PERFORM 113-VERIFY-CHECKPOINT-INPUT
        THRU 113-VERIFY-CHECKPOINT-INPUT-EXIT
    IF WS-VERIFY-LINE-NO NOT = WS-RESUME-LINE-NO
            OR WS-VERIFY-HASH-TOTAL NOT = WS-RESUME-HASH-TOTAL
        DISPLAY 'DAY3_1 - RESTART - STARTNUMS-FILE NO LONGER MATCHES'
            ' THE CHECKPOINT - BATCH RUNS FROM THE TOP'
        GO TO 112-CHECK-RESTART-EXIT
    END-IF

    *> the answer stands as the last number finished left it until
    *> a later number replaces it
    MOVE CKP-LAST-START-NUM TO WS-STARTING-NUM
    MOVE CKP-LAST-DISTANCE TO WS-DIST-TO-CENTER
    SET WS-RESUMING TO TRUE
    DISPLAY 'DAY3_1 - RESTART - RESUMING AFTER LINE '
        WS-RESUME-LINE-NO ' OF ' WS-STARTNUMS-PATH.

112-CHECK-RESTART-EXIT.
    EXIT.

*> count and hash of the lines up to the checkpoint, taken the way
*> 134-VALIDATE-STARTNUM takes them - a re-staged file shows here
113-VERIFY-CHECKPOINT-INPUT.
    MOVE 0 TO WS-VERIFY-LINE-NO
    MOVE 0 TO WS-VERIFY-HASH-TOTAL
    MOVE 'N' TO WS-VERIFY-EOF-SW
    OPEN INPUT STARTNUMS-FILE
    IF WS-IN-FILE-STATUS NOT = '00'
        GO TO 113-VERIFY-CHECKPOINT-INPUT-EXIT
    END-IF

    PERFORM UNTIL WS-VERIFY-EOF
            OR WS-VERIFY-LINE-NO NOT < WS-RESUME-LINE-NO
        READ STARTNUMS-FILE
            AT END SET WS-VERIFY-EOF TO TRUE
        END-READ
        IF NOT WS-VERIFY-EOF
            MOVE IN-STARTNUM-LINE TO CONTROL-TRAILER
            IF WS-IN-FILE-STATUS NOT = '00' OR CTL-TRL-PRESENT
                SET WS-VERIFY-EOF TO TRUE
            ELSE
                ADD 1 TO WS-VERIFY-LINE-NO
                IF IN-STARTNUM-REC IS NUMERIC
                    ADD IN-STARTNUM-REC TO WS-VERIFY-HASH-TOTAL
                END-IF
            END-IF
        END-IF
    END-PERFORM

    CLOSE STARTNUMS-FILE.

113-VERIFY-CHECKPOINT-INPUT-EXIT.
    EXIT.

*> the lines the failed run finished are read back through the same
*> edit, so the control totals, the exception list and the record
*> count cover the whole file - nothing is calculated, reported,
*> posted or logged for them a second time
114-SKIP-TO-CHECKPOINT.
    SET WS-CATCHING-UP TO TRUE
    PERFORM 115-CATCH-UP-ONE-NUMBER THRU 115-CATCH-UP-ONE-NUMBER-EXIT
        UNTIL WS-EOF-REACHED
           OR WS-STARTNUM-LINE-NO NOT < WS-RESUME-LINE-NO
    MOVE 'N' TO WS-CATCHING-UP-SW

    IF WS-STARTNUM-LINE-NO NOT = WS-RESUME-LINE-NO
            OR WS-RECORD-COUNT NOT = WS-RESUME-RECORD-COUNT
            OR WS-STARTNUM-EXCEPT-COUNT NOT = WS-RESUME-SKIP-COUNT
            OR WS-SN-HASH-TOTAL NOT = WS-RESUME-HASH-TOTAL
        DISPLAY 'DAY3_1 - LINES READ BACK DISAGREE WITH THE'
            ' CHECKPOINT - NUMBERS ' WS-RECORD-COUNT ' SKIPPED '
            WS-STARTNUM-EXCEPT-COUNT ' - RUN THE NIGHT WITHOUT'
            ' RESTART'
        SET WS-CONTROL-FAILED TO TRUE
    END-IF
    DISPLAY 'DAY3_1 - RESUMED AFTER LINE ' WS-STARTNUM-LINE-NO
        ' - ' WS-RECORD-COUNT ' NUMBERS ALREADY PROCESSED'.

114-SKIP-TO-CHECKPOINT-EXIT.
    EXIT.

115-CATCH-UP-ONE-NUMBER.
    PERFORM 130-READ-STARTNUM THRU 130-READ-STARTNUM-EXIT
    IF WS-STARTNUM-OK
        ADD 1 TO WS-RECORD-COUNT
    END-IF.

115-CATCH-UP-ONE-NUMBER-EXIT.
    EXIT.

*> each report is cut back to the lines it held at the checkpoint,
*> dropping whatever the failed run wrote past it, and extended from
*> there; a report that cannot be cut back sends the batch to the top
116-REOPEN-REPORTS.
    MOVE 'N' TO WS-TRIM-FAILED-SW
    MOVE WS-DISTANCE-PATH TO WS-RPTCOPY-PATH
    MOVE WS-RESUME-DISTANCE-LINES TO WS-TRIM-LINES
    PERFORM 117-TRIM-REPORT THRU 117-TRIM-REPORT-EXIT
    IF NOT WS-TRIM-FAILED
        MOVE WS-TRACE-PATH TO WS-RPTCOPY-PATH
        MOVE WS-RESUME-TRACE-LINES TO WS-TRIM-LINES
        PERFORM 117-TRIM-REPORT THRU 117-TRIM-REPORT-EXIT
    END-IF
    IF NOT WS-TRIM-FAILED
        MOVE WS-STRESS-PATH TO WS-RPTCOPY-PATH
        MOVE WS-RESUME-STRESS-LINES TO WS-TRIM-LINES
        PERFORM 117-TRIM-REPORT THRU 117-TRIM-REPORT-EXIT
    END-IF
    IF WS-TRIM-FAILED
        DISPLAY 'DAY3_1 - RESTART - REPORTS CANNOT BE RESUMED - BATCH'
            ' RUNS FROM THE TOP'
        MOVE 'N' TO WS-RESUMING-SW
        GO TO 116-REOPEN-REPORTS-EXIT
    END-IF

    OPEN EXTEND DISTANCE-FILE
    OPEN EXTEND TRACE-FILE
    OPEN EXTEND STRESS-FILE
    MOVE WS-RESUME-DISTANCE-LINES TO WS-DISTANCE-LINES
    MOVE WS-RESUME-TRACE-LINES TO WS-TRACE-LINES
    MOVE WS-RESUME-STRESS-LINES TO WS-STRESS-LINES.

116-REOPEN-REPORTS-EXIT.
    EXIT.

*> the first WS-TRIM-LINES lines of the report named in
*> WS-RPTCOPY-PATH go to the work file, then back over the report
117-TRIM-REPORT.
    MOVE 0 TO WS-TRIM-COUNT
    MOVE 'N' TO WS-RPTCOPY-EOF-SW
    OPEN INPUT RPTCOPY-FILE
    IF WS-RPTCOPY-STATUS NOT = '00'
        DISPLAY 'DAY3_1 - UNABLE TO REOPEN ' WS-RPTCOPY-PATH
            ' STATUS ' WS-RPTCOPY-STATUS
        SET WS-TRIM-FAILED TO TRUE
        GO TO 117-TRIM-REPORT-EXIT
    END-IF
    OPEN OUTPUT RPTWORK-FILE
    IF WS-RPTWORK-STATUS NOT = '00'
        DISPLAY 'DAY3_1 - UNABLE TO OPEN RPTWORK-FILE, STATUS '
            WS-RPTWORK-STATUS
        SET WS-TRIM-FAILED TO TRUE
        CLOSE RPTCOPY-FILE
        GO TO 117-TRIM-REPORT-EXIT
    END-IF

    PERFORM UNTIL WS-RPTCOPY-EOF OR WS-TRIM-COUNT NOT < WS-TRIM-LINES
        READ RPTCOPY-FILE
            AT END SET WS-RPTCOPY-EOF TO TRUE
        END-READ
        IF NOT WS-RPTCOPY-EOF
            ADD 1 TO WS-TRIM-COUNT
            MOVE RPTCOPY-LINE TO RPTWORK-LINE
            WRITE RPTWORK-LINE
            IF WS-RPTWORK-STATUS NOT = '00'
                DISPLAY 'DAY3_1 - RPTWORK-FILE WRITE FAILED, STATUS '
                    WS-RPTWORK-STATUS
                SET WS-TRIM-FAILED TO TRUE
                SET WS-RPTCOPY-EOF TO TRUE
            END-IF
        END-IF
    END-PERFORM

    CLOSE RPTCOPY-FILE
    CLOSE RPTWORK-FILE
    IF WS-TRIM-FAILED
        GO TO 117-TRIM-REPORT-EXIT
    END-IF
    IF WS-TRIM-COUNT < WS-TRIM-LINES
        DISPLAY 'DAY3_1 - ' WS-RPTCOPY-PATH ' HOLDS ' WS-TRIM-COUNT
            ' LINES, CHECKPOINT SHOWS ' WS-TRIM-LINES
        SET WS-TRIM-FAILED TO TRUE
        GO TO 117-TRIM-REPORT-EXIT
    END-IF

    MOVE 'N' TO WS-RPTWORK-EOF-SW
    OPEN INPUT RPTWORK-FILE
    IF WS-RPTWORK-STATUS NOT = '00'
        DISPLAY 'DAY3_1 - UNABLE TO REOPEN RPTWORK-FILE, STATUS '
            WS-RPTWORK-STATUS
        SET WS-TRIM-FAILED TO TRUE
        GO TO 117-TRIM-REPORT-EXIT
    END-IF
    OPEN OUTPUT RPTCOPY-FILE
    IF WS-RPTCOPY-STATUS NOT = '00'
        DISPLAY 'DAY3_1 - UNABLE TO REWRITE ' WS-RPTCOPY-PATH
            ' STATUS ' WS-RPTCOPY-STATUS
        SET WS-TRIM-FAILED TO TRUE
        CLOSE RPTWORK-FILE
        GO TO 117-TRIM-REPORT-EXIT
    END-IF

    PERFORM UNTIL WS-RPTWORK-EOF
        READ RPTWORK-FILE
            AT END SET WS-RPTWORK-EOF TO TRUE
        END-READ
        IF NOT WS-RPTWORK-EOF
            MOVE RPTWORK-LINE TO RPTCOPY-LINE
            WRITE RPTCOPY-LINE
            IF WS-RPTCOPY-STATUS NOT = '00'
                DISPLAY 'DAY3_1 - REPORT REWRITE FAILED, STATUS '
                    WS-RPTCOPY-STATUS
                SET WS-TRIM-FAILED TO TRUE
                SET WS-RPTWORK-EOF TO TRUE
            END-IF
        END-IF
    END-PERFORM

    CLOSE RPTWORK-FILE
    CLOSE RPTCOPY-FILE.

117-TRIM-REPORT-EXIT.
    EXIT.

120-PROCESS-BATCH.
    MOVE WS-DIST-TO-CENTER TO WS-RPT-DISTANCE
    MOVE WS-REPORT-DETAIL TO DISTANCE-LINE
    WRITE DISTANCE-LINE
    ADD 1 TO WS-DISTANCE-LINES

    PERFORM 140-WRITE-RESULT-RECORD THRU 140-WRITE-RESULT-RECORD-EXIT

        PERFORM 430-WRITE-STRESS-REPORT THRU 430-WRITE-STRESS-REPORT-EXIT
    END-IF

    PERFORM 170-WRITE-CHECKPOINT THRU 170-WRITE-CHECKPOINT-EXIT
    PERFORM 130-READ-STARTNUM THRU 130-READ-STARTNUM-EXIT.

120-PROCESS-BATCH-EXIT.

134-VALIDATE-STARTNUM.
    IF IN-STARTNUM-REC IS NOT NUMERIC
        PERFORM 135-APPLY-CORRECTION THRU 135-APPLY-CORRECTION-EXIT
        IF NOT WS-CR-FOUND
            MOVE 'NOT NUMERIC' TO WS-SN-REASON-TEXT
            PERFORM 136-LOG-STARTNUM-EXCEPTION THRU 136-LOG-STARTNUM-EXCEPTION-EXIT
        END-IF
    ELSE
        ADD IN-STARTNUM-REC TO WS-SN-HASH-TOTAL
        MOVE IN-STARTNUM-REC TO WS-STARTING-NUM
        IF WS-STARTING-NUM > WS-MAX-STARTING-NUM
            PERFORM 135-APPLY-CORRECTION THRU 135-APPLY-CORRECTION-EXIT
            IF NOT WS-CR-FOUND
                DISPLAY 'DAY3_1 - STARTING NUMBER ' WS-STARTING-NUM
                    ' EXCEEDS COMPILED CAPACITY ' WS-MAX-STARTING-NUM
                MOVE 'EXCEEDS CAPACITY' TO WS-SN-REASON-TEXT
                PERFORM 136-LOG-STARTNUM-EXCEPTION THRU 136-LOG-STARTNUM-EXCEPTION-EXIT
            END-IF
        ELSE
            SET WS-STARTNUM-OK TO TRUE
        END-IF
134-VALIDATE-STARTNUM-EXIT.
    EXIT.

*> on a correction rerun a validated correction for the line stands
*> in for the rejected value; the hash total stays as the front-end
*> edit computed it, over the lines as received. A corrected value
*> past WS-MAX-STARTING-NUM would hang the search the same as the
*> original, so it is not applied and the line is skipped as before.
135-APPLY-CORRECTION.
    MOVE SPACES TO WS-CR-SEEK-BATCH
    MOVE WS-STARTNUM-LINE-NO TO WS-CR-SEEK-LINE
    MOVE IN-STARTNUM-LINE(1:20) TO WS-CR-SEEK-VALUE
    PERFORM 160-FIND-CORRECTION THRU 160-FIND-CORRECTION-EXIT
    IF NOT WS-CR-FOUND
        GO TO 135-APPLY-CORRECTION-EXIT
    END-IF

    MOVE WS-CR-NEW-VALUE(WS-CR-IDX) TO WS-CR-NEW-NUM
    IF WS-CR-NEW-NUM > WS-MAX-STARTING-NUM
        DISPLAY 'DAY3_1 - CORRECTION FOR LINE ' WS-STARTNUM-LINE-NO
            ' EXCEEDS COMPILED CAPACITY - NOT APPLIED'
        MOVE 'N' TO WS-CR-USED-SW(WS-CR-IDX)
        SUBTRACT 1 FROM WS-CR-APPLIED
        IF WS-CR-PRIOR-SW(WS-CR-IDX) = 'N'
            SUBTRACT 1 FROM WS-CR-NEWLY-APPLIED
        END-IF
        MOVE 'N' TO WS-CR-FOUND-SW
        GO TO 135-APPLY-CORRECTION-EXIT
    END-IF

    DISPLAY 'DAY3_1 - CORRECTION APPLIED AT LINE '
        WS-STARTNUM-LINE-NO ' - ' WS-CR-NEW-NUM
    MOVE WS-CR-NEW-NUM TO WS-STARTING-NUM
    SET WS-STARTNUM-OK TO TRUE.

135-APPLY-CORRECTION-EXIT.
    EXIT.

136-LOG-STARTNUM-EXCEPTION.
    DISPLAY 'DAY3_1 - SKIPPING LINE ' WS-STARTNUM-LINE-NO
        ' - ' WS-SN-REASON-TEXT ' - ' IN-STARTNUM-REC

*> severity E - the line is skipped but the batch carries on
137-WRITE-EXCEPTION-RECORD.
    IF WS-EXCEPTS-DEAD OR WS-CATCHING-UP
        GO TO 137-WRITE-EXCEPTION-RECORD-EXIT
    END-IF
    MOVE SPACES TO WS-CR-SEEK-BATCH
    MOVE WS-STARTNUM-LINE-NO TO WS-CR-SEEK-LINE
    MOVE IN-STARTNUM-LINE(1:20) TO WS-CR-SEEK-VALUE
    PERFORM 165-CHECK-ALREADY-LOGGED THRU 165-CHECK-ALREADY-LOGGED-EXIT
    IF WS-LG-FOUND
        GO TO 137-WRITE-EXCEPTION-RECORD-EXIT
    END-IF
    IF NOT WS-EXCEPTS-OPEN
    MOVE WS-SN-REASON-TEXT TO EXC-REASON
    MOVE 'E' TO EXC-SEVERITY
    MOVE SPACES TO EXC-BATCH-ID
    MOVE SPACE TO EXC-DISPOSITION
    WRITE EXCEPTION-REC
    IF WS-EXCEPTS-STATUS NOT = '00'
        DISPLAY 'DAY3_1 - UNABLE TO WRITE EXCEPTION RECORD,'
140-WRITE-RESULT-RECORD-EXIT.
    EXIT.

*> the number just finished is the restart point - the one record is
*> put back whole each time, and marked complete once the batch
*> finishes clean. A checkpoint that will not write costs a restart,
*> not the night, so it is reported once and the batch carries on.
170-WRITE-CHECKPOINT.
    IF WS-CHECKPOINT-DEAD
        GO TO 170-WRITE-CHECKPOINT-EXIT
    END-IF
    ACCEPT WS-RUN-TIME-RAW FROM TIME
    MOVE WS-RUN-HH TO WS-AUD-HH
    MOVE WS-RUN-MI TO WS-AUD-MI
    MOVE WS-RUN-SS TO WS-AUD-SS

    MOVE SPACES TO D3-CHECKPOINT-REC
    MOVE WS-AUD-DATE-FMT TO CKP-RUN-DATE
    IF WS-BATCH-DONE
        SET CKP-COMPLETE TO TRUE
    ELSE
        SET CKP-IN-PROGRESS TO TRUE
    END-IF
    MOVE WS-AUD-TIME-FMT TO CKP-STAMP-TIME
    MOVE WS-STARTNUM-LINE-NO TO CKP-LINE-NO
    MOVE WS-RECORD-COUNT TO CKP-RECORD-COUNT
    MOVE WS-STARTNUM-EXCEPT-COUNT TO CKP-SKIP-COUNT
    MOVE WS-SN-HASH-TOTAL TO CKP-HASH-TOTAL
    MOVE WS-DISTANCE-LINES TO CKP-DISTANCE-LINES
    MOVE WS-TRACE-LINES TO CKP-TRACE-LINES
    MOVE WS-STRESS-LINES TO CKP-STRESS-LINES
    MOVE WS-CARD-VERSION TO CKP-CARD-VERSION
    MOVE WS-TRACE-RUN-SW TO CKP-TRACE-RUN
    MOVE WS-STRESS-RUN-SW TO CKP-STRESS-RUN
    MOVE WS-STARTNUMS-PATH TO CKP-SOURCE-FILE
    MOVE WS-STARTING-NUM TO CKP-LAST-START-NUM
    MOVE WS-DIST-TO-CENTER TO CKP-LAST-DISTANCE

    OPEN OUTPUT CHECKPOINT-FILE
    IF WS-CHECKPOINT-STATUS NOT = '00'
        DISPLAY 'DAY3_1 - UNABLE TO OPEN CHECKPOINT-FILE, STATUS '
            WS-CHECKPOINT-STATUS ' - BATCH CONTINUES WITHOUT A'
            ' RESTART POINT'
        SET WS-CHECKPOINT-DEAD TO TRUE
        GO TO 170-WRITE-CHECKPOINT-EXIT
    END-IF
    WRITE D3-CHECKPOINT-REC
    IF WS-CHECKPOINT-STATUS NOT = '00'
        DISPLAY 'DAY3_1 - UNABLE TO WRITE CHECKPOINT, STATUS '
            WS-CHECKPOINT-STATUS ' - BATCH CONTINUES WITHOUT A'
            ' RESTART POINT'
        SET WS-CHECKPOINT-DEAD TO TRUE
    END-IF
    CLOSE CHECKPOINT-FILE.

170-WRITE-CHECKPOINT-EXIT.
    EXIT.

190-CLOSE-FILES.
    MOVE SPACES TO DISTANCE-LINE
    WRITE DISTANCE-LINE
    IF WS-STARTING-NUM > WS-MAX-TRACE-CELLS
        MOVE WS-TRACE-TOO-LARGE TO TRACE-LINE
        WRITE TRACE-LINE
        ADD 1 TO WS-TRACE-LINES
        GO TO 410-WRITE-TRACE-REPORT-EXIT
    END-IF

    MOVE WS-CUR-COL TO WS-TRC-CELL-COL
    MOVE WS-TRACE-CELL-HDR TO TRACE-LINE
    WRITE TRACE-LINE
    ADD 1 TO WS-TRACE-LINES

    MOVE WS-CUR-ROW TO WS-PATH-ROW
    MOVE WS-CUR-COL TO WS-PATH-COL
    IF WS-PATH-ROW = 0 AND WS-PATH-COL = 0
        MOVE WS-TRACE-ALREADY-CENTER TO TRACE-LINE
        WRITE TRACE-LINE
        ADD 1 TO WS-TRACE-LINES
    ELSE
        PERFORM UNTIL WS-PATH-ROW = 0 AND WS-PATH-COL = 0
            IF WS-PATH-ROW NOT = 0
            MOVE WS-PATH-COL TO WS-TRC-STEP-COL
            MOVE WS-TRACE-STEP-DETAIL TO TRACE-LINE
            WRITE TRACE-LINE
            ADD 1 TO WS-TRACE-LINES
        END-PERFORM
    END-IF

    MOVE SPACES TO TRACE-LINE
    WRITE TRACE-LINE
    ADD 1 TO WS-TRACE-LINES.

410-WRITE-TRACE-REPORT-EXIT.
    EXIT.
        MOVE WS-SS-FIRST-SUM TO WS-STR-SUM
        MOVE WS-STRESS-DETAIL TO STRESS-LINE
    END-IF
    WRITE STRESS-LINE
    ADD 1 TO WS-STRESS-LINES.

430-WRITE-STRESS-REPORT-EXIT.
    EXIT.
    MOVE 'DAY3_1' TO AUD-PROGRAM-ID
    MOVE WS-AUD-DATE-FMT TO AUD-RUN-DATE
    MOVE WS-AUD-TIME-FMT TO AUD-RUN-TIME
    MOVE WS-CARD-VERSION TO AUD-CARD-VERSION
    MOVE WS-STARTNUMS-PATH TO AUD-INPUT-FILE
    MOVE WS-DIST-TO-CENTER TO AUD-FINAL-ANSWER
    MOVE WS-AUD-STATUS-TEXT TO AUD-STATUS

500-WRITE-AUDIT-RECORD-EXIT.
    EXIT.

*> pass one of the correction-file stamp - the file is copied to the
*> work file with each newly applied line stamped A and dated, then
*> copied back once the whole stamped copy is safely on disk
600-MARK-CORRECTIONS-APPLIED.
    IF WS-CR-NEWLY-APPLIED = 0
        GO TO 600-MARK-CORRECTIONS-APPLIED-EXIT
    END-IF
    ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
    MOVE WS-TODAY-YYYY TO WS-APL-YYYY
    MOVE WS-TODAY-MM TO WS-APL-MM
    MOVE WS-TODAY-DD TO WS-APL-DD

    MOVE 'N' TO WS-CORR-EOF-SW
    MOVE 0 TO WS-CORR-REC-NO
    OPEN INPUT CORR-FILE
    IF WS-CORR-STATUS NOT = '00'
        DISPLAY 'DAY3_1 - UNABLE TO REOPEN CORR-FILE, STATUS '
            WS-CORR-STATUS ' - CORRECTIONS NOT MARKED APPLIED'
        SET WS-CORR-FAILED TO TRUE
        GO TO 600-MARK-CORRECTIONS-APPLIED-EXIT
    END-IF
    OPEN OUTPUT WORK-FILE
    IF WS-WORK-STATUS NOT = '00'
        DISPLAY 'DAY3_1 - UNABLE TO OPEN WORK-FILE, STATUS '
            WS-WORK-STATUS ' - CORRECTIONS NOT MARKED APPLIED'
        SET WS-CORR-FAILED TO TRUE
        CLOSE CORR-FILE
        GO TO 600-MARK-CORRECTIONS-APPLIED-EXIT
    END-IF

    PERFORM UNTIL WS-CORR-EOF
        READ CORR-FILE
            AT END SET WS-CORR-EOF TO TRUE
        END-READ
        IF NOT WS-CORR-EOF
            ADD 1 TO WS-CORR-REC-NO
            PERFORM VARYING WS-CR-IDX FROM 1 BY 1
                    UNTIL WS-CR-IDX > WS-CR-COUNT
                IF WS-CR-FILE-REC(WS-CR-IDX) = WS-CORR-REC-NO
                        AND WS-CR-USED-SW(WS-CR-IDX) = 'Y'
                        AND WS-CR-PRIOR-SW(WS-CR-IDX) = 'N'
                    SET COR-APPLIED TO TRUE
                    MOVE WS-APPLIED-DATE-FMT TO COR-APPLIED-DATE
                END-IF
            END-PERFORM
            MOVE CORRECTION-REC TO WORK-REC
            WRITE WORK-REC
            IF WS-WORK-STATUS NOT = '00'
                DISPLAY 'DAY3_1 - WORK-FILE WRITE FAILED, STATUS '
                    WS-WORK-STATUS ' - CORRECTIONS NOT MARKED APPLIED'
                SET WS-CORR-FAILED TO TRUE
                SET WS-CORR-EOF TO TRUE
            END-IF
        END-IF
    END-PERFORM

    CLOSE CORR-FILE
    CLOSE WORK-FILE

    IF NOT WS-CORR-FAILED
        PERFORM 605-REWRITE-CORRECTIONS
            THRU 605-REWRITE-CORRECTIONS-EXIT
    END-IF.

600-MARK-CORRECTIONS-APPLIED-EXIT.
    EXIT.

605-REWRITE-CORRECTIONS.
    MOVE 'N' TO WS-WORK-EOF-SW
    OPEN INPUT WORK-FILE
    IF WS-WORK-STATUS NOT = '00'
        DISPLAY 'DAY3_1 - UNABLE TO REOPEN WORK-FILE, STATUS '
            WS-WORK-STATUS
        SET WS-CORR-FAILED TO TRUE
        GO TO 605-REWRITE-CORRECTIONS-EXIT
    END-IF
    OPEN OUTPUT CORR-FILE
    IF WS-CORR-STATUS NOT = '00'
        DISPLAY 'DAY3_1 - UNABLE TO REWRITE CORR-FILE, STATUS '
            WS-CORR-STATUS
        SET WS-CORR-FAILED TO TRUE
        CLOSE WORK-FILE
        GO TO 605-REWRITE-CORRECTIONS-EXIT
    END-IF

    PERFORM UNTIL WS-WORK-EOF
        READ WORK-FILE
            AT END SET WS-WORK-EOF TO TRUE
        END-READ
        IF NOT WS-WORK-EOF
            MOVE WORK-REC TO CORRECTION-REC
            WRITE CORRECTION-REC
            IF WS-CORR-STATUS NOT = '00'
                DISPLAY 'DAY3_1 - CORR-FILE REWRITE FAILED, STATUS '
                    WS-CORR-STATUS ' - RECOVER FROM '
                    '../utils/EXCCORR.WRK'
                SET WS-CORR-FAILED TO TRUE
                SET WS-WORK-EOF TO TRUE
            END-IF
        END-IF
    END-PERFORM

    CLOSE WORK-FILE
    CLOSE CORR-FILE.

605-REWRITE-CORRECTIONS-EXIT.
    EXIT.

*> the original exception stays on file - one live record per newly
*> applied correction is stamped C, so the tolerance gate stops
*> counting it and EXCPANL reads the offender as repaired
610-FLAG-EXCEPTIONS-CORRECTED.
    IF WS-CR-NEWLY-APPLIED = 0 OR WS-CORR-FAILED
        GO TO 610-FLAG-EXCEPTIONS-CORRECTED-EXIT
    END-IF

    MOVE 'N' TO WS-EXCEPTS-EOF-SW
    OPEN INPUT EXCEPTS-FILE
    IF WS-EXCEPTS-STATUS NOT = '00'
        DISPLAY 'DAY3_1 - UNABLE TO REOPEN EXCEPTS-FILE, STATUS '
            WS-EXCEPTS-STATUS ' - EXCEPTIONS NOT FLAGGED'
        SET WS-CORR-FAILED TO TRUE
        GO TO 610-FLAG-EXCEPTIONS-CORRECTED-EXIT
    END-IF
    OPEN OUTPUT WORK-FILE
    IF WS-WORK-STATUS NOT = '00'
        DISPLAY 'DAY3_1 - UNABLE TO OPEN WORK-FILE, STATUS '
            WS-WORK-STATUS ' - EXCEPTIONS NOT FLAGGED'
        SET WS-CORR-FAILED TO TRUE
        CLOSE EXCEPTS-FILE
        GO TO 610-FLAG-EXCEPTIONS-CORRECTED-EXIT
    END-IF

    PERFORM UNTIL WS-EXCEPTS-EOF
        READ EXCEPTS-FILE
            AT END SET WS-EXCEPTS-EOF TO TRUE
        END-READ
        IF NOT WS-EXCEPTS-EOF
            IF EXC-LIVE
                    AND EXC-PROGRAM-ID = 'DAY3_1'
                    AND EXC-RUN-DATE = WS-AUD-DATE-FMT
                    AND EXC-SOURCE-FILE = WS-STARTNUMS-PATH
                PERFORM 612-MATCH-APPLIED-CORRECTION
                    THRU 612-MATCH-APPLIED-CORRECTION-EXIT
            END-IF
            MOVE EXCEPTION-REC TO WORK-REC
            WRITE WORK-REC
            IF WS-WORK-STATUS NOT = '00'
                DISPLAY 'DAY3_1 - WORK-FILE WRITE FAILED, STATUS '
                    WS-WORK-STATUS ' - EXCEPTIONS NOT FLAGGED'
                SET WS-CORR-FAILED TO TRUE
                SET WS-EXCEPTS-EOF TO TRUE
            END-IF
        END-IF
    END-PERFORM

    CLOSE EXCEPTS-FILE
    CLOSE WORK-FILE

    IF NOT WS-CORR-FAILED AND WS-CR-FLAGGED > 0
        PERFORM 615-REWRITE-EXCEPTS THRU 615-REWRITE-EXCEPTS-EXIT
    END-IF.

610-FLAG-EXCEPTIONS-CORRECTED-EXIT.
    EXIT.

612-MATCH-APPLIED-CORRECTION.
    MOVE 'N' TO WS-CR-FOUND-SW
    PERFORM VARYING WS-CR-IDX FROM 1 BY 1
            UNTIL WS-CR-IDX > WS-CR-COUNT OR WS-CR-FOUND
        IF WS-CR-USED-SW(WS-CR-IDX) = 'Y'
                AND WS-CR-PRIOR-SW(WS-CR-IDX) = 'N'
                AND WS-CR-FLAGGED-SW(WS-CR-IDX) = 'N'
                AND WS-CR-BATCH-ID(WS-CR-IDX) = EXC-BATCH-ID
                AND WS-CR-LINE-NO(WS-CR-IDX) = EXC-LINE-NO
                AND WS-CR-ORIG-VALUE(WS-CR-IDX) = EXC-VALUE
            SET WS-CR-FOUND TO TRUE
            MOVE 'Y' TO WS-CR-FLAGGED-SW(WS-CR-IDX)
            SET EXC-CORRECTED TO TRUE
            ADD 1 TO WS-CR-FLAGGED
        END-IF
    END-PERFORM.

612-MATCH-APPLIED-CORRECTION-EXIT.
    EXIT.

615-REWRITE-EXCEPTS.
    MOVE 'N' TO WS-WORK-EOF-SW
    OPEN INPUT WORK-FILE
    IF WS-WORK-STATUS NOT = '00'
        DISPLAY 'DAY3_1 - UNABLE TO REOPEN WORK-FILE, STATUS '
            WS-WORK-STATUS
        SET WS-CORR-FAILED TO TRUE
        GO TO 615-REWRITE-EXCEPTS-EXIT
    END-IF
    OPEN OUTPUT EXCEPTS-FILE
    IF WS-EXCEPTS-STATUS NOT = '00'
        DISPLAY 'DAY3_1 - UNABLE TO REWRITE EXCEPTS-FILE, STATUS '
            WS-EXCEPTS-STATUS
        SET WS-CORR-FAILED TO TRUE
        CLOSE WORK-FILE
        GO TO 615-REWRITE-EXCEPTS-EXIT
    END-IF

    PERFORM UNTIL WS-WORK-EOF
        READ WORK-FILE
            AT END SET WS-WORK-EOF TO TRUE
        END-READ
        IF NOT WS-WORK-EOF
            MOVE WORK-REC TO EXCEPTION-REC
            WRITE EXCEPTION-REC
            IF WS-EXCEPTS-STATUS NOT = '00'
                DISPLAY 'DAY3_1 - EXCEPTS REWRITE FAILED, STATUS '
                    WS-EXCEPTS-STATUS ' - RECOVER FROM '
                    '../utils/EXCCORR.WRK'
                SET WS-CORR-FAILED TO TRUE
                SET WS-WORK-EOF TO TRUE
            END-IF
        END-IF
    END-PERFORM

    CLOSE WORK-FILE
    CLOSE EXCEPTS-FILE.

615-REWRITE-EXCEPTS-EXIT.
    EXIT.

*> one line per correction on file for the night - applied now,
*> applied again from an earlier rerun, or never met in the input
620-WRITE-CORRECTION-REGISTER.
    OPEN OUTPUT CORRREG-FILE
    MOVE WS-REG-HEADING-1 TO CORRREG-LINE
    WRITE CORRREG-LINE
    MOVE WS-AUD-DATE-FMT TO WS-REG-NIGHT
    MOVE WS-REG-HEADING-2 TO CORRREG-LINE
    WRITE CORRREG-LINE
    MOVE WS-STARTNUMS-PATH TO WS-REG-SOURCE
    MOVE WS-REG-HEADING-3 TO CORRREG-LINE
    WRITE CORRREG-LINE
    MOVE SPACES TO CORRREG-LINE
    WRITE CORRREG-LINE

    IF WS-CR-COUNT = 0
        MOVE WS-REG-NONE TO CORRREG-LINE
        WRITE CORRREG-LINE
    ELSE
        MOVE WS-REG-COL-HDR TO CORRREG-LINE
        WRITE CORRREG-LINE
        PERFORM VARYING WS-CR-IDX FROM 1 BY 1
                UNTIL WS-CR-IDX > WS-CR-COUNT
            MOVE WS-CR-BATCH-ID(WS-CR-IDX) TO WS-RG-BATCH
            MOVE WS-CR-LINE-NO(WS-CR-IDX) TO WS-RG-LINE
            MOVE WS-CR-ORIG-VALUE(WS-CR-IDX) TO WS-RG-ORIG
            MOVE WS-CR-NEW-VALUE(WS-CR-IDX) TO WS-RG-NEW
            MOVE WS-CR-INITIALS(WS-CR-IDX) TO WS-RG-INITIALS
            EVALUATE TRUE
                WHEN WS-CR-USED-SW(WS-CR-IDX) = 'N'
                    MOVE 'NOT APPLIED' TO WS-RG-RESULT
                WHEN WS-CR-PRIOR-SW(WS-CR-IDX) = 'Y'
                    MOVE 'REAPPLIED' TO WS-RG-RESULT
                WHEN OTHER
                    MOVE 'APPLIED' TO WS-RG-RESULT
            END-EVALUATE
            MOVE WS-REG-DETAIL-1 TO CORRREG-LINE
            WRITE CORRREG-LINE
            MOVE WS-CR-REASON(WS-CR-IDX) TO WS-RG-REASON
            MOVE WS-REG-DETAIL-2 TO CORRREG-LINE
            WRITE CORRREG-LINE
        END-PERFORM
    END-IF

    MOVE SPACES TO CORRREG-LINE
    WRITE CORRREG-LINE
    IF WS-AUD-STATUS-TEXT = 'FAILED'
        MOVE WS-REG-FAILED TO CORRREG-LINE
        WRITE CORRREG-LINE
    END-IF
    MOVE WS-CR-APPLIED TO WS-RG-T-APPLIED
    COMPUTE WS-RG-T-UNUSED = WS-CR-COUNT - WS-CR-APPLIED
    MOVE WS-CR-FLAGGED TO WS-RG-T-FLAGGED
    MOVE WS-REG-TOTALS TO CORRREG-LINE
    WRITE CORRREG-LINE

    CLOSE CORRREG-FILE.

620-WRITE-CORRECTION-REGISTER-EXIT.
    EXIT.
