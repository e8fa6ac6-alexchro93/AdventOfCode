    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS WS-PROCDATE-STATUS.
SELECT CAPSUM-FILE
    ASSIGN TO DYNAMIC WS-CAPSUM-PATH
    ORGANIZATION IS LINE SEQUENTIAL.
SELECT AUDIT-FILE
    ASSIGN TO DYNAMIC WS-AUDIT-PATH
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS WS-AUDIT-STATUS.
SELECT EXCEPTS-FILE
    ASSIGN TO DYNAMIC WS-EXCEPTS-PATH
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS WS-EXCEPTS-STATUS.
SELECT RESULTS-FILE
    ASSIGN TO DYNAMIC WS-RESULTS-PATH
    ORGANIZATION IS INDEXED
    ACCESS MODE IS RANDOM
    RECORD KEY IS RSL-KEY
    FILE STATUS IS WS-RESULTS-STATUS.
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

DATA DIVISION.
    FILE SECTION.
        FD RESULTS-FILE.
        COPY RSLTREC.

        FD CORR-FILE.
        COPY EXCCORR.

        FD WORK-FILE.
        01 WORK-REC PIC X(186).

        FD CORRREG-FILE.
        01 CORRREG-LINE PIC X(80).

    WORKING-STORAGE SECTION.
        *> the digit stream - one data line of up to 256 digits,
        *> loaded whole so both passes can walk it circularly
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
        01 WS-CAPTCHA-PATH   PIC X(40) VALUE './utils/CAPTCHA.DAT'.

        *> simulation night - run mode S on the processing-date
        *> record sends the postings to the driver's scratch files
        *> under a separate report name and reads the candidate
        *> stream the driver named, so the production master, audit
        *> trail and exception file never see the night
        01 WS-SIM-RUN-SW     PIC X VALUE 'N'.
            88 WS-SIM-RUN    VALUE 'Y'.
        01 WS-SIM-INPUT-PATH PIC X(40) VALUE SPACES.
        01 WS-CAPSUM-PATH    PIC X(40) VALUE './utils/CAPTCHA.RPT'.
        01 WS-AUDIT-PATH     PIC X(40) VALUE '../utils/AUDIT.DAT'.
        01 WS-EXCEPTS-PATH   PIC X(40) VALUE '../utils/EXCEPTS.DAT'.
        01 WS-RESULTS-PATH   PIC X(40) VALUE '../utils/RESULTS.MST'.

        *> running totals reconciled against the PREEDIT control
        *> trailer - count of data lines read and sum of every digit
        *> in the stream
        01 WS-AUDIT-STATUS    PIC XX.
        01 WS-RESULTS-STATUS  PIC XX.

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
            'DAY1_1 CORRECTION REGISTER'.
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

        01 WS-REPORT-HEADING-1 PIC X(80) VALUE
            'DAY1_1 CAPTCHA SUM REPORT'.
        01 WS-REPORT-HEADING-2.
100-MAIN.
    PERFORM 102-GET-PROCESS-DATE THRU 102-GET-PROCESS-DATE-EXIT
    PERFORM 105-READ-RUN-CONTROL THRU 105-READ-RUN-CONTROL-EXIT
    IF WS-SIM-RUN AND WS-SIM-INPUT-PATH NOT = SPACES
        MOVE WS-SIM-INPUT-PATH TO WS-CAPTCHA-PATH
    END-IF
    IF WS-RUNCTL-FAILED
        DISPLAY 'DAY1_1 TERMINATED - RUN-CONTROL CARDS REJECTED'
        SET WS-LOAD-FAILED TO TRUE
    ELSE
        IF WS-CORR-RUN
            PERFORM 150-LOAD-CORRECTIONS THRU 150-LOAD-CORRECTIONS-EXIT
            PERFORM 155-LOAD-LOGGED-EXCEPTIONS
                THRU 155-LOAD-LOGGED-EXCEPTIONS-EXIT
            IF WS-CORR-FAILED
                SET WS-LOAD-FAILED TO TRUE
            END-IF
        END-IF
        IF NOT WS-LOAD-FAILED
            PERFORM 200-LOAD-STREAM THRU 200-LOAD-STREAM-EXIT
        END-IF
        IF WS-LOAD-FAILED
            DISPLAY 'DAY1_1 TERMINATED - SEE FILE STATUS DIAGNOSTICS'
        END-IF
        DISPLAY WS-HALF-ANS
        MOVE WS-ANS TO WS-AUD-ANSWER-VAL
        MOVE 'SUCCESS' TO WS-AUD-STATUS-TEXT
        IF WS-CORR-RUN
            PERFORM 600-MARK-CORRECTIONS-APPLIED
                THRU 600-MARK-CORRECTIONS-APPLIED-EXIT
            PERFORM 610-FLAG-EXCEPTIONS-CORRECTED
                THRU 610-FLAG-EXCEPTIONS-CORRECTED-EXIT
        END-IF
    END-IF
    IF WS-CORR-RUN
        PERFORM 620-WRITE-CORRECTION-REGISTER
            THRU 620-WRITE-CORRECTION-REGISTER-EXIT
    END-IF
    PERFORM 500-WRITE-AUDIT-RECORD THRU 500-WRITE-AUDIT-RECORD-EXIT
    IF WS-AUD-STATUS-TEXT = 'FAILED'
        MOVE PRC-YYYY TO WS-RUN-YYYY
        MOVE PRC-MM TO WS-RUN-MM
        MOVE PRC-DD TO WS-RUN-DD
        IF PRC-SIMULATION-RUN
            PERFORM 103-SET-SIMULATION-FILES
                THRU 103-SET-SIMULATION-FILES-EXIT
        END-IF
    ELSE
        DISPLAY 'DAY1_1 - NO PROCESSING-DATE RECORD - USING THE'
            ' SYSTEM DATE'
102-GET-PROCESS-DATE-EXIT.
    EXIT.

*> a simulation night posts to the scratch files and report name in
*> place of the production ones; the candidate stream, when the
*> driver named one, replaces whatever INPUT-FILE card is staged
103-SET-SIMULATION-FILES.
    SET WS-SIM-RUN TO TRUE
    MOVE PRC-SIM-CAPTCHA-FILE TO WS-SIM-INPUT-PATH
    MOVE './utils/CAPTCHA_SIM.RPT' TO WS-CAPSUM-PATH
    MOVE '../utils/AUDIT.SIM' TO WS-AUDIT-PATH
    MOVE '../utils/EXCEPTS.SIM' TO WS-EXCEPTS-PATH
    MOVE '../utils/RESULTS.SIM' TO WS-RESULTS-PATH
    DISPLAY 'DAY1_1 - SIMULATION RUN - POSTING TO THE SCRATCH FILES'.

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
                MOVE WS-CTL-VALUE TO WS-CAPTCHA-PATH
            END-IF
        WHEN 'CORRECTION-RUN'
            PERFORM 109-EDIT-CORRECTION-RUN-CARD
                THRU 109-EDIT-CORRECTION-RUN-CARD-EXIT
        WHEN OTHER
            DISPLAY 'DAY1_1 - UNKNOWN RUN-CONTROL CARD - '
                WS-CTL-KEYWORD
106-APPLY-RUN-CONTROL-CARD-EXIT.
    EXIT.

*> CORRECTION-RUN YYYYMMDD - staged for a standalone rerun of the
*> night named, which is reposted under that date in place of the
*> driver's processing date, with the validated corrections applied
109-EDIT-CORRECTION-RUN-CARD.
    IF WS-CTL-VALUE(1:8) IS NOT NUMERIC
            OR WS-CTL-VALUE(9:1) NOT = SPACE
        DISPLAY 'DAY1_1 - CORRECTION-RUN CARD MUST BE YYYYMMDD - '
            WS-CTL-VALUE
        SET WS-RUNCTL-FAILED TO TRUE
        GO TO 109-EDIT-CORRECTION-RUN-CARD-EXIT
    END-IF
    MOVE WS-CTL-VALUE(1:8) TO WS-CORR-DATE
    IF WS-CORR-MM < 1 OR WS-CORR-MM > 12
            OR WS-CORR-DD < 1 OR WS-CORR-DD > 31
        DISPLAY 'DAY1_1 - CORRECTION-RUN DATE OUT OF RANGE - '
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
    DISPLAY 'DAY1_1 - CORRECTION RERUN OF NIGHT ' WS-AUD-DATE-FMT.

109-EDIT-CORRECTION-RUN-CARD-EXIT.
    EXIT.

*> the validated corrections for this night and program, and any a
*> previous rerun of the night applied - a correction keyed against
*> another source file belongs to a rerun against that file, so it
*> is named on the console and left for that rerun
150-LOAD-CORRECTIONS.
    OPEN INPUT CORR-FILE
    IF WS-CORR-STATUS = '35'
        DISPLAY 'DAY1_1 - NO CORRECTION FILE ON DISK - NIGHT'
            ' REPOSTED WITHOUT CORRECTIONS'
        GO TO 150-LOAD-CORRECTIONS-EXIT
    END-IF
    IF WS-CORR-STATUS NOT = '00'
        DISPLAY 'DAY1_1 - UNABLE TO OPEN CORR-FILE, STATUS '
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
                    AND COR-PROGRAM-ID = 'DAY1_1'
                    AND COR-RUN-DATE = WS-AUD-DATE-FMT
                    AND (COR-ACCEPTED OR COR-APPLIED)
                PERFORM 152-KEEP-CORRECTION
                    THRU 152-KEEP-CORRECTION-EXIT
            END-IF
        END-IF
    END-PERFORM

    CLOSE CORR-FILE
    DISPLAY 'DAY1_1 - CORRECTIONS LOADED FOR THE NIGHT - '
        WS-CR-COUNT.

150-LOAD-CORRECTIONS-EXIT.
    EXIT.

152-KEEP-CORRECTION.
    IF COR-SOURCE-FILE NOT = WS-CAPTCHA-PATH
        DISPLAY 'DAY1_1 - CORRECTION FOR ANOTHER SOURCE LEFT ON'
            ' FILE - ' COR-SOURCE-FILE
        GO TO 152-KEEP-CORRECTION-EXIT
    END-IF
    IF WS-CR-COUNT NOT < WS-MAX-CRS
        DISPLAY 'DAY1_1 - CORRECTION TABLE FULL AT ' WS-MAX-CRS
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
            IF EXC-PROGRAM-ID = 'DAY1_1'
                    AND EXC-RUN-DATE = WS-AUD-DATE-FMT
                    AND EXC-SOURCE-FILE = WS-CAPTCHA-PATH
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

*> a rerun that meets a bad value the night already logged leaves
*> the one record standing rather than logging it twice
165-CHECK-ALREADY-LOGGED.
    MOVE 'N' TO WS-LG-FOUND-SW
    IF NOT WS-CORR-RUN
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

*> the stream is one data line of digits followed by the PREEDIT
*> control trailer - a missing or mismatched trailer means the
*> extract was truncated or altered after the front-end edit, so
            ADD WS-CUR-DIGIT TO WS-HASH-TOTAL
            ADD 1 TO WS-STREAM-LEN
        ELSE
            PERFORM 222-APPLY-CORRECTION THRU 222-APPLY-CORRECTION-EXIT
            IF NOT WS-CR-FOUND
                DISPLAY 'DAY1_1 - NON-DIGIT IN STREAM AT POSITION '
                    WS-POS ' - ' WS-STREAM-DIGIT(WS-POS)
                SET WS-LOAD-FAILED TO TRUE
                PERFORM 225-WRITE-EXCEPTION-RECORD
                    THRU 225-WRITE-EXCEPTION-RECORD-EXIT
            END-IF
        END-IF
    END-PERFORM

220-MEASURE-STREAM-EXIT.
    EXIT.

*> on a correction rerun a validated correction for the position
*> stands in for the bad character; the hash total is left as the
*> front-end edit computed it, over the digits as received
222-APPLY-CORRECTION.
    MOVE SPACES TO WS-CR-SEEK-BATCH
    MOVE WS-POS TO WS-CR-SEEK-LINE
    MOVE SPACES TO WS-CR-SEEK-VALUE
    MOVE WS-STREAM-DIGIT(WS-POS) TO WS-CR-SEEK-VALUE
    PERFORM 160-FIND-CORRECTION THRU 160-FIND-CORRECTION-EXIT
    IF NOT WS-CR-FOUND
        GO TO 222-APPLY-CORRECTION-EXIT
    END-IF

    DISPLAY 'DAY1_1 - CORRECTION APPLIED AT POSITION ' WS-POS
        ' - ' WS-STREAM-DIGIT(WS-POS) ' TO '
        WS-CR-NEW-VALUE(WS-CR-IDX)(1:1)
    MOVE WS-CR-NEW-VALUE(WS-CR-IDX)(1:1) TO WS-STREAM-DIGIT(WS-POS)
    ADD 1 TO WS-STREAM-LEN.

222-APPLY-CORRECTION-EXIT.
    EXIT.

*> severity F - a bad stream fails the whole run, there is no
*> per-row exclusion to fall back on. One record per run, written
*> to the consolidated file the tolerance gate totals; EXC-LINE-NO
*> carries the stream position of the offending character.
225-WRITE-EXCEPTION-RECORD.
    MOVE SPACES TO WS-CR-SEEK-BATCH
    MOVE WS-POS TO WS-CR-SEEK-LINE
    MOVE SPACES TO WS-CR-SEEK-VALUE
    MOVE WS-STREAM-DIGIT(WS-POS) TO WS-CR-SEEK-VALUE
    PERFORM 165-CHECK-ALREADY-LOGGED THRU 165-CHECK-ALREADY-LOGGED-EXIT
    IF WS-LG-FOUND
        GO TO 225-WRITE-EXCEPTION-RECORD-EXIT
    END-IF

    OPEN EXTEND EXCEPTS-FILE
    IF WS-EXCEPTS-STATUS = '35'
        OPEN OUTPUT EXCEPTS-FILE
    MOVE 'NOT NUMERIC' TO EXC-REASON
    MOVE 'F' TO EXC-SEVERITY
    MOVE SPACES TO EXC-BATCH-ID
    MOVE SPACE TO EXC-DISPOSITION
    WRITE EXCEPTION-REC
    IF WS-EXCEPTS-STATUS NOT = '00'
        DISPLAY 'DAY1_1 - UNABLE TO WRITE EXCEPTION RECORD,'
    MOVE 'DAY1_1' TO AUD-PROGRAM-ID
    MOVE WS-AUD-DATE-FMT TO AUD-RUN-DATE
    MOVE WS-AUD-TIME-FMT TO AUD-RUN-TIME
    MOVE WS-CARD-VERSION TO AUD-CARD-VERSION
    MOVE WS-CAPTCHA-PATH TO AUD-INPUT-FILE
    MOVE WS-AUD-ANSWER-VAL TO AUD-FINAL-ANSWER
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
        DISPLAY 'DAY1_1 - UNABLE TO REOPEN CORR-FILE, STATUS '
            WS-CORR-STATUS ' - CORRECTIONS NOT MARKED APPLIED'
        SET WS-CORR-FAILED TO TRUE
        GO TO 600-MARK-CORRECTIONS-APPLIED-EXIT
    END-IF
    OPEN OUTPUT WORK-FILE
    IF WS-WORK-STATUS NOT = '00'
        DISPLAY 'DAY1_1 - UNABLE TO OPEN WORK-FILE, STATUS '
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
                DISPLAY 'DAY1_1 - WORK-FILE WRITE FAILED, STATUS '
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
        DISPLAY 'DAY1_1 - UNABLE TO REOPEN WORK-FILE, STATUS '
            WS-WORK-STATUS
        SET WS-CORR-FAILED TO TRUE
        GO TO 605-REWRITE-CORRECTIONS-EXIT
    END-IF
    OPEN OUTPUT CORR-FILE
    IF WS-CORR-STATUS NOT = '00'
        DISPLAY 'DAY1_1 - UNABLE TO REWRITE CORR-FILE, STATUS '
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
                DISPLAY 'DAY1_1 - CORR-FILE REWRITE FAILED, STATUS '
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
        DISPLAY 'DAY1_1 - UNABLE TO REOPEN EXCEPTS-FILE, STATUS '
            WS-EXCEPTS-STATUS ' - EXCEPTIONS NOT FLAGGED'
        SET WS-CORR-FAILED TO TRUE
        GO TO 610-FLAG-EXCEPTIONS-CORRECTED-EXIT
    END-IF
    OPEN OUTPUT WORK-FILE
    IF WS-WORK-STATUS NOT = '00'
        DISPLAY 'DAY1_1 - UNABLE TO OPEN WORK-FILE, STATUS '
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
                    AND EXC-PROGRAM-ID = 'DAY1_1'
                    AND EXC-RUN-DATE = WS-AUD-DATE-FMT
                    AND EXC-SOURCE-FILE = WS-CAPTCHA-PATH
                PERFORM 612-MATCH-APPLIED-CORRECTION
                    THRU 612-MATCH-APPLIED-CORRECTION-EXIT
            END-IF
            MOVE EXCEPTION-REC TO WORK-REC
            WRITE WORK-REC
            IF WS-WORK-STATUS NOT = '00'
                DISPLAY 'DAY1_1 - WORK-FILE WRITE FAILED, STATUS '
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
        DISPLAY 'DAY1_1 - UNABLE TO REOPEN WORK-FILE, STATUS '
            WS-WORK-STATUS
        SET WS-CORR-FAILED TO TRUE
        GO TO 615-REWRITE-EXCEPTS-EXIT
    END-IF
    OPEN OUTPUT EXCEPTS-FILE
    IF WS-EXCEPTS-STATUS NOT = '00'
        DISPLAY 'DAY1_1 - UNABLE TO REWRITE EXCEPTS-FILE, STATUS '
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
                DISPLAY 'DAY1_1 - EXCEPTS REWRITE FAILED, STATUS '
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
    MOVE WS-CAPTCHA-PATH TO WS-REG-SOURCE
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
