*> Exception correction validation pass - operations key corrected
*> values onto EXCCORR.DAT against exceptions the Day_N programs
*> logged, and a correction rerun of the night applies them in place
*> of the rejected values. Nothing keyed by hand reaches a rerun
*> unproven: this pass edits every newly keyed line, then matches it
*> against the live exception records on EXCEPTS.DAT by run date,
*> program, source file, batch id and line (and the original value
*> where a line carries more than one bad cell). A line that matches
*> no logged exception, or is malformed, is stamped rejected with
*> the reason; a line that matches is stamped accepted with the
*> logged value filled in, ready for the program's CORRECTION-RUN
*> card. Every line processed is listed on EXCCORR.RPT.
IDENTIFICATION DIVISION.
PROGRAM-ID. EXCCORR.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
SELECT CORR-FILE
    ASSIGN TO '../utils/EXCCORR.DAT'
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS WS-CORR-STATUS.
SELECT EXCEPTS-FILE
    ASSIGN TO '../utils/EXCEPTS.DAT'
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS WS-EXCEPTS-STATUS.
SELECT CORR-RPT-FILE
    ASSIGN TO './utils/EXCCORR.RPT'
    ORGANIZATION IS LINE SEQUENTIAL.
SELECT AUDIT-FILE
    ASSIGN TO '../utils/AUDIT.DAT'
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS WS-AUDIT-STATUS.

DATA DIVISION.
    FILE SECTION.
        FD CORR-FILE.
        COPY EXCCORR.

        FD EXCEPTS-FILE.
        COPY EXCPTREC.

        FD CORR-RPT-FILE.
        01 CORR-RPT-LINE PIC X(80).

        FD AUDIT-FILE.
        COPY AUDITREC.

    WORKING-STORAGE SECTION.
        01 WS-CORR-STATUS    PIC XX.
        01 WS-EXCEPTS-STATUS PIC XX.
        01 WS-AUDIT-STATUS   PIC XX.
        01 WS-CORR-EOF-SW    PIC X VALUE 'N'.
            88 WS-CORR-EOF   VALUE 'Y'.
        01 WS-EXCEPTS-EOF-SW PIC X VALUE 'N'.
            88 WS-EXCEPTS-EOF VALUE 'Y'.
        01 WS-VALID-FAILED-SW PIC X VALUE 'N'.
            88 WS-VALID-FAILED VALUE 'Y'.

        *> the whole correction file in storage - comment lines and
        *> lines already settled are carried through untouched, and
        *> the file is rewritten in one pass once every newly keyed
        *> line has been settled, the way RUNCTLM rewrites the cards.
        *> Columns 1-75 of a line are the exception key, 133-152 the
        *> original value and 154 the status - see EXCCORR.
        01 WS-CE-COUNT       PIC 9(3) VALUE 0.
        01 WS-MAX-CES        PIC 9(3) VALUE 500.
        01 WS-CE-TABLE.
            05 WS-CE-ENTRY OCCURS 500 TIMES.
                10 WS-CE-LINE       PIC X(186).
                10 WS-CE-FIELDS REDEFINES WS-CE-LINE.
                    15 WS-CE-KEY        PIC X(75).
                    15 FILLER           PIC X(57).
                    15 WS-CE-ORIG-VALUE PIC X(20).
                    15 FILLER           PIC X(1).
                    15 WS-CE-STATUS     PIC X(1).
                    15 FILLER           PIC X(32).
                10 WS-CE-COMMENT-SW   PIC X(1).
                10 WS-CE-KEYED-SW     PIC X(1).
                10 WS-CE-CANDIDATE-SW PIC X(1).
                10 WS-CE-MATCH-KEY    PIC X(75).
                10 WS-CE-MATCHES      PIC 9(3).
                10 WS-CE-FIRST-VALUE  PIC X(20).
                10 WS-CE-CONFLICT-SW  PIC X(1).
                10 WS-CE-DONE-SW      PIC X(1).
        01 WS-CE-IDX         PIC 9(3) VALUE 0.
        01 WS-CE-IDX-2       PIC 9(3) VALUE 0.
        01 WS-CE-DUPLICATES  PIC 9(3) VALUE 0.

        *> an exception key laid out as columns 1-75 of a correction
        *> line, separators blank, so a keyed line and a logged
        *> exception compare as one field
        01 WS-EXC-KEY.
            05 WS-EK-RUN-DATE    PIC X(10).
            05 FILLER            PIC X(1) VALUE SPACE.
            05 WS-EK-PROGRAM-ID  PIC X(8).
            05 FILLER            PIC X(1) VALUE SPACE.
            05 WS-EK-SOURCE-FILE PIC X(40).
            05 FILLER            PIC X(1) VALUE SPACE.
            05 WS-EK-BATCH-ID    PIC X(8).
            05 FILLER            PIC X(1) VALUE SPACE.
            05 WS-EK-LINE-NO     PIC 9(5).

        01 WS-EDIT-NOTE      PIC X(20) VALUE SPACES.
        01 WS-DATE-EDIT.
            05 WS-DE-YYYY    PIC X(4).
            05 WS-DE-SEP-1   PIC X(1).
            05 WS-DE-MM      PIC X(2).
            05 WS-DE-SEP-2   PIC X(1).
            05 WS-DE-DD      PIC X(2).

        01 WS-KEYED-COUNT    PIC 9(4) VALUE 0.
        01 WS-ACCEPTED-COUNT PIC 9(4) VALUE 0.
        01 WS-REJECTED-COUNT PIC 9(4) VALUE 0.
        01 WS-ON-FILE-WAITING PIC 9(4) VALUE 0.
        01 WS-ON-FILE-APPLIED PIC 9(4) VALUE 0.
        01 WS-ON-FILE-REJECTED PIC 9(4) VALUE 0.
        01 WS-EXC-READ       PIC 9(6) VALUE 0.

        01 WS-RUN-DATE.
            05 WS-RUN-YYYY   PIC 9(4).
            05 WS-RUN-MM     PIC 9(2).
            05 WS-RUN-DD     PIC 9(2).

        01 WS-RUN-TIME-RAW.
            05 WS-RUN-HH     PIC 9(2).
            05 WS-RUN-MI     PIC 9(2).
            05 WS-RUN-SS     PIC 9(2).
            05 FILLER        PIC 9(2).

        01 WS-AUD-DATE-FMT.
            05 WS-AUD-YYYY   PIC 9(4).
            05 FILLER        PIC X VALUE '-'.
            05 WS-AUD-MM     PIC 9(2).
            05 FILLER        PIC X VALUE '-'.
            05 WS-AUD-DD     PIC 9(2).
        01 WS-AUD-TIME-FMT.
            05 WS-AUD-HH     PIC 9(2).
            05 FILLER        PIC X VALUE ':'.
            05 WS-AUD-MI     PIC 9(2).
            05 FILLER        PIC X VALUE ':'.
            05 WS-AUD-SS     PIC 9(2).

        01 WS-REPORT-HEADING-1 PIC X(80) VALUE
            'EXCCORR EXCEPTION CORRECTION VALIDATION REPORT'.
        01 WS-REPORT-HEADING-2.
            05 FILLER        PIC X(9) VALUE 'RUN DATE '.
            05 WS-RPT-YYYY   PIC 9(4).
            05 FILLER        PIC X(1) VALUE '-'.
            05 WS-RPT-MM     PIC 9(2).
            05 FILLER        PIC X(1) VALUE '-'.
            05 WS-RPT-DD     PIC 9(2).
        01 WS-REPORT-COL-HDR PIC X(80) VALUE
            'NIGHT      PROGRAM  BATCH     LINE  CORRECTED VALUE      BY  RESULT'.
        01 WS-REPORT-NONE PIC X(80) VALUE
            'NO NEWLY KEYED CORRECTIONS ON FILE - NOTHING TO VALIDATE'.
        01 WS-REPORT-FAILED PIC X(80) VALUE
            'VALIDATION DID NOT COMPLETE - CORRECTION FILE NOT UPDATED'.
        01 WS-COR-DETAIL-1.
            05 WS-CD-RUN-DATE   PIC X(10).
            05 FILLER           PIC X(1) VALUE SPACES.
            05 WS-CD-PROGRAM    PIC X(8).
            05 FILLER           PIC X(1) VALUE SPACES.
            05 WS-CD-BATCH      PIC X(8).
            05 FILLER           PIC X(1) VALUE SPACES.
            05 WS-CD-LINE       PIC ZZZZ9.
            05 FILLER           PIC X(2) VALUE SPACES.
            05 WS-CD-NEW-VALUE  PIC X(20).
            05 FILLER           PIC X(1) VALUE SPACES.
            05 WS-CD-INITIALS   PIC X(3).
            05 FILLER           PIC X(1) VALUE SPACES.
            05 WS-CD-RESULT     PIC X(8).
        01 WS-COR-DETAIL-2.
            05 FILLER           PIC X(11) VALUE '    SOURCE '.
            05 WS-CD-SOURCE     PIC X(40).
        01 WS-COR-DETAIL-3.
            05 FILLER           PIC X(13) VALUE '    ORIGINAL '.
            05 WS-CD-ORIG-VALUE PIC X(20).
            05 FILLER           PIC X(2) VALUE SPACES.
            05 WS-CD-NOTE       PIC X(20).
        01 WS-REPORT-SUMMARY-1.
            05 FILLER           PIC X(8) VALUE 'KEYED - '.
            05 WS-RPT-S-KEYED   PIC ZZZ9.
            05 FILLER           PIC X(13) VALUE '  ACCEPTED - '.
            05 WS-RPT-S-ACCEPTED PIC ZZZ9.
            05 FILLER           PIC X(13) VALUE '  REJECTED - '.
            05 WS-RPT-S-REJECTED PIC ZZZ9.
        01 WS-REPORT-SUMMARY-2.
            05 FILLER           PIC X(27) VALUE
                'ON FILE - AWAITING RERUN - '.
            05 WS-RPT-S-WAITING PIC ZZZ9.
            05 FILLER           PIC X(12) VALUE '  APPLIED - '.
            05 WS-RPT-S-APPLIED PIC ZZZ9.
            05 FILLER           PIC X(13) VALUE '  REJECTED - '.
            05 WS-RPT-S-FILE-REJ PIC ZZZ9.

PROCEDURE DIVISION.
100-MAIN.
    ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
    MOVE WS-RUN-YYYY TO WS-AUD-YYYY
    MOVE WS-RUN-MM TO WS-AUD-MM
    MOVE WS-RUN-DD TO WS-AUD-DD

    PERFORM 120-LOAD-CORRECTIONS THRU 120-LOAD-CORRECTIONS-EXIT
    IF NOT WS-VALID-FAILED AND WS-KEYED-COUNT > 0
        PERFORM 200-EDIT-CORRECTIONS THRU 200-EDIT-CORRECTIONS-EXIT
        PERFORM 300-MATCH-EXCEPTIONS THRU 300-MATCH-EXCEPTIONS-EXIT
    END-IF
    IF NOT WS-VALID-FAILED AND WS-KEYED-COUNT > 0
        PERFORM 400-SETTLE-CORRECTIONS
            THRU 400-SETTLE-CORRECTIONS-EXIT
        PERFORM 450-REWRITE-CORRECTION-FILE
            THRU 450-REWRITE-CORRECTION-FILE-EXIT
    END-IF

    PERFORM 350-WRITE-VALIDATION-REPORT
        THRU 350-WRITE-VALIDATION-REPORT-EXIT
    PERFORM 500-WRITE-AUDIT-RECORD THRU 500-WRITE-AUDIT-RECORD-EXIT

    DISPLAY 'EXCCORR - KEYED ' WS-KEYED-COUNT
        ' ACCEPTED ' WS-ACCEPTED-COUNT
        ' REJECTED ' WS-REJECTED-COUNT
    EVALUATE TRUE
        WHEN WS-VALID-FAILED
            MOVE 8 TO RETURN-CODE
        WHEN WS-REJECTED-COUNT > 0
            MOVE 4 TO RETURN-CODE
        WHEN OTHER
            MOVE 0 TO RETURN-CODE
    END-EVALUATE
    GOBACK.

*> comment and blank lines are carried, never edited; a line with a
*> blank status is newly keyed and is the only kind this pass judges
120-LOAD-CORRECTIONS.
    OPEN INPUT CORR-FILE
    IF WS-CORR-STATUS = '35'
        DISPLAY 'EXCCORR - NO CORRECTION FILE ON DISK - NOTHING'
            ' TO VALIDATE'
        GO TO 120-LOAD-CORRECTIONS-EXIT
    END-IF
    IF WS-CORR-STATUS NOT = '00'
        DISPLAY 'EXCCORR - UNABLE TO OPEN CORR-FILE, STATUS '
            WS-CORR-STATUS
        SET WS-VALID-FAILED TO TRUE
        GO TO 120-LOAD-CORRECTIONS-EXIT
    END-IF

    PERFORM UNTIL WS-CORR-EOF
        READ CORR-FILE
            AT END SET WS-CORR-EOF TO TRUE
        END-READ
        IF NOT WS-CORR-EOF
            IF WS-CE-COUNT < WS-MAX-CES
                ADD 1 TO WS-CE-COUNT
                PERFORM 125-LOAD-ONE-LINE THRU 125-LOAD-ONE-LINE-EXIT
            ELSE
                DISPLAY 'EXCCORR - CORRECTION TABLE FULL AT '
                    WS-MAX-CES ' - FILE NOT VALIDATED'
                SET WS-VALID-FAILED TO TRUE
                SET WS-CORR-EOF TO TRUE
            END-IF
        END-IF
    END-PERFORM

    CLOSE CORR-FILE.

120-LOAD-CORRECTIONS-EXIT.
    EXIT.

125-LOAD-ONE-LINE.
    MOVE CORRECTION-REC TO WS-CE-LINE(WS-CE-COUNT)
    MOVE 'N' TO WS-CE-COMMENT-SW(WS-CE-COUNT)
    MOVE 'N' TO WS-CE-KEYED-SW(WS-CE-COUNT)
    MOVE 'N' TO WS-CE-CANDIDATE-SW(WS-CE-COUNT)
    MOVE 'N' TO WS-CE-CONFLICT-SW(WS-CE-COUNT)
    MOVE 'N' TO WS-CE-DONE-SW(WS-CE-COUNT)
    MOVE 0 TO WS-CE-MATCHES(WS-CE-COUNT)
    MOVE SPACES TO WS-CE-MATCH-KEY(WS-CE-COUNT)
    MOVE SPACES TO WS-CE-FIRST-VALUE(WS-CE-COUNT)

    IF CORRECTION-REC = SPACES OR COR-RUN-DATE(1:1) = '*'
        MOVE 'Y' TO WS-CE-COMMENT-SW(WS-CE-COUNT)
        GO TO 125-LOAD-ONE-LINE-EXIT
    END-IF

    EVALUATE TRUE
        WHEN COR-PENDING
            MOVE 'Y' TO WS-CE-KEYED-SW(WS-CE-COUNT)
            ADD 1 TO WS-KEYED-COUNT
        WHEN COR-ACCEPTED
            ADD 1 TO WS-ON-FILE-WAITING
        WHEN COR-APPLIED
            ADD 1 TO WS-ON-FILE-APPLIED
        WHEN OTHER
            ADD 1 TO WS-ON-FILE-REJECTED
    END-EVALUATE.

125-LOAD-ONE-LINE-EXIT.
    EXIT.

*> the edits a line must pass before it is worth matching - a
*> corrected value must be in the input's own form for the program
*> that rejected it, since the rerun drops it straight into the
*> record in place of the bad value
200-EDIT-CORRECTIONS.
    PERFORM VARYING WS-CE-IDX FROM 1 BY 1
            UNTIL WS-CE-IDX > WS-CE-COUNT
        IF WS-CE-KEYED-SW(WS-CE-IDX) = 'Y'
            PERFORM 210-EDIT-ONE-CORRECTION
                THRU 210-EDIT-ONE-CORRECTION-EXIT
        END-IF
    END-PERFORM.

200-EDIT-CORRECTIONS-EXIT.
    EXIT.

210-EDIT-ONE-CORRECTION.
    MOVE WS-CE-LINE(WS-CE-IDX) TO CORRECTION-REC
    MOVE SPACES TO WS-EDIT-NOTE

    MOVE COR-RUN-DATE TO WS-DATE-EDIT
    IF WS-DE-YYYY IS NOT NUMERIC
            OR WS-DE-MM IS NOT NUMERIC
            OR WS-DE-DD IS NOT NUMERIC
            OR WS-DE-SEP-1 NOT = '-'
            OR WS-DE-SEP-2 NOT = '-'
            OR WS-DE-MM < '01' OR WS-DE-MM > '12'
            OR WS-DE-DD < '01' OR WS-DE-DD > '31'
        MOVE 'RUN DATE NOT VALID' TO WS-EDIT-NOTE
        GO TO 210-EDIT-ONE-CORRECTION-SETTLE
    END-IF

    IF COR-SOURCE-FILE = SPACES
        MOVE 'NO SOURCE FILE' TO WS-EDIT-NOTE
        GO TO 210-EDIT-ONE-CORRECTION-SETTLE
    END-IF

    IF COR-LINE-NO IS NOT NUMERIC
        MOVE 'LINE NOT VALID' TO WS-EDIT-NOTE
        GO TO 210-EDIT-ONE-CORRECTION-SETTLE
    END-IF
    *> line 0 is a batch-level finding - no cell to correct
    IF COR-LINE-NO = 0
        MOVE 'NOT A CELL EXCEPTION' TO WS-EDIT-NOTE
        GO TO 210-EDIT-ONE-CORRECTION-SETTLE
    END-IF

    EVALUATE COR-PROGRAM-ID
        WHEN 'DAY1_1'
            IF COR-NEW-VALUE(1:1) IS NOT NUMERIC
                    OR COR-NEW-VALUE(2:19) NOT = SPACES
                MOVE 'VALUE NOT ONE DIGIT' TO WS-EDIT-NOTE
            END-IF
        WHEN 'DAY2_1'
            IF COR-NEW-VALUE(1:4) IS NOT NUMERIC
                    OR COR-NEW-VALUE(5:16) NOT = SPACES
                MOVE 'VALUE NOT 4 DIGITS' TO WS-EDIT-NOTE
            END-IF
        WHEN 'DAY3_1'
            IF COR-NEW-VALUE IS NOT NUMERIC
                MOVE 'VALUE NOT 20 DIGITS' TO WS-EDIT-NOTE
            END-IF
        WHEN OTHER
            MOVE 'PROGRAM NOT VALID' TO WS-EDIT-NOTE
    END-EVALUATE
    IF WS-EDIT-NOTE NOT = SPACES
        GO TO 210-EDIT-ONE-CORRECTION-SETTLE
    END-IF

    IF COR-INITIALS = SPACES
        MOVE 'NO INITIALS' TO WS-EDIT-NOTE
        GO TO 210-EDIT-ONE-CORRECTION-SETTLE
    END-IF
    IF COR-REASON = SPACES
        MOVE 'NO REASON' TO WS-EDIT-NOTE
        GO TO 210-EDIT-ONE-CORRECTION-SETTLE
    END-IF

    MOVE COR-RUN-DATE TO WS-EK-RUN-DATE
    MOVE COR-PROGRAM-ID TO WS-EK-PROGRAM-ID
    MOVE COR-SOURCE-FILE TO WS-EK-SOURCE-FILE
    MOVE COR-BATCH-ID TO WS-EK-BATCH-ID
    MOVE COR-LINE-NO TO WS-EK-LINE-NO
    MOVE WS-EXC-KEY TO WS-CE-MATCH-KEY(WS-CE-IDX)
    MOVE 'Y' TO WS-CE-CANDIDATE-SW(WS-CE-IDX).

210-EDIT-ONE-CORRECTION-SETTLE.
    IF WS-EDIT-NOTE NOT = SPACES
        SET COR-REJECTED TO TRUE
        MOVE WS-EDIT-NOTE TO COR-NOTE
        MOVE CORRECTION-REC TO WS-CE-LINE(WS-CE-IDX)
        MOVE 'Y' TO WS-CE-DONE-SW(WS-CE-IDX)
        ADD 1 TO WS-REJECTED-COUNT
    END-IF.

210-EDIT-ONE-CORRECTION-EXIT.
    EXIT.

*> one pass down the exception file - every live cell-level record
*> is tried against every candidate line. A record already flagged
*> corrected, or from a night BACKOUT reversed, is not live and
*> cannot take a correction.
300-MATCH-EXCEPTIONS.
    OPEN INPUT EXCEPTS-FILE
    IF WS-EXCEPTS-STATUS = '35'
        DISPLAY 'EXCCORR - NO EXCEPTION FILE ON DISK - NO'
            ' CORRECTION CAN MATCH'
        GO TO 300-MATCH-EXCEPTIONS-EXIT
    END-IF
    IF WS-EXCEPTS-STATUS NOT = '00'
        DISPLAY 'EXCCORR - UNABLE TO OPEN EXCEPTS-FILE, STATUS '
            WS-EXCEPTS-STATUS
        SET WS-VALID-FAILED TO TRUE
        GO TO 300-MATCH-EXCEPTIONS-EXIT
    END-IF

    PERFORM UNTIL WS-EXCEPTS-EOF
        READ EXCEPTS-FILE
            AT END SET WS-EXCEPTS-EOF TO TRUE
        END-READ
        IF NOT WS-EXCEPTS-EOF
            ADD 1 TO WS-EXC-READ
            IF EXC-LIVE AND EXC-LINE-NO > 0
                MOVE EXC-RUN-DATE TO WS-EK-RUN-DATE
                MOVE EXC-PROGRAM-ID TO WS-EK-PROGRAM-ID
                MOVE EXC-SOURCE-FILE TO WS-EK-SOURCE-FILE
                MOVE EXC-BATCH-ID TO WS-EK-BATCH-ID
                MOVE EXC-LINE-NO TO WS-EK-LINE-NO
                PERFORM 310-MATCH-ONE-EXCEPTION
                    THRU 310-MATCH-ONE-EXCEPTION-EXIT
            END-IF
        END-IF
    END-PERFORM

    CLOSE EXCEPTS-FILE.

300-MATCH-EXCEPTIONS-EXIT.
    EXIT.

310-MATCH-ONE-EXCEPTION.
    PERFORM VARYING WS-CE-IDX FROM 1 BY 1
            UNTIL WS-CE-IDX > WS-CE-COUNT
        IF WS-CE-CANDIDATE-SW(WS-CE-IDX) = 'Y'
                AND WS-CE-MATCH-KEY(WS-CE-IDX) = WS-EXC-KEY
                AND (WS-CE-ORIG-VALUE(WS-CE-IDX) = SPACES
                    OR WS-CE-ORIG-VALUE(WS-CE-IDX) = EXC-VALUE)
            ADD 1 TO WS-CE-MATCHES(WS-CE-IDX)
            IF WS-CE-MATCHES(WS-CE-IDX) = 1
                MOVE EXC-VALUE TO WS-CE-FIRST-VALUE(WS-CE-IDX)
            ELSE
                IF EXC-VALUE NOT = WS-CE-FIRST-VALUE(WS-CE-IDX)
                    MOVE 'Y' TO WS-CE-CONFLICT-SW(WS-CE-IDX)
                END-IF
            END-IF
        END-IF
    END-PERFORM.

310-MATCH-ONE-EXCEPTION-EXIT.
    EXIT.

*> settled in file order - an earlier line for the same cell wins,
*> a later one is a duplicate unless the night logged the same bad
*> value on the line more than once
400-SETTLE-CORRECTIONS.
    PERFORM VARYING WS-CE-IDX FROM 1 BY 1
            UNTIL WS-CE-IDX > WS-CE-COUNT
        IF WS-CE-CANDIDATE-SW(WS-CE-IDX) = 'Y'
            PERFORM 410-SETTLE-ONE-CORRECTION
                THRU 410-SETTLE-ONE-CORRECTION-EXIT
        END-IF
    END-PERFORM.

400-SETTLE-CORRECTIONS-EXIT.
    EXIT.

410-SETTLE-ONE-CORRECTION.
    MOVE WS-CE-LINE(WS-CE-IDX) TO CORRECTION-REC
    MOVE SPACES TO WS-EDIT-NOTE
    EVALUATE TRUE
        WHEN WS-CE-MATCHES(WS-CE-IDX) = 0
            MOVE 'NO LOGGED EXCEPTION' TO WS-EDIT-NOTE
        WHEN WS-CE-CONFLICT-SW(WS-CE-IDX) = 'Y'
            MOVE 'KEY ORIGINAL VALUE' TO WS-EDIT-NOTE
        WHEN OTHER
            MOVE WS-CE-FIRST-VALUE(WS-CE-IDX) TO COR-ORIG-VALUE
            MOVE CORRECTION-REC TO WS-CE-LINE(WS-CE-IDX)
            PERFORM 420-COUNT-DUPLICATES
                THRU 420-COUNT-DUPLICATES-EXIT
            IF WS-CE-DUPLICATES NOT < WS-CE-MATCHES(WS-CE-IDX)
                MOVE 'DUPLICATE CORRECTION' TO WS-EDIT-NOTE
            END-IF
    END-EVALUATE

    IF WS-EDIT-NOTE NOT = SPACES
        SET COR-REJECTED TO TRUE
        MOVE WS-EDIT-NOTE TO COR-NOTE
        ADD 1 TO WS-REJECTED-COUNT
    ELSE
        SET COR-ACCEPTED TO TRUE
        MOVE SPACES TO COR-NOTE
        ADD 1 TO WS-ACCEPTED-COUNT
    END-IF
    MOVE CORRECTION-REC TO WS-CE-LINE(WS-CE-IDX)
    MOVE 'Y' TO WS-CE-DONE-SW(WS-CE-IDX).

410-SETTLE-ONE-CORRECTION-EXIT.
    EXIT.

*> accepted lines already standing against the same cell and value,
*> whether accepted on an earlier pass or earlier in this one
420-COUNT-DUPLICATES.
    MOVE 0 TO WS-CE-DUPLICATES
    PERFORM VARYING WS-CE-IDX-2 FROM 1 BY 1
            UNTIL WS-CE-IDX-2 > WS-CE-COUNT
        IF WS-CE-IDX-2 NOT = WS-CE-IDX
                AND WS-CE-COMMENT-SW(WS-CE-IDX-2) = 'N'
                AND WS-CE-STATUS(WS-CE-IDX-2) = 'V'
                AND WS-CE-KEY(WS-CE-IDX-2) = WS-CE-KEY(WS-CE-IDX)
                AND WS-CE-ORIG-VALUE(WS-CE-IDX-2) =
                    WS-CE-ORIG-VALUE(WS-CE-IDX)
            ADD 1 TO WS-CE-DUPLICATES
        END-IF
    END-PERFORM.

420-COUNT-DUPLICATES-EXIT.
    EXIT.

450-REWRITE-CORRECTION-FILE.
    OPEN OUTPUT CORR-FILE
    IF WS-CORR-STATUS NOT = '00'
        DISPLAY 'EXCCORR - UNABLE TO REWRITE CORR-FILE, STATUS '
            WS-CORR-STATUS
        SET WS-VALID-FAILED TO TRUE
        GO TO 450-REWRITE-CORRECTION-FILE-EXIT
    END-IF

    PERFORM VARYING WS-CE-IDX FROM 1 BY 1
            UNTIL WS-CE-IDX > WS-CE-COUNT
        MOVE WS-CE-LINE(WS-CE-IDX) TO CORRECTION-REC
        WRITE CORRECTION-REC
        IF WS-CORR-STATUS NOT = '00'
            DISPLAY 'EXCCORR - CORRECTION WRITE FAILED, STATUS '
                WS-CORR-STATUS
            SET WS-VALID-FAILED TO TRUE
        END-IF
    END-PERFORM

    CLOSE CORR-FILE.

450-REWRITE-CORRECTION-FILE-EXIT.
    EXIT.

350-WRITE-VALIDATION-REPORT.
    MOVE WS-RUN-YYYY TO WS-RPT-YYYY
    MOVE WS-RUN-MM TO WS-RPT-MM
    MOVE WS-RUN-DD TO WS-RPT-DD

    OPEN OUTPUT CORR-RPT-FILE
    MOVE WS-REPORT-HEADING-1 TO CORR-RPT-LINE
    WRITE CORR-RPT-LINE
    MOVE WS-REPORT-HEADING-2 TO CORR-RPT-LINE
    WRITE CORR-RPT-LINE
    MOVE SPACES TO CORR-RPT-LINE
    WRITE CORR-RPT-LINE

    IF WS-VALID-FAILED
        MOVE WS-REPORT-FAILED TO CORR-RPT-LINE
        WRITE CORR-RPT-LINE
        CLOSE CORR-RPT-FILE
        GO TO 350-WRITE-VALIDATION-REPORT-EXIT
    END-IF

    IF WS-KEYED-COUNT = 0
        MOVE WS-REPORT-NONE TO CORR-RPT-LINE
        WRITE CORR-RPT-LINE
    ELSE
        MOVE WS-REPORT-COL-HDR TO CORR-RPT-LINE
        WRITE CORR-RPT-LINE
        PERFORM VARYING WS-CE-IDX FROM 1 BY 1
                UNTIL WS-CE-IDX > WS-CE-COUNT
            IF WS-CE-KEYED-SW(WS-CE-IDX) = 'Y'
                PERFORM 360-WRITE-ONE-CORRECTION
                    THRU 360-WRITE-ONE-CORRECTION-EXIT
            END-IF
        END-PERFORM
    END-IF

    ADD WS-ACCEPTED-COUNT TO WS-ON-FILE-WAITING
    ADD WS-REJECTED-COUNT TO WS-ON-FILE-REJECTED
    MOVE SPACES TO CORR-RPT-LINE
    WRITE CORR-RPT-LINE
    MOVE WS-KEYED-COUNT TO WS-RPT-S-KEYED
    MOVE WS-ACCEPTED-COUNT TO WS-RPT-S-ACCEPTED
    MOVE WS-REJECTED-COUNT TO WS-RPT-S-REJECTED
    MOVE WS-REPORT-SUMMARY-1 TO CORR-RPT-LINE
    WRITE CORR-RPT-LINE
    MOVE WS-ON-FILE-WAITING TO WS-RPT-S-WAITING
    MOVE WS-ON-FILE-APPLIED TO WS-RPT-S-APPLIED
    MOVE WS-ON-FILE-REJECTED TO WS-RPT-S-FILE-REJ
    MOVE WS-REPORT-SUMMARY-2 TO CORR-RPT-LINE
    WRITE CORR-RPT-LINE

    CLOSE CORR-RPT-FILE.

350-WRITE-VALIDATION-REPORT-EXIT.
    EXIT.

360-WRITE-ONE-CORRECTION.
    MOVE WS-CE-LINE(WS-CE-IDX) TO CORRECTION-REC
    MOVE COR-RUN-DATE TO WS-CD-RUN-DATE
    MOVE COR-PROGRAM-ID TO WS-CD-PROGRAM
    MOVE COR-BATCH-ID TO WS-CD-BATCH
    IF COR-LINE-NO IS NUMERIC
        MOVE COR-LINE-NO TO WS-CD-LINE
    ELSE
        MOVE 0 TO WS-CD-LINE
    END-IF
    MOVE COR-NEW-VALUE TO WS-CD-NEW-VALUE
    MOVE COR-INITIALS TO WS-CD-INITIALS
    IF COR-ACCEPTED
        MOVE 'ACCEPTED' TO WS-CD-RESULT
    ELSE
        MOVE 'REJECTED' TO WS-CD-RESULT
    END-IF
    MOVE WS-COR-DETAIL-1 TO CORR-RPT-LINE
    WRITE CORR-RPT-LINE

    MOVE COR-SOURCE-FILE TO WS-CD-SOURCE
    MOVE WS-COR-DETAIL-2 TO CORR-RPT-LINE
    WRITE CORR-RPT-LINE

    MOVE COR-ORIG-VALUE TO WS-CD-ORIG-VALUE
    MOVE COR-NOTE TO WS-CD-NOTE
    MOVE WS-COR-DETAIL-3 TO CORR-RPT-LINE
    WRITE CORR-RPT-LINE.

360-WRITE-ONE-CORRECTION-EXIT.
    EXIT.

500-WRITE-AUDIT-RECORD.
    ACCEPT WS-RUN-TIME-RAW FROM TIME
    MOVE WS-RUN-HH TO WS-AUD-HH
    MOVE WS-RUN-MI TO WS-AUD-MI
    MOVE WS-RUN-SS TO WS-AUD-SS

    MOVE 'EXCCORR' TO AUD-PROGRAM-ID
    MOVE WS-AUD-DATE-FMT TO AUD-RUN-DATE
    MOVE WS-AUD-TIME-FMT TO AUD-RUN-TIME
    MOVE 0 TO AUD-CARD-VERSION
    MOVE '../utils/EXCCORR.DAT' TO AUD-INPUT-FILE
    MOVE WS-ACCEPTED-COUNT TO AUD-FINAL-ANSWER
    IF WS-VALID-FAILED
        MOVE 'FAILED' TO AUD-STATUS
    ELSE
        MOVE 'SUCCESS' TO AUD-STATUS
    END-IF

    OPEN EXTEND AUDIT-FILE
    IF WS-AUDIT-STATUS = '35'
        OPEN OUTPUT AUDIT-FILE
    END-IF
    IF WS-AUDIT-STATUS NOT = '00'
        DISPLAY 'EXCCORR - UNABLE TO OPEN AUDIT-FILE, STATUS '
            WS-AUDIT-STATUS
    ELSE
        WRITE AUDIT-REC
        IF WS-AUDIT-STATUS NOT = '00'
            DISPLAY 'EXCCORR - UNABLE TO WRITE AUDIT RECORD,'
                ' STATUS ' WS-AUDIT-STATUS
        END-IF
    END-IF
    CLOSE AUDIT-FILE.

500-WRITE-AUDIT-RECORD-EXIT.
    EXIT.
