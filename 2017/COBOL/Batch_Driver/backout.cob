*> Night backout utility - when a night posted from the wrong input
*> or ran under a bad card, the only way back used to be hand-editing
*> RESULTS.MST rows out with a file utility and hoping the audit
*> trail, exception file and interface all still agreed afterwards.
*> This job takes a run date and a program-id (or ALL) at the
*> console, prints a pre-image of everything it will touch, deletes
*> that night's detail and 99999 totals rows from the results
*> master, writes a REVERSED audit entry for each program backed out
*> in place of removing any history, and stamps the night's
*> exception records reversed so the tolerance gate and the offender
*> analysis stop counting them. A night whose interface generation
*> the reporting group has already acknowledged is refused unless
*> the operator confirms, since their side has posted it.
IDENTIFICATION DIVISION.
PROGRAM-ID. BACKOUT.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
SELECT RESULTS-FILE
    ASSIGN TO '../utils/RESULTS.MST'
    ORGANIZATION IS INDEXED
    ACCESS MODE IS DYNAMIC
    RECORD KEY IS RSL-KEY
    FILE STATUS IS WS-RESULTS-STATUS.
SELECT AUDIT-FILE
    ASSIGN TO '../utils/AUDIT.DAT'
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS WS-AUDIT-STATUS.
SELECT OPENGEN-FILE
    ASSIGN TO '../utils/OPENGEN.DAT'
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS WS-OPENGEN-STATUS.
SELECT EXCEPTS-FILE
    ASSIGN TO '../utils/EXCEPTS.DAT'
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS WS-EXCEPTS-STATUS.
SELECT WORK-FILE
    ASSIGN TO '../utils/BACKOUT.WRK'
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS WS-WORK-STATUS.
SELECT BACKOUT-RPT-FILE
    ASSIGN TO './utils/BACKOUT.RPT'
    ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
    FILE SECTION.
        FD RESULTS-FILE.
        COPY RSLTREC.

        FD AUDIT-FILE.
        COPY AUDITREC.

        FD OPENGEN-FILE.
        COPY OPENGEN.

        FD EXCEPTS-FILE.
        COPY EXCPTREC.

        FD WORK-FILE.
        01 WORK-REC PIC X(113).

        FD BACKOUT-RPT-FILE.
        01 BACKOUT-RPT-LINE PIC X(80).

    WORKING-STORAGE SECTION.
        01 WS-RESULTS-STATUS PIC XX.
        01 WS-AUDIT-STATUS   PIC XX.
        01 WS-OPENGEN-STATUS PIC XX.
        01 WS-EXCEPTS-STATUS PIC XX.
        01 WS-WORK-STATUS    PIC XX.
        01 WS-AUDIT-EOF-SW   PIC X VALUE 'N'.
            88 WS-AUDIT-EOF  VALUE 'Y'.
        01 WS-OPENGEN-EOF-SW PIC X VALUE 'N'.
            88 WS-OPENGEN-EOF VALUE 'Y'.
        01 WS-EXCEPTS-EOF-SW PIC X VALUE 'N'.
            88 WS-EXCEPTS-EOF VALUE 'Y'.
        01 WS-WORK-EOF-SW    PIC X VALUE 'N'.
            88 WS-WORK-EOF   VALUE 'Y'.
        01 WS-SIDE-EOF-SW    PIC X VALUE 'N'.
            88 WS-SIDE-EOF   VALUE 'Y'.
        01 WS-BACKOUT-FAILED-SW PIC X VALUE 'N'.
            88 WS-BACKOUT-FAILED VALUE 'Y'.
        *> the results master could not be opened, read or deleted
        *> from - the night is not backed out, so no exception is
        *> marked and no REVERSED entry goes on the audit trail
        01 WS-RESULTS-FAILED-SW PIC X VALUE 'N'.
            88 WS-RESULTS-FAILED VALUE 'Y'.
        01 WS-REFUSED-SW     PIC X VALUE 'N'.
            88 WS-REFUSED    VALUE 'Y'.
        01 WS-ACKED-SW       PIC X VALUE 'N'.
            88 WS-ACKED      VALUE 'Y'.
        01 WS-EXC-MATCH-SW   PIC X VALUE 'N'.
            88 WS-EXC-MATCH  VALUE 'Y'.

        *> operator-keyed backout - the night as YYYY-MM-DD, the way
        *> it is stamped on every audit, exception and master key,
        *> and the program to back out or ALL for the whole night
        01 WS-BKO-DATE       PIC X(10) VALUE SPACES.
        01 WS-BKO-DATE-SPLIT REDEFINES WS-BKO-DATE.
            05 WS-BKO-YYYY   PIC X(4).
            05 WS-BKO-SEP-1  PIC X(1).
            05 WS-BKO-MM     PIC X(2).
            05 WS-BKO-SEP-2  PIC X(1).
            05 WS-BKO-DD     PIC X(2).
        01 WS-BKO-PROGRAM    PIC X(8) VALUE SPACES.
            88 WS-BKO-ALL    VALUE 'ALL'.
        01 WS-REPLY          PIC X(3) VALUE SPACES.

        *> the programs that post to the results master - one scope
        *> entry each, with what the pre-image found and what the
        *> backout actually did
        01 WS-PROG-NAMES.
            05 FILLER PIC X(8) VALUE 'DAY1_1'.
            05 FILLER PIC X(8) VALUE 'DAY2_1'.
            05 FILLER PIC X(8) VALUE 'DAY3_1'.
        01 WS-PROG-NAME-TABLE REDEFINES WS-PROG-NAMES.
            05 WS-PROG-NAME PIC X(8) OCCURS 3 TIMES.
        01 WS-SCOPE-TABLE.
            05 WS-SCOPE-ENTRY OCCURS 3 TIMES.
                10 WS-SC-IN-SCOPE-SW PIC X(1).
                10 WS-SC-ROW-COUNT   PIC 9(5).
                10 WS-SC-DELETED     PIC 9(5).
                10 WS-SC-AUDIT-COUNT PIC 9(3).
        01 WS-PG-IDX         PIC 9(1).

        *> interface generations EXTRACT cut for the night, from its
        *> SUCCESS audit entries - a generation no longer on the
        *> open-generations file has been acknowledged and dropped
        01 WS-GEN-COUNT      PIC 9(2) VALUE 0.
        01 WS-MAX-GENS       PIC 9(2) VALUE 20.
        01 WS-GEN-TABLE.
            05 WS-GEN-ENTRY OCCURS 20 TIMES.
                10 WS-GN-GENERATION PIC 9(6).
                10 WS-GN-STATUS     PIC X(1).
        01 WS-GN-IDX         PIC 9(2) VALUE 0.

        01 WS-ROWS-LISTED    PIC 9(6) VALUE 0.
        01 WS-ROWS-DELETED   PIC 9(6) VALUE 0.
        01 WS-AUDIT-LISTED   PIC 9(5) VALUE 0.
        01 WS-EXC-LISTED     PIC 9(6) VALUE 0.
        01 WS-EXC-MARKED     PIC 9(6) VALUE 0.
        01 WS-REVERSALS      PIC 9(1) VALUE 0.

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
            'BACKOUT NIGHT BACKOUT PRE-IMAGE AND OUTCOME REPORT'.
        01 WS-REPORT-HEADING-2.
            05 FILLER        PIC X(9) VALUE 'RUN DATE '.
            05 WS-RPT-YYYY   PIC 9(4).
            05 FILLER        PIC X(1) VALUE '-'.
            05 WS-RPT-MM     PIC 9(2).
            05 FILLER        PIC X(1) VALUE '-'.
            05 WS-RPT-DD     PIC 9(2).
        01 WS-REPORT-KEYS.
            05 FILLER        PIC X(15) VALUE 'NIGHT BACKED - '.
            05 WS-RPT-K-DATE PIC X(10).
            05 FILLER        PIC X(12) VALUE '  PROGRAM - '.
            05 WS-RPT-K-PROG PIC X(8).

        01 WS-GEN-SECTION-HDR PIC X(80) VALUE
            'INTERFACE GENERATIONS CUT FOR THE NIGHT'.
        01 WS-GEN-NONE PIC X(80) VALUE
            'NO INTERFACE GENERATION CUT FOR THE NIGHT'.
        01 WS-GEN-DETAIL.
            05 FILLER           PIC X(11) VALUE 'GENERATION '.
            05 WS-GEN-D-GEN     PIC 9(6).
            05 FILLER           PIC X(2) VALUE SPACES.
            05 WS-GEN-D-STATUS  PIC X(30).

        01 WS-AUD-SECTION-HDR PIC X(80) VALUE
            'AUDIT ENTRIES FOR THE NIGHT - KEPT, REVERSED ENTRY ADDED'.
        01 WS-AUD-COL-HDR PIC X(80) VALUE
            'PROGRAM   RUN TIME        FINAL ANSWER  STATUS'.
        01 WS-AUD-DETAIL.
            05 WS-AUD-D-PROGRAM PIC X(8).
            05 FILLER           PIC X(2) VALUE SPACES.
            05 WS-AUD-D-TIME    PIC X(8).
            05 FILLER           PIC X(2) VALUE SPACES.
            05 WS-AUD-D-ANSWER  PIC Z(14)9.
            05 FILLER           PIC X(2) VALUE SPACES.
            05 WS-AUD-D-STATUS  PIC X(10).

        01 WS-ROW-SECTION-HDR PIC X(80) VALUE
            'RESULTS MASTER ROWS TO BE DELETED'.
        01 WS-ROW-COL-HDR PIC X(80) VALUE
            'PROGRAM   LINE   DETAIL'.
        01 WS-ROW-DETAIL.
            05 WS-ROW-D-PROGRAM PIC X(8).
            05 FILLER           PIC X(2) VALUE SPACES.
            05 WS-ROW-D-LINE    PIC 9(5).
            05 FILLER           PIC X(2) VALUE SPACES.
            05 WS-ROW-D-DETAIL  PIC X(60).

        01 WS-EXC-SECTION-HDR PIC X(80) VALUE
            'EXCEPTION RECORDS TO BE MARKED REVERSED'.
        01 WS-EXC-COL-HDR PIC X(80) VALUE
            'PROGRAM   LINE   SEV REASON               BATCH     VALUE'.
        01 WS-EXC-DETAIL.
            05 WS-EXC-D-PROGRAM PIC X(8).
            05 FILLER           PIC X(2) VALUE SPACES.
            05 WS-EXC-D-LINE    PIC 9(5).
            05 FILLER           PIC X(3) VALUE SPACES.
            05 WS-EXC-D-SEV     PIC X(1).
            05 FILLER           PIC X(2) VALUE SPACES.
            05 WS-EXC-D-REASON  PIC X(20).
            05 FILLER           PIC X(1) VALUE SPACES.
            05 WS-EXC-D-BATCH   PIC X(8).
            05 FILLER           PIC X(2) VALUE SPACES.
            05 WS-EXC-D-VALUE   PIC X(20).

        01 WS-SECTION-NONE PIC X(80) VALUE
            'NONE'.
        01 WS-PRE-TOTALS.
            05 FILLER           PIC X(17) VALUE 'ROWS TO DELETE - '.
            05 WS-PRE-T-ROWS    PIC ZZZZZ9.
            05 FILLER           PIC X(24) VALUE
                '  EXCEPTIONS TO MARK - '.
            05 WS-PRE-T-EXC     PIC ZZZZZ9.

        01 WS-OUT-SECTION-HDR PIC X(80) VALUE
            'BACKOUT OUTCOME'.
        01 WS-OUT-REFUSED PIC X(80) VALUE
            'BACKOUT REFUSED - ACKNOWLEDGED NIGHT NOT CONFIRMED'.
        01 WS-OUT-NOTHING PIC X(80) VALUE
            'NOTHING ON FILE FOR THE NIGHT - NOTHING TOUCHED'.
        01 WS-OUT-FAILED PIC X(80) VALUE
            'BACKOUT DID NOT COMPLETE - SEE CONSOLE BEFORE RERUNNING'.
        01 WS-OUT-RSL-FAILED PIC X(80) VALUE
            'RESULTS MASTER NOT BACKED OUT - NO REVERSED ENTRIES WRITTEN'.
        01 WS-OUT-PROGRAM.
            05 FILLER           PIC X(9) VALUE 'REVERSED '.
            05 WS-OUT-P-PROGRAM PIC X(8).
            05 FILLER           PIC X(17) VALUE ' - ROWS DELETED '.
            05 WS-OUT-P-ROWS    PIC ZZZZ9.
        01 WS-OUT-TOTALS.
            05 FILLER           PIC X(15) VALUE 'ROWS DELETED - '.
            05 WS-OUT-T-ROWS    PIC ZZZZZ9.
            05 FILLER           PIC X(32) VALUE
                '  EXCEPTIONS MARKED REVERSED - '.
            05 WS-OUT-T-EXC     PIC ZZZZZ9.

PROCEDURE DIVISION.
100-MAIN.
    PERFORM 110-GET-BACKOUT-KEYS THRU 110-GET-BACKOUT-KEYS-EXIT
    IF WS-BACKOUT-FAILED
        MOVE 8 TO RETURN-CODE
        GOBACK
    END-IF

    PERFORM 150-OPEN-BACKOUT-REPORT THRU 150-OPEN-BACKOUT-REPORT-EXIT
    PERFORM 200-SCAN-AUDIT-TRAIL THRU 200-SCAN-AUDIT-TRAIL-EXIT
    PERFORM 220-CHECK-OPEN-GENERATIONS
        THRU 220-CHECK-OPEN-GENERATIONS-EXIT
    PERFORM 230-LIST-RESULT-ROWS THRU 230-LIST-RESULT-ROWS-EXIT
    PERFORM 240-LIST-EXCEPTIONS THRU 240-LIST-EXCEPTIONS-EXIT

    IF WS-ACKED AND NOT WS-BACKOUT-FAILED
        PERFORM 250-CONFIRM-ACKNOWLEDGED
            THRU 250-CONFIRM-ACKNOWLEDGED-EXIT
    END-IF

    IF NOT WS-REFUSED AND NOT WS-BACKOUT-FAILED
        PERFORM 300-DELETE-RESULT-ROWS
            THRU 300-DELETE-RESULT-ROWS-EXIT
    END-IF
    IF NOT WS-REFUSED AND NOT WS-BACKOUT-FAILED
            AND NOT WS-RESULTS-FAILED
            AND WS-EXC-LISTED > 0
        PERFORM 350-MARK-EXCEPTIONS THRU 350-MARK-EXCEPTIONS-EXIT
    END-IF
    IF NOT WS-REFUSED AND NOT WS-RESULTS-FAILED
        PERFORM 400-WRITE-REVERSAL-ENTRIES
            THRU 400-WRITE-REVERSAL-ENTRIES-EXIT
    END-IF

    PERFORM 450-CLOSE-BACKOUT-REPORT
        THRU 450-CLOSE-BACKOUT-REPORT-EXIT
    PERFORM 500-WRITE-AUDIT-RECORD THRU 500-WRITE-AUDIT-RECORD-EXIT

    DISPLAY 'BACKOUT - ROWS DELETED ' WS-ROWS-DELETED
        ' EXCEPTIONS MARKED ' WS-EXC-MARKED
        ' REVERSED ENTRIES ' WS-REVERSALS
    IF WS-BACKOUT-FAILED OR WS-REFUSED
        MOVE 8 TO RETURN-CODE
    ELSE
        MOVE 0 TO RETURN-CODE
    END-IF
    GOBACK.

110-GET-BACKOUT-KEYS.
    DISPLAY 'BACKOUT - NIGHT BACKOUT OF THE RESULTS MASTER'
    DISPLAY 'RUN DATE OF THE NIGHT TO BACK OUT (YYYY-MM-DD):'
    MOVE SPACES TO WS-BKO-DATE
    ACCEPT WS-BKO-DATE
    IF WS-BKO-DATE = SPACES
        DISPLAY 'BACKOUT - NO RUN DATE KEYED - NOTHING DONE'
        SET WS-BACKOUT-FAILED TO TRUE
        GO TO 110-GET-BACKOUT-KEYS-EXIT
    END-IF
    IF WS-BKO-YYYY IS NOT NUMERIC
            OR WS-BKO-MM IS NOT NUMERIC
            OR WS-BKO-DD IS NOT NUMERIC
            OR WS-BKO-SEP-1 NOT = '-'
            OR WS-BKO-SEP-2 NOT = '-'
            OR WS-BKO-MM < '01' OR WS-BKO-MM > '12'
            OR WS-BKO-DD < '01' OR WS-BKO-DD > '31'
        DISPLAY 'BACKOUT - RUN DATE MUST BE YYYY-MM-DD - '
            WS-BKO-DATE
        SET WS-BACKOUT-FAILED TO TRUE
        GO TO 110-GET-BACKOUT-KEYS-EXIT
    END-IF

    DISPLAY 'PROGRAM-ID TO BACK OUT (DAY1_1, DAY2_1, DAY3_1 OR ALL):'
    MOVE SPACES TO WS-BKO-PROGRAM
    ACCEPT WS-BKO-PROGRAM
    INSPECT WS-BKO-PROGRAM CONVERTING
        'abcdefghijklmnopqrstuvwxyz' TO
        'ABCDEFGHIJKLMNOPQRSTUVWXYZ'

    PERFORM VARYING WS-PG-IDX FROM 1 BY 1 UNTIL WS-PG-IDX > 3
        MOVE 0 TO WS-SC-ROW-COUNT(WS-PG-IDX)
        MOVE 0 TO WS-SC-DELETED(WS-PG-IDX)
        MOVE 0 TO WS-SC-AUDIT-COUNT(WS-PG-IDX)
        IF WS-BKO-ALL OR WS-BKO-PROGRAM = WS-PROG-NAME(WS-PG-IDX)
            MOVE 'Y' TO WS-SC-IN-SCOPE-SW(WS-PG-IDX)
        ELSE
            MOVE 'N' TO WS-SC-IN-SCOPE-SW(WS-PG-IDX)
        END-IF
    END-PERFORM

    IF NOT WS-BKO-ALL
            AND WS-BKO-PROGRAM NOT = 'DAY1_1'
            AND WS-BKO-PROGRAM NOT = 'DAY2_1'
            AND WS-BKO-PROGRAM NOT = 'DAY3_1'
        DISPLAY 'BACKOUT - NO RESULTS-MASTER PROGRAM BY THAT NAME - '
            WS-BKO-PROGRAM
        SET WS-BACKOUT-FAILED TO TRUE
        GO TO 110-GET-BACKOUT-KEYS-EXIT
    END-IF

    ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
    DISPLAY 'BACKOUT - BACKING OUT ' WS-BKO-PROGRAM ' FOR '
        WS-BKO-DATE.

110-GET-BACKOUT-KEYS-EXIT.
    EXIT.

150-OPEN-BACKOUT-REPORT.
    MOVE WS-RUN-YYYY TO WS-RPT-YYYY
    MOVE WS-RUN-MM TO WS-RPT-MM
    MOVE WS-RUN-DD TO WS-RPT-DD

    OPEN OUTPUT BACKOUT-RPT-FILE
    MOVE WS-REPORT-HEADING-1 TO BACKOUT-RPT-LINE
    WRITE BACKOUT-RPT-LINE
    MOVE WS-REPORT-HEADING-2 TO BACKOUT-RPT-LINE
    WRITE BACKOUT-RPT-LINE
    MOVE WS-BKO-DATE TO WS-RPT-K-DATE
    MOVE WS-BKO-PROGRAM TO WS-RPT-K-PROG
    MOVE WS-REPORT-KEYS TO BACKOUT-RPT-LINE
    WRITE BACKOUT-RPT-LINE.

150-OPEN-BACKOUT-REPORT-EXIT.
    EXIT.

*> one pass down the trail for the night - the in-scope programs'
*> entries go on the pre-image as they stand (none is removed), and
*> every generation EXTRACT cut for the night is collected for the
*> acknowledgment check
200-SCAN-AUDIT-TRAIL.
    MOVE SPACES TO BACKOUT-RPT-LINE
    WRITE BACKOUT-RPT-LINE
    MOVE WS-AUD-SECTION-HDR TO BACKOUT-RPT-LINE
    WRITE BACKOUT-RPT-LINE
    MOVE WS-AUD-COL-HDR TO BACKOUT-RPT-LINE
    WRITE BACKOUT-RPT-LINE

    OPEN INPUT AUDIT-FILE
    IF WS-AUDIT-STATUS = '35'
        MOVE WS-SECTION-NONE TO BACKOUT-RPT-LINE
        WRITE BACKOUT-RPT-LINE
        GO TO 200-SCAN-AUDIT-TRAIL-EXIT
    END-IF
    IF WS-AUDIT-STATUS NOT = '00'
        DISPLAY 'BACKOUT - UNABLE TO OPEN AUDIT-FILE, STATUS '
            WS-AUDIT-STATUS
        SET WS-BACKOUT-FAILED TO TRUE
        GO TO 200-SCAN-AUDIT-TRAIL-EXIT
    END-IF

    PERFORM UNTIL WS-AUDIT-EOF
        READ AUDIT-FILE
            AT END SET WS-AUDIT-EOF TO TRUE
        END-READ
        IF NOT WS-AUDIT-EOF
            IF AUD-RUN-DATE = WS-BKO-DATE
                PERFORM 210-NOTE-AUDIT-ENTRY
                    THRU 210-NOTE-AUDIT-ENTRY-EXIT
            END-IF
        END-IF
    END-PERFORM

    CLOSE AUDIT-FILE

    IF WS-AUDIT-LISTED = 0
        MOVE WS-SECTION-NONE TO BACKOUT-RPT-LINE
        WRITE BACKOUT-RPT-LINE
    END-IF.

200-SCAN-AUDIT-TRAIL-EXIT.
    EXIT.

210-NOTE-AUDIT-ENTRY.
    IF AUD-PROGRAM-ID = 'EXTRACT' AND AUD-STATUS = 'SUCCESS'
        IF WS-GEN-COUNT < WS-MAX-GENS
            ADD 1 TO WS-GEN-COUNT
            MOVE AUD-FINAL-ANSWER TO WS-GN-GENERATION(WS-GEN-COUNT)
            MOVE 'A' TO WS-GN-STATUS(WS-GEN-COUNT)
        ELSE
            DISPLAY 'BACKOUT - GENERATION TABLE FULL AT '
                WS-MAX-GENS ' - NIGHT NOT TRUSTED'
            SET WS-BACKOUT-FAILED TO TRUE
        END-IF
        GO TO 210-NOTE-AUDIT-ENTRY-EXIT
    END-IF

    PERFORM VARYING WS-PG-IDX FROM 1 BY 1 UNTIL WS-PG-IDX > 3
        IF AUD-PROGRAM-ID = WS-PROG-NAME(WS-PG-IDX)
                AND WS-SC-IN-SCOPE-SW(WS-PG-IDX) = 'Y'
            ADD 1 TO WS-SC-AUDIT-COUNT(WS-PG-IDX)
            ADD 1 TO WS-AUDIT-LISTED
            MOVE AUD-PROGRAM-ID TO WS-AUD-D-PROGRAM
            MOVE AUD-RUN-TIME TO WS-AUD-D-TIME
            MOVE AUD-FINAL-ANSWER TO WS-AUD-D-ANSWER
            MOVE AUD-STATUS TO WS-AUD-D-STATUS
            MOVE WS-AUD-DETAIL TO BACKOUT-RPT-LINE
            WRITE BACKOUT-RPT-LINE
        END-IF
    END-PERFORM.

210-NOTE-AUDIT-ENTRY-EXIT.
    EXIT.

*> ACKPROC drops a generation from the open file once it is cleanly
*> acknowledged, so a generation cut for the night and no longer on
*> the file is one the reporting group has already posted
220-CHECK-OPEN-GENERATIONS.
    MOVE SPACES TO BACKOUT-RPT-LINE
    WRITE BACKOUT-RPT-LINE
    MOVE WS-GEN-SECTION-HDR TO BACKOUT-RPT-LINE
    WRITE BACKOUT-RPT-LINE

    IF WS-GEN-COUNT = 0
        MOVE WS-GEN-NONE TO BACKOUT-RPT-LINE
        WRITE BACKOUT-RPT-LINE
        GO TO 220-CHECK-OPEN-GENERATIONS-EXIT
    END-IF

    OPEN INPUT OPENGEN-FILE
    IF WS-OPENGEN-STATUS NOT = '00' AND WS-OPENGEN-STATUS NOT = '35'
        DISPLAY 'BACKOUT - UNABLE TO OPEN OPENGEN-FILE, STATUS '
            WS-OPENGEN-STATUS
        SET WS-BACKOUT-FAILED TO TRUE
        GO TO 220-CHECK-OPEN-GENERATIONS-EXIT
    END-IF
    IF WS-OPENGEN-STATUS = '00'
        PERFORM UNTIL WS-OPENGEN-EOF
            READ OPENGEN-FILE
                AT END SET WS-OPENGEN-EOF TO TRUE
            END-READ
            IF NOT WS-OPENGEN-EOF
                PERFORM VARYING WS-GN-IDX FROM 1 BY 1
                        UNTIL WS-GN-IDX > WS-GEN-COUNT
                    IF WS-GN-GENERATION(WS-GN-IDX) = OGN-GENERATION
                        MOVE OGN-STATUS TO WS-GN-STATUS(WS-GN-IDX)
                    END-IF
                END-PERFORM
            END-IF
        END-PERFORM
        CLOSE OPENGEN-FILE
    END-IF

    PERFORM VARYING WS-GN-IDX FROM 1 BY 1
            UNTIL WS-GN-IDX > WS-GEN-COUNT
        MOVE WS-GN-GENERATION(WS-GN-IDX) TO WS-GEN-D-GEN
        EVALUATE WS-GN-STATUS(WS-GN-IDX)
            WHEN 'O'
                MOVE 'OPEN - NOT YET ACKNOWLEDGED' TO WS-GEN-D-STATUS
            WHEN 'R'
                MOVE 'REJECTED BY RECEIVER' TO WS-GEN-D-STATUS
            WHEN OTHER
                MOVE 'ACKNOWLEDGED BY RECEIVER' TO WS-GEN-D-STATUS
                SET WS-ACKED TO TRUE
        END-EVALUATE
        MOVE WS-GEN-DETAIL TO BACKOUT-RPT-LINE
        WRITE BACKOUT-RPT-LINE
    END-PERFORM.

220-CHECK-OPEN-GENERATIONS-EXIT.
    EXIT.

230-LIST-RESULT-ROWS.
    MOVE SPACES TO BACKOUT-RPT-LINE
    WRITE BACKOUT-RPT-LINE
    MOVE WS-ROW-SECTION-HDR TO BACKOUT-RPT-LINE
    WRITE BACKOUT-RPT-LINE
    MOVE WS-ROW-COL-HDR TO BACKOUT-RPT-LINE
    WRITE BACKOUT-RPT-LINE

    OPEN INPUT RESULTS-FILE
    IF WS-RESULTS-STATUS = '35'
        DISPLAY 'BACKOUT - NO RESULTS MASTER ON DISK'
        MOVE WS-SECTION-NONE TO BACKOUT-RPT-LINE
        WRITE BACKOUT-RPT-LINE
        GO TO 230-LIST-RESULT-ROWS-EXIT
    END-IF
    IF WS-RESULTS-STATUS NOT = '00'
        DISPLAY 'BACKOUT - UNABLE TO OPEN RESULTS-FILE, STATUS '
            WS-RESULTS-STATUS
        SET WS-BACKOUT-FAILED TO TRUE
        SET WS-RESULTS-FAILED TO TRUE
        GO TO 230-LIST-RESULT-ROWS-EXIT
    END-IF

    PERFORM VARYING WS-PG-IDX FROM 1 BY 1
            UNTIL WS-PG-IDX > 3 OR WS-RESULTS-FAILED
        IF WS-SC-IN-SCOPE-SW(WS-PG-IDX) = 'Y'
            PERFORM 235-LIST-ONE-PROGRAM
                THRU 235-LIST-ONE-PROGRAM-EXIT
        END-IF
    END-PERFORM

    CLOSE RESULTS-FILE

    IF WS-ROWS-LISTED = 0
        MOVE WS-SECTION-NONE TO BACKOUT-RPT-LINE
        WRITE BACKOUT-RPT-LINE
    END-IF.

230-LIST-RESULT-ROWS-EXIT.
    EXIT.

*> the master is keyed run date + program-id + line, so one
*> program's night - detail rows and the 99999 totals row alike -
*> is contiguous from line zero
235-LIST-ONE-PROGRAM.
    MOVE 'N' TO WS-SIDE-EOF-SW
    MOVE WS-BKO-DATE TO RSL-RUN-DATE
    MOVE WS-PROG-NAME(WS-PG-IDX) TO RSL-PROGRAM-ID
    MOVE 0 TO RSL-LINE-NO
    START RESULTS-FILE KEY NOT LESS THAN RSL-KEY
        INVALID KEY
            SET WS-SIDE-EOF TO TRUE
    END-START

    PERFORM UNTIL WS-SIDE-EOF
        READ RESULTS-FILE NEXT RECORD
            AT END SET WS-SIDE-EOF TO TRUE
        END-READ
        IF NOT WS-SIDE-EOF AND WS-RESULTS-STATUS NOT = '00'
            DISPLAY 'BACKOUT - READ ERROR ON RESULTS-FILE, STATUS '
                WS-RESULTS-STATUS
            SET WS-BACKOUT-FAILED TO TRUE
            SET WS-RESULTS-FAILED TO TRUE
            SET WS-SIDE-EOF TO TRUE
        END-IF
        IF NOT WS-SIDE-EOF
            IF RSL-RUN-DATE NOT = WS-BKO-DATE
                    OR RSL-PROGRAM-ID NOT = WS-PROG-NAME(WS-PG-IDX)
                SET WS-SIDE-EOF TO TRUE
            ELSE
                ADD 1 TO WS-SC-ROW-COUNT(WS-PG-IDX)
                ADD 1 TO WS-ROWS-LISTED
                MOVE RSL-PROGRAM-ID TO WS-ROW-D-PROGRAM
                MOVE RSL-LINE-NO TO WS-ROW-D-LINE
                MOVE RSL-DETAIL TO WS-ROW-D-DETAIL
                MOVE WS-ROW-DETAIL TO BACKOUT-RPT-LINE
                WRITE BACKOUT-RPT-LINE
            END-IF
        END-IF
    END-PERFORM.

235-LIST-ONE-PROGRAM-EXIT.
    EXIT.

240-LIST-EXCEPTIONS.
    MOVE SPACES TO BACKOUT-RPT-LINE
    WRITE BACKOUT-RPT-LINE
    MOVE WS-EXC-SECTION-HDR TO BACKOUT-RPT-LINE
    WRITE BACKOUT-RPT-LINE
    MOVE WS-EXC-COL-HDR TO BACKOUT-RPT-LINE
    WRITE BACKOUT-RPT-LINE

    OPEN INPUT EXCEPTS-FILE
    IF WS-EXCEPTS-STATUS = '35'
        MOVE WS-SECTION-NONE TO BACKOUT-RPT-LINE
        WRITE BACKOUT-RPT-LINE
        GO TO 240-LIST-EXCEPTIONS-EXIT
    END-IF
    IF WS-EXCEPTS-STATUS NOT = '00'
        DISPLAY 'BACKOUT - UNABLE TO OPEN EXCEPTS-FILE, STATUS '
            WS-EXCEPTS-STATUS
        SET WS-BACKOUT-FAILED TO TRUE
        GO TO 240-LIST-EXCEPTIONS-EXIT
    END-IF

    PERFORM UNTIL WS-EXCEPTS-EOF
        READ EXCEPTS-FILE
            AT END SET WS-EXCEPTS-EOF TO TRUE
        END-READ
        IF NOT WS-EXCEPTS-EOF
            PERFORM 245-MATCH-EXCEPTION THRU 245-MATCH-EXCEPTION-EXIT
            IF WS-EXC-MATCH
                ADD 1 TO WS-EXC-LISTED
                MOVE EXC-PROGRAM-ID TO WS-EXC-D-PROGRAM
                MOVE EXC-LINE-NO TO WS-EXC-D-LINE
                MOVE EXC-SEVERITY TO WS-EXC-D-SEV
                MOVE EXC-REASON TO WS-EXC-D-REASON
                MOVE EXC-BATCH-ID TO WS-EXC-D-BATCH
                MOVE EXC-VALUE TO WS-EXC-D-VALUE
                MOVE WS-EXC-DETAIL TO BACKOUT-RPT-LINE
                WRITE BACKOUT-RPT-LINE
            END-IF
        END-IF
    END-PERFORM

    CLOSE EXCEPTS-FILE

    IF WS-EXC-LISTED = 0
        MOVE WS-SECTION-NONE TO BACKOUT-RPT-LINE
        WRITE BACKOUT-RPT-LINE
    END-IF

    MOVE SPACES TO BACKOUT-RPT-LINE
    WRITE BACKOUT-RPT-LINE
    MOVE WS-ROWS-LISTED TO WS-PRE-T-ROWS
    MOVE WS-EXC-LISTED TO WS-PRE-T-EXC
    MOVE WS-PRE-TOTALS TO BACKOUT-RPT-LINE
    WRITE BACKOUT-RPT-LINE.

240-LIST-EXCEPTIONS-EXIT.
    EXIT.

*> a whole-night backout takes every live exception logged under
*> the night, whoever wrote it; a single-program backout takes only
*> that program's
245-MATCH-EXCEPTION.
    MOVE 'N' TO WS-EXC-MATCH-SW
    IF EXC-RUN-DATE = WS-BKO-DATE
            AND NOT EXC-REVERSED
            AND (WS-BKO-ALL OR EXC-PROGRAM-ID = WS-BKO-PROGRAM)
        SET WS-EXC-MATCH TO TRUE
    END-IF.

245-MATCH-EXCEPTION-EXIT.
    EXIT.

250-CONFIRM-ACKNOWLEDGED.
    DISPLAY 'BACKOUT - AN INTERFACE GENERATION FOR ' WS-BKO-DATE
        ' IS ALREADY ACKNOWLEDGED - SEE BACKOUT.RPT'
    DISPLAY 'KEY YES TO BACK THE NIGHT OUT ANYWAY, ANYTHING ELSE'
        ' TO STOP:'
    MOVE SPACES TO WS-REPLY
    ACCEPT WS-REPLY
    INSPECT WS-REPLY CONVERTING
        'abcdefghijklmnopqrstuvwxyz' TO
        'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
    IF WS-REPLY NOT = 'YES'
        DISPLAY 'BACKOUT - NOT CONFIRMED - NOTHING TOUCHED'
        SET WS-REFUSED TO TRUE
    ELSE
        DISPLAY 'BACKOUT - CONFIRMED BY THE OPERATOR - PROCEEDING'
    END-IF.

250-CONFIRM-ACKNOWLEDGED-EXIT.
    EXIT.

300-DELETE-RESULT-ROWS.
    IF WS-ROWS-LISTED = 0
        GO TO 300-DELETE-RESULT-ROWS-EXIT
    END-IF

    OPEN I-O RESULTS-FILE
    IF WS-RESULTS-STATUS NOT = '00'
        DISPLAY 'BACKOUT - UNABLE TO OPEN RESULTS-FILE I-O, STATUS '
            WS-RESULTS-STATUS
        SET WS-BACKOUT-FAILED TO TRUE
        SET WS-RESULTS-FAILED TO TRUE
        GO TO 300-DELETE-RESULT-ROWS-EXIT
    END-IF

    PERFORM VARYING WS-PG-IDX FROM 1 BY 1
            UNTIL WS-PG-IDX > 3 OR WS-RESULTS-FAILED
        IF WS-SC-IN-SCOPE-SW(WS-PG-IDX) = 'Y'
                AND WS-SC-ROW-COUNT(WS-PG-IDX) > 0
            PERFORM 310-DELETE-ONE-PROGRAM
                THRU 310-DELETE-ONE-PROGRAM-EXIT
        END-IF
    END-PERFORM

    CLOSE RESULTS-FILE

    IF WS-ROWS-DELETED NOT = WS-ROWS-LISTED
        DISPLAY 'BACKOUT - DELETED ' WS-ROWS-DELETED
            ' DISAGREES WITH PRE-IMAGE ' WS-ROWS-LISTED
        SET WS-BACKOUT-FAILED TO TRUE
        SET WS-RESULTS-FAILED TO TRUE
    END-IF.

300-DELETE-RESULT-ROWS-EXIT.
    EXIT.

310-DELETE-ONE-PROGRAM.
    MOVE 'N' TO WS-SIDE-EOF-SW
    MOVE WS-BKO-DATE TO RSL-RUN-DATE
    MOVE WS-PROG-NAME(WS-PG-IDX) TO RSL-PROGRAM-ID
    MOVE 0 TO RSL-LINE-NO
    START RESULTS-FILE KEY NOT LESS THAN RSL-KEY
        INVALID KEY
            SET WS-SIDE-EOF TO TRUE
    END-START

    PERFORM UNTIL WS-SIDE-EOF
        READ RESULTS-FILE NEXT RECORD
            AT END SET WS-SIDE-EOF TO TRUE
        END-READ
        IF NOT WS-SIDE-EOF AND WS-RESULTS-STATUS NOT = '00'
            DISPLAY 'BACKOUT - READ ERROR ON RESULTS-FILE, STATUS '
                WS-RESULTS-STATUS
            SET WS-BACKOUT-FAILED TO TRUE
            SET WS-RESULTS-FAILED TO TRUE
            SET WS-SIDE-EOF TO TRUE
        END-IF
        IF NOT WS-SIDE-EOF
            IF RSL-RUN-DATE NOT = WS-BKO-DATE
                    OR RSL-PROGRAM-ID NOT = WS-PROG-NAME(WS-PG-IDX)
                SET WS-SIDE-EOF TO TRUE
            ELSE
                DELETE RESULTS-FILE RECORD
                    INVALID KEY
                        DISPLAY 'BACKOUT - DELETE FAILED FOR '
                            RSL-KEY ', STATUS ' WS-RESULTS-STATUS
                        SET WS-BACKOUT-FAILED TO TRUE
                        SET WS-RESULTS-FAILED TO TRUE
                        SET WS-SIDE-EOF TO TRUE
                    NOT INVALID KEY
                        ADD 1 TO WS-SC-DELETED(WS-PG-IDX)
                        ADD 1 TO WS-ROWS-DELETED
                END-DELETE
            END-IF
        END-IF
    END-PERFORM.

310-DELETE-ONE-PROGRAM-EXIT.
    EXIT.

*> pass one - the whole exception file goes to the work file with
*> the night's records stamped reversed; EXCEPTS.DAT itself is not
*> touched on this pass, so a failure here loses nothing
350-MARK-EXCEPTIONS.
    MOVE 'N' TO WS-EXCEPTS-EOF-SW
    OPEN INPUT EXCEPTS-FILE
    IF WS-EXCEPTS-STATUS NOT = '00'
        DISPLAY 'BACKOUT - UNABLE TO REOPEN EXCEPTS-FILE, STATUS '
            WS-EXCEPTS-STATUS
        SET WS-BACKOUT-FAILED TO TRUE
        GO TO 350-MARK-EXCEPTIONS-EXIT
    END-IF

    OPEN OUTPUT WORK-FILE
    IF WS-WORK-STATUS NOT = '00'
        DISPLAY 'BACKOUT - UNABLE TO OPEN WORK-FILE, STATUS '
            WS-WORK-STATUS
        SET WS-BACKOUT-FAILED TO TRUE
        CLOSE EXCEPTS-FILE
        GO TO 350-MARK-EXCEPTIONS-EXIT
    END-IF

    PERFORM UNTIL WS-EXCEPTS-EOF
        READ EXCEPTS-FILE
            AT END SET WS-EXCEPTS-EOF TO TRUE
        END-READ
        IF NOT WS-EXCEPTS-EOF
            PERFORM 245-MATCH-EXCEPTION THRU 245-MATCH-EXCEPTION-EXIT
            IF WS-EXC-MATCH
                SET EXC-REVERSED TO TRUE
                ADD 1 TO WS-EXC-MARKED
            END-IF
            MOVE EXCEPTION-REC TO WORK-REC
            WRITE WORK-REC
            IF WS-WORK-STATUS NOT = '00'
                DISPLAY 'BACKOUT - WORK-FILE WRITE FAILED, STATUS '
                    WS-WORK-STATUS ' - EXCEPTIONS NOT MARKED'
                SET WS-BACKOUT-FAILED TO TRUE
                SET WS-EXCEPTS-EOF TO TRUE
            END-IF
        END-IF
    END-PERFORM

    CLOSE EXCEPTS-FILE
    CLOSE WORK-FILE

    IF NOT WS-BACKOUT-FAILED AND WS-EXC-MARKED > 0
        PERFORM 360-REWRITE-EXCEPTS THRU 360-REWRITE-EXCEPTS-EXIT
    END-IF.

350-MARK-EXCEPTIONS-EXIT.
    EXIT.

*> pass two - the marked copy is safely on disk, so the live
*> exception file can be rewritten from it
360-REWRITE-EXCEPTS.
    MOVE 'N' TO WS-WORK-EOF-SW
    OPEN INPUT WORK-FILE
    IF WS-WORK-STATUS NOT = '00'
        DISPLAY 'BACKOUT - UNABLE TO REOPEN WORK-FILE, STATUS '
            WS-WORK-STATUS
        SET WS-BACKOUT-FAILED TO TRUE
        GO TO 360-REWRITE-EXCEPTS-EXIT
    END-IF

    OPEN OUTPUT EXCEPTS-FILE
    IF WS-EXCEPTS-STATUS NOT = '00'
        DISPLAY 'BACKOUT - UNABLE TO REWRITE EXCEPTS-FILE, STATUS '
            WS-EXCEPTS-STATUS
        SET WS-BACKOUT-FAILED TO TRUE
        CLOSE WORK-FILE
        GO TO 360-REWRITE-EXCEPTS-EXIT
    END-IF

    PERFORM UNTIL WS-WORK-EOF
        READ WORK-FILE
            AT END SET WS-WORK-EOF TO TRUE
        END-READ
        IF NOT WS-WORK-EOF
            MOVE WORK-REC TO EXCEPTION-REC
            WRITE EXCEPTION-REC
            IF WS-EXCEPTS-STATUS NOT = '00'
                DISPLAY 'BACKOUT - EXCEPTS REWRITE FAILED, STATUS '
                    WS-EXCEPTS-STATUS ' - RECOVER FROM '
                    '../utils/BACKOUT.WRK'
                SET WS-BACKOUT-FAILED TO TRUE
                SET WS-WORK-EOF TO TRUE
            END-IF
        END-IF
    END-PERFORM

    CLOSE WORK-FILE
    CLOSE EXCEPTS-FILE.

360-REWRITE-EXCEPTS-EXIT.
    EXIT.

*> the history stays - each program backed out gets a REVERSED
*> entry dated for the night itself, so the night's latest entry
*> for it is no longer SUCCESS wherever the trail is read. Written
*> even when the exception marking fails, but never when the
*> results master could not be backed out - the night still
*> stands there, and the FAILED BACKOUT entry says so.
400-WRITE-REVERSAL-ENTRIES.
    ACCEPT WS-RUN-TIME-RAW FROM TIME
    MOVE WS-RUN-HH TO WS-AUD-HH
    MOVE WS-RUN-MI TO WS-AUD-MI
    MOVE WS-RUN-SS TO WS-AUD-SS

    PERFORM VARYING WS-PG-IDX FROM 1 BY 1 UNTIL WS-PG-IDX > 3
        IF WS-SC-IN-SCOPE-SW(WS-PG-IDX) = 'Y'
                AND (WS-SC-DELETED(WS-PG-IDX) > 0
                    OR (WS-SC-AUDIT-COUNT(WS-PG-IDX) > 0
                        AND WS-SC-ROW-COUNT(WS-PG-IDX) = 0))
            MOVE WS-PROG-NAME(WS-PG-IDX) TO AUD-PROGRAM-ID
            MOVE WS-BKO-DATE TO AUD-RUN-DATE
            MOVE WS-AUD-TIME-FMT TO AUD-RUN-TIME
            MOVE 0 TO AUD-CARD-VERSION
            MOVE '../utils/RESULTS.MST' TO AUD-INPUT-FILE
            MOVE WS-SC-DELETED(WS-PG-IDX) TO AUD-FINAL-ANSWER
            MOVE 'REVERSED' TO AUD-STATUS
            PERFORM 510-APPEND-AUDIT-REC THRU 510-APPEND-AUDIT-REC-EXIT
            ADD 1 TO WS-REVERSALS
        END-IF
    END-PERFORM.

400-WRITE-REVERSAL-ENTRIES-EXIT.
    EXIT.

450-CLOSE-BACKOUT-REPORT.
    MOVE SPACES TO BACKOUT-RPT-LINE
    WRITE BACKOUT-RPT-LINE
    MOVE WS-OUT-SECTION-HDR TO BACKOUT-RPT-LINE
    WRITE BACKOUT-RPT-LINE

    EVALUATE TRUE
        WHEN WS-REFUSED
            MOVE WS-OUT-REFUSED TO BACKOUT-RPT-LINE
            WRITE BACKOUT-RPT-LINE
        WHEN WS-RESULTS-FAILED
            MOVE WS-ROWS-DELETED TO WS-OUT-T-ROWS
            MOVE WS-EXC-MARKED TO WS-OUT-T-EXC
            MOVE WS-OUT-TOTALS TO BACKOUT-RPT-LINE
            WRITE BACKOUT-RPT-LINE
            MOVE WS-OUT-RSL-FAILED TO BACKOUT-RPT-LINE
            WRITE BACKOUT-RPT-LINE
            MOVE WS-OUT-FAILED TO BACKOUT-RPT-LINE
            WRITE BACKOUT-RPT-LINE
        WHEN WS-ROWS-LISTED = 0 AND WS-EXC-LISTED = 0
                AND WS-AUDIT-LISTED = 0 AND NOT WS-BACKOUT-FAILED
            MOVE WS-OUT-NOTHING TO BACKOUT-RPT-LINE
            WRITE BACKOUT-RPT-LINE
        WHEN OTHER
            PERFORM VARYING WS-PG-IDX FROM 1 BY 1 UNTIL WS-PG-IDX > 3
                IF WS-SC-IN-SCOPE-SW(WS-PG-IDX) = 'Y'
                        AND (WS-SC-DELETED(WS-PG-IDX) > 0
                            OR WS-SC-AUDIT-COUNT(WS-PG-IDX) > 0)
                    MOVE WS-PROG-NAME(WS-PG-IDX) TO WS-OUT-P-PROGRAM
                    MOVE WS-SC-DELETED(WS-PG-IDX) TO WS-OUT-P-ROWS
                    MOVE WS-OUT-PROGRAM TO BACKOUT-RPT-LINE
                    WRITE BACKOUT-RPT-LINE
                END-IF
            END-PERFORM
            MOVE WS-ROWS-DELETED TO WS-OUT-T-ROWS
            MOVE WS-EXC-MARKED TO WS-OUT-T-EXC
            MOVE WS-OUT-TOTALS TO BACKOUT-RPT-LINE
            WRITE BACKOUT-RPT-LINE
            IF WS-BACKOUT-FAILED
                MOVE WS-OUT-FAILED TO BACKOUT-RPT-LINE
                WRITE BACKOUT-RPT-LINE
            END-IF
    END-EVALUATE

    CLOSE BACKOUT-RPT-FILE.

450-CLOSE-BACKOUT-REPORT-EXIT.
    EXIT.

500-WRITE-AUDIT-RECORD.
    ACCEPT WS-RUN-TIME-RAW FROM TIME
    MOVE WS-RUN-HH TO WS-AUD-HH
    MOVE WS-RUN-MI TO WS-AUD-MI
    MOVE WS-RUN-SS TO WS-AUD-SS
    MOVE WS-RUN-YYYY TO WS-AUD-YYYY
    MOVE WS-RUN-MM TO WS-AUD-MM
    MOVE WS-RUN-DD TO WS-AUD-DD

    MOVE 'BACKOUT' TO AUD-PROGRAM-ID
    MOVE WS-AUD-DATE-FMT TO AUD-RUN-DATE
    MOVE WS-AUD-TIME-FMT TO AUD-RUN-TIME
    MOVE 0 TO AUD-CARD-VERSION
    MOVE '../utils/RESULTS.MST' TO AUD-INPUT-FILE
    MOVE WS-ROWS-DELETED TO AUD-FINAL-ANSWER
    IF WS-BACKOUT-FAILED OR WS-REFUSED
        MOVE 'FAILED' TO AUD-STATUS
    ELSE
        MOVE 'SUCCESS' TO AUD-STATUS
    END-IF
    PERFORM 510-APPEND-AUDIT-REC THRU 510-APPEND-AUDIT-REC-EXIT.

500-WRITE-AUDIT-RECORD-EXIT.
    EXIT.

510-APPEND-AUDIT-REC.
    OPEN EXTEND AUDIT-FILE
    IF WS-AUDIT-STATUS = '35'
        OPEN OUTPUT AUDIT-FILE
    END-IF
    IF WS-AUDIT-STATUS NOT = '00'
        DISPLAY 'BACKOUT - UNABLE TO OPEN AUDIT-FILE, STATUS '
            WS-AUDIT-STATUS
    ELSE
        WRITE AUDIT-REC
        IF WS-AUDIT-STATUS NOT = '00'
            DISPLAY 'BACKOUT - UNABLE TO WRITE AUDIT RECORD,'
                ' STATUS ' WS-AUDIT-STATUS
        END-IF
    END-IF
    CLOSE AUDIT-FILE.

510-APPEND-AUDIT-REC-EXIT.
    EXIT.
