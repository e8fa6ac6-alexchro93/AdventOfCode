*> Month-end completeness report - sign-off used to mean scrolling
*> RUNHIST and a month of suite summaries to satisfy ourselves that
*> every night ran. This job takes a month at the console, walks
*> each calendar day of it, decides business days from HOLIDAYS.DAT
*> and the same weekend rule DAY_SUITE applies when it sets the
*> processing date, and shows for every day whether DAY1_1, DAY2_1
*> and DAY3_1 have rows on the results master and a SUCCESS audit
*> entry, whether an interface generation was cut and whether the
*> reporting group acknowledged it. Business days with a gap,
*> catch-up runs posted under an operator-set processing date and
*> anything posted on a non-business day each get their own
*> section with totals, so the report itself is the sign-off
*> document. Read-only - nothing it opens is written back.
IDENTIFICATION DIVISION.
PROGRAM-ID. MTHEND.

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
SELECT HOLIDAY-FILE
    ASSIGN TO '../utils/HOLIDAYS.DAT'
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS WS-HOLIDAY-STATUS.
SELECT PRCHIST-FILE
    ASSIGN TO '../utils/PRCHIST.DAT'
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS WS-PRCHIST-STATUS.
SELECT MTHEND-RPT-FILE
    ASSIGN TO './utils/MTHEND.RPT'
    ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
    FILE SECTION.
        FD RESULTS-FILE.
        COPY RSLTREC.

        FD AUDIT-FILE.
        COPY AUDITREC.

        FD OPENGEN-FILE.
        COPY OPENGEN.

        FD HOLIDAY-FILE.
        01 HOLIDAY-LINE PIC X(80).
        01 HOLIDAY-DATE-REC REDEFINES HOLIDAY-LINE.
            05 HOLIDAY-DATE PIC X(10).
            05 FILLER       PIC X(1).
            05 HOLIDAY-NAME PIC X(30).
            05 FILLER       PIC X(39).

        FD PRCHIST-FILE.
        COPY PRCHIST.

        FD MTHEND-RPT-FILE.
        01 MTHEND-RPT-LINE PIC X(80).

    WORKING-STORAGE SECTION.
        01 WS-RESULTS-STATUS PIC XX.
        01 WS-AUDIT-STATUS   PIC XX.
        01 WS-OPENGEN-STATUS PIC XX.
        01 WS-HOLIDAY-STATUS PIC XX.
        01 WS-PRCHIST-STATUS PIC XX.
        01 WS-AUDIT-EOF-SW   PIC X VALUE 'N'.
            88 WS-AUDIT-EOF  VALUE 'Y'.
        01 WS-OPENGEN-EOF-SW PIC X VALUE 'N'.
            88 WS-OPENGEN-EOF VALUE 'Y'.
        01 WS-HOLIDAY-EOF-SW PIC X VALUE 'N'.
            88 WS-HOLIDAY-EOF VALUE 'Y'.
        01 WS-PRCHIST-EOF-SW PIC X VALUE 'N'.
            88 WS-PRCHIST-EOF VALUE 'Y'.
        01 WS-SIDE-EOF-SW    PIC X VALUE 'N'.
            88 WS-SIDE-EOF   VALUE 'Y'.
        01 WS-MTHEND-FAILED-SW PIC X VALUE 'N'.
            88 WS-MTHEND-FAILED VALUE 'Y'.
        01 WS-PRCHIST-SW     PIC X VALUE 'N'.
            88 WS-PRCHIST-ON-FILE VALUE 'Y'.

        *> operator-keyed month, YYYY-MM the way it leads every
        *> audit, exception and master date
        01 WS-MTH-KEY        PIC X(7) VALUE SPACES.
        01 WS-MTH-KEY-SPLIT REDEFINES WS-MTH-KEY.
            05 WS-MTH-YYYY   PIC X(4).
            05 WS-MTH-SEP    PIC X(1).
            05 WS-MTH-MM     PIC X(2).
        01 WS-MTH-YYYY-N     PIC 9(4).
        01 WS-MTH-MM-N       PIC 9(2).

        *> month lengths and leap-year test, as DAY_SUITE edits its
        *> PROCESS-DATE card
        01 WS-MONTH-LEN-VALUES.
            05 FILLER PIC X(24) VALUE '312831303130313130313031'.
        01 WS-MONTH-LEN-TABLE REDEFINES WS-MONTH-LEN-VALUES.
            05 WS-MONTH-LEN PIC 9(2) OCCURS 12 TIMES.
        01 WS-LEAP-QUOT      PIC 9(4).
        01 WS-LEAP-REM       PIC 9(3).
        01 WS-MAX-DAY        PIC 9(2).

        *> day of week by Zeller's congruence - 1 = MONDAY thru
        *> 7 = SUNDAY, the numbering PROCDATE carries
        01 WS-ZEL-YYYY       PIC 9(4).
        01 WS-ZEL-MM         PIC 9(2).
        01 WS-ZEL-CENTURY    PIC 9(2).
        01 WS-ZEL-YEAR       PIC 9(2).
        01 WS-ZEL-WORK       PIC 9(6).
        01 WS-ZEL-TERM       PIC 9(6).
        01 WS-ZEL-QUOT       PIC 9(6).
        01 WS-ZEL-REM        PIC 9(1).
        01 WS-DAY-NAME-VALUES.
            05 FILLER PIC X(21) VALUE 'MONTUEWEDTHUFRISATSUN'.
        01 WS-DAY-NAME-TABLE REDEFINES WS-DAY-NAME-VALUES.
            05 WS-DAY-NAME PIC X(3) OCCURS 7 TIMES.

        *> the programs that post to the results master, in the
        *> order they run
        01 WS-PROG-NAMES.
            05 FILLER PIC X(8) VALUE 'DAY1_1'.
            05 FILLER PIC X(8) VALUE 'DAY2_1'.
            05 FILLER PIC X(8) VALUE 'DAY3_1'.
        01 WS-PROG-NAME-TABLE REDEFINES WS-PROG-NAMES.
            05 WS-PROG-NAME PIC X(8) OCCURS 3 TIMES.
        01 WS-PG-IDX         PIC 9(1).

        *> one entry per calendar day of the month. The audit switch
        *> follows the trail in file order: Y once a SUCCESS posts,
        *> F for a night that only ever failed, R when BACKOUT has
        *> reversed it and nothing has been posted since.
        01 WS-DAYS-IN-MONTH  PIC 9(2) VALUE 0.
        01 WS-DAY-TABLE.
            05 WS-DAY-ENTRY OCCURS 31 TIMES.
                10 WS-DY-DATE        PIC X(10).
                10 WS-DY-DOW         PIC 9(1).
                10 WS-DY-CAL         PIC X(3).
                10 WS-DY-HOL-NAME    PIC X(30).
                10 WS-DY-PROG OCCURS 3 TIMES.
                    15 WS-DY-ROWS    PIC 9(5).
                    15 WS-DY-AUD-SW  PIC X(1).
                10 WS-DY-GEN         PIC 9(6).
                10 WS-DY-ACK-SW      PIC X(1).
                10 WS-DY-STATUS      PIC X(12).
        01 WS-DY-IDX         PIC 9(2) VALUE 0.
        01 WS-DAY-NUM        PIC 9(2) VALUE 0.

        *> interface generations cut for nights in the month, from
        *> EXTRACT's SUCCESS audit entries - one still on the
        *> open-generations file is open (O) or rejected (R), one no
        *> longer there has been acknowledged (or superseded by an
        *> acknowledged replacement) and dropped
        01 WS-GEN-COUNT      PIC 9(3) VALUE 0.
        01 WS-MAX-GENS       PIC 9(3) VALUE 100.
        01 WS-GEN-TABLE.
            05 WS-GEN-ENTRY OCCURS 100 TIMES.
                10 WS-GN-GENERATION PIC 9(6).
                10 WS-GN-DAY        PIC 9(2).
                10 WS-GN-STATUS     PIC X(1).
        01 WS-GN-IDX         PIC 9(3) VALUE 0.

        01 WS-TODAY.
            05 WS-TODAY-YYYY PIC 9(4).
            05 WS-TODAY-MM   PIC 9(2).
            05 WS-TODAY-DD   PIC 9(2).
        01 WS-TODAY-FMT.
            05 WS-TDF-YYYY   PIC 9(4).
            05 FILLER        PIC X VALUE '-'.
            05 WS-TDF-MM     PIC 9(2).
            05 FILLER        PIC X VALUE '-'.
            05 WS-TDF-DD     PIC 9(2).
        01 WS-DATE-BUILD.
            05 WS-DB-YYYY    PIC 9(4).
            05 FILLER        PIC X VALUE '-'.
            05 WS-DB-MM      PIC 9(2).
            05 FILLER        PIC X VALUE '-'.
            05 WS-DB-DD      PIC 9(2).

        01 WS-BUSINESS-DAYS  PIC 9(2) VALUE 0.
        01 WS-COMPLETE-DAYS  PIC 9(2) VALUE 0.
        01 WS-GAP-DAYS       PIC 9(2) VALUE 0.
        01 WS-GAP-ITEMS      PIC 9(3) VALUE 0.
        01 WS-FUTURE-DAYS    PIC 9(2) VALUE 0.
        01 WS-CATCHUP-COUNT  PIC 9(3) VALUE 0.
        01 WS-NONBUS-DAYS    PIC 9(2) VALUE 0.
        01 WS-NONBUS-ITEMS   PIC 9(3) VALUE 0.
        01 WS-DAY-GAP-SW     PIC X VALUE 'N'.
            88 WS-DAY-HAS-GAP VALUE 'Y'.
        01 WS-DAY-POSTED-SW  PIC X VALUE 'N'.
            88 WS-DAY-POSTED VALUE 'Y'.

        01 WS-REPORT-HEADING-1 PIC X(80) VALUE
            'MTHEND MONTH-END COMPLETENESS REPORT'.
        01 WS-REPORT-HEADING-2.
            05 FILLER        PIC X(6) VALUE 'MONTH '.
            05 WS-RPT-MONTH  PIC X(7).
            05 FILLER        PIC X(12) VALUE '   RUN DATE '.
            05 WS-RPT-TODAY  PIC X(10).

        01 WS-GRID-SECTION-HDR PIC X(80) VALUE
            'DAILY POSTING GRID - EVERY CALENDAR DAY OF THE MONTH'.
        01 WS-GRID-COL-HDR-1.
            05 FILLER PIC X(43) VALUE
                'DATE       DAY CAL   DAY1_1     DAY2_1     '.
            05 FILLER PIC X(37) VALUE
                'DAY3_1    GEN     ACK STATUS'.
        01 WS-GRID-COL-HDR-2 PIC X(80) VALUE
            '                     ROWS AUD   ROWS AUD   ROWS AUD'.
        01 WS-GRID-DETAIL.
            05 WS-GRD-DATE     PIC X(10).
            05 FILLER          PIC X(1) VALUE SPACES.
            05 WS-GRD-DOW      PIC X(3).
            05 FILLER          PIC X(1) VALUE SPACES.
            05 WS-GRD-CAL      PIC X(3).
            05 FILLER          PIC X(2) VALUE SPACES.
            05 WS-GRD-PROG OCCURS 3 TIMES.
                10 WS-GRD-ROWS PIC ZZZZ9.
                10 FILLER      PIC X(2).
                10 WS-GRD-AUD  PIC X(1).
                10 FILLER      PIC X(3).
            05 WS-GRD-GEN      PIC X(6).
            05 FILLER          PIC X(2) VALUE SPACES.
            05 WS-GRD-ACK      PIC X(3).
            05 FILLER          PIC X(1) VALUE SPACES.
            05 WS-GRD-STATUS   PIC X(12).
        01 WS-GRID-LEGEND-1 PIC X(80) VALUE
            'CAL BUS BUSINESS DAY  SAT/SUN WEEKEND  HOL HOLIDAY'.
        01 WS-GRID-LEGEND-2 PIC X(80) VALUE
            'AUD Y SUCCESS  F FAILED ONLY  R REVERSED  - NO ENTRY'.

        01 WS-GAP-SECTION-HDR PIC X(80) VALUE
            'BUSINESS DAYS WITH GAPS'.
        01 WS-GAP-DETAIL.
            05 WS-GAP-D-DATE   PIC X(10).
            05 FILLER          PIC X(2) VALUE SPACES.
            05 WS-GAP-D-PROG   PIC X(8).
            05 FILLER          PIC X(2) VALUE SPACES.
            05 WS-GAP-D-TEXT   PIC X(40).
        01 WS-GAP-TOTALS.
            05 FILLER          PIC X(25) VALUE
                'BUSINESS DAYS WITH GAPS  '.
            05 WS-GAP-T-DAYS   PIC ZZ9.
            05 FILLER          PIC X(16) VALUE '   GAPS LISTED  '.
            05 WS-GAP-T-ITEMS  PIC ZZ9.

        01 WS-CUP-SECTION-HDR PIC X(80) VALUE
            'CATCH-UP RUNS POSTED UNDER AN OPERATOR-SET PROCESSING DATE'.
        01 WS-CUP-COL-HDR PIC X(80) VALUE
            'PROCESSING  CAL  SET ON CLOCK DATE/TIME   RESTART'.
        01 WS-CUP-DETAIL.
            05 WS-CUP-D-DATE   PIC X(10).
            05 FILLER          PIC X(2) VALUE SPACES.
            05 WS-CUP-D-CAL    PIC X(3).
            05 FILLER          PIC X(2) VALUE SPACES.
            05 WS-CUP-D-CLOCK  PIC X(10).
            05 FILLER          PIC X(1) VALUE SPACES.
            05 WS-CUP-D-TIME   PIC X(8).
            05 FILLER          PIC X(5) VALUE SPACES.
            05 WS-CUP-D-RESTART PIC X(3).
        01 WS-CUP-NO-HISTORY PIC X(80) VALUE
            'NO PROCESSING-DATE HISTORY ON FILE - CATCH-UPS NOT KNOWN'.
        01 WS-CUP-TOTALS.
            05 FILLER          PIC X(15) VALUE 'CATCH-UP RUNS  '.
            05 WS-CUP-T-COUNT  PIC ZZ9.

        01 WS-NBP-SECTION-HDR PIC X(80) VALUE
            'POSTINGS ON NON-BUSINESS DAYS'.
        01 WS-NBP-DETAIL.
            05 WS-NBP-D-DATE   PIC X(10).
            05 FILLER          PIC X(2) VALUE SPACES.
            05 WS-NBP-D-CAL    PIC X(3).
            05 FILLER          PIC X(2) VALUE SPACES.
            05 WS-NBP-D-PROG   PIC X(8).
            05 FILLER          PIC X(2) VALUE SPACES.
            05 WS-NBP-D-TEXT   PIC X(40).
        01 WS-NBP-ROWS-TEXT.
            05 FILLER          PIC X(13) VALUE 'RESULTS ROWS '.
            05 WS-NBP-T-ROWS   PIC ZZZZ9.
            05 FILLER          PIC X(7) VALUE '  AUD '.
            05 WS-NBP-T-AUD    PIC X(1).
        01 WS-NBP-GEN-TEXT.
            05 FILLER          PIC X(15) VALUE 'GENERATION CUT '.
            05 WS-NBP-T-GEN    PIC 9(6).
        01 WS-NBP-TOTALS.
            05 FILLER          PIC X(25) VALUE
                'NON-BUSINESS DAYS POSTED '.
            05 WS-NBP-T-DAYS   PIC ZZ9.
            05 FILLER          PIC X(16) VALUE '   ITEMS LISTED '.
            05 WS-NBP-T-ITEMS  PIC ZZ9.

        01 WS-SECTION-NONE PIC X(80) VALUE
            'NONE'.
        01 WS-SUM-SECTION-HDR PIC X(80) VALUE
            'MONTH-END SIGN-OFF SUMMARY'.
        01 WS-SUM-LINE.
            05 WS-SUM-LABEL    PIC X(32).
            05 WS-SUM-COUNT    PIC ZZ9.
        01 WS-SUM-COMPLETE PIC X(80) VALUE
            'MONTH COMPLETE - EVERY BUSINESS DAY POSTED, CUT AND ACKED'.
        01 WS-SUM-INCOMPLETE PIC X(80) VALUE
            'MONTH NOT COMPLETE - RESOLVE THE GAPS ABOVE BEFORE SIGN-OFF'.
        01 WS-SUM-PARTIAL PIC X(80) VALUE
            'MONTH NOT YET ENDED - DAYS AFTER THE RUN DATE NOT CHECKED'.

PROCEDURE DIVISION.
100-MAIN.
    PERFORM 110-GET-MONTH-KEY THRU 110-GET-MONTH-KEY-EXIT
    IF WS-MTHEND-FAILED
        MOVE 8 TO RETURN-CODE
        GOBACK
    END-IF

    PERFORM 120-BUILD-CALENDAR THRU 120-BUILD-CALENDAR-EXIT
    PERFORM 130-LOAD-HOLIDAYS THRU 130-LOAD-HOLIDAYS-EXIT
    PERFORM 200-SCAN-AUDIT-TRAIL THRU 200-SCAN-AUDIT-TRAIL-EXIT
    IF NOT WS-MTHEND-FAILED
        PERFORM 220-CHECK-OPEN-GENERATIONS
            THRU 220-CHECK-OPEN-GENERATIONS-EXIT
    END-IF
    IF NOT WS-MTHEND-FAILED
        PERFORM 240-COUNT-RESULT-ROWS THRU 240-COUNT-RESULT-ROWS-EXIT
    END-IF
    IF WS-MTHEND-FAILED
        DISPLAY 'MTHEND TERMINATED - SEE FILE STATUS DIAGNOSTICS'
        MOVE 8 TO RETURN-CODE
        GOBACK
    END-IF

    OPEN OUTPUT MTHEND-RPT-FILE
    PERFORM 300-WRITE-DAILY-GRID THRU 300-WRITE-DAILY-GRID-EXIT
    PERFORM 320-WRITE-GAP-SECTION THRU 320-WRITE-GAP-SECTION-EXIT
    PERFORM 340-WRITE-CATCHUP-SECTION
        THRU 340-WRITE-CATCHUP-SECTION-EXIT
    PERFORM 360-WRITE-NONBUS-SECTION
        THRU 360-WRITE-NONBUS-SECTION-EXIT
    PERFORM 380-WRITE-SIGNOFF-SUMMARY
        THRU 380-WRITE-SIGNOFF-SUMMARY-EXIT
    CLOSE MTHEND-RPT-FILE

    DISPLAY 'MTHEND - MONTH ' WS-MTH-KEY ' BUSINESS DAYS '
        WS-BUSINESS-DAYS ' COMPLETE ' WS-COMPLETE-DAYS
        ' WITH GAPS ' WS-GAP-DAYS
    MOVE 0 TO RETURN-CODE
    GOBACK.

110-GET-MONTH-KEY.
    DISPLAY 'MTHEND - MONTH-END COMPLETENESS REPORT'
    DISPLAY 'MONTH TO REPORT (YYYY-MM):'
    MOVE SPACES TO WS-MTH-KEY
    ACCEPT WS-MTH-KEY
    IF WS-MTH-KEY = SPACES
        DISPLAY 'MTHEND - NO MONTH KEYED - NOTHING DONE'
        SET WS-MTHEND-FAILED TO TRUE
        GO TO 110-GET-MONTH-KEY-EXIT
    END-IF
    IF WS-MTH-YYYY IS NOT NUMERIC
            OR WS-MTH-MM IS NOT NUMERIC
            OR WS-MTH-SEP NOT = '-'
            OR WS-MTH-MM < '01' OR WS-MTH-MM > '12'
        DISPLAY 'MTHEND - MONTH MUST BE YYYY-MM - ' WS-MTH-KEY
        SET WS-MTHEND-FAILED TO TRUE
        GO TO 110-GET-MONTH-KEY-EXIT
    END-IF
    MOVE WS-MTH-YYYY TO WS-MTH-YYYY-N
    MOVE WS-MTH-MM TO WS-MTH-MM-N

    ACCEPT WS-TODAY FROM DATE YYYYMMDD
    MOVE WS-TODAY-YYYY TO WS-TDF-YYYY
    MOVE WS-TODAY-MM TO WS-TDF-MM
    MOVE WS-TODAY-DD TO WS-TDF-DD.

110-GET-MONTH-KEY-EXIT.
    EXIT.

*> one table entry per calendar day - weekday and weekend flag by
*> the same rule DAY_SUITE applies in 108-SET-CALENDAR-FLAGS
120-BUILD-CALENDAR.
    MOVE WS-MONTH-LEN(WS-MTH-MM-N) TO WS-MAX-DAY
    IF WS-MTH-MM-N = 2
        DIVIDE WS-MTH-YYYY-N BY 4 GIVING WS-LEAP-QUOT
            REMAINDER WS-LEAP-REM
        IF WS-LEAP-REM = 0
            DIVIDE WS-MTH-YYYY-N BY 100 GIVING WS-LEAP-QUOT
                REMAINDER WS-LEAP-REM
            IF WS-LEAP-REM NOT = 0
                MOVE 29 TO WS-MAX-DAY
            ELSE
                DIVIDE WS-MTH-YYYY-N BY 400 GIVING WS-LEAP-QUOT
                    REMAINDER WS-LEAP-REM
                IF WS-LEAP-REM = 0
                    MOVE 29 TO WS-MAX-DAY
                END-IF
            END-IF
        END-IF
    END-IF
    MOVE WS-MAX-DAY TO WS-DAYS-IN-MONTH

    PERFORM VARYING WS-DY-IDX FROM 1 BY 1
            UNTIL WS-DY-IDX > WS-DAYS-IN-MONTH
        MOVE WS-MTH-YYYY-N TO WS-DB-YYYY
        MOVE WS-MTH-MM-N TO WS-DB-MM
        MOVE WS-DY-IDX TO WS-DB-DD
        MOVE WS-DATE-BUILD TO WS-DY-DATE(WS-DY-IDX)
        MOVE SPACES TO WS-DY-HOL-NAME(WS-DY-IDX)
        PERFORM VARYING WS-PG-IDX FROM 1 BY 1 UNTIL WS-PG-IDX > 3
            MOVE 0 TO WS-DY-ROWS(WS-DY-IDX, WS-PG-IDX)
            MOVE '-' TO WS-DY-AUD-SW(WS-DY-IDX, WS-PG-IDX)
        END-PERFORM
        MOVE 0 TO WS-DY-GEN(WS-DY-IDX)
        MOVE SPACE TO WS-DY-ACK-SW(WS-DY-IDX)
        MOVE SPACES TO WS-DY-STATUS(WS-DY-IDX)
        PERFORM 125-SET-DAY-OF-WEEK THRU 125-SET-DAY-OF-WEEK-EXIT
        EVALUATE WS-DY-DOW(WS-DY-IDX)
            WHEN 6
                MOVE 'SAT' TO WS-DY-CAL(WS-DY-IDX)
            WHEN 7
                MOVE 'SUN' TO WS-DY-CAL(WS-DY-IDX)
            WHEN OTHER
                MOVE 'BUS' TO WS-DY-CAL(WS-DY-IDX)
        END-EVALUATE
    END-PERFORM.

120-BUILD-CALENDAR-EXIT.
    EXIT.

125-SET-DAY-OF-WEEK.
    MOVE WS-MTH-YYYY-N TO WS-ZEL-YYYY
    MOVE WS-MTH-MM-N TO WS-ZEL-MM
    IF WS-ZEL-MM < 3
        ADD 12 TO WS-ZEL-MM
        SUBTRACT 1 FROM WS-ZEL-YYYY
    END-IF
    DIVIDE WS-ZEL-YYYY BY 100 GIVING WS-ZEL-CENTURY
        REMAINDER WS-ZEL-YEAR
    COMPUTE WS-ZEL-TERM = (13 * (WS-ZEL-MM + 1)) / 5
    COMPUTE WS-ZEL-WORK = WS-DY-IDX + WS-ZEL-TERM + WS-ZEL-YEAR
        + (5 * WS-ZEL-CENTURY)
    DIVIDE WS-ZEL-YEAR BY 4 GIVING WS-ZEL-QUOT
    ADD WS-ZEL-QUOT TO WS-ZEL-WORK
    DIVIDE WS-ZEL-CENTURY BY 4 GIVING WS-ZEL-QUOT
    ADD WS-ZEL-QUOT TO WS-ZEL-WORK
    DIVIDE WS-ZEL-WORK BY 7 GIVING WS-ZEL-QUOT
        REMAINDER WS-ZEL-REM
    *> Zeller counts 0 = Saturday; carry 1 = Monday thru 7 = Sunday
    EVALUATE WS-ZEL-REM
        WHEN 0 MOVE 6 TO WS-DY-DOW(WS-DY-IDX)
        WHEN 1 MOVE 7 TO WS-DY-DOW(WS-DY-IDX)
        WHEN OTHER
            COMPUTE WS-DY-DOW(WS-DY-IDX) = WS-ZEL-REM - 1
    END-EVALUATE.

125-SET-DAY-OF-WEEK-EXIT.
    EXIT.

*> the business calendar - a holiday in the month overrides the
*> weekday flag, as it does in DAY_SUITE; no calendar staged means
*> weekends alone decide
130-LOAD-HOLIDAYS.
    OPEN INPUT HOLIDAY-FILE
    IF WS-HOLIDAY-STATUS NOT = '00'
        DISPLAY 'MTHEND - NO HOLIDAY CALENDAR ON FILE - WEEKENDS'
            ' ALONE DECIDE BUSINESS DAYS'
        GO TO 130-LOAD-HOLIDAYS-EXIT
    END-IF
    PERFORM UNTIL WS-HOLIDAY-EOF
        READ HOLIDAY-FILE
            AT END SET WS-HOLIDAY-EOF TO TRUE
        END-READ
        IF NOT WS-HOLIDAY-EOF
            IF HOLIDAY-LINE = SPACES OR HOLIDAY-LINE(1:1) = '*'
                CONTINUE
            ELSE
                IF HOLIDAY-DATE(1:7) = WS-MTH-KEY
                        AND HOLIDAY-DATE(9:2) IS NUMERIC
                    MOVE HOLIDAY-DATE(9:2) TO WS-DAY-NUM
                    IF WS-DAY-NUM >= 1
                            AND WS-DAY-NUM <= WS-DAYS-IN-MONTH
                        MOVE 'HOL' TO WS-DY-CAL(WS-DAY-NUM)
                        MOVE HOLIDAY-NAME TO WS-DY-HOL-NAME(WS-DAY-NUM)
                    END-IF
                END-IF
            END-IF
        END-IF
    END-PERFORM
    CLOSE HOLIDAY-FILE.

130-LOAD-HOLIDAYS-EXIT.
    EXIT.

*> one pass down the audit trail for the month - the compute
*> programs' latest standing per night, and every generation EXTRACT
*> cut for a night in the month (a replacement cut is dated for the
*> night it replaces, so it lands on that night too)
200-SCAN-AUDIT-TRAIL.
    OPEN INPUT AUDIT-FILE
    IF WS-AUDIT-STATUS NOT = '00'
        DISPLAY 'MTHEND - UNABLE TO OPEN AUDIT-FILE, STATUS '
            WS-AUDIT-STATUS
        SET WS-MTHEND-FAILED TO TRUE
        GO TO 200-SCAN-AUDIT-TRAIL-EXIT
    END-IF

    PERFORM UNTIL WS-AUDIT-EOF
        READ AUDIT-FILE
            AT END SET WS-AUDIT-EOF TO TRUE
        END-READ
        IF NOT WS-AUDIT-EOF
            IF AUD-RUN-DATE(1:7) = WS-MTH-KEY
                    AND AUD-RUN-DATE(9:2) IS NUMERIC
                MOVE AUD-RUN-DATE(9:2) TO WS-DAY-NUM
                IF WS-DAY-NUM >= 1
                        AND WS-DAY-NUM <= WS-DAYS-IN-MONTH
                    PERFORM 210-NOTE-AUDIT-ENTRY
                        THRU 210-NOTE-AUDIT-ENTRY-EXIT
                END-IF
            END-IF
        END-IF
    END-PERFORM

    CLOSE AUDIT-FILE.

200-SCAN-AUDIT-TRAIL-EXIT.
    EXIT.

210-NOTE-AUDIT-ENTRY.
    IF AUD-PROGRAM-ID = 'EXTRACT' AND AUD-STATUS = 'SUCCESS'
        IF WS-GEN-COUNT < WS-MAX-GENS
            ADD 1 TO WS-GEN-COUNT
            MOVE AUD-FINAL-ANSWER TO WS-GN-GENERATION(WS-GEN-COUNT)
            MOVE WS-DAY-NUM TO WS-GN-DAY(WS-GEN-COUNT)
            MOVE SPACE TO WS-GN-STATUS(WS-GEN-COUNT)
            MOVE AUD-FINAL-ANSWER TO WS-DY-GEN(WS-DAY-NUM)
        END-IF
        GO TO 210-NOTE-AUDIT-ENTRY-EXIT
    END-IF

    PERFORM VARYING WS-PG-IDX FROM 1 BY 1 UNTIL WS-PG-IDX > 3
        IF AUD-PROGRAM-ID = WS-PROG-NAME(WS-PG-IDX)
            EVALUATE AUD-STATUS
                WHEN 'SUCCESS'
                    MOVE 'Y' TO WS-DY-AUD-SW(WS-DAY-NUM, WS-PG-IDX)
                WHEN 'REVERSED'
                    MOVE 'R' TO WS-DY-AUD-SW(WS-DAY-NUM, WS-PG-IDX)
                WHEN OTHER
                    IF WS-DY-AUD-SW(WS-DAY-NUM, WS-PG-IDX) = '-'
                        MOVE 'F' TO WS-DY-AUD-SW(WS-DAY-NUM, WS-PG-IDX)
                    END-IF
            END-EVALUATE
        END-IF
    END-PERFORM.

210-NOTE-AUDIT-ENTRY-EXIT.
    EXIT.

*> a generation still on the open-generations file is open or
*> rejected; one that has gone is acknowledged. A night counts as
*> acknowledged when any generation cut for it was.
220-CHECK-OPEN-GENERATIONS.
    IF WS-GEN-COUNT = 0
        GO TO 220-CHECK-OPEN-GENERATIONS-EXIT
    END-IF

    OPEN INPUT OPENGEN-FILE
    IF WS-OPENGEN-STATUS NOT = '00' AND WS-OPENGEN-STATUS NOT = '35'
        DISPLAY 'MTHEND - UNABLE TO OPEN OPENGEN-FILE, STATUS '
            WS-OPENGEN-STATUS
        SET WS-MTHEND-FAILED TO TRUE
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
        MOVE WS-GN-DAY(WS-GN-IDX) TO WS-DY-IDX
        EVALUATE WS-GN-STATUS(WS-GN-IDX)
            WHEN 'O'
                IF WS-DY-ACK-SW(WS-DY-IDX) = SPACE
                    MOVE 'O' TO WS-DY-ACK-SW(WS-DY-IDX)
                END-IF
            WHEN 'R'
                IF WS-DY-ACK-SW(WS-DY-IDX) NOT = 'Y'
                    MOVE 'R' TO WS-DY-ACK-SW(WS-DY-IDX)
                END-IF
            WHEN OTHER
                MOVE 'Y' TO WS-DY-ACK-SW(WS-DY-IDX)
        END-EVALUATE
    END-PERFORM.

220-CHECK-OPEN-GENERATIONS-EXIT.
    EXIT.

*> rows on the results master per night and program - keyed walk
*> from line zero of each night, as BACKOUT takes its pre-image
240-COUNT-RESULT-ROWS.
    OPEN INPUT RESULTS-FILE
    IF WS-RESULTS-STATUS NOT = '00'
        DISPLAY 'MTHEND - UNABLE TO OPEN RESULTS-FILE, STATUS '
            WS-RESULTS-STATUS
        SET WS-MTHEND-FAILED TO TRUE
        GO TO 240-COUNT-RESULT-ROWS-EXIT
    END-IF

    PERFORM VARYING WS-DY-IDX FROM 1 BY 1
            UNTIL WS-DY-IDX > WS-DAYS-IN-MONTH
        PERFORM VARYING WS-PG-IDX FROM 1 BY 1 UNTIL WS-PG-IDX > 3
            PERFORM 245-COUNT-ONE-NIGHT THRU 245-COUNT-ONE-NIGHT-EXIT
        END-PERFORM
    END-PERFORM

    CLOSE RESULTS-FILE.

240-COUNT-RESULT-ROWS-EXIT.
    EXIT.

245-COUNT-ONE-NIGHT.
    MOVE 'N' TO WS-SIDE-EOF-SW
    MOVE WS-DY-DATE(WS-DY-IDX) TO RSL-RUN-DATE
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
        IF NOT WS-SIDE-EOF
            IF RSL-RUN-DATE NOT = WS-DY-DATE(WS-DY-IDX)
                    OR RSL-PROGRAM-ID NOT = WS-PROG-NAME(WS-PG-IDX)
                SET WS-SIDE-EOF TO TRUE
            ELSE
                ADD 1 TO WS-DY-ROWS(WS-DY-IDX, WS-PG-IDX)
            END-IF
        END-IF
    END-PERFORM.

245-COUNT-ONE-NIGHT-EXIT.
    EXIT.

*> the grid prints every calendar day and settles each day's
*> standing for the sections that follow - a business day is
*> complete only when all three programs have rows and a SUCCESS
*> entry and the night's generation was cut and acknowledged
300-WRITE-DAILY-GRID.
    MOVE WS-MTH-KEY TO WS-RPT-MONTH
    MOVE WS-TODAY-FMT TO WS-RPT-TODAY
    MOVE WS-REPORT-HEADING-1 TO MTHEND-RPT-LINE
    WRITE MTHEND-RPT-LINE
    MOVE WS-REPORT-HEADING-2 TO MTHEND-RPT-LINE
    WRITE MTHEND-RPT-LINE
    MOVE SPACES TO MTHEND-RPT-LINE
    WRITE MTHEND-RPT-LINE
    MOVE WS-GRID-SECTION-HDR TO MTHEND-RPT-LINE
    WRITE MTHEND-RPT-LINE
    MOVE WS-GRID-COL-HDR-1 TO MTHEND-RPT-LINE
    WRITE MTHEND-RPT-LINE
    MOVE WS-GRID-COL-HDR-2 TO MTHEND-RPT-LINE
    WRITE MTHEND-RPT-LINE

    PERFORM VARYING WS-DY-IDX FROM 1 BY 1
            UNTIL WS-DY-IDX > WS-DAYS-IN-MONTH
        PERFORM 310-SETTLE-ONE-DAY THRU 310-SETTLE-ONE-DAY-EXIT
        MOVE SPACES TO WS-GRID-DETAIL
        MOVE WS-DY-DATE(WS-DY-IDX) TO WS-GRD-DATE
        MOVE WS-DAY-NAME(WS-DY-DOW(WS-DY-IDX)) TO WS-GRD-DOW
        MOVE WS-DY-CAL(WS-DY-IDX) TO WS-GRD-CAL
        PERFORM VARYING WS-PG-IDX FROM 1 BY 1 UNTIL WS-PG-IDX > 3
            MOVE WS-DY-ROWS(WS-DY-IDX, WS-PG-IDX)
                TO WS-GRD-ROWS(WS-PG-IDX)
            MOVE WS-DY-AUD-SW(WS-DY-IDX, WS-PG-IDX)
                TO WS-GRD-AUD(WS-PG-IDX)
        END-PERFORM
        IF WS-DY-GEN(WS-DY-IDX) = 0
            MOVE '-' TO WS-GRD-GEN
        ELSE
            MOVE WS-DY-GEN(WS-DY-IDX) TO WS-GRD-GEN
        END-IF
        EVALUATE WS-DY-ACK-SW(WS-DY-IDX)
            WHEN 'Y'
                MOVE 'Y' TO WS-GRD-ACK
            WHEN 'O'
                MOVE 'OPN' TO WS-GRD-ACK
            WHEN 'R'
                MOVE 'REJ' TO WS-GRD-ACK
            WHEN OTHER
                MOVE '-' TO WS-GRD-ACK
        END-EVALUATE
        MOVE WS-DY-STATUS(WS-DY-IDX) TO WS-GRD-STATUS
        MOVE WS-GRID-DETAIL TO MTHEND-RPT-LINE
        WRITE MTHEND-RPT-LINE
    END-PERFORM

    MOVE SPACES TO MTHEND-RPT-LINE
    WRITE MTHEND-RPT-LINE
    MOVE WS-GRID-LEGEND-1 TO MTHEND-RPT-LINE
    WRITE MTHEND-RPT-LINE
    MOVE WS-GRID-LEGEND-2 TO MTHEND-RPT-LINE
    WRITE MTHEND-RPT-LINE.

300-WRITE-DAILY-GRID-EXIT.
    EXIT.

310-SETTLE-ONE-DAY.
    MOVE 'N' TO WS-DAY-GAP-SW
    MOVE 'N' TO WS-DAY-POSTED-SW
    PERFORM VARYING WS-PG-IDX FROM 1 BY 1 UNTIL WS-PG-IDX > 3
        IF WS-DY-ROWS(WS-DY-IDX, WS-PG-IDX) = 0
                OR WS-DY-AUD-SW(WS-DY-IDX, WS-PG-IDX) NOT = 'Y'
            SET WS-DAY-HAS-GAP TO TRUE
        END-IF
        IF WS-DY-ROWS(WS-DY-IDX, WS-PG-IDX) > 0
                OR WS-DY-AUD-SW(WS-DY-IDX, WS-PG-IDX) = 'Y'
            SET WS-DAY-POSTED TO TRUE
        END-IF
    END-PERFORM
    IF WS-DY-GEN(WS-DY-IDX) = 0
        SET WS-DAY-HAS-GAP TO TRUE
    ELSE
        SET WS-DAY-POSTED TO TRUE
    END-IF
    IF WS-DY-ACK-SW(WS-DY-IDX) NOT = 'Y'
        SET WS-DAY-HAS-GAP TO TRUE
    END-IF

    IF WS-DY-CAL(WS-DY-IDX) NOT = 'BUS'
        IF WS-DAY-POSTED
            MOVE 'NONBUS POST' TO WS-DY-STATUS(WS-DY-IDX)
            ADD 1 TO WS-NONBUS-DAYS
        ELSE
            MOVE 'NON-BUSINESS' TO WS-DY-STATUS(WS-DY-IDX)
        END-IF
        GO TO 310-SETTLE-ONE-DAY-EXIT
    END-IF

    IF WS-DY-DATE(WS-DY-IDX) > WS-TODAY-FMT
        MOVE 'NOT YET DUE' TO WS-DY-STATUS(WS-DY-IDX)
        ADD 1 TO WS-FUTURE-DAYS
        GO TO 310-SETTLE-ONE-DAY-EXIT
    END-IF

    ADD 1 TO WS-BUSINESS-DAYS
    IF WS-DAY-HAS-GAP
        MOVE 'GAP' TO WS-DY-STATUS(WS-DY-IDX)
        ADD 1 TO WS-GAP-DAYS
    ELSE
        MOVE 'COMPLETE' TO WS-DY-STATUS(WS-DY-IDX)
        ADD 1 TO WS-COMPLETE-DAYS
    END-IF.

310-SETTLE-ONE-DAY-EXIT.
    EXIT.

*> one line per missing piece on each business day with a gap
320-WRITE-GAP-SECTION.
    MOVE SPACES TO MTHEND-RPT-LINE
    WRITE MTHEND-RPT-LINE
    MOVE WS-GAP-SECTION-HDR TO MTHEND-RPT-LINE
    WRITE MTHEND-RPT-LINE

    PERFORM VARYING WS-DY-IDX FROM 1 BY 1
            UNTIL WS-DY-IDX > WS-DAYS-IN-MONTH
        IF WS-DY-STATUS(WS-DY-IDX) = 'GAP'
            PERFORM 325-LIST-DAY-GAPS THRU 325-LIST-DAY-GAPS-EXIT
        END-IF
    END-PERFORM

    IF WS-GAP-ITEMS = 0
        MOVE WS-SECTION-NONE TO MTHEND-RPT-LINE
        WRITE MTHEND-RPT-LINE
    END-IF
    MOVE WS-GAP-DAYS TO WS-GAP-T-DAYS
    MOVE WS-GAP-ITEMS TO WS-GAP-T-ITEMS
    MOVE WS-GAP-TOTALS TO MTHEND-RPT-LINE
    WRITE MTHEND-RPT-LINE.

320-WRITE-GAP-SECTION-EXIT.
    EXIT.

325-LIST-DAY-GAPS.
    MOVE WS-DY-DATE(WS-DY-IDX) TO WS-GAP-D-DATE
    PERFORM VARYING WS-PG-IDX FROM 1 BY 1 UNTIL WS-PG-IDX > 3
        MOVE WS-PROG-NAME(WS-PG-IDX) TO WS-GAP-D-PROG
        IF WS-DY-ROWS(WS-DY-IDX, WS-PG-IDX) = 0
            MOVE 'NO RESULTS MASTER ROWS' TO WS-GAP-D-TEXT
            PERFORM 328-WRITE-GAP-LINE THRU 328-WRITE-GAP-LINE-EXIT
        END-IF
        EVALUATE WS-DY-AUD-SW(WS-DY-IDX, WS-PG-IDX)
            WHEN 'Y'
                CONTINUE
            WHEN 'F'
                MOVE 'RUN FAILED - NO SUCCESS AUDIT ENTRY'
                    TO WS-GAP-D-TEXT
                PERFORM 328-WRITE-GAP-LINE THRU 328-WRITE-GAP-LINE-EXIT
            WHEN 'R'
                MOVE 'BACKED OUT - NOT REPOSTED' TO WS-GAP-D-TEXT
                PERFORM 328-WRITE-GAP-LINE THRU 328-WRITE-GAP-LINE-EXIT
            WHEN OTHER
                MOVE 'NO AUDIT ENTRY - DID NOT RUN' TO WS-GAP-D-TEXT
                PERFORM 328-WRITE-GAP-LINE THRU 328-WRITE-GAP-LINE-EXIT
        END-EVALUATE
    END-PERFORM

    MOVE 'EXTRACT' TO WS-GAP-D-PROG
    IF WS-DY-GEN(WS-DY-IDX) = 0
        MOVE 'NO INTERFACE GENERATION CUT' TO WS-GAP-D-TEXT
        PERFORM 328-WRITE-GAP-LINE THRU 328-WRITE-GAP-LINE-EXIT
    ELSE
        EVALUATE WS-DY-ACK-SW(WS-DY-IDX)
            WHEN 'O'
                MOVE 'GENERATION NOT YET ACKNOWLEDGED'
                    TO WS-GAP-D-TEXT
                PERFORM 328-WRITE-GAP-LINE THRU 328-WRITE-GAP-LINE-EXIT
            WHEN 'R'
                MOVE 'GENERATION REJECTED BY RECEIVER'
                    TO WS-GAP-D-TEXT
                PERFORM 328-WRITE-GAP-LINE THRU 328-WRITE-GAP-LINE-EXIT
            WHEN OTHER
                CONTINUE
        END-EVALUATE
    END-IF.

325-LIST-DAY-GAPS-EXIT.
    EXIT.

328-WRITE-GAP-LINE.
    MOVE WS-GAP-DETAIL TO MTHEND-RPT-LINE
    WRITE MTHEND-RPT-LINE
    ADD 1 TO WS-GAP-ITEMS.

328-WRITE-GAP-LINE-EXIT.
    EXIT.

*> catch-up runs come off the processing-date history the driver
*> keeps - every night in the month it established under an
*> operator-keyed PROCESS-DATE card
340-WRITE-CATCHUP-SECTION.
    MOVE SPACES TO MTHEND-RPT-LINE
    WRITE MTHEND-RPT-LINE
    MOVE WS-CUP-SECTION-HDR TO MTHEND-RPT-LINE
    WRITE MTHEND-RPT-LINE

    OPEN INPUT PRCHIST-FILE
    IF WS-PRCHIST-STATUS NOT = '00'
        MOVE WS-CUP-NO-HISTORY TO MTHEND-RPT-LINE
        WRITE MTHEND-RPT-LINE
        GO TO 340-WRITE-CATCHUP-SECTION-EXIT
    END-IF
    SET WS-PRCHIST-ON-FILE TO TRUE

    MOVE WS-CUP-COL-HDR TO MTHEND-RPT-LINE
    WRITE MTHEND-RPT-LINE
    PERFORM UNTIL WS-PRCHIST-EOF
        READ PRCHIST-FILE
            AT END SET WS-PRCHIST-EOF TO TRUE
        END-READ
        IF NOT WS-PRCHIST-EOF
            IF PHS-RUN-DATE(1:7) = WS-MTH-KEY
                    AND PHS-OPERATOR-SET
                    AND PHS-RUN-DATE(9:2) IS NUMERIC
                MOVE PHS-RUN-DATE(9:2) TO WS-DAY-NUM
                IF WS-DAY-NUM >= 1
                        AND WS-DAY-NUM <= WS-DAYS-IN-MONTH
                    MOVE PHS-RUN-DATE TO WS-CUP-D-DATE
                    MOVE WS-DY-CAL(WS-DAY-NUM) TO WS-CUP-D-CAL
                    MOVE PHS-CLOCK-DATE TO WS-CUP-D-CLOCK
                    MOVE PHS-CLOCK-TIME TO WS-CUP-D-TIME
                    IF PHS-RESTART = 'Y'
                        MOVE 'YES' TO WS-CUP-D-RESTART
                    ELSE
                        MOVE 'NO' TO WS-CUP-D-RESTART
                    END-IF
                    MOVE WS-CUP-DETAIL TO MTHEND-RPT-LINE
                    WRITE MTHEND-RPT-LINE
                    ADD 1 TO WS-CATCHUP-COUNT
                END-IF
            END-IF
        END-IF
    END-PERFORM
    CLOSE PRCHIST-FILE

    IF WS-CATCHUP-COUNT = 0
        MOVE WS-SECTION-NONE TO MTHEND-RPT-LINE
        WRITE MTHEND-RPT-LINE
    END-IF
    MOVE WS-CATCHUP-COUNT TO WS-CUP-T-COUNT
    MOVE WS-CUP-TOTALS TO MTHEND-RPT-LINE
    WRITE MTHEND-RPT-LINE.

340-WRITE-CATCHUP-SECTION-EXIT.
    EXIT.

*> anything on file for a weekend or holiday - usually a catch-up
*> keyed with the wrong date, occasionally a genuine weekend run
*> that operations needs to account for
360-WRITE-NONBUS-SECTION.
    MOVE SPACES TO MTHEND-RPT-LINE
    WRITE MTHEND-RPT-LINE
    MOVE WS-NBP-SECTION-HDR TO MTHEND-RPT-LINE
    WRITE MTHEND-RPT-LINE

    PERFORM VARYING WS-DY-IDX FROM 1 BY 1
            UNTIL WS-DY-IDX > WS-DAYS-IN-MONTH
        IF WS-DY-STATUS(WS-DY-IDX) = 'NONBUS POST'
            PERFORM 365-LIST-NONBUS-DAY THRU 365-LIST-NONBUS-DAY-EXIT
        END-IF
    END-PERFORM

    IF WS-NONBUS-ITEMS = 0
        MOVE WS-SECTION-NONE TO MTHEND-RPT-LINE
        WRITE MTHEND-RPT-LINE
    END-IF
    MOVE WS-NONBUS-DAYS TO WS-NBP-T-DAYS
    MOVE WS-NONBUS-ITEMS TO WS-NBP-T-ITEMS
    MOVE WS-NBP-TOTALS TO MTHEND-RPT-LINE
    WRITE MTHEND-RPT-LINE.

360-WRITE-NONBUS-SECTION-EXIT.
    EXIT.

365-LIST-NONBUS-DAY.
    MOVE WS-DY-DATE(WS-DY-IDX) TO WS-NBP-D-DATE
    MOVE WS-DY-CAL(WS-DY-IDX) TO WS-NBP-D-CAL
    PERFORM VARYING WS-PG-IDX FROM 1 BY 1 UNTIL WS-PG-IDX > 3
        IF WS-DY-ROWS(WS-DY-IDX, WS-PG-IDX) > 0
                OR WS-DY-AUD-SW(WS-DY-IDX, WS-PG-IDX) = 'Y'
            MOVE WS-PROG-NAME(WS-PG-IDX) TO WS-NBP-D-PROG
            MOVE WS-DY-ROWS(WS-DY-IDX, WS-PG-IDX) TO WS-NBP-T-ROWS
            MOVE WS-DY-AUD-SW(WS-DY-IDX, WS-PG-IDX) TO WS-NBP-T-AUD
            MOVE WS-NBP-ROWS-TEXT TO WS-NBP-D-TEXT
            MOVE WS-NBP-DETAIL TO MTHEND-RPT-LINE
            WRITE MTHEND-RPT-LINE
            ADD 1 TO WS-NONBUS-ITEMS
        END-IF
    END-PERFORM
    IF WS-DY-GEN(WS-DY-IDX) > 0
        MOVE 'EXTRACT' TO WS-NBP-D-PROG
        MOVE WS-DY-GEN(WS-DY-IDX) TO WS-NBP-T-GEN
        MOVE WS-NBP-GEN-TEXT TO WS-NBP-D-TEXT
        MOVE WS-NBP-DETAIL TO MTHEND-RPT-LINE
        WRITE MTHEND-RPT-LINE
        ADD 1 TO WS-NONBUS-ITEMS
    END-IF.

365-LIST-NONBUS-DAY-EXIT.
    EXIT.

380-WRITE-SIGNOFF-SUMMARY.
    MOVE SPACES TO MTHEND-RPT-LINE
    WRITE MTHEND-RPT-LINE
    MOVE WS-SUM-SECTION-HDR TO MTHEND-RPT-LINE
    WRITE MTHEND-RPT-LINE

    MOVE 'CALENDAR DAYS' TO WS-SUM-LABEL
    MOVE WS-DAYS-IN-MONTH TO WS-SUM-COUNT
    MOVE WS-SUM-LINE TO MTHEND-RPT-LINE
    WRITE MTHEND-RPT-LINE
    MOVE 'BUSINESS DAYS CHECKED' TO WS-SUM-LABEL
    MOVE WS-BUSINESS-DAYS TO WS-SUM-COUNT
    MOVE WS-SUM-LINE TO MTHEND-RPT-LINE
    WRITE MTHEND-RPT-LINE
    MOVE 'BUSINESS DAYS COMPLETE' TO WS-SUM-LABEL
    MOVE WS-COMPLETE-DAYS TO WS-SUM-COUNT
    MOVE WS-SUM-LINE TO MTHEND-RPT-LINE
    WRITE MTHEND-RPT-LINE
    MOVE 'BUSINESS DAYS WITH GAPS' TO WS-SUM-LABEL
    MOVE WS-GAP-DAYS TO WS-SUM-COUNT
    MOVE WS-SUM-LINE TO MTHEND-RPT-LINE
    WRITE MTHEND-RPT-LINE
    MOVE 'BUSINESS DAYS NOT YET DUE' TO WS-SUM-LABEL
    MOVE WS-FUTURE-DAYS TO WS-SUM-COUNT
    MOVE WS-SUM-LINE TO MTHEND-RPT-LINE
    WRITE MTHEND-RPT-LINE
    MOVE 'CATCH-UP RUNS' TO WS-SUM-LABEL
    MOVE WS-CATCHUP-COUNT TO WS-SUM-COUNT
    MOVE WS-SUM-LINE TO MTHEND-RPT-LINE
    WRITE MTHEND-RPT-LINE
    MOVE 'NON-BUSINESS DAYS WITH POSTINGS' TO WS-SUM-LABEL
    MOVE WS-NONBUS-DAYS TO WS-SUM-COUNT
    MOVE WS-SUM-LINE TO MTHEND-RPT-LINE
    WRITE MTHEND-RPT-LINE

    MOVE SPACES TO MTHEND-RPT-LINE
    WRITE MTHEND-RPT-LINE
    EVALUATE TRUE
        WHEN WS-GAP-DAYS > 0
            MOVE WS-SUM-INCOMPLETE TO MTHEND-RPT-LINE
        WHEN WS-FUTURE-DAYS > 0
            MOVE WS-SUM-PARTIAL TO MTHEND-RPT-LINE
        WHEN OTHER
            MOVE WS-SUM-COMPLETE TO MTHEND-RPT-LINE
    END-EVALUATE
    WRITE MTHEND-RPT-LINE.

380-WRITE-SIGNOFF-SUMMARY-EXIT.
    EXIT.
