*> Run-control change history report - lists every card change
*> RUNCTLM has recorded on RCHIST.DAT in the order it was saved,
*> with the date, the operator signed on, the reason keyed and the
*> card image before and after, and under each version the nights
*> that ran under it, taken off the card version the card-reading
*> programs post on their audit entries. Nights run before the card
*> file carried a version, and nights posted under a version with
*> no history record (a hand edit of the version card), are listed
*> on their own so nothing run under unrecorded cards goes unseen.
*> A per-operator count closes the report.
IDENTIFICATION DIVISION.
PROGRAM-ID. RUNCTLH.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
SELECT AUDIT-FILE
    ASSIGN TO '../utils/AUDIT.DAT'
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS WS-AUDIT-STATUS.
SELECT RCHIST-FILE
    ASSIGN TO '../utils/RCHIST.DAT'
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS WS-RCHIST-STATUS.
SELECT REPORT-FILE
    ASSIGN TO './utils/RUNCTLH.RPT'
    ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
    FILE SECTION.
        FD AUDIT-FILE.
        COPY AUDITREC.

        FD RCHIST-FILE.
        COPY RCHIST.

        FD REPORT-FILE.
        01 REPORT-LINE PIC X(80).

    WORKING-STORAGE SECTION.
        01 WS-AUDIT-STATUS   PIC XX.
        01 WS-AUDIT-EOF-SW   PIC X VALUE 'N'.
            88 WS-AUDIT-EOF  VALUE 'Y'.
        01 WS-RCHIST-STATUS  PIC XX.
        01 WS-RCHIST-EOF-SW  PIC X VALUE 'N'.
            88 WS-RCHIST-EOF VALUE 'Y'.
        01 WS-AUDIT-READ     PIC 9(6) VALUE 0.
        01 WS-CHANGES-READ   PIC 9(6) VALUE 0.

        *> the programs that read their cards at startup - only
        *> their audit entries say which card version a night ran
        *> under; the utilities that take no cards post zero
        01 WS-CARD-PROG-NAMES.
            05 FILLER PIC X(8) VALUE 'DAY1_1'.
            05 FILLER PIC X(8) VALUE 'DAY2_1'.
            05 FILLER PIC X(8) VALUE 'DAY3_1'.
            05 FILLER PIC X(8) VALUE 'PREEDIT'.
            05 FILLER PIC X(8) VALUE 'EXCPTOL'.
            05 FILLER PIC X(8) VALUE 'EXCPANL'.
            05 FILLER PIC X(8) VALUE 'EXTRACT'.
            05 FILLER PIC X(8) VALUE 'DAYSUITE'.
        01 WS-CARD-PROG-TABLE REDEFINES WS-CARD-PROG-NAMES.
            05 WS-CARD-PROG PIC X(8) OCCURS 8 TIMES.
        01 WS-CP-IDX         PIC 9(1).
        01 WS-CARD-PROG-SW   PIC X VALUE 'N'.
            88 WS-CARD-PROG-FOUND VALUE 'Y'.

        *> one entry per card-version/night pair off the audit trail,
        *> with the runs posted and how many of them failed
        01 WS-NIGHT-COUNT    PIC 9(4) VALUE 0.
        01 WS-MAX-NIGHTS     PIC 9(4) VALUE 1000.
        01 WS-NIGHT-TABLE.
            05 WS-NIGHT-ENTRY OCCURS 1000 TIMES.
                10 WS-NT-VERSION   PIC 9(6).
                10 WS-NT-RUN-DATE  PIC X(10).
                10 WS-NT-RUNS      PIC 9(4).
                10 WS-NT-FAILED    PIC 9(4).
                10 WS-NT-LISTED-SW PIC X(1).
        01 WS-NT-IDX         PIC 9(4) VALUE 0.
        01 WS-NT-FOUND-SW    PIC X VALUE 'N'.
            88 WS-NT-FOUND   VALUE 'Y'.
        01 WS-NIGHT-OVERFLOW-SW PIC X VALUE 'N'.
            88 WS-NIGHT-OVERFLOW VALUE 'Y'.
        01 WS-SEEK-VERSION   PIC 9(6) VALUE 0.
        01 WS-NIGHTS-LISTED  PIC 9(4) VALUE 0.
        01 WS-UNRECORDED     PIC 9(4) VALUE 0.

        *> changes per operator for the closing summary
        01 WS-OPER-COUNT     PIC 9(2) VALUE 0.
        01 WS-MAX-OPERS      PIC 9(2) VALUE 50.
        01 WS-OPER-TABLE.
            05 WS-OPER-ENTRY OCCURS 50 TIMES.
                10 WS-OP-OPERATOR   PIC X(8).
                10 WS-OP-CHANGES    PIC 9(5).
                10 WS-OP-FIRST-DATE PIC X(10).
                10 WS-OP-LAST-DATE  PIC X(10).
        01 WS-OP-IDX         PIC 9(2) VALUE 0.
        01 WS-OP-FOUND-SW    PIC X VALUE 'N'.
            88 WS-OP-FOUND   VALUE 'Y'.

        01 WS-RUN-DATE.
            05 WS-RUN-YYYY   PIC 9(4).
            05 WS-RUN-MM     PIC 9(2).
            05 WS-RUN-DD     PIC 9(2).

        01 WS-REPORT-HEADING-1 PIC X(80) VALUE
            'RUNCTLH RUN-CONTROL CHANGE HISTORY REPORT'.
        01 WS-REPORT-HEADING-2.
            05 FILLER        PIC X(9) VALUE 'RUN DATE '.
            05 WS-RPT-YYYY   PIC 9(4).
            05 FILLER        PIC X(1) VALUE '-'.
            05 WS-RPT-MM     PIC 9(2).
            05 FILLER        PIC X(1) VALUE '-'.
            05 WS-RPT-DD     PIC 9(2).

        01 WS-UNVERSIONED-HDR PIC X(80) VALUE
            'NIGHTS RUN BEFORE THE CARD FILE CARRIED A VERSION'.
        01 WS-CHANGE-SECTION-HDR PIC X(80) VALUE
            'CARD CHANGES BY VERSION, WITH THE NIGHTS RUN UNDER EACH'.
        01 WS-CHANGE-NONE PIC X(80) VALUE
            'NO CARD CHANGES ON THE HISTORY FILE'.
        01 WS-UNRECORDED-HDR PIC X(80) VALUE
            'NIGHTS RUN UNDER A VERSION WITH NO CHANGE ON THE HISTORY'.
        01 WS-NONE-LINE PIC X(80) VALUE
            '  NONE'.

        01 WS-VERSION-LINE.
            05 FILLER           PIC X(8) VALUE 'VERSION '.
            05 WS-VL-VERSION    PIC 9(6).
            05 FILLER           PIC X(2) VALUE SPACES.
            05 WS-VL-DATE       PIC X(10).
            05 FILLER           PIC X(1) VALUE SPACE.
            05 WS-VL-TIME       PIC X(8).
            05 FILLER           PIC X(11) VALUE '  OPERATOR '.
            05 WS-VL-OPERATOR   PIC X(8).
            05 FILLER           PIC X(2) VALUE SPACES.
            05 WS-VL-ACTION     PIC X(8).
        01 WS-IMAGE-LINE.
            05 FILLER           PIC X(2) VALUE SPACES.
            05 WS-IL-LABEL      PIC X(8).
            05 WS-IL-IMAGE      PIC X(70).
        01 WS-NIGHT-LINE.
            05 FILLER           PIC X(2) VALUE SPACES.
            05 WS-NL-LABEL      PIC X(8).
            05 WS-NL-RUN-DATE   PIC X(10).
            05 FILLER           PIC X(7) VALUE '  RUNS '.
            05 WS-NL-RUNS       PIC ZZZ9.
            05 FILLER           PIC X(9) VALUE '  FAILED '.
            05 WS-NL-FAILED     PIC ZZZ9.
        01 WS-UNRECORDED-LINE.
            05 FILLER           PIC X(10) VALUE '  VERSION '.
            05 WS-UL-VERSION    PIC 9(6).
            05 FILLER           PIC X(2) VALUE SPACES.
            05 WS-UL-RUN-DATE   PIC X(10).
            05 FILLER           PIC X(7) VALUE '  RUNS '.
            05 WS-UL-RUNS       PIC ZZZ9.
            05 FILLER           PIC X(9) VALUE '  FAILED '.
            05 WS-UL-FAILED     PIC ZZZ9.
        01 WS-NIGHT-OVERFLOW-MSG PIC X(80) VALUE
            'NIGHT TABLE FULL - LATER NIGHTS NOT COUNTED'.

        01 WS-OPER-SECTION-HDR PIC X(80) VALUE
            'CHANGES BY OPERATOR'.
        01 WS-OPER-COL-HDR PIC X(80) VALUE
            'OPERATOR  CHANGES  FIRST       LAST'.
        01 WS-OPER-DETAIL.
            05 WS-OP-D-OPERATOR PIC X(8).
            05 FILLER           PIC X(2) VALUE SPACES.
            05 WS-OP-D-CHANGES  PIC ZZZZ9.
            05 FILLER           PIC X(4) VALUE SPACES.
            05 WS-OP-D-FIRST    PIC X(10).
            05 FILLER           PIC X(2) VALUE SPACES.
            05 WS-OP-D-LAST     PIC X(10).

        01 WS-REPORT-TOTAL.
            05 FILLER           PIC X(17) VALUE
                'CHANGES LISTED - '.
            05 WS-RPT-CHANGES   PIC ZZZZZ9.
            05 FILLER           PIC X(22) VALUE
                '   AUDIT ENTRIES READ '.
            05 WS-RPT-AUDIT     PIC ZZZZZ9.

PROCEDURE DIVISION.
100-MAIN.
    PERFORM 200-LOAD-NIGHTS THRU 200-LOAD-NIGHTS-EXIT
    PERFORM 300-WRITE-REPORT THRU 300-WRITE-REPORT-EXIT
    DISPLAY 'RUNCTLH - CHANGES LISTED ' WS-CHANGES-READ
        ' NIGHTS UNDER UNRECORDED VERSIONS ' WS-UNRECORDED
    IF WS-UNRECORDED > 0
        MOVE 4 TO RETURN-CODE
    ELSE
        MOVE 0 TO RETURN-CODE
    END-IF
    GOBACK.

*> one pass down the audit trail - entries written before the
*> record carried a card version read back with spaces there and
*> are passed over along with the utilities that take no cards
200-LOAD-NIGHTS.
    OPEN INPUT AUDIT-FILE
    IF WS-AUDIT-STATUS NOT = '00'
        DISPLAY 'RUNCTLH - UNABLE TO OPEN AUDIT-FILE, STATUS '
            WS-AUDIT-STATUS
        GO TO 200-LOAD-NIGHTS-EXIT
    END-IF

    PERFORM UNTIL WS-AUDIT-EOF
        READ AUDIT-FILE
            AT END SET WS-AUDIT-EOF TO TRUE
        END-READ
        IF NOT WS-AUDIT-EOF
            ADD 1 TO WS-AUDIT-READ
            IF AUD-CARD-VERSION IS NUMERIC
                PERFORM 210-TALLY-NIGHT THRU 210-TALLY-NIGHT-EXIT
            END-IF
        END-IF
    END-PERFORM

    CLOSE AUDIT-FILE.

200-LOAD-NIGHTS-EXIT.
    EXIT.

210-TALLY-NIGHT.
    MOVE 'N' TO WS-CARD-PROG-SW
    PERFORM VARYING WS-CP-IDX FROM 1 BY 1
            UNTIL WS-CP-IDX > 8 OR WS-CARD-PROG-FOUND
        IF AUD-PROGRAM-ID = WS-CARD-PROG(WS-CP-IDX)
            SET WS-CARD-PROG-FOUND TO TRUE
        END-IF
    END-PERFORM
    IF NOT WS-CARD-PROG-FOUND
        GO TO 210-TALLY-NIGHT-EXIT
    END-IF

    MOVE 'N' TO WS-NT-FOUND-SW
    PERFORM VARYING WS-NT-IDX FROM 1 BY 1
            UNTIL WS-NT-IDX > WS-NIGHT-COUNT OR WS-NT-FOUND
        IF WS-NT-VERSION(WS-NT-IDX) = AUD-CARD-VERSION
                AND WS-NT-RUN-DATE(WS-NT-IDX) = AUD-RUN-DATE
            SET WS-NT-FOUND TO TRUE
            SUBTRACT 1 FROM WS-NT-IDX
        END-IF
    END-PERFORM

    IF NOT WS-NT-FOUND
        IF WS-NIGHT-COUNT < WS-MAX-NIGHTS
            ADD 1 TO WS-NIGHT-COUNT
            MOVE WS-NIGHT-COUNT TO WS-NT-IDX
            MOVE AUD-CARD-VERSION TO WS-NT-VERSION(WS-NT-IDX)
            MOVE AUD-RUN-DATE TO WS-NT-RUN-DATE(WS-NT-IDX)
            MOVE 0 TO WS-NT-RUNS(WS-NT-IDX)
            MOVE 0 TO WS-NT-FAILED(WS-NT-IDX)
            MOVE 'N' TO WS-NT-LISTED-SW(WS-NT-IDX)
        ELSE
            SET WS-NIGHT-OVERFLOW TO TRUE
            GO TO 210-TALLY-NIGHT-EXIT
        END-IF
    END-IF

    ADD 1 TO WS-NT-RUNS(WS-NT-IDX)
    IF AUD-STATUS = 'FAILED'
        ADD 1 TO WS-NT-FAILED(WS-NT-IDX)
    END-IF.

210-TALLY-NIGHT-EXIT.
    EXIT.

300-WRITE-REPORT.
    OPEN OUTPUT REPORT-FILE
    MOVE WS-REPORT-HEADING-1 TO REPORT-LINE
    WRITE REPORT-LINE
    ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
    MOVE WS-RUN-YYYY TO WS-RPT-YYYY
    MOVE WS-RUN-MM TO WS-RPT-MM
    MOVE WS-RUN-DD TO WS-RPT-DD
    MOVE WS-REPORT-HEADING-2 TO REPORT-LINE
    WRITE REPORT-LINE
    MOVE SPACES TO REPORT-LINE
    WRITE REPORT-LINE

    *> version zero - the cards as they stood before RUNCTLM first
    *> stamped the file
    MOVE WS-UNVERSIONED-HDR TO REPORT-LINE
    WRITE REPORT-LINE
    MOVE 0 TO WS-SEEK-VERSION
    PERFORM 330-WRITE-VERSION-NIGHTS THRU 330-WRITE-VERSION-NIGHTS-EXIT
    MOVE SPACES TO REPORT-LINE
    WRITE REPORT-LINE

    MOVE WS-CHANGE-SECTION-HDR TO REPORT-LINE
    WRITE REPORT-LINE
    MOVE SPACES TO REPORT-LINE
    WRITE REPORT-LINE
    PERFORM 310-LIST-CHANGES THRU 310-LIST-CHANGES-EXIT

    MOVE WS-UNRECORDED-HDR TO REPORT-LINE
    WRITE REPORT-LINE
    PERFORM VARYING WS-NT-IDX FROM 1 BY 1
            UNTIL WS-NT-IDX > WS-NIGHT-COUNT
        IF WS-NT-LISTED-SW(WS-NT-IDX) = 'N'
            ADD 1 TO WS-UNRECORDED
            MOVE WS-NT-VERSION(WS-NT-IDX) TO WS-UL-VERSION
            MOVE WS-NT-RUN-DATE(WS-NT-IDX) TO WS-UL-RUN-DATE
            MOVE WS-NT-RUNS(WS-NT-IDX) TO WS-UL-RUNS
            MOVE WS-NT-FAILED(WS-NT-IDX) TO WS-UL-FAILED
            MOVE WS-UNRECORDED-LINE TO REPORT-LINE
            WRITE REPORT-LINE
        END-IF
    END-PERFORM
    IF WS-UNRECORDED = 0
        MOVE WS-NONE-LINE TO REPORT-LINE
        WRITE REPORT-LINE
    END-IF
    IF WS-NIGHT-OVERFLOW
        MOVE WS-NIGHT-OVERFLOW-MSG TO REPORT-LINE
        WRITE REPORT-LINE
    END-IF
    MOVE SPACES TO REPORT-LINE
    WRITE REPORT-LINE

    MOVE WS-OPER-SECTION-HDR TO REPORT-LINE
    WRITE REPORT-LINE
    MOVE WS-OPER-COL-HDR TO REPORT-LINE
    WRITE REPORT-LINE
    PERFORM VARYING WS-OP-IDX FROM 1 BY 1
            UNTIL WS-OP-IDX > WS-OPER-COUNT
        MOVE WS-OP-OPERATOR(WS-OP-IDX) TO WS-OP-D-OPERATOR
        MOVE WS-OP-CHANGES(WS-OP-IDX) TO WS-OP-D-CHANGES
        MOVE WS-OP-FIRST-DATE(WS-OP-IDX) TO WS-OP-D-FIRST
        MOVE WS-OP-LAST-DATE(WS-OP-IDX) TO WS-OP-D-LAST
        MOVE WS-OPER-DETAIL TO REPORT-LINE
        WRITE REPORT-LINE
    END-PERFORM
    IF WS-OPER-COUNT = 0
        MOVE WS-NONE-LINE TO REPORT-LINE
        WRITE REPORT-LINE
    END-IF
    MOVE SPACES TO REPORT-LINE
    WRITE REPORT-LINE

    MOVE WS-CHANGES-READ TO WS-RPT-CHANGES
    MOVE WS-AUDIT-READ TO WS-RPT-AUDIT
    MOVE WS-REPORT-TOTAL TO REPORT-LINE
    WRITE REPORT-LINE

    CLOSE REPORT-FILE.

300-WRITE-REPORT-EXIT.
    EXIT.

*> the history file is appended in save order, so reading it
*> straight down lists the changes by date
310-LIST-CHANGES.
    OPEN INPUT RCHIST-FILE
    IF WS-RCHIST-STATUS = '35'
        MOVE WS-CHANGE-NONE TO REPORT-LINE
        WRITE REPORT-LINE
        MOVE SPACES TO REPORT-LINE
        WRITE REPORT-LINE
        GO TO 310-LIST-CHANGES-EXIT
    END-IF
    IF WS-RCHIST-STATUS NOT = '00'
        DISPLAY 'RUNCTLH - UNABLE TO OPEN RCHIST-FILE, STATUS '
            WS-RCHIST-STATUS
        GO TO 310-LIST-CHANGES-EXIT
    END-IF

    PERFORM UNTIL WS-RCHIST-EOF
        READ RCHIST-FILE
            AT END SET WS-RCHIST-EOF TO TRUE
        END-READ
        IF NOT WS-RCHIST-EOF
            ADD 1 TO WS-CHANGES-READ
            PERFORM 320-WRITE-ONE-CHANGE
                THRU 320-WRITE-ONE-CHANGE-EXIT
            PERFORM 340-TALLY-OPERATOR THRU 340-TALLY-OPERATOR-EXIT
        END-IF
    END-PERFORM

    CLOSE RCHIST-FILE
    IF WS-CHANGES-READ = 0
        MOVE WS-CHANGE-NONE TO REPORT-LINE
        WRITE REPORT-LINE
        MOVE SPACES TO REPORT-LINE
        WRITE REPORT-LINE
    END-IF.

310-LIST-CHANGES-EXIT.
    EXIT.

320-WRITE-ONE-CHANGE.
    MOVE RCH-VERSION TO WS-VL-VERSION
    MOVE RCH-CHANGE-DATE TO WS-VL-DATE
    MOVE RCH-CHANGE-TIME TO WS-VL-TIME
    MOVE RCH-OPERATOR TO WS-VL-OPERATOR
    EVALUATE TRUE
        WHEN RCH-ADDED
            MOVE 'ADDED' TO WS-VL-ACTION
        WHEN RCH-CHANGED
            MOVE 'CHANGED' TO WS-VL-ACTION
        WHEN RCH-DELETED
            MOVE 'DELETED' TO WS-VL-ACTION
        WHEN OTHER
            MOVE RCH-ACTION TO WS-VL-ACTION
    END-EVALUATE
    MOVE WS-VERSION-LINE TO REPORT-LINE
    WRITE REPORT-LINE

    MOVE 'REASON' TO WS-IL-LABEL
    MOVE RCH-REASON TO WS-IL-IMAGE
    MOVE WS-IMAGE-LINE TO REPORT-LINE
    WRITE REPORT-LINE
    IF NOT RCH-ADDED
        MOVE 'BEFORE' TO WS-IL-LABEL
        MOVE RCH-BEFORE-IMAGE TO WS-IL-IMAGE
        MOVE WS-IMAGE-LINE TO REPORT-LINE
        WRITE REPORT-LINE
    END-IF
    IF NOT RCH-DELETED
        MOVE 'AFTER' TO WS-IL-LABEL
        MOVE RCH-AFTER-IMAGE TO WS-IL-IMAGE
        MOVE WS-IMAGE-LINE TO REPORT-LINE
        WRITE REPORT-LINE
    END-IF

    MOVE RCH-VERSION TO WS-SEEK-VERSION
    PERFORM 330-WRITE-VERSION-NIGHTS THRU 330-WRITE-VERSION-NIGHTS-EXIT
    MOVE SPACES TO REPORT-LINE
    WRITE REPORT-LINE.

320-WRITE-ONE-CHANGE-EXIT.
    EXIT.

*> every night posted under WS-SEEK-VERSION, marked as listed so
*> the unrecorded-version section only picks up what is left
330-WRITE-VERSION-NIGHTS.
    MOVE 0 TO WS-NIGHTS-LISTED
    PERFORM VARYING WS-NT-IDX FROM 1 BY 1
            UNTIL WS-NT-IDX > WS-NIGHT-COUNT
        IF WS-NT-VERSION(WS-NT-IDX) = WS-SEEK-VERSION
            IF WS-NIGHTS-LISTED = 0
                MOVE 'NIGHTS' TO WS-NL-LABEL
            ELSE
                MOVE SPACES TO WS-NL-LABEL
            END-IF
            ADD 1 TO WS-NIGHTS-LISTED
            MOVE 'Y' TO WS-NT-LISTED-SW(WS-NT-IDX)
            MOVE WS-NT-RUN-DATE(WS-NT-IDX) TO WS-NL-RUN-DATE
            MOVE WS-NT-RUNS(WS-NT-IDX) TO WS-NL-RUNS
            MOVE WS-NT-FAILED(WS-NT-IDX) TO WS-NL-FAILED
            MOVE WS-NIGHT-LINE TO REPORT-LINE
            WRITE REPORT-LINE
        END-IF
    END-PERFORM

    IF WS-NIGHTS-LISTED = 0
        MOVE 'NIGHTS' TO WS-IL-LABEL
        MOVE 'NONE RUN UNDER THIS VERSION' TO WS-IL-IMAGE
        MOVE WS-IMAGE-LINE TO REPORT-LINE
        WRITE REPORT-LINE
    END-IF.

330-WRITE-VERSION-NIGHTS-EXIT.
    EXIT.

340-TALLY-OPERATOR.
    MOVE 'N' TO WS-OP-FOUND-SW
    PERFORM VARYING WS-OP-IDX FROM 1 BY 1
            UNTIL WS-OP-IDX > WS-OPER-COUNT OR WS-OP-FOUND
        IF WS-OP-OPERATOR(WS-OP-IDX) = RCH-OPERATOR
            SET WS-OP-FOUND TO TRUE
            SUBTRACT 1 FROM WS-OP-IDX
        END-IF
    END-PERFORM

    IF NOT WS-OP-FOUND
        IF WS-OPER-COUNT < WS-MAX-OPERS
            ADD 1 TO WS-OPER-COUNT
            MOVE WS-OPER-COUNT TO WS-OP-IDX
            MOVE RCH-OPERATOR TO WS-OP-OPERATOR(WS-OP-IDX)
            MOVE 0 TO WS-OP-CHANGES(WS-OP-IDX)
            MOVE RCH-CHANGE-DATE TO WS-OP-FIRST-DATE(WS-OP-IDX)
        ELSE
            DISPLAY 'RUNCTLH - OPERATOR TABLE FULL - '
                RCH-OPERATOR ' NOT COUNTED'
            GO TO 340-TALLY-OPERATOR-EXIT
        END-IF
    END-IF

    ADD 1 TO WS-OP-CHANGES(WS-OP-IDX)
    MOVE RCH-CHANGE-DATE TO WS-OP-LAST-DATE(WS-OP-IDX).

340-TALLY-OPERATOR-EXIT.
    EXIT.
