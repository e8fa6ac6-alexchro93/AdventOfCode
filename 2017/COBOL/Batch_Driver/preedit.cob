*> read against the trailer, so a truncated transmission from the
*> upstream extract can no longer pass as a legitimately shorter
*> file. A file that already carries a trailer is refused rather
*> than stamped twice. Every file stamped is entered on the received-
*> file registry, and tonight's files are matched against the prior
*> nights' entries first, so a re-sent extract that would reconcile
*> perfectly is caught before it can post as tonight's data.
IDENTIFICATION DIVISION.
PROGRAM-ID. PREEDIT.

    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS WS-RUNCTL-STATUS.
SELECT AUDIT-FILE
    ASSIGN TO DYNAMIC WS-AUDIT-PATH
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS WS-AUDIT-STATUS.
SELECT PROCDATE-FILE
    ASSIGN TO '../utils/PROCDATE.DAT'
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS WS-PROCDATE-STATUS.
SELECT RCVREG-FILE
    ASSIGN TO '../utils/RCVREG.DAT'
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS WS-RCVREG-STATUS.
SELECT EXCEPTS-FILE
    ASSIGN TO DYNAMIC WS-EXCEPTS-PATH
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS WS-EXCEPTS-STATUS.

DATA DIVISION.
    FILE SECTION.
        FD PROCDATE-FILE.
        COPY PROCDTE.

        FD RCVREG-FILE.
        COPY RCVREG.

        FD EXCEPTS-FILE.
        COPY EXCPTREC.

    WORKING-STORAGE SECTION.
        COPY CTLTRLR.

            88 WS-RUNCTL-EOF   VALUE 'Y'.
        01 WS-RUNCTL-FAILED-SW PIC X VALUE 'N'.
            88 WS-RUNCTL-FAILED VALUE 'Y'.
        *> version of the card file read - stamped on the audit
        *> entry so the change history shows which cards a night
        *> ran under
        01 WS-CARD-VERSION   PIC 9(6) VALUE 0.
        01 WS-CTL-PROGRAM      PIC X(8).
        01 WS-CTL-KEYWORD      PIC X(20).
        01 WS-CTL-VALUE        PIC X(40).
            './utils/STARTNUMS.DAT'.
        01 WS-CAPTCHA-PATH     PIC X(40) VALUE
            './utils/CAPTCHA.DAT'.

        *> simulation night - run mode S on the processing-date
        *> record stamps only the candidate files the driver named
        *> and audits them to the scratch trail; an input with no
        *> candidate was not re-cut, and its production copy - which
        *> already carries the night's trailer - is left as it is
        01 WS-SIM-RUN-SW       PIC X VALUE 'N'.
            88 WS-SIM-RUN      VALUE 'Y'.
        01 WS-SIM-GRID-PATH    PIC X(40) VALUE SPACES.
        01 WS-SIM-STARTNUMS-PATH PIC X(40) VALUE SPACES.
        01 WS-SIM-CAPTCHA-PATH PIC X(40) VALUE SPACES.
        01 WS-AUDIT-PATH       PIC X(40) VALUE '../utils/AUDIT.DAT'.
        01 WS-EXCEPTS-PATH     PIC X(40) VALUE '../utils/EXCEPTS.DAT'.
        01 WS-CAP-POS          PIC 9(3).
        01 WS-CAP-DIGIT        PIC 9(1).

        01 WS-REC-COUNT        PIC 9(5) VALUE 0.
        01 WS-HASH-TOTAL       PIC 9(20) VALUE 0.
        01 WS-HASH-CELL        PIC 9(4).
        01 WS-ROW-HASH         PIC 9(20) VALUE 0.
        01 WS-NUM-COLS         PIC 9(2) VALUE 0.
        01 WS-COL              PIC 9(2).

        01 WS-PROCDATE-STATUS  PIC XX.

        *> received-file registry - a file matching an earlier
        *> night's entry on count, hash and first and last data
        *> records is a re-send, and so is a grid batch group matching
        *> an earlier batch entry; entries already made under
        *> tonight's date are a rerun of this night and are passed
        *> over. Each duplicate is logged to EXCEPTS.DAT under the
        *> severity keyed on the DUPLICATE-SEVERITY card - W warns,
        *> E counts against the tolerance gate's error limit, F
        *> leaves the file unstamped so the night stops here
        01 WS-RCVREG-STATUS    PIC XX.
        01 WS-RCVREG-EOF-SW    PIC X VALUE 'N'.
            88 WS-RCVREG-EOF   VALUE 'Y'.
        01 WS-EXCEPTS-STATUS   PIC XX.
        01 WS-DUP-SEVERITY     PIC X(1) VALUE 'W'.
            88 WS-DUP-FAILS-RUN VALUE 'F'.
        01 WS-FILE-TYPE        PIC X(1).
        01 WS-LINE-NO          PIC 9(5) VALUE 0.
        01 WS-FIRST-REC        PIC X(80) VALUE SPACES.
        01 WS-LAST-REC         PIC X(80) VALUE SPACES.
        01 WS-FILE-DUP-SW      PIC X VALUE 'N'.
            88 WS-FILE-DUP     VALUE 'Y'.
        01 WS-FILE-DUP-DATE    PIC X(10) VALUE SPACES.
        01 WS-DUP-COUNT        PIC 9(3) VALUE 0.
        01 WS-DUP-EXC-LINE     PIC 9(5) VALUE 0.
        01 WS-DUP-EXC-VALUE    PIC X(20) VALUE SPACES.
        01 WS-DUP-EXC-REASON   PIC X(20) VALUE SPACES.
        01 WS-DUP-EXC-BATCH    PIC X(8) VALUE SPACES.

        *> batch groups of tonight's grid extract, as the scan found
        *> them - sized to the department table DAY2_1 carries
        01 WS-BATCH-COUNT      PIC 9(3) VALUE 0.
        01 WS-MAX-BATCHES      PIC 9(3) VALUE 50.
        01 WS-BATCH-TABLE.
            05 WS-BATCH-ENTRY OCCURS 50 TIMES.
                10 WS-BG-BATCH-ID  PIC X(8).
                10 WS-BG-LINE-NO   PIC 9(5).
                10 WS-BG-REC-COUNT PIC 9(5).
                10 WS-BG-HASH      PIC 9(20).
                10 WS-BG-FIRST-REC PIC X(80).
                10 WS-BG-LAST-REC  PIC X(80).
                10 WS-BG-DUP-SW    PIC X(1).
                10 WS-BG-DUP-DATE  PIC X(10).
                10 WS-BG-DUP-BATCH PIC X(8).
        01 WS-BG-IDX           PIC 9(3) VALUE 0.
        01 WS-BG-CUR           PIC 9(3) VALUE 0.
        01 WS-BATCH-OVERFLOW-SW PIC X VALUE 'N'.
            88 WS-BATCH-OVERFLOW VALUE 'Y'.

        01 WS-RUN-DATE.
            05 WS-RUN-YYYY   PIC 9(4).
            05 WS-RUN-MM     PIC 9(2).
        GOBACK
    END-IF

    IF WS-SIM-RUN
        PERFORM 130-SET-CANDIDATE-FILES
            THRU 130-SET-CANDIDATE-FILES-EXIT
    END-IF

    IF WS-SIM-RUN AND WS-SIM-GRID-PATH = SPACES
        DISPLAY 'PREEDIT - SIMULATION, NO CANDIDATE GRID EXTRACT -'
            ' ' WS-GRID-PATH ' NOT EDITED'
    ELSE
        PERFORM 200-EDIT-GRID-FILE THRU 200-EDIT-GRID-FILE-EXIT
        PERFORM 500-WRITE-AUDIT-RECORD THRU 500-WRITE-AUDIT-RECORD-EXIT
    END-IF

    IF WS-SIM-RUN AND WS-SIM-STARTNUMS-PATH = SPACES
        DISPLAY 'PREEDIT - SIMULATION, NO CANDIDATE STARTING NUMBERS'
            ' - ' WS-STARTNUMS-PATH ' NOT EDITED'
    ELSE
        PERFORM 300-EDIT-STARTNUMS-FILE
            THRU 300-EDIT-STARTNUMS-FILE-EXIT
        PERFORM 500-WRITE-AUDIT-RECORD THRU 500-WRITE-AUDIT-RECORD-EXIT
    END-IF

    IF WS-SIM-RUN AND WS-SIM-CAPTCHA-PATH = SPACES
        DISPLAY 'PREEDIT - SIMULATION, NO CANDIDATE CAPTCHA STREAM -'
            ' ' WS-CAPTCHA-PATH ' NOT EDITED'
    ELSE
        PERFORM 400-EDIT-CAPTCHA-FILE THRU 400-EDIT-CAPTCHA-FILE-EXIT
        PERFORM 500-WRITE-AUDIT-RECORD THRU 500-WRITE-AUDIT-RECORD-EXIT
    END-IF

    IF WS-ANY-FAILED
        DISPLAY 'PREEDIT - ONE OR MORE FILES FAILED THE FRONT-END EDIT'
        MOVE PRC-YYYY TO WS-RUN-YYYY
        MOVE PRC-MM TO WS-RUN-MM
        MOVE PRC-DD TO WS-RUN-DD
        IF PRC-SIMULATION-RUN
            SET WS-SIM-RUN TO TRUE
            MOVE PRC-SIM-GRID-FILE TO WS-SIM-GRID-PATH
            MOVE PRC-SIM-STARTNUMS-FILE TO WS-SIM-STARTNUMS-PATH
            MOVE PRC-SIM-CAPTCHA-FILE TO WS-SIM-CAPTCHA-PATH
            MOVE '../utils/AUDIT.SIM' TO WS-AUDIT-PATH
            MOVE '../utils/EXCEPTS.SIM' TO WS-EXCEPTS-PATH
            DISPLAY 'PREEDIT - SIMULATION RUN - AUDITING TO THE'
                ' SCRATCH TRAIL'
        END-IF
    ELSE
        DISPLAY 'PREEDIT - NO PROCESSING-DATE RECORD - USING THE'
            ' SYSTEM DATE'
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
        WHEN 'DUPLICATE-SEVERITY'
            IF WS-CTL-VALUE = 'W' OR WS-CTL-VALUE = 'E'
                    OR WS-CTL-VALUE = 'F'
                MOVE WS-CTL-VALUE(1:1) TO WS-DUP-SEVERITY
            ELSE
                DISPLAY 'PREEDIT - DUPLICATE-SEVERITY CARD MUST BE'
                    ' W, E OR F - ' WS-CTL-VALUE
                SET WS-RUNCTL-FAILED TO TRUE
            END-IF
        WHEN OTHER
            DISPLAY 'PREEDIT - UNKNOWN RUN-CONTROL CARD - '
                WS-CTL-KEYWORD
120-APPLY-RUN-CONTROL-CARD-EXIT.
    EXIT.

*> a candidate named by the driver replaces whatever path card is
*> staged for the production night
130-SET-CANDIDATE-FILES.
    IF WS-SIM-GRID-PATH NOT = SPACES
        MOVE WS-SIM-GRID-PATH TO WS-GRID-PATH
    END-IF
    IF WS-SIM-STARTNUMS-PATH NOT = SPACES
        MOVE WS-SIM-STARTNUMS-PATH TO WS-STARTNUMS-PATH
    END-IF
    IF WS-SIM-CAPTCHA-PATH NOT = SPACES
        MOVE WS-SIM-CAPTCHA-PATH TO WS-CAPTCHA-PATH
    END-IF.

130-SET-CANDIDATE-FILES-EXIT.
    EXIT.

190-RESET-REGISTRY-FIELDS.
    MOVE 0 TO WS-LINE-NO
    MOVE SPACES TO WS-FIRST-REC
    MOVE SPACES TO WS-LAST-REC
    MOVE 0 TO WS-BATCH-COUNT
    MOVE 0 TO WS-BG-CUR
    MOVE 'N' TO WS-BATCH-OVERFLOW-SW
    MOVE 'N' TO WS-FILE-DUP-SW
    MOVE SPACES TO WS-FILE-DUP-DATE
    MOVE 0 TO WS-DUP-COUNT.

190-RESET-REGISTRY-FIELDS-EXIT.
    EXIT.

*> the grid extract carries either one plain header record (the
*> single-department format) or repeated batch groups, each an HDR
*> record, that batch's rows, and the upstream area's own BTR
    MOVE 0 TO WS-REC-COUNT
    MOVE 0 TO WS-HASH-TOTAL
    MOVE WS-GRID-PATH TO WS-AUD-FILE-NAME
    MOVE 'G' TO WS-FILE-TYPE
    PERFORM 190-RESET-REGISTRY-FIELDS THRU 190-RESET-REGISTRY-FIELDS-EXIT

    OPEN INPUT GRID-FILE
    IF WS-GRID-STATUS NOT = '00'
    IF WS-EDIT-FAILED
        GO TO 200-EDIT-GRID-FILE-CLOSE
    END-IF
    MOVE 1 TO WS-LINE-NO

    EVALUATE TRUE
        WHEN GRID-BHDR-PRESENT
            ELSE
                MOVE 20 TO WS-NUM-COLS
            END-IF
            PERFORM 220-START-BATCH-GROUP
                THRU 220-START-BATCH-GROUP-EXIT
        WHEN GRID-HDR-NUM-COLS IS NUMERIC
            MOVE GRID-HDR-NUM-COLS TO WS-NUM-COLS
        WHEN OTHER
            AT END SET WS-EOF-REACHED TO TRUE
        END-READ
        IF NOT WS-EOF-REACHED
            ADD 1 TO WS-LINE-NO
            MOVE GRID-LINE TO CONTROL-TRAILER
            EVALUATE TRUE
                WHEN CTL-TRL-PRESENT
                    IF GRID-BHDR-COLS IS NUMERIC
                        MOVE GRID-BHDR-COLS TO WS-NUM-COLS
                    END-IF
                    PERFORM 220-START-BATCH-GROUP
                        THRU 220-START-BATCH-GROUP-EXIT
                WHEN OTHER
                    ADD 1 TO WS-REC-COUNT
                    PERFORM 210-HASH-GRID-ROW
                        THRU 210-HASH-GRID-ROW-EXIT
                    IF WS-REC-COUNT = 1
                        MOVE GRID-LINE TO WS-FIRST-REC
                    END-IF
                    MOVE GRID-LINE TO WS-LAST-REC
                    IF WS-BG-CUR > 0
                        PERFORM 230-TALLY-BATCH-ROW
                            THRU 230-TALLY-BATCH-ROW-EXIT
                    END-IF
            END-EVALUATE
        END-IF
    END-PERFORM.

200-EDIT-GRID-FILE-CLOSE.
    CLOSE GRID-FILE
    IF NOT WS-EDIT-FAILED
        PERFORM 600-CHECK-REGISTRY THRU 600-CHECK-REGISTRY-EXIT
    END-IF
    IF NOT WS-EDIT-FAILED
        OPEN EXTEND GRID-FILE
        IF WS-GRID-STATUS NOT = '00'
            CLOSE GRID-FILE
            DISPLAY 'PREEDIT - INPUT.DAT STAMPED, RECORDS '
                WS-REC-COUNT ' HASH ' WS-HASH-TOTAL
            PERFORM 650-REGISTER-FILE THRU 650-REGISTER-FILE-EXIT
        END-IF
    END-IF.

    EXIT.

210-HASH-GRID-ROW.
    MOVE 0 TO WS-ROW-HASH
    PERFORM VARYING WS-COL FROM 1 BY 1 UNTIL WS-COL > WS-NUM-COLS
        IF GRID-DATA-DIGIT(WS-COL) IS NUMERIC
            MOVE GRID-DATA-DIGIT(WS-COL) TO WS-HASH-CELL
            ADD WS-HASH-CELL TO WS-ROW-HASH
        END-IF
    END-PERFORM
    ADD WS-ROW-HASH TO WS-HASH-TOTAL.

210-HASH-GRID-ROW-EXIT.
    EXIT.

*> a new batch group opens on each HDR record - its rows are
*> totalled on their own for the registry; past the table's size
*> the remaining groups go untotalled and only the whole file is
*> matched for them
220-START-BATCH-GROUP.
    IF WS-BATCH-COUNT < WS-MAX-BATCHES
        ADD 1 TO WS-BATCH-COUNT
        MOVE WS-BATCH-COUNT TO WS-BG-CUR
        MOVE GRID-BHDR-BATCH TO WS-BG-BATCH-ID(WS-BG-CUR)
        MOVE WS-LINE-NO TO WS-BG-LINE-NO(WS-BG-CUR)
        MOVE 0 TO WS-BG-REC-COUNT(WS-BG-CUR)
        MOVE 0 TO WS-BG-HASH(WS-BG-CUR)
        MOVE SPACES TO WS-BG-FIRST-REC(WS-BG-CUR)
        MOVE SPACES TO WS-BG-LAST-REC(WS-BG-CUR)
        MOVE 'N' TO WS-BG-DUP-SW(WS-BG-CUR)
        MOVE SPACES TO WS-BG-DUP-DATE(WS-BG-CUR)
        MOVE SPACES TO WS-BG-DUP-BATCH(WS-BG-CUR)
    ELSE
        IF NOT WS-BATCH-OVERFLOW
            DISPLAY 'PREEDIT - MORE THAN ' WS-MAX-BATCHES
                ' BATCH GROUPS - LATER GROUPS NOT REGISTERED'
            SET WS-BATCH-OVERFLOW TO TRUE
        END-IF
        MOVE 0 TO WS-BG-CUR
    END-IF.

220-START-BATCH-GROUP-EXIT.
    EXIT.

230-TALLY-BATCH-ROW.
    ADD 1 TO WS-BG-REC-COUNT(WS-BG-CUR)
    ADD WS-ROW-HASH TO WS-BG-HASH(WS-BG-CUR)
    IF WS-BG-REC-COUNT(WS-BG-CUR) = 1
        MOVE GRID-LINE TO WS-BG-FIRST-REC(WS-BG-CUR)
    END-IF
    MOVE GRID-LINE TO WS-BG-LAST-REC(WS-BG-CUR).

230-TALLY-BATCH-ROW-EXIT.
    EXIT.

*> the starting-number batch has no header - every line is data:
*> count of lines, hash total of every numeric starting number
*> (a non-numeric line still counts but adds nothing to the hash,
    MOVE 0 TO WS-REC-COUNT
    MOVE 0 TO WS-HASH-TOTAL
    MOVE WS-STARTNUMS-PATH TO WS-AUD-FILE-NAME
    MOVE 'S' TO WS-FILE-TYPE
    PERFORM 190-RESET-REGISTRY-FIELDS THRU 190-RESET-REGISTRY-FIELDS-EXIT

    OPEN INPUT STARTNUMS-FILE
    IF WS-STARTNUMS-STATUS NOT = '00'
                IF STARTNUM-VALUE IS NUMERIC
                    ADD STARTNUM-VALUE TO WS-HASH-TOTAL
                END-IF
                IF WS-REC-COUNT = 1
                    MOVE STARTNUM-LINE TO WS-FIRST-REC
                END-IF
                MOVE STARTNUM-LINE TO WS-LAST-REC
            END-IF
        END-IF
    END-PERFORM

    CLOSE STARTNUMS-FILE
    IF NOT WS-EDIT-FAILED
        PERFORM 600-CHECK-REGISTRY THRU 600-CHECK-REGISTRY-EXIT
    END-IF
    IF NOT WS-EDIT-FAILED
        OPEN EXTEND STARTNUMS-FILE
        IF WS-STARTNUMS-STATUS NOT = '00'
            CLOSE STARTNUMS-FILE
            DISPLAY 'PREEDIT - STARTNUMS.DAT STAMPED, RECORDS '
                WS-REC-COUNT ' HASH ' WS-HASH-TOTAL
            PERFORM 650-REGISTER-FILE THRU 650-REGISTER-FILE-EXIT
        END-IF
    END-IF.

    MOVE 0 TO WS-REC-COUNT
    MOVE 0 TO WS-HASH-TOTAL
    MOVE WS-CAPTCHA-PATH TO WS-AUD-FILE-NAME
    MOVE 'C' TO WS-FILE-TYPE
    PERFORM 190-RESET-REGISTRY-FIELDS THRU 190-RESET-REGISTRY-FIELDS-EXIT

    OPEN INPUT CAPTCHA-FILE
    IF WS-CAPTCHA-STATUS NOT = '00'
                ADD 1 TO WS-REC-COUNT
                PERFORM 410-HASH-CAPTCHA-LINE
                    THRU 410-HASH-CAPTCHA-LINE-EXIT
                IF WS-REC-COUNT = 1
                    MOVE CAPTCHA-ED-LINE(1:80) TO WS-FIRST-REC
                END-IF
                MOVE CAPTCHA-ED-LINE(1:80) TO WS-LAST-REC
            END-IF
        END-IF
    END-PERFORM

    CLOSE CAPTCHA-FILE
    IF NOT WS-EDIT-FAILED
        PERFORM 600-CHECK-REGISTRY THRU 600-CHECK-REGISTRY-EXIT
    END-IF
    IF NOT WS-EDIT-FAILED
        OPEN EXTEND CAPTCHA-FILE
        IF WS-CAPTCHA-STATUS NOT = '00'
            CLOSE CAPTCHA-FILE
            DISPLAY 'PREEDIT - CAPTCHA.DAT STAMPED, RECORDS '
                WS-REC-COUNT ' HASH ' WS-HASH-TOTAL
            PERFORM 650-REGISTER-FILE THRU 650-REGISTER-FILE-EXIT
        END-IF
    END-IF.

    MOVE 'PREEDIT' TO AUD-PROGRAM-ID
    MOVE WS-AUD-DATE-FMT TO AUD-RUN-DATE
    MOVE WS-AUD-TIME-FMT TO AUD-RUN-TIME
    MOVE WS-CARD-VERSION TO AUD-CARD-VERSION
    MOVE WS-AUD-FILE-NAME TO AUD-INPUT-FILE
    MOVE WS-AUD-ANSWER-VAL TO AUD-FINAL-ANSWER
    MOVE WS-AUD-STATUS-TEXT TO AUD-STATUS

500-WRITE-AUDIT-RECORD-EXIT.
    EXIT.

*> tonight's file against every earlier night's entry of the same
*> file type - the last match on file wins, so the night reported
*> is the most recent one the data was received under. An empty
*> file or batch group carries nothing to recognise it by and is
*> never called a duplicate.
600-CHECK-REGISTRY.
    MOVE 'N' TO WS-RCVREG-EOF-SW
    IF WS-REC-COUNT = 0
        GO TO 600-CHECK-REGISTRY-EXIT
    END-IF

    OPEN INPUT RCVREG-FILE
    IF WS-RCVREG-STATUS = '35'
        *> nothing received yet - the first night on the registry
        GO TO 600-CHECK-REGISTRY-EXIT
    END-IF
    IF WS-RCVREG-STATUS NOT = '00'
        DISPLAY 'PREEDIT - UNABLE TO OPEN RCVREG-FILE, STATUS '
            WS-RCVREG-STATUS ' - ' WS-AUD-FILE-NAME
            ' NOT CHECKED FOR A RE-SEND'
        GO TO 600-CHECK-REGISTRY-EXIT
    END-IF

    PERFORM UNTIL WS-RCVREG-EOF
        READ RCVREG-FILE
            AT END SET WS-RCVREG-EOF TO TRUE
        END-READ
        IF NOT WS-RCVREG-EOF
            IF RCV-FILE-TYPE = WS-FILE-TYPE
                    AND RCV-PROC-DATE NOT = WS-AUD-DATE-FMT
                PERFORM 610-MATCH-REGISTRY-ENTRY
                    THRU 610-MATCH-REGISTRY-ENTRY-EXIT
            END-IF
        END-IF
    END-PERFORM
    CLOSE RCVREG-FILE

    PERFORM 620-LOG-DUPLICATES THRU 620-LOG-DUPLICATES-EXIT
    IF WS-DUP-COUNT > 0 AND WS-DUP-FAILS-RUN
        DISPLAY 'PREEDIT - ' WS-AUD-FILE-NAME
            ' IS A RE-SEND - NOT STAMPED'
        SET WS-EDIT-FAILED TO TRUE
    END-IF.

600-CHECK-REGISTRY-EXIT.
    EXIT.

610-MATCH-REGISTRY-ENTRY.
    IF RCV-FILE-ENTRY
        IF RCV-REC-COUNT = WS-REC-COUNT
                AND RCV-HASH-TOTAL = WS-HASH-TOTAL
                AND RCV-FIRST-REC = WS-FIRST-REC
                AND RCV-LAST-REC = WS-LAST-REC
            SET WS-FILE-DUP TO TRUE
            MOVE RCV-PROC-DATE TO WS-FILE-DUP-DATE
        END-IF
        GO TO 610-MATCH-REGISTRY-ENTRY-EXIT
    END-IF

    PERFORM VARYING WS-BG-IDX FROM 1 BY 1
            UNTIL WS-BG-IDX > WS-BATCH-COUNT
        IF WS-BG-REC-COUNT(WS-BG-IDX) > 0
                AND RCV-REC-COUNT = WS-BG-REC-COUNT(WS-BG-IDX)
                AND RCV-HASH-TOTAL = WS-BG-HASH(WS-BG-IDX)
                AND RCV-FIRST-REC = WS-BG-FIRST-REC(WS-BG-IDX)
                AND RCV-LAST-REC = WS-BG-LAST-REC(WS-BG-IDX)
            MOVE 'Y' TO WS-BG-DUP-SW(WS-BG-IDX)
            MOVE RCV-PROC-DATE TO WS-BG-DUP-DATE(WS-BG-IDX)
            MOVE RCV-BATCH-ID TO WS-BG-DUP-BATCH(WS-BG-IDX)
        END-IF
    END-PERFORM.

610-MATCH-REGISTRY-ENTRY-EXIT.
    EXIT.

*> a whole-file re-send is one exception - its batch groups all
*> match too and are not logged again; otherwise each batch group
*> received before is logged under its own batch id, at the line
*> of its HDR record
620-LOG-DUPLICATES.
    IF WS-FILE-DUP
        ADD 1 TO WS-DUP-COUNT
        DISPLAY 'PREEDIT - ' WS-AUD-FILE-NAME
            ' MATCHES THE FILE RECEIVED FOR ' WS-FILE-DUP-DATE
        MOVE 0 TO WS-DUP-EXC-LINE
        MOVE WS-FILE-DUP-DATE TO WS-DUP-EXC-VALUE
        MOVE 'DUPLICATE FILE' TO WS-DUP-EXC-REASON
        MOVE SPACES TO WS-DUP-EXC-BATCH
        PERFORM 630-WRITE-DUP-EXCEPTION
            THRU 630-WRITE-DUP-EXCEPTION-EXIT
        GO TO 620-LOG-DUPLICATES-EXIT
    END-IF

    PERFORM VARYING WS-BG-IDX FROM 1 BY 1
            UNTIL WS-BG-IDX > WS-BATCH-COUNT
        IF WS-BG-DUP-SW(WS-BG-IDX) = 'Y'
            ADD 1 TO WS-DUP-COUNT
            DISPLAY 'PREEDIT - BATCH ' WS-BG-BATCH-ID(WS-BG-IDX)
                ' MATCHES BATCH ' WS-BG-DUP-BATCH(WS-BG-IDX)
                ' RECEIVED FOR ' WS-BG-DUP-DATE(WS-BG-IDX)
            MOVE WS-BG-LINE-NO(WS-BG-IDX) TO WS-DUP-EXC-LINE
            MOVE SPACES TO WS-DUP-EXC-VALUE
            STRING WS-BG-DUP-DATE(WS-BG-IDX) DELIMITED BY SIZE
                ' ' DELIMITED BY SIZE
                WS-BG-DUP-BATCH(WS-BG-IDX) DELIMITED BY SIZE
                INTO WS-DUP-EXC-VALUE
            END-STRING
            MOVE 'DUPLICATE BATCH' TO WS-DUP-EXC-REASON
            MOVE WS-BG-BATCH-ID(WS-BG-IDX) TO WS-DUP-EXC-BATCH
            PERFORM 630-WRITE-DUP-EXCEPTION
                THRU 630-WRITE-DUP-EXCEPTION-EXIT
        END-IF
    END-PERFORM.

620-LOG-DUPLICATES-EXIT.
    EXIT.

*> the value logged is the earlier night matched, and for a batch
*> group the batch id it was received under
630-WRITE-DUP-EXCEPTION.
    MOVE 'PREEDIT' TO EXC-PROGRAM-ID
    MOVE WS-AUD-DATE-FMT TO EXC-RUN-DATE
    MOVE WS-AUD-FILE-NAME TO EXC-SOURCE-FILE
    MOVE WS-DUP-EXC-LINE TO EXC-LINE-NO
    MOVE WS-DUP-EXC-VALUE TO EXC-VALUE
    MOVE WS-DUP-EXC-REASON TO EXC-REASON
    MOVE WS-DUP-SEVERITY TO EXC-SEVERITY
    MOVE WS-DUP-EXC-BATCH TO EXC-BATCH-ID
    MOVE SPACE TO EXC-DISPOSITION

    OPEN EXTEND EXCEPTS-FILE
    IF WS-EXCEPTS-STATUS = '35'
        OPEN OUTPUT EXCEPTS-FILE
    END-IF
    IF WS-EXCEPTS-STATUS NOT = '00'
        DISPLAY 'PREEDIT - UNABLE TO OPEN EXCEPTS-FILE, STATUS '
            WS-EXCEPTS-STATUS
    ELSE
        WRITE EXCEPTION-REC
        IF WS-EXCEPTS-STATUS NOT = '00'
            DISPLAY 'PREEDIT - UNABLE TO WRITE EXCEPTION RECORD,'
                ' STATUS ' WS-EXCEPTS-STATUS
        END-IF
    END-IF
    CLOSE EXCEPTS-FILE.

630-WRITE-DUP-EXCEPTION-EXIT.
    EXIT.

*> a stamped file goes on the registry with each of its batch
*> groups; a simulation night stamps only candidates, which are
*> not received files, so nothing is entered for them
650-REGISTER-FILE.
    IF WS-SIM-RUN
        GO TO 650-REGISTER-FILE-EXIT
    END-IF
    OPEN EXTEND RCVREG-FILE
    IF WS-RCVREG-STATUS = '35'
        OPEN OUTPUT RCVREG-FILE
    END-IF
    IF WS-RCVREG-STATUS NOT = '00'
        DISPLAY 'PREEDIT - UNABLE TO OPEN RCVREG-FILE, STATUS '
            WS-RCVREG-STATUS ' - ' WS-AUD-FILE-NAME
            ' NOT REGISTERED'
        GO TO 650-REGISTER-FILE-EXIT
    END-IF

    ACCEPT WS-RUN-TIME-RAW FROM TIME
    MOVE WS-RUN-HH TO WS-AUD-HH
    MOVE WS-RUN-MI TO WS-AUD-MI
    MOVE WS-RUN-SS TO WS-AUD-SS

    MOVE SPACES TO RECEIVED-FILE-REC
    MOVE WS-AUD-DATE-FMT TO RCV-PROC-DATE
    MOVE WS-AUD-TIME-FMT TO RCV-STAMP-TIME
    MOVE WS-FILE-TYPE TO RCV-FILE-TYPE
    MOVE 'F' TO RCV-ENTRY-TYPE
    MOVE WS-BATCH-COUNT TO RCV-BATCH-COUNT
    MOVE WS-REC-COUNT TO RCV-REC-COUNT
    MOVE WS-HASH-TOTAL TO RCV-HASH-TOTAL
    IF WS-FILE-DUP
        MOVE 'D' TO RCV-DUP-FLAG
        MOVE WS-FILE-DUP-DATE TO RCV-DUP-OF-DATE
    END-IF
    MOVE WS-AUD-FILE-NAME TO RCV-FILE-NAME
    MOVE WS-FIRST-REC TO RCV-FIRST-REC
    MOVE WS-LAST-REC TO RCV-LAST-REC
    WRITE RECEIVED-FILE-REC
    IF WS-RCVREG-STATUS NOT = '00'
        DISPLAY 'PREEDIT - UNABLE TO WRITE REGISTRY ENTRY, STATUS '
            WS-RCVREG-STATUS
        CLOSE RCVREG-FILE
        GO TO 650-REGISTER-FILE-EXIT
    END-IF

    PERFORM VARYING WS-BG-IDX FROM 1 BY 1
            UNTIL WS-BG-IDX > WS-BATCH-COUNT
        PERFORM 660-WRITE-BATCH-ENTRY THRU 660-WRITE-BATCH-ENTRY-EXIT
    END-PERFORM
    CLOSE RCVREG-FILE.

650-REGISTER-FILE-EXIT.
    EXIT.

660-WRITE-BATCH-ENTRY.
    MOVE SPACES TO RECEIVED-FILE-REC
    MOVE WS-AUD-DATE-FMT TO RCV-PROC-DATE
    MOVE WS-AUD-TIME-FMT TO RCV-STAMP-TIME
    MOVE WS-FILE-TYPE TO RCV-FILE-TYPE
    MOVE 'B' TO RCV-ENTRY-TYPE
    MOVE WS-BG-BATCH-ID(WS-BG-IDX) TO RCV-BATCH-ID
    MOVE 0 TO RCV-BATCH-COUNT
    MOVE WS-BG-REC-COUNT(WS-BG-IDX) TO RCV-REC-COUNT
    MOVE WS-BG-HASH(WS-BG-IDX) TO RCV-HASH-TOTAL
    IF WS-FILE-DUP
        *> the whole file was a re-send - every group in it is one
        MOVE 'D' TO RCV-DUP-FLAG
        MOVE WS-FILE-DUP-DATE TO RCV-DUP-OF-DATE
        MOVE WS-BG-BATCH-ID(WS-BG-IDX) TO RCV-DUP-OF-BATCH
    END-IF
    IF WS-BG-DUP-SW(WS-BG-IDX) = 'Y'
        MOVE 'D' TO RCV-DUP-FLAG
        MOVE WS-BG-DUP-DATE(WS-BG-IDX) TO RCV-DUP-OF-DATE
        MOVE WS-BG-DUP-BATCH(WS-BG-IDX) TO RCV-DUP-OF-BATCH
    END-IF
    MOVE WS-AUD-FILE-NAME TO RCV-FILE-NAME
    MOVE WS-BG-FIRST-REC(WS-BG-IDX) TO RCV-FIRST-REC
    MOVE WS-BG-LAST-REC(WS-BG-IDX) TO RCV-LAST-REC
    WRITE RECEIVED-FILE-REC
    IF WS-RCVREG-STATUS NOT = '00'
        DISPLAY 'PREEDIT - UNABLE TO WRITE REGISTRY ENTRY, STATUS '
            WS-RCVREG-STATUS
    END-IF.

660-WRITE-BATCH-ENTRY-EXIT.
    EXIT.
