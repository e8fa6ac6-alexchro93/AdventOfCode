*> Received-file registry report - lists what PREEDIT received each
*> night off RCVREG.DAT in the order it was stamped: every staged
*> file with its stamp time, record count, hash total and first and
*> last data records, and under the grid extract each batch group it
*> carried. A file or batch group that matched one received on an
*> earlier night is shown against that night, and the count of
*> such re-sends closes the report.
IDENTIFICATION DIVISION.
PROGRAM-ID. RCVRPT.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
SELECT RCVREG-FILE
    ASSIGN TO '../utils/RCVREG.DAT'
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS WS-RCVREG-STATUS.
SELECT REPORT-FILE
    ASSIGN TO './utils/RCVRPT.RPT'
    ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
    FILE SECTION.
        FD RCVREG-FILE.
        COPY RCVREG.

        FD REPORT-FILE.
        01 REPORT-LINE PIC X(80).

    WORKING-STORAGE SECTION.
        01 WS-RCVREG-STATUS  PIC XX.
        01 WS-RCVREG-EOF-SW  PIC X VALUE 'N'.
            88 WS-RCVREG-EOF VALUE 'Y'.
        01 WS-ENTRIES-READ   PIC 9(6) VALUE 0.
        01 WS-NIGHTS-LISTED  PIC 9(6) VALUE 0.
        01 WS-FILES-LISTED   PIC 9(6) VALUE 0.
        01 WS-FILE-RESENDS   PIC 9(6) VALUE 0.
        01 WS-BATCH-RESENDS  PIC 9(6) VALUE 0.
        01 WS-CUR-NIGHT      PIC X(10) VALUE SPACES.

        01 WS-RUN-DATE.
            05 WS-RUN-YYYY   PIC 9(4).
            05 WS-RUN-MM     PIC 9(2).
            05 WS-RUN-DD     PIC 9(2).

        01 WS-REPORT-HEADING-1 PIC X(80) VALUE
            'RCVRPT RECEIVED-FILE REGISTRY REPORT'.
        01 WS-REPORT-HEADING-2.
            05 FILLER        PIC X(9) VALUE 'RUN DATE '.
            05 WS-RPT-YYYY   PIC 9(4).
            05 FILLER        PIC X(1) VALUE '-'.
            05 WS-RPT-MM     PIC 9(2).
            05 FILLER        PIC X(1) VALUE '-'.
            05 WS-RPT-DD     PIC 9(2).
        01 WS-EMPTY-LINE PIC X(80) VALUE
            'NO FILES ON THE REGISTRY'.

        01 WS-NIGHT-LINE.
            05 FILLER           PIC X(6) VALUE 'NIGHT '.
            05 WS-NL-NIGHT      PIC X(10).
        01 WS-COL-HDR.
            05 FILLER PIC X(39) VALUE
                '  FILE      STAMPED    RECS            '.
            05 FILLER PIC X(41) VALUE
                'HASH TOTAL GRPS  RECEIVED BEFORE'.

        *> one line per staged file, then its path and its first and
        *> last data records indented beneath
        01 WS-FILE-LINE.
            05 FILLER           PIC X(2) VALUE SPACES.
            05 WS-FL-TYPE       PIC X(10).
            05 WS-FL-TIME       PIC X(8).
            05 FILLER           PIC X(2) VALUE SPACES.
            05 WS-FL-RECORDS    PIC ZZZZ9.
            05 FILLER           PIC X(2) VALUE SPACES.
            05 WS-FL-HASH       PIC Z(19)9.
            05 FILLER           PIC X(2) VALUE SPACES.
            05 WS-FL-BATCHES    PIC ZZ9.
            05 FILLER           PIC X(2) VALUE SPACES.
            05 WS-FL-DUP        PIC X(24).
        01 WS-DETAIL-LINE.
            05 FILLER           PIC X(4) VALUE SPACES.
            05 WS-DL-LABEL      PIC X(6).
            05 WS-DL-TEXT       PIC X(70).
        01 WS-BATCH-LINE.
            05 FILLER           PIC X(4) VALUE SPACES.
            05 FILLER           PIC X(6) VALUE 'BATCH '.
            05 WS-BL-BATCH      PIC X(8).
            05 FILLER           PIC X(4) VALUE SPACES.
            05 WS-BL-RECORDS    PIC ZZZZ9.
            05 FILLER           PIC X(2) VALUE SPACES.
            05 WS-BL-HASH       PIC Z(19)9.
            05 FILLER           PIC X(7) VALUE SPACES.
            05 WS-BL-DUP        PIC X(24).

        01 WS-REPORT-TOTAL-1.
            05 FILLER           PIC X(17) VALUE
                'NIGHTS LISTED -  '.
            05 WS-RPT-NIGHTS    PIC ZZZZZ9.
            05 FILLER           PIC X(20) VALUE
                '   FILES RECEIVED - '.
            05 WS-RPT-FILES     PIC ZZZZZ9.
        01 WS-REPORT-TOTAL-2.
            05 FILLER           PIC X(17) VALUE
                'FILES RE-SENT -  '.
            05 WS-RPT-FILE-DUPS PIC ZZZZZ9.
            05 FILLER           PIC X(20) VALUE
                '   BATCHES RE-SENT -'.
            05 WS-RPT-BATCH-DUPS PIC ZZZZZ9.

PROCEDURE DIVISION.
100-MAIN.
    PERFORM 200-WRITE-REPORT THRU 200-WRITE-REPORT-EXIT
    DISPLAY 'RCVRPT - NIGHTS LISTED ' WS-NIGHTS-LISTED
        ' FILES RE-SENT ' WS-FILE-RESENDS
        ' BATCHES RE-SENT ' WS-BATCH-RESENDS
    IF WS-FILE-RESENDS > 0 OR WS-BATCH-RESENDS > 0
        MOVE 4 TO RETURN-CODE
    ELSE
        MOVE 0 TO RETURN-CODE
    END-IF
    GOBACK.

200-WRITE-REPORT.
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

    PERFORM 210-LIST-REGISTRY THRU 210-LIST-REGISTRY-EXIT

    IF WS-ENTRIES-READ = 0
        MOVE WS-EMPTY-LINE TO REPORT-LINE
        WRITE REPORT-LINE
    END-IF
    MOVE SPACES TO REPORT-LINE
    WRITE REPORT-LINE

    MOVE WS-NIGHTS-LISTED TO WS-RPT-NIGHTS
    MOVE WS-FILES-LISTED TO WS-RPT-FILES
    MOVE WS-REPORT-TOTAL-1 TO REPORT-LINE
    WRITE REPORT-LINE
    MOVE WS-FILE-RESENDS TO WS-RPT-FILE-DUPS
    MOVE WS-BATCH-RESENDS TO WS-RPT-BATCH-DUPS
    MOVE WS-REPORT-TOTAL-2 TO REPORT-LINE
    WRITE REPORT-LINE

    CLOSE REPORT-FILE.

200-WRITE-REPORT-EXIT.
    EXIT.

*> the registry is appended as each file is stamped, so reading it
*> straight down lists the nights in the order they ran; a new
*> night heading goes out on each change of processing date
210-LIST-REGISTRY.
    OPEN INPUT RCVREG-FILE
    IF WS-RCVREG-STATUS = '35'
        GO TO 210-LIST-REGISTRY-EXIT
    END-IF
    IF WS-RCVREG-STATUS NOT = '00'
        DISPLAY 'RCVRPT - UNABLE TO OPEN RCVREG-FILE, STATUS '
            WS-RCVREG-STATUS
        GO TO 210-LIST-REGISTRY-EXIT
    END-IF

    PERFORM UNTIL WS-RCVREG-EOF
        READ RCVREG-FILE
            AT END SET WS-RCVREG-EOF TO TRUE
        END-READ
        IF NOT WS-RCVREG-EOF
            ADD 1 TO WS-ENTRIES-READ
            IF RCV-PROC-DATE NOT = WS-CUR-NIGHT
                PERFORM 220-WRITE-NIGHT-HEADING
                    THRU 220-WRITE-NIGHT-HEADING-EXIT
            END-IF
            IF RCV-BATCH-ENTRY
                PERFORM 240-WRITE-BATCH-ENTRY
                    THRU 240-WRITE-BATCH-ENTRY-EXIT
            ELSE
                PERFORM 230-WRITE-FILE-ENTRY
                    THRU 230-WRITE-FILE-ENTRY-EXIT
            END-IF
        END-IF
    END-PERFORM

    CLOSE RCVREG-FILE.

210-LIST-REGISTRY-EXIT.
    EXIT.

220-WRITE-NIGHT-HEADING.
    IF WS-NIGHTS-LISTED > 0
        MOVE SPACES TO REPORT-LINE
        WRITE REPORT-LINE
    END-IF
    ADD 1 TO WS-NIGHTS-LISTED
    MOVE RCV-PROC-DATE TO WS-CUR-NIGHT
    MOVE RCV-PROC-DATE TO WS-NL-NIGHT
    MOVE WS-NIGHT-LINE TO REPORT-LINE
    WRITE REPORT-LINE
    MOVE WS-COL-HDR TO REPORT-LINE
    WRITE REPORT-LINE.

220-WRITE-NIGHT-HEADING-EXIT.
    EXIT.

230-WRITE-FILE-ENTRY.
    ADD 1 TO WS-FILES-LISTED
    EVALUATE TRUE
        WHEN RCV-GRID-FILE
            MOVE 'GRID' TO WS-FL-TYPE
        WHEN RCV-STARTNUMS-FILE
            MOVE 'STARTNUMS' TO WS-FL-TYPE
        WHEN RCV-CAPTCHA-FILE
            MOVE 'CAPTCHA' TO WS-FL-TYPE
        WHEN OTHER
            MOVE RCV-FILE-TYPE TO WS-FL-TYPE
    END-EVALUATE
    MOVE RCV-STAMP-TIME TO WS-FL-TIME
    MOVE RCV-REC-COUNT TO WS-FL-RECORDS
    MOVE RCV-HASH-TOTAL TO WS-FL-HASH
    MOVE RCV-BATCH-COUNT TO WS-FL-BATCHES
    IF RCV-DUPLICATE
        ADD 1 TO WS-FILE-RESENDS
        MOVE RCV-DUP-OF-DATE TO WS-FL-DUP
    ELSE
        MOVE SPACES TO WS-FL-DUP
    END-IF
    MOVE WS-FILE-LINE TO REPORT-LINE
    WRITE REPORT-LINE

    MOVE 'PATH' TO WS-DL-LABEL
    MOVE RCV-FILE-NAME TO WS-DL-TEXT
    MOVE WS-DETAIL-LINE TO REPORT-LINE
    WRITE REPORT-LINE
    MOVE 'FIRST' TO WS-DL-LABEL
    MOVE RCV-FIRST-REC TO WS-DL-TEXT
    MOVE WS-DETAIL-LINE TO REPORT-LINE
    WRITE REPORT-LINE
    MOVE 'LAST' TO WS-DL-LABEL
    MOVE RCV-LAST-REC TO WS-DL-TEXT
    MOVE WS-DETAIL-LINE TO REPORT-LINE
    WRITE REPORT-LINE.

230-WRITE-FILE-ENTRY-EXIT.
    EXIT.

*> a batch group re-sent as part of a whole-file re-send is counted
*> with the file, not again here
240-WRITE-BATCH-ENTRY.
    MOVE RCV-BATCH-ID TO WS-BL-BATCH
    MOVE RCV-REC-COUNT TO WS-BL-RECORDS
    MOVE RCV-HASH-TOTAL TO WS-BL-HASH
    MOVE SPACES TO WS-BL-DUP
    IF RCV-DUPLICATE
        STRING RCV-DUP-OF-DATE DELIMITED BY SIZE
            ' ' DELIMITED BY SIZE
            RCV-DUP-OF-BATCH DELIMITED BY SIZE
            INTO WS-BL-DUP
        END-STRING
        IF WS-FL-DUP = SPACES
            ADD 1 TO WS-BATCH-RESENDS
        END-IF
    END-IF
    MOVE WS-BATCH-LINE TO REPORT-LINE
    WRITE REPORT-LINE.

240-WRITE-BATCH-ENTRY-EXIT.
    EXIT.
