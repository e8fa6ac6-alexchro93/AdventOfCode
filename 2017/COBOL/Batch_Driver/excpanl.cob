*> nights-affected count, and separates chronic repeat offenders
*> from tonight's new breaks - a recurring exception means the
*> upstream extract needs fixing once, which is a different
*> conversation from nightly noise. Records a correction rerun has
*> repaired stay in the history, but an offender whose every record
*> has been corrected is shown REPAIRED rather than LIVE.
IDENTIFICATION DIVISION.
PROGRAM-ID. EXCPANL.

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
                10 WS-OF-REASON      PIC X(20).
                10 WS-OF-SEVERITY    PIC X(1).
                10 WS-OF-BATCH-ID    PIC X(8).
                10 WS-OF-LIVE-RECS   PIC 9(5).
                10 WS-OF-CORR-RECS   PIC 9(5).
        01 WS-OFF-IDX        PIC 9(3) VALUE 0.
        01 WS-OFF-FOUND-SW   PIC X VALUE 'N'.
            88 WS-OFF-FOUND  VALUE 'Y'.
        01 WS-RECORDS-READ   PIC 9(6) VALUE 0.
        01 WS-CHRONIC-COUNT  PIC 9(3) VALUE 0.
        01 WS-NEW-COUNT      PIC 9(3) VALUE 0.
        01 WS-REPAIRED-COUNT PIC 9(3) VALUE 0.
        01 WS-SECTION-LINES  PIC 9(3) VALUE 0.

        01 WS-RUN-DATE.
            05 FILLER           PIC X(10) VALUE '  RECORDS '.
            05 WS-OFD-RECORDS   PIC ZZZZ9.
        01 WS-OFF-DETAIL-3.
            05 FILLER           PIC X(9) VALUE '  STATUS '.
            05 WS-OFD-STATUS    PIC X(8).
            05 FILLER           PIC X(12) VALUE '  CORRECTED '.
            05 WS-OFD-CORRECTED PIC ZZZZ9.
            05 FILLER           PIC X(8) VALUE '  BATCH '.
            05 WS-OFD-BATCH     PIC X(8).
        01 WS-REPORT-SUMMARY.
            05 WS-RPT-S-NEW     PIC ZZZ9.
            05 FILLER           PIC X(19) VALUE '  RECORDS READ - '.
            05 WS-RPT-S-READ    PIC ZZZZZ9.
            05 FILLER           PIC X(13) VALUE '  REPAIRED - '.
            05 WS-RPT-S-REPAIRED PIC ZZZ9.
        01 WS-REPORT-EMPTY PIC X(80) VALUE
            'NO EXCEPTION RECORDS ON FILE - NOTHING TO ANALYZE'.

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
    EXIT.

*> one pass down the whole retained file - unlike the tolerance
*> gate, every night on the trail counts, that is the point; only
*> records from a night BACKOUT has reversed are passed over.
*> A corrected record still happened and still counts as a night
*> affected - it is tallied apart from the live ones.
200-TALLY-EXCEPTIONS.
    OPEN INPUT EXCEPTS-FILE
    IF WS-EXCEPTS-STATUS = '35'
        END-READ
        IF NOT WS-EXCEPTS-EOF
            ADD 1 TO WS-RECORDS-READ
            IF NOT EXC-REVERSED
                PERFORM 210-TALLY-ONE-RECORD
                    THRU 210-TALLY-ONE-RECORD-EXIT
            END-IF
        END-IF
    END-PERFORM

            MOVE SPACES TO WS-OF-LAST-SEEN(WS-OFF-IDX)
            MOVE 0 TO WS-OF-NIGHTS(WS-OFF-IDX)
            MOVE 0 TO WS-OF-RECORDS(WS-OFF-IDX)
            MOVE 0 TO WS-OF-LIVE-RECS(WS-OFF-IDX)
            MOVE 0 TO WS-OF-CORR-RECS(WS-OFF-IDX)
        ELSE
            SET WS-OFF-OVERFLOW TO TRUE
            GO TO 210-TALLY-ONE-RECORD-EXIT
        MOVE EXC-RUN-DATE TO WS-OF-LAST-SEEN(WS-OFF-IDX)
    END-IF
    ADD 1 TO WS-OF-RECORDS(WS-OFF-IDX)
    IF EXC-CORRECTED
        ADD 1 TO WS-OF-CORR-RECS(WS-OFF-IDX)
    ELSE
        ADD 1 TO WS-OF-LIVE-RECS(WS-OFF-IDX)
    END-IF
    MOVE EXC-REASON TO WS-OF-REASON(WS-OFF-IDX)
    MOVE EXC-SEVERITY TO WS-OF-SEVERITY(WS-OFF-IDX)
    MOVE EXC-BATCH-ID TO WS-OF-BATCH-ID(WS-OFF-IDX).
        WRITE ANAL-RPT-LINE
    END-IF

    PERFORM VARYING WS-OFF-IDX FROM 1 BY 1
            UNTIL WS-OFF-IDX > WS-OFF-COUNT
        IF WS-OF-LIVE-RECS(WS-OFF-IDX) = 0
            ADD 1 TO WS-REPAIRED-COUNT
        END-IF
    END-PERFORM

    MOVE SPACES TO ANAL-RPT-LINE
    WRITE ANAL-RPT-LINE
    MOVE WS-CHRONIC-COUNT TO WS-RPT-S-CHRONIC
    MOVE WS-REPAIRED-COUNT TO WS-RPT-S-REPAIRED
    MOVE WS-NEW-COUNT TO WS-RPT-S-NEW
    MOVE WS-RECORDS-READ TO WS-RPT-S-READ
    MOVE WS-REPORT-SUMMARY TO ANAL-RPT-LINE
    MOVE WS-OFF-DETAIL-2 TO ANAL-RPT-LINE
    WRITE ANAL-RPT-LINE

    IF WS-OF-LIVE-RECS(WS-OFF-IDX) > 0
        MOVE 'LIVE' TO WS-OFD-STATUS
    ELSE
        MOVE 'REPAIRED' TO WS-OFD-STATUS
    END-IF
    MOVE WS-OF-CORR-RECS(WS-OFF-IDX) TO WS-OFD-CORRECTED
    MOVE WS-OF-BATCH-ID(WS-OFF-IDX) TO WS-OFD-BATCH
    MOVE WS-OFF-DETAIL-3 TO ANAL-RPT-LINE
    WRITE ANAL-RPT-LINE.

310-WRITE-ONE-OFFENDER-EXIT.
    EXIT.
    MOVE 'EXCPANL' TO AUD-PROGRAM-ID
    MOVE WS-AUD-DATE-FMT TO AUD-RUN-DATE
    MOVE WS-AUD-TIME-FMT TO AUD-RUN-TIME
    MOVE WS-CARD-VERSION TO AUD-CARD-VERSION
    MOVE '../utils/EXCEPTS.DAT' TO AUD-INPUT-FILE
    MOVE WS-CHRONIC-COUNT TO AUD-FINAL-ANSWER
    IF WS-ANAL-FAILED
