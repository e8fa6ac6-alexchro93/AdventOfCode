*> everything cleanly acknowledged, keeps mismatched or rejected
*> generations open and flagged, and prints an aging report so a
*> generation outstanding more than a day shows at the morning
*> check instead of being discovered at month-end. When a
*> replacement cut is acknowledged the generation it replaces is
*> closed as superseded, and an open original and its replacement
*> age side by side.
IDENTIFICATION DIVISION.
PROGRAM-ID. ACKPROC.

                10 WS-OG-HASH-TOTAL PIC 9(18).
                10 WS-OG-STATUS     PIC X(1).
                10 WS-OG-ACKED-SW   PIC X(1).
                10 WS-OG-REPLACES-GEN PIC 9(6).
                10 WS-OG-CUT-DATE   PIC X(10).
        01 WS-OG-IDX         PIC 9(3) VALUE 0.
        01 WS-RP-IDX         PIC 9(3) VALUE 0.
        01 WS-RP-FOUND-SW    PIC X VALUE 'N'.
            88 WS-RP-FOUND   VALUE 'Y'.
        01 WS-OG-FOUND-SW    PIC X VALUE 'N'.
            88 WS-OG-FOUND   VALUE 'Y'.
        01 WS-HAS-REPL-SW    PIC X VALUE 'N'.
            88 WS-HAS-REPL   VALUE 'Y'.
        01 WS-OPEN-OVERFLOW-SW PIC X VALUE 'N'.
            88 WS-OPEN-OVERFLOW VALUE 'Y'.

        01 WS-ACKS-MATCHED   PIC 9(5) VALUE 0.
        01 WS-ACKS-REJECTED  PIC 9(5) VALUE 0.
        01 WS-ACKS-UNKNOWN   PIC 9(5) VALUE 0.
        01 WS-SUPERSEDED     PIC 9(5) VALUE 0.
        01 WS-STILL-OPEN     PIC 9(5) VALUE 0.
        01 WS-OVERDUE-COUNT  PIC 9(5) VALUE 0.
        01 WS-ACK-RESULT     PIC X(20) VALUE SPACES.
            05 WS-ACK-D-GEN     PIC 9(6).
            05 FILLER           PIC X(2) VALUE SPACES.
            05 WS-ACK-D-RESULT  PIC X(20).
        01 WS-SUPERSEDE-DETAIL.
            05 FILLER           PIC X(11) VALUE 'GENERATION '.
            05 WS-SUP-D-GEN     PIC 9(6).
            05 FILLER           PIC X(2) VALUE SPACES.
            05 FILLER           PIC X(28) VALUE
                'CLOSED - SUPERSEDED BY '.
            05 WS-SUP-D-BY      PIC 9(6).

        01 WS-AGE-SECTION-HDR PIC X(80) VALUE
            'OPEN GENERATIONS AGING'.
            05 WS-AGE-D-STATUS  PIC X(8).
            05 FILLER           PIC X(2) VALUE SPACES.
            05 WS-AGE-D-FLAG    PIC X(8).
            05 FILLER           PIC X(2) VALUE SPACES.
            05 WS-AGE-D-LINK    PIC X(20).
        01 WS-AGE-LINK-TEXT.
            05 WS-AGE-L-TEXT    PIC X(14).
            05 WS-AGE-L-GEN     PIC 9(6).
        01 WS-AGE-SUMMARY.
            05 FILLER           PIC X(27) VALUE
                'OUTSTANDING MORE THAN A DAY'.
            05 WS-RPT-T-REJ     PIC ZZZZ9.
            05 FILLER           PIC X(13) VALUE '  UNKNOWN - '.
            05 WS-RPT-T-UNK     PIC ZZZZ9.
        01 WS-SUPERSEDE-TOTAL.
            05 FILLER           PIC X(26) VALUE
                'SUPERSEDED AND CLOSED - '.
            05 WS-RPT-T-SUP     PIC ZZZZ9.

PROCEDURE DIVISION.
100-MAIN.
                    WS-OG-HASH-TOTAL(WS-OPEN-COUNT)
                MOVE OGN-STATUS TO WS-OG-STATUS(WS-OPEN-COUNT)
                MOVE 'N' TO WS-OG-ACKED-SW(WS-OPEN-COUNT)
                *> entries written before replacement cuts existed
                *> carry no link at all
                IF OGN-REPLACES-GEN IS NUMERIC
                    MOVE OGN-REPLACES-GEN TO
                        WS-OG-REPLACES-GEN(WS-OPEN-COUNT)
                ELSE
                    MOVE 0 TO WS-OG-REPLACES-GEN(WS-OPEN-COUNT)
                END-IF
                *> nor a cut date - they were cut on their own night
                IF OGN-CUT-DATE(1:4) IS NUMERIC
                    MOVE OGN-CUT-DATE TO WS-OG-CUT-DATE(WS-OPEN-COUNT)
                ELSE
                    MOVE OGN-RUN-DATE TO WS-OG-CUT-DATE(WS-OPEN-COUNT)
                END-IF
            ELSE
                SET WS-OPEN-OVERFLOW TO TRUE
            END-IF
    IF WS-ACKS-READ = 0
        MOVE WS-ACK-EMPTY TO AGING-RPT-LINE
        WRITE AGING-RPT-LINE
    END-IF

    PERFORM 330-CLOSE-SUPERSEDED THRU 330-CLOSE-SUPERSEDED-EXIT.

300-PROCESS-ACK-FILE-EXIT.
    EXIT.
320-REPORT-ACK-RESULT-EXIT.
    EXIT.

*> run after the whole receipt file so the order the receipts came
*> in does not matter - every replacement acknowledged tonight
*> closes the generation it replaces, whatever state that original
*> was left in. The closed original drops off the open file with
*> the acknowledged ones.
330-CLOSE-SUPERSEDED.
    PERFORM VARYING WS-RP-IDX FROM 1 BY 1
            UNTIL WS-RP-IDX > WS-OPEN-COUNT
        IF WS-OG-ACKED-SW(WS-RP-IDX) = 'Y'
                AND WS-OG-REPLACES-GEN(WS-RP-IDX) > 0
            PERFORM VARYING WS-OG-IDX FROM 1 BY 1
                    UNTIL WS-OG-IDX > WS-OPEN-COUNT
                IF WS-OG-GENERATION(WS-OG-IDX) =
                        WS-OG-REPLACES-GEN(WS-RP-IDX)
                        AND WS-OG-ACKED-SW(WS-OG-IDX) = 'N'
                    MOVE 'S' TO WS-OG-ACKED-SW(WS-OG-IDX)
                    ADD 1 TO WS-SUPERSEDED
                    MOVE WS-OG-GENERATION(WS-OG-IDX) TO WS-SUP-D-GEN
                    MOVE WS-OG-GENERATION(WS-RP-IDX) TO WS-SUP-D-BY
                    MOVE WS-SUPERSEDE-DETAIL TO AGING-RPT-LINE
                    WRITE AGING-RPT-LINE
                END-IF
            END-PERFORM
        END-IF
    END-PERFORM.

330-CLOSE-SUPERSEDED-EXIT.
    EXIT.

*> acknowledged and superseded entries drop off the open file;
*> everything else is rewritten with whatever status the matching
*> pass left on it
350-REWRITE-OPEN-FILE.
    IF WS-PROC-FAILED OR WS-OPEN-COUNT = 0
        GO TO 350-REWRITE-OPEN-FILE-EXIT

    PERFORM VARYING WS-OG-IDX FROM 1 BY 1
            UNTIL WS-OG-IDX > WS-OPEN-COUNT
        IF WS-OG-ACKED-SW(WS-OG-IDX) = 'N'
            MOVE WS-OG-GENERATION(WS-OG-IDX) TO OGN-GENERATION
            MOVE WS-OG-RUN-DATE(WS-OG-IDX) TO OGN-RUN-DATE
            MOVE WS-OG-CUT-TIME(WS-OG-IDX) TO OGN-CUT-TIME
            MOVE WS-OG-REC-COUNT(WS-OG-IDX) TO OGN-REC-COUNT
            MOVE WS-OG-HASH-TOTAL(WS-OG-IDX) TO OGN-HASH-TOTAL
            MOVE WS-OG-STATUS(WS-OG-IDX) TO OGN-STATUS
            MOVE WS-OG-REPLACES-GEN(WS-OG-IDX) TO OGN-REPLACES-GEN
            MOVE WS-OG-CUT-DATE(WS-OG-IDX) TO OGN-CUT-DATE
            WRITE OPEN-GEN-REC
            IF WS-OPENGEN-STATUS NOT = '00'
                DISPLAY 'ACKPROC - OPENGEN WRITE FAILED, STATUS '
    MOVE WS-AGE-SECTION-HDR TO AGING-RPT-LINE
    WRITE AGING-RPT-LINE

    *> an open original and its open replacement are one
    *> outstanding night, so the replacement is not counted again
    MOVE 0 TO WS-STILL-OPEN
    MOVE 0 TO WS-OVERDUE-COUNT
    PERFORM VARYING WS-OG-IDX FROM 1 BY 1
            UNTIL WS-OG-IDX > WS-OPEN-COUNT
        IF WS-OG-ACKED-SW(WS-OG-IDX) = 'N'
            PERFORM 470-FIND-OPEN-ORIGINAL
                THRU 470-FIND-OPEN-ORIGINAL-EXIT
            IF NOT WS-RP-FOUND
                ADD 1 TO WS-STILL-OPEN
            END-IF
        END-IF
    END-PERFORM

        MOVE WS-AGE-COL-HDR TO AGING-RPT-LINE
        WRITE AGING-RPT-LINE

        *> a replacement whose original is still open prints
        *> under the original rather than in its own place
        PERFORM VARYING WS-OG-IDX FROM 1 BY 1
                UNTIL WS-OG-IDX > WS-OPEN-COUNT
            IF WS-OG-ACKED-SW(WS-OG-IDX) = 'N'
                PERFORM 470-FIND-OPEN-ORIGINAL
                    THRU 470-FIND-OPEN-ORIGINAL-EXIT
                IF NOT WS-RP-FOUND
                    PERFORM 455-WRITE-GENERATION-PAIR
                        THRU 455-WRITE-GENERATION-PAIR-EXIT
                END-IF
            END-IF
        END-PERFORM

    MOVE WS-ACKS-UNKNOWN TO WS-RPT-T-UNK
    MOVE WS-REPORT-TOTALS TO AGING-RPT-LINE
    WRITE AGING-RPT-LINE
    IF WS-SUPERSEDED > 0
        MOVE WS-SUPERSEDED TO WS-RPT-T-SUP
        MOVE WS-SUPERSEDE-TOTAL TO AGING-RPT-LINE
        WRITE AGING-RPT-LINE
    END-IF

    CLOSE AGING-RPT-FILE.

450-WRITE-AGING-SECTION-EXIT.
    EXIT.

*> the entry at WS-OG-IDX, then any open replacement of it on the
*> line directly below so the pair reads together. Once a
*> replacement is out the pair ages from the replacement's own cut -
*> the original's line is shown REPLACED and not flagged overdue.
455-WRITE-GENERATION-PAIR.
    MOVE 'N' TO WS-HAS-REPL-SW
    MOVE WS-OG-IDX TO WS-RP-IDX
    PERFORM VARYING WS-OG-IDX FROM 1 BY 1
            UNTIL WS-OG-IDX > WS-OPEN-COUNT
        IF WS-OG-ACKED-SW(WS-OG-IDX) = 'N'
                AND WS-OG-REPLACES-GEN(WS-OG-IDX) =
                    WS-OG-GENERATION(WS-RP-IDX)
            SET WS-HAS-REPL TO TRUE
        END-IF
    END-PERFORM
    MOVE WS-RP-IDX TO WS-OG-IDX

    MOVE SPACES TO WS-AGE-D-LINK
    IF WS-OG-REPLACES-GEN(WS-OG-IDX) > 0
        MOVE 'REPLACES GEN ' TO WS-AGE-L-TEXT
        MOVE WS-OG-REPLACES-GEN(WS-OG-IDX) TO WS-AGE-L-GEN
        MOVE WS-AGE-LINK-TEXT TO WS-AGE-D-LINK
    END-IF
    PERFORM 460-WRITE-ONE-AGE-LINE THRU 460-WRITE-ONE-AGE-LINE-EXIT
    MOVE 'N' TO WS-HAS-REPL-SW

    MOVE WS-OG-IDX TO WS-RP-IDX
    PERFORM VARYING WS-OG-IDX FROM 1 BY 1
            UNTIL WS-OG-IDX > WS-OPEN-COUNT
        IF WS-OG-ACKED-SW(WS-OG-IDX) = 'N'
                AND WS-OG-REPLACES-GEN(WS-OG-IDX) =
                    WS-OG-GENERATION(WS-RP-IDX)
            MOVE 'REPLACES GEN ' TO WS-AGE-L-TEXT
            MOVE WS-OG-REPLACES-GEN(WS-OG-IDX) TO WS-AGE-L-GEN
            MOVE WS-AGE-LINK-TEXT TO WS-AGE-D-LINK
            PERFORM 460-WRITE-ONE-AGE-LINE
                THRU 460-WRITE-ONE-AGE-LINE-EXIT
        END-IF
    END-PERFORM
    MOVE WS-RP-IDX TO WS-OG-IDX.

455-WRITE-GENERATION-PAIR-EXIT.
    EXIT.

460-WRITE-ONE-AGE-LINE.
    MOVE WS-OG-GENERATION(WS-OG-IDX) TO WS-AGE-D-GEN
    MOVE WS-OG-RUN-DATE(WS-OG-IDX) TO WS-AGE-D-DATE

    MOVE WS-OG-CUT-DATE(WS-OG-IDX) TO WS-SER-DATE
    PERFORM 700-DATE-TO-DAYS THRU 700-DATE-TO-DAYS-EXIT
    MOVE WS-SER-DAYS TO WS-ENTRY-DAYS
    IF WS-TONIGHT-DAYS > WS-ENTRY-DAYS
        MOVE 'OPEN' TO WS-AGE-D-STATUS
    END-IF

    EVALUATE TRUE
        WHEN WS-HAS-REPL
            MOVE 'REPLACED' TO WS-AGE-D-FLAG
        WHEN WS-AGE-DAYS > 1
            MOVE 'OVERDUE' TO WS-AGE-D-FLAG
            ADD 1 TO WS-OVERDUE-COUNT
            SET WS-ATTENTION TO TRUE
        WHEN OTHER
            MOVE SPACES TO WS-AGE-D-FLAG
    END-EVALUATE

    MOVE WS-AGE-DETAIL TO AGING-RPT-LINE
    WRITE AGING-RPT-LINE.
460-WRITE-ONE-AGE-LINE-EXIT.
    EXIT.

*> is the entry at WS-OG-IDX a replacement whose original is still
*> open - if so the original's line carries it
470-FIND-OPEN-ORIGINAL.
    MOVE 'N' TO WS-RP-FOUND-SW
    IF WS-OG-REPLACES-GEN(WS-OG-IDX) = 0
        GO TO 470-FIND-OPEN-ORIGINAL-EXIT
    END-IF
    PERFORM VARYING WS-RP-IDX FROM 1 BY 1
            UNTIL WS-RP-IDX > WS-OPEN-COUNT OR WS-RP-FOUND
        IF WS-OG-GENERATION(WS-RP-IDX) =
                WS-OG-REPLACES-GEN(WS-OG-IDX)
                AND WS-OG-ACKED-SW(WS-RP-IDX) = 'N'
            SET WS-RP-FOUND TO TRUE
            SUBTRACT 1 FROM WS-RP-IDX
        END-IF
    END-PERFORM.

470-FIND-OPEN-ORIGINAL-EXIT.
    EXIT.

500-WRITE-AUDIT-RECORD.
    ACCEPT WS-RUN-TIME-RAW FROM TIME
    MOVE WS-RUN-HH TO WS-AUD-HH
    MOVE 'ACKPROC' TO AUD-PROGRAM-ID
    MOVE WS-AUD-DATE-FMT TO AUD-RUN-DATE
    MOVE WS-AUD-TIME-FMT TO AUD-RUN-TIME
    MOVE 0 TO AUD-CARD-VERSION
    MOVE './utils/ACKIN.DAT' TO AUD-INPUT-FILE
    MOVE WS-STILL-OPEN TO AUD-FINAL-ANSWER
    IF WS-PROC-FAILED
