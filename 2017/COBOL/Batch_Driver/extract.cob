*> with record count and a hash total of the answer fields so the
*> receiving system can reconcile the transmission. A night with
*> any FAILED step still cuts the file, flagged unusable in the
*> header. A REPLACE-GEN card names a prior generation to be cut
*> again from that night's audit entries and totals rows - run
*> standalone after the night has been backed out and reposted, the
*> replacement goes out under the next generation number with the
*> replaced one carried in its header and on the open-generations
*> entry, so the receiving system can swap the two.
IDENTIFICATION DIVISION.
PROGRAM-ID. EXTRACT.

    ASSIGN TO '../utils/OPENGEN.DAT'
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS WS-OPENGEN-STATUS.
SELECT RUNCTL-FILE
    ASSIGN TO '../utils/RUNCTL.DAT'
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS WS-RUNCTL-STATUS.

DATA DIVISION.
    FILE SECTION.
        FD OPENGEN-FILE.
        COPY OPENGEN.

        FD RUNCTL-FILE.
        01 RUNCTL-LINE PIC X(80).

    WORKING-STORAGE SECTION.
        01 WS-AUDIT-STATUS     PIC XX.
        01 WS-PROCDATE-STATUS  PIC XX.
            88 WS-AUDIT-EOF    VALUE 'Y'.
        01 WS-EXTRACT-FAILED-SW PIC X VALUE 'N'.
            88 WS-EXTRACT-FAILED VALUE 'Y'.
        01 WS-OPENGEN-EOF-SW   PIC X VALUE 'N'.
            88 WS-OPENGEN-EOF  VALUE 'Y'.

        *> run-control card file - only the replacement cut is card
        *> driven; cards addressed to other programs are theirs to
        *> validate
        01 WS-RUNCTL-STATUS    PIC XX.
        01 WS-RUNCTL-EOF-SW    PIC X VALUE 'N'.
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
        01 WS-CTL-NUM          PIC 9(20).
        01 WS-CTL-NUM-OK-SW    PIC X.
            88 WS-CTL-NUM-OK   VALUE 'Y'.
        01 WS-CTL-IX           PIC 9(2).
        01 WS-CTL-DIGIT        PIC 9(1).

        01 WS-GENERATION       PIC 9(6) VALUE 0.

        *> the generation a replacement cut stands in for - zero on
        *> an ordinary nightly cut
        01 WS-REPLACES-GEN     PIC 9(6) VALUE 0.
        01 WS-REPLACEMENT-SW   PIC X VALUE 'N'.
            88 WS-REPLACEMENT  VALUE 'Y'.
        01 WS-REPL-FOUND-SW    PIC X VALUE 'N'.
            88 WS-REPL-FOUND   VALUE 'Y'.
        01 WS-REPL-DATE        PIC X(10) VALUE SPACES.

        *> latest audit entry per suite program for tonight's date -
        *> a missing or FAILED entry makes the transmission unusable
        01 WS-PROG-NAMES.
            05 WS-AUD-MM     PIC 9(2).
            05 FILLER        PIC X VALUE '-'.
            05 WS-AUD-DD     PIC 9(2).
        *> the processing date the file is cut on - differs from
        *> the stamped night only on a replacement cut
        01 WS-CUT-DATE-FMT.
            05 WS-CUT-YYYY   PIC 9(4).
            05 FILLER        PIC X VALUE '-'.
            05 WS-CUT-MM     PIC 9(2).
            05 FILLER        PIC X VALUE '-'.
            05 WS-CUT-DD     PIC 9(2).
        01 WS-AUD-TIME-FMT.
            05 WS-AUD-HH     PIC 9(2).
            05 FILLER        PIC X VALUE ':'.

        *> fixed-format interface records - header, one detail per
        *> program, trailer with count and answer hash total
        *> header cut type N for the nightly cut, R for a
        *> replacement, with the generation it replaces
        01 WS-HEADER-REC.
            05 WS-HDR-ID        PIC X(1) VALUE 'H'.
            05 WS-HDR-RUN-DATE  PIC X(10).
            05 WS-HDR-GENERATION PIC 9(6).
            05 WS-HDR-USABLE    PIC X(1).
            05 WS-HDR-CUT-TYPE  PIC X(1).
            05 WS-HDR-REPLACES-GEN PIC 9(6).
        01 WS-DETAIL-REC.
            05 WS-DET-ID        PIC X(1) VALUE 'D'.
            05 WS-DET-PROGRAM   PIC X(8).
PROCEDURE DIVISION.
100-MAIN.
    PERFORM 102-GET-PROCESS-DATE THRU 102-GET-PROCESS-DATE-EXIT
    PERFORM 105-READ-RUN-CONTROL THRU 105-READ-RUN-CONTROL-EXIT
    IF WS-RUNCTL-FAILED
        DISPLAY 'EXTRACT TERMINATED - RUN-CONTROL CARDS REJECTED'
        SET WS-EXTRACT-FAILED TO TRUE
        PERFORM 500-WRITE-AUDIT-RECORD
            THRU 500-WRITE-AUDIT-RECORD-EXIT
        MOVE 8 TO RETURN-CODE
        GOBACK
    END-IF

    IF WS-REPLACEMENT
        PERFORM 120-LOCATE-REPLACED-GEN
            THRU 120-LOCATE-REPLACED-GEN-EXIT
        IF WS-EXTRACT-FAILED
            DISPLAY 'EXTRACT TERMINATED - REPLACEMENT NOT CUT'
            PERFORM 500-WRITE-AUDIT-RECORD
                THRU 500-WRITE-AUDIT-RECORD-EXIT
            MOVE 8 TO RETURN-CODE
            GOBACK
        END-IF
    END-IF

    PERFORM 110-NEXT-GENERATION THRU 110-NEXT-GENERATION-EXIT
    PERFORM 200-READ-AUDIT-TRAIL THRU 200-READ-AUDIT-TRAIL-EXIT
    PERFORM 300-READ-MASTER-TOTALS THRU 300-READ-MASTER-TOTALS-EXIT
102-GET-PROCESS-DATE-EXIT.
    EXIT.

105-READ-RUN-CONTROL.
    OPEN INPUT RUNCTL-FILE
    IF WS-RUNCTL-STATUS = '35'
        *> no card file staged - the nightly cut stands
        GO TO 105-READ-RUN-CONTROL-EXIT
    END-IF
    IF WS-RUNCTL-STATUS NOT = '00'
        DISPLAY 'EXTRACT - UNABLE TO OPEN RUNCTL-FILE, STATUS '
            WS-RUNCTL-STATUS
        SET WS-RUNCTL-FAILED TO TRUE
        GO TO 105-READ-RUN-CONTROL-EXIT
    END-IF

    PERFORM UNTIL WS-RUNCTL-EOF
        READ RUNCTL-FILE
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
                PERFORM 106-APPLY-RUN-CONTROL-CARD
                    THRU 106-APPLY-RUN-CONTROL-CARD-EXIT
            END-IF
        END-IF
    END-PERFORM

    CLOSE RUNCTL-FILE.

105-READ-RUN-CONTROL-EXIT.
    EXIT.

106-APPLY-RUN-CONTROL-CARD.
    MOVE SPACES TO WS-CTL-PROGRAM
    MOVE SPACES TO WS-CTL-KEYWORD
    MOVE SPACES TO WS-CTL-VALUE
    UNSTRING RUNCTL-LINE DELIMITED BY ALL ' '
        INTO WS-CTL-PROGRAM WS-CTL-KEYWORD WS-CTL-VALUE
    END-UNSTRING

    IF WS-CTL-PROGRAM NOT = 'EXTRACT'
        GO TO 106-APPLY-RUN-CONTROL-CARD-EXIT
    END-IF

    EVALUATE WS-CTL-KEYWORD
        WHEN 'REPLACE-GEN'
            PERFORM 107-PARSE-CARD-NUMBER
                THRU 107-PARSE-CARD-NUMBER-EXIT
            IF WS-CTL-NUM-OK AND WS-CTL-NUM >= 1
                    AND WS-CTL-NUM <= 999999
                MOVE WS-CTL-NUM TO WS-REPLACES-GEN
                SET WS-REPLACEMENT TO TRUE
            ELSE
                DISPLAY 'EXTRACT - REPLACE-GEN CARD OUT OF RANGE'
                    ' 1-999999 - ' WS-CTL-VALUE
                SET WS-RUNCTL-FAILED TO TRUE
            END-IF
        WHEN OTHER
            DISPLAY 'EXTRACT - UNKNOWN RUN-CONTROL CARD - '
                WS-CTL-KEYWORD
            SET WS-RUNCTL-FAILED TO TRUE
    END-EVALUATE.

106-APPLY-RUN-CONTROL-CARD-EXIT.
    EXIT.

107-PARSE-CARD-NUMBER.
    MOVE 0 TO WS-CTL-NUM
    MOVE 'N' TO WS-CTL-NUM-OK-SW
    IF WS-CTL-VALUE(1:1) = SPACE
        GO TO 107-PARSE-CARD-NUMBER-EXIT
    END-IF
    MOVE 'Y' TO WS-CTL-NUM-OK-SW
    PERFORM VARYING WS-CTL-IX FROM 1 BY 1
            UNTIL WS-CTL-IX > 40
               OR WS-CTL-VALUE(WS-CTL-IX:1) = SPACE
               OR NOT WS-CTL-NUM-OK
        IF WS-CTL-VALUE(WS-CTL-IX:1) IS NUMERIC
            IF WS-CTL-IX > 20
                MOVE 'N' TO WS-CTL-NUM-OK-SW
            ELSE
                MOVE WS-CTL-VALUE(WS-CTL-IX:1) TO WS-CTL-DIGIT
                COMPUTE WS-CTL-NUM = WS-CTL-NUM * 10 + WS-CTL-DIGIT
            END-IF
        ELSE
            MOVE 'N' TO WS-CTL-NUM-OK-SW
        END-IF
    END-PERFORM.

107-PARSE-CARD-NUMBER-EXIT.
    EXIT.

*> the generation number seeds from one when no control file is on
*> disk yet, and steps by one per cut so the receiving system can
*> spot a missed or duplicated transmission
110-NEXT-GENERATION-EXIT.
    EXIT.

*> the replaced generation's night comes off its own SUCCESS entry
*> on the audit trail, and everything after this point reads and
*> stamps that night instead of the processing date. A generation
*> the trail never saw cut, or one that already has a replacement
*> waiting on the open file, is refused before a number is spent.
120-LOCATE-REPLACED-GEN.
    MOVE 'N' TO WS-REPL-FOUND-SW
    OPEN INPUT AUDIT-FILE
    IF WS-AUDIT-STATUS NOT = '00'
        DISPLAY 'EXTRACT - UNABLE TO OPEN AUDIT-FILE, STATUS '
            WS-AUDIT-STATUS
        SET WS-EXTRACT-FAILED TO TRUE
        GO TO 120-LOCATE-REPLACED-GEN-EXIT
    END-IF

    PERFORM UNTIL WS-AUDIT-EOF
        READ AUDIT-FILE
            AT END SET WS-AUDIT-EOF TO TRUE
        END-READ
        IF NOT WS-AUDIT-EOF
            IF AUD-PROGRAM-ID = 'EXTRACT'
                    AND AUD-STATUS = 'SUCCESS'
                    AND AUD-FINAL-ANSWER = WS-REPLACES-GEN
                SET WS-REPL-FOUND TO TRUE
                MOVE AUD-RUN-DATE TO WS-REPL-DATE
            END-IF
        END-IF
    END-PERFORM

    CLOSE AUDIT-FILE
    MOVE 'N' TO WS-AUDIT-EOF-SW

    IF NOT WS-REPL-FOUND
        DISPLAY 'EXTRACT - NO SUCCESSFUL CUT OF GENERATION '
            WS-REPLACES-GEN ' ON THE AUDIT TRAIL'
        SET WS-EXTRACT-FAILED TO TRUE
        GO TO 120-LOCATE-REPLACED-GEN-EXIT
    END-IF

    OPEN INPUT OPENGEN-FILE
    IF WS-OPENGEN-STATUS = '00'
        PERFORM UNTIL WS-OPENGEN-EOF
            READ OPENGEN-FILE
                AT END SET WS-OPENGEN-EOF TO TRUE
            END-READ
            IF NOT WS-OPENGEN-EOF
                IF OGN-REPLACES-GEN IS NUMERIC
                        AND OGN-REPLACES-GEN = WS-REPLACES-GEN
                    DISPLAY 'EXTRACT - GENERATION ' WS-REPLACES-GEN
                        ' ALREADY REPLACED BY ' OGN-GENERATION
                        ' - AWAITING ACKNOWLEDGMENT'
                    SET WS-EXTRACT-FAILED TO TRUE
                END-IF
            END-IF
        END-PERFORM
        CLOSE OPENGEN-FILE
    END-IF
    IF WS-EXTRACT-FAILED
        GO TO 120-LOCATE-REPLACED-GEN-EXIT
    END-IF

    MOVE WS-REPL-DATE TO WS-AUD-DATE-FMT
    DISPLAY 'EXTRACT - REPLACEMENT CUT FOR GENERATION '
        WS-REPLACES-GEN ', NIGHT OF ' WS-AUD-DATE-FMT.

120-LOCATE-REPLACED-GEN-EXIT.
    EXIT.

200-READ-AUDIT-TRAIL.
    PERFORM VARYING WS-PG-IDX FROM 1 BY 1 UNTIL WS-PG-IDX > 3
        MOVE 'N' TO WS-LT-FOUND-SW(WS-PG-IDX)
    ELSE
        MOVE 'U' TO WS-HDR-USABLE
    END-IF
    IF WS-REPLACEMENT
        MOVE 'R' TO WS-HDR-CUT-TYPE
    ELSE
        MOVE 'N' TO WS-HDR-CUT-TYPE
    END-IF
    MOVE WS-REPLACES-GEN TO WS-HDR-REPLACES-GEN
    MOVE WS-HEADER-REC TO INTERFACE-REC
    WRITE INTERFACE-REC

    CLOSE INTERFACE-FILE

    DISPLAY 'EXTRACT - GENERATION ' WS-GENERATION ' CUT, '
        WS-DETAIL-COUNT ' DETAIL RECORDS, USABLE ' WS-HDR-USABLE
    IF WS-REPLACEMENT
        DISPLAY 'EXTRACT - GENERATION ' WS-GENERATION
            ' REPLACES GENERATION ' WS-REPLACES-GEN
    END-IF.

400-WRITE-INTERFACE-EXIT.
    EXIT.
    MOVE WS-GENERATION TO OGN-GENERATION
    MOVE WS-AUD-DATE-FMT TO OGN-RUN-DATE
    MOVE WS-AUD-TIME-FMT TO OGN-CUT-TIME
    MOVE WS-RUN-YYYY TO WS-CUT-YYYY
    MOVE WS-RUN-MM TO WS-CUT-MM
    MOVE WS-RUN-DD TO WS-CUT-DD
    MOVE WS-CUT-DATE-FMT TO OGN-CUT-DATE
    MOVE WS-DETAIL-COUNT TO OGN-REC-COUNT
    MOVE WS-HASH-TOTAL TO OGN-HASH-TOTAL
    MOVE 'O' TO OGN-STATUS
    MOVE WS-REPLACES-GEN TO OGN-REPLACES-GEN
    WRITE OPEN-GEN-REC
    IF WS-OPENGEN-STATUS NOT = '00'
        DISPLAY 'EXTRACT - UNABLE TO WRITE OPEN-GENERATION RECORD,'
    MOVE 'EXTRACT' TO AUD-PROGRAM-ID
    MOVE WS-AUD-DATE-FMT TO AUD-RUN-DATE
    MOVE WS-AUD-TIME-FMT TO AUD-RUN-TIME
    MOVE WS-CARD-VERSION TO AUD-CARD-VERSION
    MOVE '../utils/AUDIT.DAT' TO AUD-INPUT-FILE
    MOVE WS-GENERATION TO AUD-FINAL-ANSWER
    IF WS-EXTRACT-FAILED
