*> and offers a validate-only pass to prove the whole file good
*> before the batch window opens. The validate result is also the
*> return code, so the pass can be scripted ahead of the night.
*> Every session signs on with an operator id and the reason for the
*> changes; each card added, changed or deleted is saved as a new
*> numbered version of the file, stamped on the CARD-VERSION comment
*> card the programs read, and its before and after images go to
*> the run-control history file for the RUNCTLH report.
IDENTIFICATION DIVISION.
PROGRAM-ID. RUNCTLM.

    ASSIGN TO '../utils/RUNCTL.DAT'
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS WS-RUNCTL-STATUS.
SELECT RCHIST-FILE
    ASSIGN TO '../utils/RCHIST.DAT'
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS WS-RCHIST-STATUS.

DATA DIVISION.
    FILE SECTION.
        FD RUNCTL-FILE.
        01 RUNCTL-LINE PIC X(80).

        FD RCHIST-FILE.
        COPY RCHIST.

    WORKING-STORAGE SECTION.
        01 WS-RUNCTL-STATUS  PIC XX.
        01 WS-RUNCTL-EOF-SW  PIC X VALUE 'N'.
        *>   O - ON or OFF
        *>   P - file path, any non-blank value
        *>   D - calendar date keyed YYYYMMDD
        *>   S - exception severity W, E or F
        *>   V - exception severity W or E, no fail-the-night option
        01 WS-DICT-COUNT     PIC 9(3) VALUE 0.
        01 WS-MAX-DICTS      PIC 9(3) VALUE 50.
        01 WS-DICT-TABLE.
            88 WS-CHANGE-FOUND VALUE 'Y'.
        01 WS-REPLY          PIC X(40) VALUE SPACES.

        *> sign-on - nothing is changed without an operator id and a
        *> reason, and both go on every history record of the session
        01 WS-OPERATOR-ID    PIC X(8) VALUE SPACES.
        01 WS-CHANGE-REASON  PIC X(40) VALUE SPACES.
        01 WS-SIGNON-FAILED-SW PIC X VALUE 'N'.
            88 WS-SIGNON-FAILED VALUE 'Y'.

        *> card-file version - carried on a comment card so programs
        *> that do not look for it skip it like any other comment;
        *> the programs that do stamp it on their audit entries. A
        *> file with no version card is version zero, and the card
        *> is put at the top of the table when the file is loaded.
        01 WS-CARD-VERSION   PIC 9(6) VALUE 0.
        01 WS-VERSION-IDX    PIC 9(3) VALUE 0.
        01 WS-PRIOR-VERSION-CARD PIC X(80) VALUE SPACES.
        01 WS-VERSION-CARD.
            05 FILLER         PIC X(15) VALUE '* CARD-VERSION '.
            05 WS-VC-VERSION  PIC 9(6).
            05 FILLER         PIC X(7) VALUE ' SAVED '.
            05 WS-VC-DATE     PIC X(10).
            05 FILLER         PIC X(1) VALUE SPACE.
            05 WS-VC-TIME     PIC X(8).
            05 FILLER         PIC X(4) VALUE ' BY '.
            05 WS-VC-OPERATOR PIC X(8).
            05 FILLER         PIC X(21) VALUE SPACES.

        *> one save - the card images either side of the change, and
        *> the card to leave out of the rewrite on a delete
        01 WS-HIST-ACTION    PIC X(1) VALUE SPACE.
        01 WS-BEFORE-IMAGE   PIC X(80) VALUE SPACES.
        01 WS-AFTER-IMAGE    PIC X(80) VALUE SPACES.
        01 WS-SKIP-IDX       PIC 9(3) VALUE 0.
        01 WS-SAVE-FAILED-SW PIC X VALUE 'N'.
            88 WS-SAVE-FAILED VALUE 'Y'.
        01 WS-RCHIST-STATUS  PIC XX.
        01 WS-DELETE-IDX     PIC 9(3) VALUE 0.
        01 WS-SHIFT-IDX      PIC 9(3) VALUE 0.
        01 WS-WRITE-IDX      PIC 9(3) VALUE 0.
        01 WS-SAVE-DATE.
            05 WS-SAV-YYYY   PIC 9(4).
            05 WS-SAV-MM     PIC 9(2).
            05 WS-SAV-DD     PIC 9(2).
        01 WS-SAVE-TIME-RAW.
            05 WS-SAV-HH     PIC 9(2).
            05 WS-SAV-MI     PIC 9(2).
            05 WS-SAV-SS     PIC 9(2).
            05 FILLER        PIC 9(2).
        01 WS-SAVE-DATE-FMT.
            05 WS-SVF-YYYY   PIC 9(4).
            05 FILLER        PIC X VALUE '-'.
            05 WS-SVF-MM     PIC 9(2).
            05 FILLER        PIC X VALUE '-'.
            05 WS-SVF-DD     PIC 9(2).
        01 WS-SAVE-TIME-FMT.
            05 WS-SVF-HH     PIC 9(2).
            05 FILLER        PIC X VALUE ':'.
            05 WS-SVF-MI     PIC 9(2).
            05 FILLER        PIC X VALUE ':'.
            05 WS-SVF-SS     PIC 9(2).

PROCEDURE DIVISION.
100-MAIN.
    PERFORM 110-LOAD-DICTIONARY THRU 110-LOAD-DICTIONARY-EXIT
    PERFORM 120-LOAD-CARD-FILE THRU 120-LOAD-CARD-FILE-EXIT
    IF NOT WS-DONE AND WS-VERSION-IDX = 0
        PERFORM 125-INSERT-VERSION-CARD
            THRU 125-INSERT-VERSION-CARD-EXIT
    END-IF

    DISPLAY 'RUNCTLM - RUN-CONTROL CARD MAINTENANCE'
    DISPLAY 'CARDS ON FILE - ' WS-CARD-COUNT
    DISPLAY 'CARD FILE VERSION - ' WS-CARD-VERSION

    IF NOT WS-DONE
        PERFORM 130-SIGN-ON THRU 130-SIGN-ON-EXIT
    END-IF

    PERFORM 200-ONE-COMMAND THRU 200-ONE-COMMAND-EXIT
        UNTIL WS-DONE

    DISPLAY 'RUNCTLM - END OF MAINTENANCE'
    IF WS-LAST-VALIDATE-FAILED OR WS-SIGNON-FAILED
        MOVE 8 TO RETURN-CODE
    ELSE
        MOVE 0 TO RETURN-CODE
    MOVE 'P' TO WS-NEW-TYPE
    PERFORM 115-ADD-DICT-ENTRY THRU 115-ADD-DICT-ENTRY-EXIT

    MOVE 'PREEDIT' TO WS-NEW-PROGRAM
    MOVE 'DUPLICATE-SEVERITY' TO WS-NEW-KEYWORD
    MOVE 'S' TO WS-NEW-TYPE
    PERFORM 115-ADD-DICT-ENTRY THRU 115-ADD-DICT-ENTRY-EXIT

    MOVE 'DAY1_1' TO WS-NEW-PROGRAM
    MOVE 'INPUT-FILE' TO WS-NEW-KEYWORD
    MOVE 'P' TO WS-NEW-TYPE
    MOVE 'P' TO WS-NEW-TYPE
    PERFORM 115-ADD-DICT-ENTRY THRU 115-ADD-DICT-ENTRY-EXIT

    MOVE 'DAY2_1' TO WS-NEW-PROGRAM
    MOVE 'BAND-NIGHTS' TO WS-NEW-KEYWORD
    MOVE 'N' TO WS-NEW-TYPE
    MOVE 0 TO WS-NEW-MIN
    MOVE 30 TO WS-NEW-MAX
    PERFORM 115-ADD-DICT-ENTRY THRU 115-ADD-DICT-ENTRY-EXIT

    MOVE 'DAY2_1' TO WS-NEW-PROGRAM
    MOVE 'BAND-PERCENT' TO WS-NEW-KEYWORD
    MOVE 'N' TO WS-NEW-TYPE
    MOVE 1 TO WS-NEW-MIN
    MOVE 999 TO WS-NEW-MAX
    PERFORM 115-ADD-DICT-ENTRY THRU 115-ADD-DICT-ENTRY-EXIT

    MOVE 'DAY2_1' TO WS-NEW-PROGRAM
    MOVE 'BAND-SEVERITY' TO WS-NEW-KEYWORD
    MOVE 'V' TO WS-NEW-TYPE
    PERFORM 115-ADD-DICT-ENTRY THRU 115-ADD-DICT-ENTRY-EXIT

    MOVE 'DAY3_1' TO WS-NEW-PROGRAM
    MOVE 'MAX-STARTING-NUM' TO WS-NEW-KEYWORD
    MOVE 'N' TO WS-NEW-TYPE
    MOVE 'D' TO WS-NEW-TYPE
    PERFORM 115-ADD-DICT-ENTRY THRU 115-ADD-DICT-ENTRY-EXIT

    MOVE 'DAY_SUITE' TO WS-NEW-PROGRAM
    MOVE 'SIMULATE' TO WS-NEW-KEYWORD
    MOVE 'O' TO WS-NEW-TYPE
    PERFORM 115-ADD-DICT-ENTRY THRU 115-ADD-DICT-ENTRY-EXIT

    MOVE 'DAY_SUITE' TO WS-NEW-PROGRAM
    MOVE 'SIM-INPUT-FILE' TO WS-NEW-KEYWORD
    MOVE 'P' TO WS-NEW-TYPE
    PERFORM 115-ADD-DICT-ENTRY THRU 115-ADD-DICT-ENTRY-EXIT

    MOVE 'DAY_SUITE' TO WS-NEW-PROGRAM
    MOVE 'SIM-STARTNUMS-FILE' TO WS-NEW-KEYWORD
    MOVE 'P' TO WS-NEW-TYPE
    PERFORM 115-ADD-DICT-ENTRY THRU 115-ADD-DICT-ENTRY-EXIT

    MOVE 'DAY_SUITE' TO WS-NEW-PROGRAM
    MOVE 'SIM-CAPTCHA-FILE' TO WS-NEW-KEYWORD
    MOVE 'P' TO WS-NEW-TYPE
    PERFORM 115-ADD-DICT-ENTRY THRU 115-ADD-DICT-ENTRY-EXIT

    MOVE 'EXCPTOL' TO WS-NEW-PROGRAM
    MOVE 'TOL-WARNING' TO WS-NEW-KEYWORD
    MOVE 'N' TO WS-NEW-TYPE
    MOVE 'N' TO WS-NEW-TYPE
    MOVE 2 TO WS-NEW-MIN
    MOVE 99 TO WS-NEW-MAX
    PERFORM 115-ADD-DICT-ENTRY THRU 115-ADD-DICT-ENTRY-EXIT

    MOVE 'EXTRACT' TO WS-NEW-PROGRAM
    MOVE 'REPLACE-GEN' TO WS-NEW-KEYWORD
    MOVE 'N' TO WS-NEW-TYPE
    MOVE 1 TO WS-NEW-MIN
    MOVE 999999 TO WS-NEW-MAX
    PERFORM 115-ADD-DICT-ENTRY THRU 115-ADD-DICT-ENTRY-EXIT

    MOVE 'DAY1_1' TO WS-NEW-PROGRAM
    MOVE 'CORRECTION-RUN' TO WS-NEW-KEYWORD
    MOVE 'D' TO WS-NEW-TYPE
    PERFORM 115-ADD-DICT-ENTRY THRU 115-ADD-DICT-ENTRY-EXIT

    MOVE 'DAY2_1' TO WS-NEW-PROGRAM
    MOVE 'CORRECTION-RUN' TO WS-NEW-KEYWORD
    MOVE 'D' TO WS-NEW-TYPE
    PERFORM 115-ADD-DICT-ENTRY THRU 115-ADD-DICT-ENTRY-EXIT

    MOVE 'DAY3_1' TO WS-NEW-PROGRAM
    MOVE 'CORRECTION-RUN' TO WS-NEW-KEYWORD
    MOVE 'D' TO WS-NEW-TYPE
    PERFORM 115-ADD-DICT-ENTRY THRU 115-ADD-DICT-ENTRY-EXIT.

110-LOAD-DICTIONARY-EXIT.
            IF WS-CARD-COUNT < WS-MAX-CARDS
                ADD 1 TO WS-CARD-COUNT
                MOVE RUNCTL-LINE TO WS-CARD-LINE(WS-CARD-COUNT)
                IF RUNCTL-LINE(1:15) = '* CARD-VERSION '
                        AND RUNCTL-LINE(16:6) IS NUMERIC
                    MOVE RUNCTL-LINE(16:6) TO WS-CARD-VERSION
                    MOVE WS-CARD-COUNT TO WS-VERSION-IDX
                END-IF
            ELSE
                DISPLAY 'RUNCTLM - CARD TABLE FULL AT ' WS-MAX-CARDS
                    ' - REMAINING LINES NOT LOADED'
120-LOAD-CARD-FILE-EXIT.
    EXIT.

*> an unversioned file gets a version-zero card at the top of the
*> table - it reaches the disk with the first save, as version one
125-INSERT-VERSION-CARD.
    IF WS-CARD-COUNT NOT < WS-MAX-CARDS
        DISPLAY 'RUNCTLM - CARD TABLE FULL - NO ROOM FOR THE'
            ' CARD-VERSION CARD'
        SET WS-DONE TO TRUE
        GO TO 125-INSERT-VERSION-CARD-EXIT
    END-IF
    PERFORM VARYING WS-SHIFT-IDX FROM WS-CARD-COUNT BY -1
            UNTIL WS-SHIFT-IDX < 1
        MOVE WS-CARD-LINE(WS-SHIFT-IDX)
            TO WS-CARD-LINE(WS-SHIFT-IDX + 1)
    END-PERFORM
    ADD 1 TO WS-CARD-COUNT
    MOVE 1 TO WS-VERSION-IDX
    MOVE 0 TO WS-CARD-VERSION
    MOVE 0 TO WS-VC-VERSION
    MOVE SPACES TO WS-VC-DATE
    MOVE SPACES TO WS-VC-TIME
    MOVE SPACES TO WS-VC-OPERATOR
    MOVE WS-VERSION-CARD TO WS-CARD-LINE(1).

125-INSERT-VERSION-CARD-EXIT.
    EXIT.

*> no operator id or no reason ends the session before any command
130-SIGN-ON.
    DISPLAY 'OPERATOR ID:'
    MOVE SPACES TO WS-OPERATOR-ID
    ACCEPT WS-OPERATOR-ID
    INSPECT WS-OPERATOR-ID CONVERTING
        'abcdefghijklmnopqrstuvwxyz' TO
        'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
    IF WS-OPERATOR-ID = SPACES
        DISPLAY 'RUNCTLM - OPERATOR ID REQUIRED - SESSION ENDED'
        SET WS-SIGNON-FAILED TO TRUE
        SET WS-DONE TO TRUE
        GO TO 130-SIGN-ON-EXIT
    END-IF

    DISPLAY 'REASON FOR THIS SESSION:'
    MOVE SPACES TO WS-CHANGE-REASON
    ACCEPT WS-CHANGE-REASON
    INSPECT WS-CHANGE-REASON CONVERTING
        'abcdefghijklmnopqrstuvwxyz' TO
        'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
    IF WS-CHANGE-REASON = SPACES
        DISPLAY 'RUNCTLM - REASON REQUIRED - SESSION ENDED'
        SET WS-SIGNON-FAILED TO TRUE
        SET WS-DONE TO TRUE
    END-IF.

130-SIGN-ON-EXIT.
    EXIT.

200-ONE-COMMAND.
    DISPLAY ' '
    DISPLAY 'COMMAND (LIST / ADD / CHANGE / DELETE / VALIDATE /'
        ' END):'
    MOVE SPACES TO WS-COMMAND
    ACCEPT WS-COMMAND
    INSPECT WS-COMMAND CONVERTING
            PERFORM 400-ADD-CARD THRU 400-ADD-CARD-EXIT
        WHEN 'CHANGE'
            PERFORM 500-CHANGE-CARD THRU 500-CHANGE-CARD-EXIT
        WHEN 'DELETE'
            PERFORM 550-DELETE-CARD THRU 550-DELETE-CARD-EXIT
        WHEN 'VALIDATE'
            PERFORM 600-VALIDATE-CARDS THRU 600-VALIDATE-CARDS-EXIT
        WHEN 'END'
        INTO WS-CARD-LINE(WS-CARD-COUNT)
    END-STRING

    MOVE 'A' TO WS-HIST-ACTION
    MOVE SPACES TO WS-BEFORE-IMAGE
    MOVE WS-CARD-LINE(WS-CARD-COUNT) TO WS-AFTER-IMAGE
    MOVE 0 TO WS-SKIP-IDX
    PERFORM 690-SAVE-CARD-FILE THRU 690-SAVE-CARD-FILE-EXIT
    IF WS-SAVE-FAILED
        SUBTRACT 1 FROM WS-CARD-COUNT
        DISPLAY 'RUNCTLM - CARD NOT ADDED'
        GO TO 400-ADD-CARD-EXIT
    END-IF
    DISPLAY 'RUNCTLM - CARD ADDED - '
        WS-CARD-LINE(WS-CARD-COUNT).

        GO TO 500-CHANGE-CARD-EXIT
    END-IF

    MOVE WS-CARD-LINE(WS-CARD-IDX) TO WS-BEFORE-IMAGE
    MOVE SPACES TO WS-CARD-LINE(WS-CARD-IDX)
    STRING WS-CTL-PROGRAM DELIMITED BY SPACE
        ' ' DELIMITED BY SIZE
        INTO WS-CARD-LINE(WS-CARD-IDX)
    END-STRING

    MOVE 'C' TO WS-HIST-ACTION
    MOVE WS-CARD-LINE(WS-CARD-IDX) TO WS-AFTER-IMAGE
    MOVE 0 TO WS-SKIP-IDX
    PERFORM 690-SAVE-CARD-FILE THRU 690-SAVE-CARD-FILE-EXIT
    IF WS-SAVE-FAILED
        MOVE WS-BEFORE-IMAGE TO WS-CARD-LINE(WS-CARD-IDX)
        DISPLAY 'RUNCTLM - CARD NOT CHANGED'
        GO TO 500-CHANGE-CARD-EXIT
    END-IF
    DISPLAY 'RUNCTLM - CARD CHANGED - '
        WS-CARD-LINE(WS-CARD-IDX).

500-CHANGE-CARD-EXIT.
    EXIT.

*> delete goes by the card number LIST shows, so a card no program
*> accepts - the misspelling VALIDATE flags - can be taken off too.
*> The card is left out of the rewrite and only dropped from the
*> table once the save has gone through.
550-DELETE-CARD.
    DISPLAY 'CARD NUMBER TO DELETE:'
    MOVE SPACES TO WS-REPLY
    ACCEPT WS-REPLY
    MOVE WS-REPLY TO WS-CTL-VALUE
    PERFORM 640-PARSE-CARD-NUMBER THRU 640-PARSE-CARD-NUMBER-EXIT
    IF NOT WS-CTL-NUM-OK
            OR WS-CTL-NUM < 1
            OR WS-CTL-NUM > WS-CARD-COUNT
        DISPLAY 'RUNCTLM - NO SUCH CARD NUMBER - ' WS-REPLY
        GO TO 550-DELETE-CARD-EXIT
    END-IF
    MOVE WS-CTL-NUM TO WS-DELETE-IDX
    IF WS-DELETE-IDX = WS-VERSION-IDX
        DISPLAY 'RUNCTLM - THE CARD-VERSION CARD IS KEPT BY THIS'
            ' UTILITY AND CANNOT BE DELETED'
        GO TO 550-DELETE-CARD-EXIT
    END-IF

    DISPLAY 'CARD TO DELETE - ' WS-CARD-LINE(WS-DELETE-IDX)
    DISPLAY 'CONFIRM DELETE (Y/N):'
    MOVE SPACES TO WS-REPLY
    ACCEPT WS-REPLY
    IF WS-REPLY NOT = 'Y' AND WS-REPLY NOT = 'y'
        DISPLAY 'RUNCTLM - CARD NOT DELETED'
        GO TO 550-DELETE-CARD-EXIT
    END-IF

    MOVE 'D' TO WS-HIST-ACTION
    MOVE WS-CARD-LINE(WS-DELETE-IDX) TO WS-BEFORE-IMAGE
    MOVE SPACES TO WS-AFTER-IMAGE
    MOVE WS-DELETE-IDX TO WS-SKIP-IDX
    PERFORM 690-SAVE-CARD-FILE THRU 690-SAVE-CARD-FILE-EXIT
    MOVE 0 TO WS-SKIP-IDX
    IF WS-SAVE-FAILED
        DISPLAY 'RUNCTLM - CARD NOT DELETED'
        GO TO 550-DELETE-CARD-EXIT
    END-IF

    PERFORM VARYING WS-SHIFT-IDX FROM WS-DELETE-IDX BY 1
            UNTIL WS-SHIFT-IDX NOT < WS-CARD-COUNT
        MOVE WS-CARD-LINE(WS-SHIFT-IDX + 1)
            TO WS-CARD-LINE(WS-SHIFT-IDX)
    END-PERFORM
    MOVE SPACES TO WS-CARD-LINE(WS-CARD-COUNT)
    SUBTRACT 1 FROM WS-CARD-COUNT
    IF WS-DELETE-IDX < WS-VERSION-IDX
        SUBTRACT 1 FROM WS-VERSION-IDX
    END-IF
    DISPLAY 'RUNCTLM - CARD DELETED - ' WS-BEFORE-IMAGE.

550-DELETE-CARD-EXIT.
    EXIT.

*> the validate-only pass - every card gets the same edits the
*> owning program applies at startup, so the file is proven good
*> while someone is still in the building. A card naming a program
        WHEN 'D'
            PERFORM 650-EDIT-DATE-VALUE
                THRU 650-EDIT-DATE-VALUE-EXIT
        WHEN 'S'
            IF WS-CTL-VALUE NOT = 'W' AND WS-CTL-VALUE NOT = 'E'
                    AND WS-CTL-VALUE NOT = 'F'
                SET WS-EDIT-ERROR TO TRUE
                STRING WS-CTL-KEYWORD DELIMITED BY SPACE
                    ' MUST BE W, E OR F' DELIMITED BY SIZE
                    INTO WS-EDIT-MESSAGE
                END-STRING
            END-IF
        WHEN 'V'
            IF WS-CTL-VALUE NOT = 'W' AND WS-CTL-VALUE NOT = 'E'
                SET WS-EDIT-ERROR TO TRUE
                STRING WS-CTL-KEYWORD DELIMITED BY SPACE
                    ' MUST BE W OR E' DELIMITED BY SIZE
                    INTO WS-EDIT-MESSAGE
                END-STRING
            END-IF
        WHEN OTHER
            SET WS-EDIT-ERROR TO TRUE
            MOVE 'DICTIONARY ENTRY HAS NO EDIT TYPE'
650-EDIT-DATE-VALUE-EXIT.
    EXIT.

*> one save is one version - the history file is opened first so a
*> change that cannot be recorded is never made, then the version
*> card is stamped, the card file rewritten, and the before and
*> after images written under the new version number
690-SAVE-CARD-FILE.
    MOVE 'N' TO WS-SAVE-FAILED-SW
    OPEN EXTEND RCHIST-FILE
    IF WS-RCHIST-STATUS = '35'
        OPEN OUTPUT RCHIST-FILE
    END-IF
    IF WS-RCHIST-STATUS NOT = '00'
        DISPLAY 'RUNCTLM - UNABLE TO OPEN RCHIST-FILE, STATUS '
            WS-RCHIST-STATUS ' - CHANGE NOT SAVED'
        SET WS-SAVE-FAILED TO TRUE
        GO TO 690-SAVE-CARD-FILE-EXIT
    END-IF

    ACCEPT WS-SAVE-DATE FROM DATE YYYYMMDD
    ACCEPT WS-SAVE-TIME-RAW FROM TIME
    MOVE WS-SAV-YYYY TO WS-SVF-YYYY
    MOVE WS-SAV-MM TO WS-SVF-MM
    MOVE WS-SAV-DD TO WS-SVF-DD
    MOVE WS-SAV-HH TO WS-SVF-HH
    MOVE WS-SAV-MI TO WS-SVF-MI
    MOVE WS-SAV-SS TO WS-SVF-SS

    MOVE WS-CARD-LINE(WS-VERSION-IDX) TO WS-PRIOR-VERSION-CARD
    ADD 1 TO WS-CARD-VERSION
    MOVE WS-CARD-VERSION TO WS-VC-VERSION
    MOVE WS-SAVE-DATE-FMT TO WS-VC-DATE
    MOVE WS-SAVE-TIME-FMT TO WS-VC-TIME
    MOVE WS-OPERATOR-ID TO WS-VC-OPERATOR
    MOVE WS-VERSION-CARD TO WS-CARD-LINE(WS-VERSION-IDX)

    PERFORM 700-REWRITE-CARD-FILE THRU 700-REWRITE-CARD-FILE-EXIT
    IF WS-SAVE-FAILED
        MOVE WS-PRIOR-VERSION-CARD TO WS-CARD-LINE(WS-VERSION-IDX)
        SUBTRACT 1 FROM WS-CARD-VERSION
        CLOSE RCHIST-FILE
        GO TO 690-SAVE-CARD-FILE-EXIT
    END-IF

    MOVE WS-SAVE-DATE-FMT TO RCH-CHANGE-DATE
    MOVE WS-SAVE-TIME-FMT TO RCH-CHANGE-TIME
    MOVE WS-OPERATOR-ID TO RCH-OPERATOR
    MOVE WS-CARD-VERSION TO RCH-VERSION
    MOVE WS-HIST-ACTION TO RCH-ACTION
    MOVE WS-CHANGE-REASON TO RCH-REASON
    MOVE WS-BEFORE-IMAGE TO RCH-BEFORE-IMAGE
    MOVE WS-AFTER-IMAGE TO RCH-AFTER-IMAGE
    WRITE RUNCTL-HIST-REC
    IF WS-RCHIST-STATUS NOT = '00'
        DISPLAY 'RUNCTLM - CARD FILE SAVED AS VERSION '
            WS-CARD-VERSION ' BUT HISTORY WRITE FAILED, STATUS '
            WS-RCHIST-STATUS
    END-IF
    CLOSE RCHIST-FILE
    DISPLAY 'RUNCTLM - CARD FILE SAVED AS VERSION ' WS-CARD-VERSION.

690-SAVE-CARD-FILE-EXIT.
    EXIT.

700-REWRITE-CARD-FILE.
    OPEN OUTPUT RUNCTL-FILE
    IF WS-RUNCTL-STATUS NOT = '00'
        DISPLAY 'RUNCTLM - UNABLE TO REWRITE RUNCTL-FILE, STATUS '
            WS-RUNCTL-STATUS
        SET WS-SAVE-FAILED TO TRUE
        GO TO 700-REWRITE-CARD-FILE-EXIT
    END-IF

    PERFORM VARYING WS-WRITE-IDX FROM 1 BY 1
            UNTIL WS-WRITE-IDX > WS-CARD-COUNT
        IF WS-WRITE-IDX NOT = WS-SKIP-IDX
            MOVE WS-CARD-LINE(WS-WRITE-IDX) TO RUNCTL-LINE
            WRITE RUNCTL-LINE
            IF WS-RUNCTL-STATUS NOT = '00'
                DISPLAY 'RUNCTLM - CARD WRITE FAILED, STATUS '
                    WS-RUNCTL-STATUS
                SET WS-SAVE-FAILED TO TRUE
            END-IF
        END-IF
    END-PERFORM

