INPUT-OUTPUT SECTION.
FILE-CONTROL.
SELECT AUDIT-FILE
    ASSIGN TO DYNAMIC WS-AUDIT-PATH
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS WS-AUDIT-STATUS.
SELECT SUMMARY-FILE
SELECT WINDOW-RPT-FILE
    ASSIGN TO './utils/BATCHWIN.RPT'
    ORGANIZATION IS LINE SEQUENTIAL.
SELECT PRCHIST-FILE
    ASSIGN TO '../utils/PRCHIST.DAT'
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS WS-PRCHIST-STATUS.
SELECT DEPTMISS-FILE
    ASSIGN TO '../utils/DEPTMISS.DAT'
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS WS-DEPTMISS-STATUS.
SELECT EXCEPTS-FILE
    ASSIGN TO DYNAMIC WS-EXCEPTS-PATH
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS WS-EXCEPTS-STATUS.
SELECT SIMRSL-FILE
    ASSIGN TO '../utils/RESULTS.SIM'
    ORGANIZATION IS INDEXED
    ACCESS MODE IS RANDOM
    RECORD KEY IS RSL-KEY
    FILE STATUS IS WS-SIMRSL-STATUS.
SELECT SIMCOMP-FILE
    ASSIGN TO './utils/SIMCOMP.RPT'
    ORGANIZATION IS LINE SEQUENTIAL.
SELECT SIMCAND-FILE
    ASSIGN TO DYNAMIC WS-SIMCAND-PATH
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS WS-SIMCAND-STATUS.
SELECT SIMCOPY-FILE
    ASSIGN TO DYNAMIC WS-SIMCOPY-PATH
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS WS-SIMCOPY-STATUS.

DATA DIVISION.
    FILE SECTION.
        FD WINDOW-RPT-FILE.
        01 WINDOW-RPT-LINE PIC X(80).

        FD PRCHIST-FILE.
        COPY PRCHIST.

        *> DAY2_1's department check hand-off - the missing
        *> departments for the night, listed on the summary
        FD DEPTMISS-FILE.
        COPY DEPTMISS.

        *> the simulation comparison reads the production and the
        *> scratch exception files in turn through this one FD
        FD EXCEPTS-FILE.
        COPY EXCPTREC.

        *> scratch results master - only ever emptied here, the steps
        *> post to it during a simulation
        FD SIMRSL-FILE.
        COPY RSLTREC.

        FD SIMCOMP-FILE.
        01 SIMCOMP-LINE PIC X(80).

        *> a candidate input and the scratch copy the simulated steps
        *> run against - sized for the widest input, the captcha
        *> stream
        FD SIMCAND-FILE.
        01 SIMCAND-LINE PIC X(256).

        FD SIMCOPY-FILE.
        01 SIMCOPY-LINE PIC X(256).

    WORKING-STORAGE SECTION.
        01 WS-AUDIT-STATUS   PIC XX.
        01 WS-AUDIT-EOF-SW   PIC X VALUE 'N'.

        *> run-control card file - RESTART ON tells the driver to
        *> consume SUITERST.DAT and skip straight to the step that
        *> failed last night instead of re-running the whole suite,
        *> and is passed down on the processing-date record so a step
        *> that keeps its own checkpoint (DAY3_1) resumes from it
        *> rather than starting over; cards addressed to other
        *> programs are theirs to validate
        01 WS-RUNCTL-STATUS  PIC XX.
        01 WS-RUNCTL-EOF-SW  PIC X VALUE 'N'.
            88 WS-RUNCTL-EOF VALUE 'Y'.
        01 WS-RUNCTL-FAILED-SW PIC X VALUE 'N'.
            88 WS-RUNCTL-FAILED VALUE 'Y'.
        *> version of the card file read - stamped on the audit
        *> entry so the change history shows which cards a night
        *> ran under
        01 WS-CARD-VERSION   PIC 9(6) VALUE 0.
        *> one wider than the other programs' field - this program's
        *> own name is nine characters
        01 WS-CTL-PROGRAM    PIC X(9).
        01 WS-RESTART-MODE-SW PIC X VALUE 'N'.
            88 WS-RESTART-MODE VALUE 'Y'.

        *> simulation night - SIMULATE ON runs PREEDIT through
        *> EXCPTOL against the candidate inputs named on the SIM-
        *> cards, with every posting going to the scratch files
        *> (AUDIT.SIM, EXCEPTS.SIM, RESULTS.SIM) and the steps'
        *> reports under _SIM names. The production master, audit
        *> trail, exception file, DAY2_1 and DAY3_1 checkpoints,
        *> restart file, night log and processing-date history are
        *> not touched; the processing-date record is put back as it
        *> was found. SIMCOMP.RPT then sets the simulated night beside
        *> the figures already posted for the same processing date.
        *> The steps never see the candidates themselves - each is
        *> copied to a scratch input (INPUT.SIM, STARTNUMS.SIM,
        *> CAPTCHA.SIM) and PREEDIT stamps its trailer on the copy,
        *> so a candidate is left exactly as staged, fit to simulate
        *> again or to promote for the real rerun.
        01 WS-SIM-MODE-SW    PIC X VALUE 'N'.
            88 WS-SIM-MODE   VALUE 'Y'.
        01 WS-SIM-GRID-PATH  PIC X(40) VALUE SPACES.
        01 WS-SIM-STARTNUMS-PATH PIC X(40) VALUE SPACES.
        01 WS-SIM-CAPTCHA-PATH PIC X(40) VALUE SPACES.
        01 WS-SIM-GRID-COPY  PIC X(40) VALUE '../utils/INPUT.SIM'.
        01 WS-SIM-STARTNUMS-COPY PIC X(40)
            VALUE '../utils/STARTNUMS.SIM'.
        01 WS-SIM-CAPTCHA-COPY PIC X(40) VALUE '../utils/CAPTCHA.SIM'.
        01 WS-SIMCAND-PATH   PIC X(40) VALUE SPACES.
        01 WS-SIMCOPY-PATH   PIC X(40) VALUE SPACES.
        01 WS-SIMCAND-STATUS PIC XX.
        01 WS-SIMCOPY-STATUS PIC XX.
        01 WS-SIMCAND-EOF-SW PIC X VALUE 'N'.
            88 WS-SIMCAND-EOF VALUE 'Y'.
        01 WS-AUDIT-PATH     PIC X(40) VALUE '../utils/AUDIT.DAT'.
        01 WS-EXCEPTS-PATH   PIC X(40) VALUE '../utils/EXCEPTS.DAT'.
        01 WS-EXCEPTS-STATUS PIC XX.
        01 WS-EXCEPTS-EOF-SW PIC X VALUE 'N'.
            88 WS-EXCEPTS-EOF VALUE 'Y'.
        01 WS-SIMRSL-STATUS  PIC XX.
        01 WS-SIM-RESTORE-FAILED-SW PIC X VALUE 'N'.
            88 WS-SIM-RESTORE-FAILED VALUE 'Y'.
        *> the processing-date record the simulation displaced
        01 WS-PROCDATE-READ-SW PIC X VALUE 'N'.
            88 WS-PROCDATE-READ VALUE 'Y'.
        01 WS-SAVED-PROCDATE-SW PIC X VALUE 'N'.
            88 WS-SAVED-PROCDATE VALUE 'Y'.
        01 WS-SAVED-PROC-DATE-REC PIC X(135).
        01 WS-PRIOR-DATE.
            05 WS-PRI-YYYY   PIC 9(4).
            05 WS-PRI-MM     PIC 9(2).
            05 WS-PRI-DD     PIC 9(2).
        01 WS-PRIOR-DATE-SOURCE PIC X(1).

        *> the night's processing date - taken from the clock at the
        *> top of the night unless operations keyed a PROCESS-DATE
        *> card for a catch-up run, then written to PROCDATE.DAT for
        01 WS-MAX-DAY        PIC 9(2).
        01 WS-NONBUS-REASON  PIC X(12) VALUE SPACES.

        *> every processing date established goes on the history
        *> file with the wall-clock date it was set under, so the
        *> month-end report can pick out the catch-up runs
        01 WS-PRCHIST-STATUS PIC XX.
        01 WS-CLOCK-DATE.
            05 WS-CLK-YYYY   PIC 9(4).
            05 WS-CLK-MM     PIC 9(2).
            05 WS-CLK-DD     PIC 9(2).
        01 WS-CLOCK-DATE-FMT.
            05 WS-CLF-YYYY   PIC 9(4).
            05 FILLER        PIC X VALUE '-'.
            05 WS-CLF-MM     PIC 9(2).
            05 FILLER        PIC X VALUE '-'.
            05 WS-CLF-DD     PIC 9(2).

        *> step control - each called program hands back a condition
        *> code in RETURN-CODE, a nonzero code stops the night at
        *> that step, and the last completed step number is written
        01 WS-SUITE-FAILED-SW PIC X VALUE 'N'.
            88 WS-SUITE-FAILED VALUE 'Y'.
        01 WS-FAILED-STEP-NAME PIC X(8) VALUE SPACES.
        01 WS-AUDIT-STATUS-TEXT PIC X(10) VALUE SPACES.

        *> step timing - start and end of every called step go to
        *> the night log with the condition code, and the window
            05 WS-D1-INPUT-FILE    PIC X(40).
            05 WS-D1-FINAL-ANSWER  PIC 9(15).
            05 WS-D1-STATUS        PIC X(10).
            05 WS-D1-CARD-VERSION  PIC 9(6).
        01 WS-LAST-DAY2 VALUE SPACES.
            05 WS-D2-PROGRAM-ID    PIC X(8).
            05 WS-D2-RUN-DATE      PIC X(10).
            05 WS-D2-INPUT-FILE    PIC X(40).
            05 WS-D2-FINAL-ANSWER  PIC 9(15).
            05 WS-D2-STATUS        PIC X(10).
            05 WS-D2-CARD-VERSION  PIC 9(6).
        01 WS-LAST-DAY3 VALUE SPACES.
            05 WS-D3-PROGRAM-ID    PIC X(8).
            05 WS-D3-RUN-DATE      PIC X(10).
            05 WS-D3-INPUT-FILE    PIC X(40).
            05 WS-D3-FINAL-ANSWER  PIC 9(15).
            05 WS-D3-STATUS        PIC X(10).
            05 WS-D3-CARD-VERSION  PIC 9(6).

        01 WS-SUMMARY-HEADING-1 PIC X(80) VALUE
            'DAY_SUITE NIGHTLY BATCH SUMMARY'.
            05 FILLER                PIC X(38) VALUE
                'NO AUDIT-TRAIL ENTRY FOUND FOR TODAY'.

        01 WS-DEPTMISS-STATUS  PIC XX.
        01 WS-DEPTMISS-EOF-SW  PIC X VALUE 'N'.
            88 WS-DEPTMISS-EOF VALUE 'Y'.
        01 WS-SUMMARY-DEPT-HDR.
            05 FILLER          PIC X(36) VALUE
                'DEPARTMENTS DUE BUT NOT RECEIVED -  '.
            05 WS-SUM-DEPT-MISS PIC ZZ9.
            05 FILLER          PIC X(8) VALUE ' OF DUE '.
            05 WS-SUM-DEPT-DUE PIC ZZ9.
        01 WS-SUMMARY-DEPT-DETAIL.
            05 FILLER          PIC X(2) VALUE SPACES.
            05 WS-SUM-DEPT-BATCH PIC X(8).
            05 FILLER          PIC X(2) VALUE SPACES.
            05 WS-SUM-DEPT-NAME PIC X(30).
        01 WS-SUMMARY-DEPT-NONE PIC X(80) VALUE
            'DEPARTMENT CHECK - NO CHECK POSTED FOR THIS DATE'.
        01 WS-SUMMARY-DEPT-SKIP.
            05 FILLER          PIC X(19) VALUE
                'DEPARTMENT CHECK - '.
            05 WS-SUM-DEPT-SKIP PIC X(40).

        *> simulation step outcomes - condition code of each step the
        *> simulation called, a step the chain never reached is shown
        *> as not run
        01 WS-SIM-STEP-VALUES.
            05 FILLER PIC X(8) VALUE 'PREEDIT'.
            05 FILLER PIC X(8) VALUE 'DAY1_1'.
            05 FILLER PIC X(8) VALUE 'DAY2_1'.
            05 FILLER PIC X(8) VALUE 'DAY3_1'.
            05 FILLER PIC X(8) VALUE 'EXCPTOL'.
        01 WS-SIM-STEP-NAMES REDEFINES WS-SIM-STEP-VALUES.
            05 WS-SS-NAME PIC X(8) OCCURS 5 TIMES.
        01 WS-SIM-STEP-TABLE VALUE SPACES.
            05 WS-SIM-STEP-ENTRY OCCURS 5 TIMES.
                10 WS-SS-RAN PIC X(1).
                10 WS-SS-CC  PIC S9(4).
        01 WS-SS-IDX         PIC 9(1).

        *> production (side 1) against simulation (side 2) for each
        *> program compared - the last audit entry posted for the
        *> processing date stands on each side, as on the summary;
        *> exception counts leave out reversed and corrected records,
        *> as the tolerance gate does
        01 WS-CMP-VALUES.
            05 FILLER PIC X(8) VALUE 'DAY1_1'.
            05 FILLER PIC X(8) VALUE 'DAY2_1'.
            05 FILLER PIC X(8) VALUE 'DAY3_1'.
            05 FILLER PIC X(8) VALUE 'EXCPTOL'.
        01 WS-CMP-NAMES REDEFINES WS-CMP-VALUES.
            05 WS-CMP-NAME PIC X(8) OCCURS 4 TIMES.
        01 WS-CMP-TABLE.
            05 WS-CMP-PROGRAM OCCURS 4 TIMES.
                10 WS-CMP-SIDE-ENTRY OCCURS 2 TIMES.
                    15 WS-CMP-FOUND  PIC X(1).
                    15 WS-CMP-ANSWER PIC 9(15).
                    15 WS-CMP-STATUS PIC X(10).
                    15 WS-CMP-WARN   PIC 9(6).
                    15 WS-CMP-ERROR  PIC 9(6).
                    15 WS-CMP-FATAL  PIC 9(6).
                    15 WS-CMP-TOTAL  PIC 9(6).
        01 WS-CMP-SIDE       PIC 9(1).
        01 WS-CMP-IDX        PIC 9(1).
        01 WS-CMP-SCAN       PIC 9(1).
        01 WS-CMP-LOOKUP-ID  PIC X(8).
        01 WS-CMP-DIFF-SW    PIC X VALUE 'N'.
            88 WS-CMP-DIFFERENT VALUE 'Y'.
        01 WS-SIM-DIFF-COUNT PIC 9(3) VALUE 0.
        01 WS-GATE-TEXT      PIC X(8).

        01 WS-SIMCOMP-HEADING-1 PIC X(80) VALUE
            'DAY_SUITE SIMULATION COMPARISON'.
        01 WS-SIMCOMP-HEADING-2.
            05 FILLER          PIC X(16) VALUE 'PROCESSING DATE '.
            05 WS-SCH-RUN-DATE PIC X(10).
        01 WS-SIMCOMP-CANDIDATE.
            05 WS-SCC-LABEL    PIC X(27).
            05 WS-SCC-PATH     PIC X(40).
        01 WS-SIMCOMP-STEP-HDR PIC X(80) VALUE
            'SIMULATED STEP   CONDITION CODE'.
        01 WS-SIMCOMP-STEP-DETAIL.
            05 WS-SCS-STEP     PIC X(8).
            05 FILLER          PIC X(9) VALUE SPACES.
            05 WS-SCS-CC       PIC ZZZ9.
            05 WS-SCS-CC-X REDEFINES WS-SCS-CC PIC X(4).
            05 FILLER          PIC X(2) VALUE SPACES.
            05 WS-SCS-NOTE     PIC X(8).
        01 WS-SIMCOMP-ANS-TITLE PIC X(80) VALUE
            'FINAL ANSWERS'.
        01 WS-SIMCOMP-ANS-HDR.
            05 FILLER PIC X(40) VALUE
                'PROGRAM        PRODUCTION STATUS        '.
            05 FILLER PIC X(40) VALUE
                '   SIMULATED STATUS     FLAG            '.
        01 WS-SIMCOMP-ANS-DETAIL.
            05 WS-SCA-PROGRAM  PIC X(8).
            05 FILLER          PIC X(2) VALUE SPACES.
            05 WS-SCA-P-ANSWER PIC Z(14)9.
            05 WS-SCA-P-ANSWER-X REDEFINES WS-SCA-P-ANSWER
                               PIC X(15).
            05 FILLER          PIC X(1) VALUE SPACES.
            05 WS-SCA-P-STATUS PIC X(10).
            05 FILLER          PIC X(1) VALUE SPACES.
            05 WS-SCA-S-ANSWER PIC Z(14)9.
            05 WS-SCA-S-ANSWER-X REDEFINES WS-SCA-S-ANSWER
                               PIC X(15).
            05 FILLER          PIC X(1) VALUE SPACES.
            05 WS-SCA-S-STATUS PIC X(10).
            05 FILLER          PIC X(1) VALUE SPACES.
            05 WS-SCA-FLAG     PIC X(9).
        01 WS-SIMCOMP-EXC-TITLE.
            05 FILLER PIC X(40) VALUE
                'EXCEPTIONS LOGGED ------ PRODUCTION ----'.
            05 FILLER PIC X(40) VALUE
                '-- ------ SIMULATED -------             '.
        01 WS-SIMCOMP-EXC-HDR.
            05 FILLER PIC X(40) VALUE
                'PROGRAM               W     E     F  TOT'.
            05 FILLER PIC X(40) VALUE
                'AL     W     E     F  TOTAL  FLAG       '.
        01 WS-SIMCOMP-EXC-DETAIL.
            05 WS-SCE-PROGRAM  PIC X(8).
            05 FILLER          PIC X(10) VALUE SPACES.
            05 WS-SCE-P-WARN   PIC ZZZZ9.
            05 FILLER          PIC X(1) VALUE SPACES.
            05 WS-SCE-P-ERROR  PIC ZZZZ9.
            05 FILLER          PIC X(1) VALUE SPACES.
            05 WS-SCE-P-FATAL  PIC ZZZZ9.
            05 FILLER          PIC X(1) VALUE SPACES.
            05 WS-SCE-P-TOTAL  PIC ZZZZZ9.
            05 FILLER          PIC X(1) VALUE SPACES.
            05 WS-SCE-S-WARN   PIC ZZZZ9.
            05 FILLER          PIC X(1) VALUE SPACES.
            05 WS-SCE-S-ERROR  PIC ZZZZ9.
            05 FILLER          PIC X(1) VALUE SPACES.
            05 WS-SCE-S-FATAL  PIC ZZZZ9.
            05 FILLER          PIC X(1) VALUE SPACES.
            05 WS-SCE-S-TOTAL  PIC ZZZZZ9.
            05 FILLER          PIC X(2) VALUE SPACES.
            05 WS-SCE-FLAG     PIC X(9).
        01 WS-SIMCOMP-GATE-TITLE PIC X(80) VALUE
            'TOLERANCE GATE - ANSWER IS THE NIGHT''S EXCEPTION COUNT'.
        01 WS-SIMCOMP-DIFFS.
            05 FILLER          PIC X(14) VALUE 'DIFFERENCES - '.
            05 WS-SCD-COUNT    PIC ZZ9.
        01 WS-SIMCOMP-SAME PIC X(80) VALUE
            'SIMULATION MATCHES THE POSTED NIGHT - NO RERUN INDICATED'.
        01 WS-SIMCOMP-DIFFER.
            05 FILLER PIC X(41) VALUE
                'SIMULATION DIFFERS FROM THE POSTED NIGHT '.
            05 FILLER PIC X(39) VALUE
                '- REVIEW BEFORE RERUNNING THE NIGHT'.

PROCEDURE DIVISION.
100-MAIN.
    PERFORM 105-READ-RUN-CONTROL THRU 105-READ-RUN-CONTROL-EXIT
    PERFORM 104-EDIT-SIMULATION-CARDS
        THRU 104-EDIT-SIMULATION-CARDS-EXIT
    IF WS-RUNCTL-FAILED
        DISPLAY 'DAY_SUITE TERMINATED - RUN-CONTROL CARDS REJECTED'
        MOVE 'FAILED' TO WS-AUDIT-STATUS-TEXT
        MOVE 8 TO WS-SUITE-CC
        PERFORM 500-WRITE-AUDIT-RECORD THRU 500-WRITE-AUDIT-RECORD-EXIT
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF
    IF WS-RUNCTL-FAILED
        DISPLAY 'DAY_SUITE TERMINATED - PROCESSING DATE NOT'
            ' ESTABLISHED'
        MOVE 'FAILED' TO WS-AUDIT-STATUS-TEXT
        MOVE 8 TO WS-SUITE-CC
        PERFORM 500-WRITE-AUDIT-RECORD THRU 500-WRITE-AUDIT-RECORD-EXIT
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF

    IF WS-SIM-MODE
        PERFORM 170-RUN-SIMULATION THRU 170-RUN-SIMULATION-EXIT
        MOVE WS-SUITE-CC TO RETURN-CODE
        STOP RUN
    END-IF

    PERFORM 110-CHECK-RESTART THRU 110-CHECK-RESTART-EXIT
    PERFORM 120-RUN-STEPS THRU 120-RUN-STEPS-EXIT

    PERFORM 160-WRITE-WINDOW-REPORT
        THRU 160-WRITE-WINDOW-REPORT-EXIT

    IF WS-SUITE-FAILED
        MOVE 'FAILED' TO WS-AUDIT-STATUS-TEXT
    ELSE
        MOVE 'SUCCESS' TO WS-AUDIT-STATUS-TEXT
    END-IF
    PERFORM 500-WRITE-AUDIT-RECORD THRU 500-WRITE-AUDIT-RECORD-EXIT

    IF WS-SUITE-FAILED
        DISPLAY 'DAY_SUITE - NIGHT FAILED AT STEP ' WS-FAILED-STEP-NAME
            ' CONDITION CODE ' WS-SUITE-CC
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
        INTO WS-CTL-PROGRAM WS-CTL-KEYWORD WS-CTL-VALUE
    END-UNSTRING

    *> a replacement cut is a standalone EXTRACT run - left staged,
    *> the card would turn tonight's cut into another replacement of
    *> an old night, so the suite will not start with it on file
    IF WS-CTL-PROGRAM = 'EXTRACT' AND WS-CTL-KEYWORD = 'REPLACE-GEN'
        DISPLAY 'DAY_SUITE - EXTRACT REPLACE-GEN CARD IS STAGED -'
            ' REMOVE IT BEFORE THE NIGHTLY RUN'
        SET WS-RUNCTL-FAILED TO TRUE
        GO TO 106-APPLY-RUN-CONTROL-CARD-EXIT
    END-IF

    *> a correction rerun reposts an old night standalone - left
    *> staged, the card would repost that night in place of tonight's
    IF WS-CTL-KEYWORD = 'CORRECTION-RUN'
            AND (WS-CTL-PROGRAM = 'DAY1_1'
                OR WS-CTL-PROGRAM = 'DAY2_1'
                OR WS-CTL-PROGRAM = 'DAY3_1')
        DISPLAY 'DAY_SUITE - ' WS-CTL-PROGRAM ' CORRECTION-RUN CARD'
            ' IS STAGED - REMOVE IT BEFORE THE NIGHTLY RUN'
        SET WS-RUNCTL-FAILED TO TRUE
        GO TO 106-APPLY-RUN-CONTROL-CARD-EXIT
    END-IF

    IF WS-CTL-PROGRAM NOT = 'DAY_SUITE'
        GO TO 106-APPLY-RUN-CONTROL-CARD-EXIT
    END-IF
        WHEN 'PROCESS-DATE'
            PERFORM 103-EDIT-PROCESS-DATE-CARD
                THRU 103-EDIT-PROCESS-DATE-CARD-EXIT
        WHEN 'SIMULATE'
            EVALUATE WS-CTL-VALUE
                WHEN 'ON'
                    SET WS-SIM-MODE TO TRUE
                WHEN 'OFF'
                    MOVE 'N' TO WS-SIM-MODE-SW
                WHEN OTHER
                    DISPLAY 'DAY_SUITE - SIMULATE CARD MUST BE ON'
                        ' OR OFF - ' WS-CTL-VALUE
                    SET WS-RUNCTL-FAILED TO TRUE
            END-EVALUATE
        WHEN 'SIM-INPUT-FILE'
            IF WS-CTL-VALUE = SPACES
                DISPLAY 'DAY_SUITE - SIM-INPUT-FILE CARD HAS NO VALUE'
                SET WS-RUNCTL-FAILED TO TRUE
            ELSE
                MOVE WS-CTL-VALUE TO WS-SIM-GRID-PATH
            END-IF
        WHEN 'SIM-STARTNUMS-FILE'
            IF WS-CTL-VALUE = SPACES
                DISPLAY 'DAY_SUITE - SIM-STARTNUMS-FILE CARD HAS NO'
                    ' VALUE'
                SET WS-RUNCTL-FAILED TO TRUE
            ELSE
                MOVE WS-CTL-VALUE TO WS-SIM-STARTNUMS-PATH
            END-IF
        WHEN 'SIM-CAPTCHA-FILE'
            IF WS-CTL-VALUE = SPACES
                DISPLAY 'DAY_SUITE - SIM-CAPTCHA-FILE CARD HAS NO'
                    ' VALUE'
                SET WS-RUNCTL-FAILED TO TRUE
            ELSE
                MOVE WS-CTL-VALUE TO WS-SIM-CAPTCHA-PATH
            END-IF
        WHEN OTHER
            DISPLAY 'DAY_SUITE - UNKNOWN RUN-CONTROL CARD - '
                WS-CTL-KEYWORD
103-EDIT-PROCESS-DATE-CARD-EXIT.
    EXIT.

*> a simulation is a daytime what-if against re-cut inputs - it
*> does not resume a failed night, and with no candidate named it
*> would only replay the files the night already ran. The SIM- file
*> cards are inert without SIMULATE ON, so candidates can be staged
*> ahead of the run. Everything the suite itself writes from here
*> on, its own audit entry included, goes to the scratch trail.
104-EDIT-SIMULATION-CARDS.
    IF NOT WS-SIM-MODE
        GO TO 104-EDIT-SIMULATION-CARDS-EXIT
    END-IF

    MOVE '../utils/AUDIT.SIM' TO WS-AUDIT-PATH
    DISPLAY 'DAY_SUITE - SIMULATION MODE - NOTHING WILL BE POSTED'
        ' TO PRODUCTION'
    IF WS-RESTART-MODE
        DISPLAY 'DAY_SUITE - RESTART ON AND SIMULATE ON CANNOT RUN'
            ' TOGETHER'
        SET WS-RUNCTL-FAILED TO TRUE
    END-IF
    IF WS-SIM-GRID-PATH = SPACES
            AND WS-SIM-STARTNUMS-PATH = SPACES
            AND WS-SIM-CAPTCHA-PATH = SPACES
        DISPLAY 'DAY_SUITE - SIMULATE ON BUT NO SIM-INPUT-FILE,'
            ' SIM-STARTNUMS-FILE OR SIM-CAPTCHA-FILE CARD'
        SET WS-RUNCTL-FAILED TO TRUE
    END-IF.

104-EDIT-SIMULATION-CARDS-EXIT.
    EXIT.

*> one processing-date record per night, written before any step
*> runs - every step reads it in place of the system clock, so the
*> whole night's audit entries, results-master keys and interface
*> starts. A Saturday, Sunday or business-calendar holiday date is
*> flagged at the console before anything posts.
107-ESTABLISH-PROCESS-DATE.
    IF WS-SIM-MODE
        PERFORM 171-SAVE-PROCESS-DATE THRU 171-SAVE-PROCESS-DATE-EXIT
    END-IF

    IF WS-OVERRIDE-DATE
        MOVE WS-OVR-DATE TO WS-RUN-DATE
        SET PRC-OPERATOR-SET TO TRUE
        DISPLAY 'DAY_SUITE - OPERATOR PROCESS-DATE IN EFFECT - '
            WS-OVR-YYYY '-' WS-OVR-MM '-' WS-OVR-DD
    ELSE
        *> a simulation replays the night last established unless
        *> a PROCESS-DATE card names another
        IF WS-SIM-MODE AND WS-SAVED-PROCDATE
            MOVE WS-PRIOR-DATE TO WS-RUN-DATE
            MOVE WS-PRIOR-DATE-SOURCE TO PRC-DATE-SOURCE
        ELSE
            ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
            SET PRC-CLOCK-SET TO TRUE
        END-IF
    END-IF

    MOVE WS-RUN-YYYY TO PRC-YYYY
            ' - VERIFY BEFORE THE NIGHT POSTS'
    END-IF

    IF WS-SIM-MODE
        SET PRC-SIMULATION-RUN TO TRUE
        *> the steps are pointed at the scratch copies 172 makes,
        *> never at the candidates as staged
        MOVE SPACES TO PRC-SIM-GRID-FILE
        MOVE SPACES TO PRC-SIM-STARTNUMS-FILE
        MOVE SPACES TO PRC-SIM-CAPTCHA-FILE
        IF WS-SIM-GRID-PATH NOT = SPACES
            MOVE WS-SIM-GRID-COPY TO PRC-SIM-GRID-FILE
        END-IF
        IF WS-SIM-STARTNUMS-PATH NOT = SPACES
            MOVE WS-SIM-STARTNUMS-COPY TO PRC-SIM-STARTNUMS-FILE
        END-IF
        IF WS-SIM-CAPTCHA-PATH NOT = SPACES
            MOVE WS-SIM-CAPTCHA-COPY TO PRC-SIM-CAPTCHA-FILE
        END-IF
        DISPLAY 'DAY_SUITE - SIMULATING THE NIGHT OF ' PRC-RUN-DATE
    ELSE
        SET PRC-PRODUCTION-RUN TO TRUE
        MOVE SPACES TO PRC-SIM-GRID-FILE
        MOVE SPACES TO PRC-SIM-STARTNUMS-FILE
        MOVE SPACES TO PRC-SIM-CAPTCHA-FILE
    END-IF
    MOVE WS-RESTART-MODE-SW TO PRC-RESTART-FLAG

    OPEN OUTPUT PROCDATE-FILE
    IF WS-PROCDATE-STATUS NOT = '00'
        DISPLAY 'DAY_SUITE - UNABLE TO WRITE PROCDATE-FILE,'
    ELSE
        WRITE PROC-DATE-REC
        CLOSE PROCDATE-FILE
        *> a simulated night is not a processing date established
        IF NOT WS-SIM-MODE
            PERFORM 109-LOG-PROCESS-DATE
                THRU 109-LOG-PROCESS-DATE-EXIT
        END-IF
    END-IF.

107-ESTABLISH-PROCESS-DATE-EXIT.
    EXIT.

*> a history entry that will not write costs the month-end report
*> one line, not the night - it is reported and the suite goes on
109-LOG-PROCESS-DATE.
    ACCEPT WS-CLOCK-DATE FROM DATE YYYYMMDD
    MOVE WS-CLK-YYYY TO WS-CLF-YYYY
    MOVE WS-CLK-MM TO WS-CLF-MM
    MOVE WS-CLK-DD TO WS-CLF-DD
    ACCEPT WS-STEP-TIME-RAW FROM TIME
    MOVE WS-STP-HH TO WS-STF-HH
    MOVE WS-STP-MI TO WS-STF-MI
    MOVE WS-STP-SS TO WS-STF-SS

    MOVE PRC-RUN-DATE TO PHS-RUN-DATE
    MOVE PRC-DATE-SOURCE TO PHS-DATE-SOURCE
    MOVE PRC-BUSINESS-DAY TO PHS-BUSINESS-DAY
    MOVE WS-CLOCK-DATE-FMT TO PHS-CLOCK-DATE
    MOVE WS-STEP-TIME-FMT TO PHS-CLOCK-TIME
    MOVE WS-RESTART-MODE-SW TO PHS-RESTART

    OPEN EXTEND PRCHIST-FILE
    IF WS-PRCHIST-STATUS = '35'
        OPEN OUTPUT PRCHIST-FILE
    END-IF
    IF WS-PRCHIST-STATUS NOT = '00'
        DISPLAY 'DAY_SUITE - UNABLE TO OPEN PRCHIST-FILE, STATUS '
            WS-PRCHIST-STATUS
        GO TO 109-LOG-PROCESS-DATE-EXIT
    END-IF
    WRITE PROC-HIST-REC
    IF WS-PRCHIST-STATUS NOT = '00'
        DISPLAY 'DAY_SUITE - UNABLE TO WRITE PROCESSING-DATE'
            ' HISTORY, STATUS ' WS-PRCHIST-STATUS
    END-IF
    CLOSE PRCHIST-FILE.

109-LOG-PROCESS-DATE-EXIT.
    EXIT.

*> day of week by Zeller's congruence, then the holiday file - a
*> missing HOLIDAYS.DAT just means no holidays are on calendar
108-SET-CALENDAR-FLAGS.
120-RUN-STEPS-EXIT.
    EXIT.

*> a simulation keeps its step outcomes for the comparison report
*> and stays off the night log and the restart file
128-POST-STEP.
    MOVE RETURN-CODE TO WS-STEP-CC
    IF WS-SIM-MODE
        MOVE 'Y' TO WS-SS-RAN(WS-STEP-NO)
        MOVE WS-STEP-CC TO WS-SS-CC(WS-STEP-NO)
    ELSE
        PERFORM 129-LOG-STEP-TIME THRU 129-LOG-STEP-TIME-EXIT
    END-IF
    IF WS-STEP-CC = 0
        MOVE WS-STEP-NO TO WS-LAST-COMPLETED-STEP
        IF NOT WS-SIM-MODE
            PERFORM 140-WRITE-RESTART THRU 140-WRITE-RESTART-EXIT
        END-IF
    ELSE
        DISPLAY 'DAY_SUITE - STEP ' WS-STEP-NO ' ' WS-STEP-NAME
            ' FAILED, CONDITION CODE ' WS-STEP-CC
165-TALLY-LOG-ENTRY-EXIT.
    EXIT.

*> the simulation night - the scratch files emptied, the five steps
*> run against the candidates, the comparison printed, and the
*> processing-date record put back. The condition code is 0 when the
*> simulated night matches what is posted, 4 when anything differs
*> (a step that failed or never ran counts as a difference), 8 when
*> the simulation could not be set up or cleaned up.
170-RUN-SIMULATION.
    PERFORM 172-CLEAR-SIM-FILES THRU 172-CLEAR-SIM-FILES-EXIT
    IF WS-SUITE-FAILED
        DISPLAY 'DAY_SUITE - SIMULATION NOT RUN - SCRATCH FILES COULD'
            ' NOT BE PREPARED'
        MOVE 8 TO WS-SUITE-CC
    ELSE
        PERFORM 120-RUN-STEPS THRU 120-RUN-STEPS-EXIT
        PERFORM 180-WRITE-SIM-COMPARISON
            THRU 180-WRITE-SIM-COMPARISON-EXIT
        IF WS-SIM-DIFF-COUNT > 0
            MOVE 4 TO WS-SUITE-CC
        ELSE
            MOVE 0 TO WS-SUITE-CC
        END-IF
        DISPLAY 'DAY_SUITE - SIMULATION COMPLETE, ' WS-SIM-DIFF-COUNT
            ' DIFFERENCE(S) FROM THE POSTED NIGHT - SEE SIMCOMP.RPT'
    END-IF

    PERFORM 178-RESTORE-PROCESS-DATE
        THRU 178-RESTORE-PROCESS-DATE-EXIT
    IF WS-SIM-RESTORE-FAILED
        MOVE 8 TO WS-SUITE-CC
    END-IF

    MOVE '../utils/AUDIT.SIM' TO WS-AUDIT-PATH
    IF WS-SUITE-CC = 8
        MOVE 'FAILED' TO WS-AUDIT-STATUS-TEXT
    ELSE
        MOVE 'SIMULATED' TO WS-AUDIT-STATUS-TEXT
    END-IF
    PERFORM 500-WRITE-AUDIT-RECORD THRU 500-WRITE-AUDIT-RECORD-EXIT.

170-RUN-SIMULATION-EXIT.
    EXIT.

*> the record on file before the simulation - kept whole so it can
*> go back exactly as it was; one left behind by a simulation that
*> never finished is kept as the production record it should be
171-SAVE-PROCESS-DATE.
    MOVE 'N' TO WS-PROCDATE-READ-SW
    OPEN INPUT PROCDATE-FILE
    IF WS-PROCDATE-STATUS NOT = '00'
        GO TO 171-SAVE-PROCESS-DATE-EXIT
    END-IF
    READ PROCDATE-FILE
        AT END CONTINUE
        NOT AT END SET WS-PROCDATE-READ TO TRUE
    END-READ
    CLOSE PROCDATE-FILE

    IF NOT WS-PROCDATE-READ
            OR PRC-YYYY IS NOT NUMERIC
            OR PRC-MM IS NOT NUMERIC
            OR PRC-DD IS NOT NUMERIC
        GO TO 171-SAVE-PROCESS-DATE-EXIT
    END-IF

    IF PRC-SIMULATION-RUN
        DISPLAY 'DAY_SUITE - PROCESSING-DATE RECORD WAS LEFT BY AN'
            ' UNFINISHED SIMULATION - IT GOES BACK AS PRODUCTION'
        SET PRC-PRODUCTION-RUN TO TRUE
        MOVE SPACES TO PRC-SIM-GRID-FILE
        MOVE SPACES TO PRC-SIM-STARTNUMS-FILE
        MOVE SPACES TO PRC-SIM-CAPTCHA-FILE
    END-IF
    MOVE PROC-DATE-REC TO WS-SAVED-PROC-DATE-REC
    SET WS-SAVED-PROCDATE TO TRUE
    MOVE PRC-YYYY TO WS-PRI-YYYY
    MOVE PRC-MM TO WS-PRI-MM
    MOVE PRC-DD TO WS-PRI-DD
    MOVE PRC-DATE-SOURCE TO WS-PRIOR-DATE-SOURCE.

171-SAVE-PROCESS-DATE-EXIT.
    EXIT.

*> the steps extend the scratch trail and exception file and post
*> the scratch master by key - each simulation starts them empty so
*> the comparison sees only what this simulation produced. Each
*> candidate named is then copied to its scratch input, since
*> PREEDIT stamps a control trailer on whatever file it edits.
172-CLEAR-SIM-FILES.
    OPEN OUTPUT AUDIT-FILE
    IF WS-AUDIT-STATUS NOT = '00'
        DISPLAY 'DAY_SUITE - UNABLE TO CLEAR ' WS-AUDIT-PATH
            ', STATUS ' WS-AUDIT-STATUS
        SET WS-SUITE-FAILED TO TRUE
        GO TO 172-CLEAR-SIM-FILES-EXIT
    END-IF
    CLOSE AUDIT-FILE

    MOVE '../utils/EXCEPTS.SIM' TO WS-EXCEPTS-PATH
    OPEN OUTPUT EXCEPTS-FILE
    IF WS-EXCEPTS-STATUS NOT = '00'
        DISPLAY 'DAY_SUITE - UNABLE TO CLEAR ' WS-EXCEPTS-PATH
            ', STATUS ' WS-EXCEPTS-STATUS
        SET WS-SUITE-FAILED TO TRUE
        GO TO 172-CLEAR-SIM-FILES-EXIT
    END-IF
    CLOSE EXCEPTS-FILE

    OPEN OUTPUT SIMRSL-FILE
    IF WS-SIMRSL-STATUS NOT = '00'
        DISPLAY 'DAY_SUITE - UNABLE TO CLEAR RESULTS.SIM, STATUS '
            WS-SIMRSL-STATUS
        SET WS-SUITE-FAILED TO TRUE
        GO TO 172-CLEAR-SIM-FILES-EXIT
    END-IF
    CLOSE SIMRSL-FILE

    IF WS-SIM-GRID-PATH NOT = SPACES
        MOVE WS-SIM-GRID-PATH TO WS-SIMCAND-PATH
        MOVE WS-SIM-GRID-COPY TO WS-SIMCOPY-PATH
        PERFORM 173-COPY-CANDIDATE THRU 173-COPY-CANDIDATE-EXIT
    END-IF
    IF WS-SIM-STARTNUMS-PATH NOT = SPACES AND NOT WS-SUITE-FAILED
        MOVE WS-SIM-STARTNUMS-PATH TO WS-SIMCAND-PATH
        MOVE WS-SIM-STARTNUMS-COPY TO WS-SIMCOPY-PATH
        PERFORM 173-COPY-CANDIDATE THRU 173-COPY-CANDIDATE-EXIT
    END-IF
    IF WS-SIM-CAPTCHA-PATH NOT = SPACES AND NOT WS-SUITE-FAILED
        MOVE WS-SIM-CAPTCHA-PATH TO WS-SIMCAND-PATH
        MOVE WS-SIM-CAPTCHA-COPY TO WS-SIMCOPY-PATH
        PERFORM 173-COPY-CANDIDATE THRU 173-COPY-CANDIDATE-EXIT
    END-IF.

172-CLEAR-SIM-FILES-EXIT.
    EXIT.

*> record for record - the candidate is only ever opened for input
173-COPY-CANDIDATE.
    MOVE 'N' TO WS-SIMCAND-EOF-SW
    OPEN INPUT SIMCAND-FILE
    IF WS-SIMCAND-STATUS NOT = '00'
        DISPLAY 'DAY_SUITE - UNABLE TO OPEN CANDIDATE ' WS-SIMCAND-PATH
            ', STATUS ' WS-SIMCAND-STATUS
        SET WS-SUITE-FAILED TO TRUE
        GO TO 173-COPY-CANDIDATE-EXIT
    END-IF
    OPEN OUTPUT SIMCOPY-FILE
    IF WS-SIMCOPY-STATUS NOT = '00'
        DISPLAY 'DAY_SUITE - UNABLE TO OPEN ' WS-SIMCOPY-PATH
            ', STATUS ' WS-SIMCOPY-STATUS
        SET WS-SUITE-FAILED TO TRUE
        CLOSE SIMCAND-FILE
        GO TO 173-COPY-CANDIDATE-EXIT
    END-IF

    PERFORM UNTIL WS-SIMCAND-EOF
        READ SIMCAND-FILE
            AT END SET WS-SIMCAND-EOF TO TRUE
        END-READ
        IF NOT WS-SIMCAND-EOF
            WRITE SIMCOPY-LINE FROM SIMCAND-LINE
            IF WS-SIMCOPY-STATUS NOT = '00'
                DISPLAY 'DAY_SUITE - UNABLE TO WRITE ' WS-SIMCOPY-PATH
                    ', STATUS ' WS-SIMCOPY-STATUS
                SET WS-SUITE-FAILED TO TRUE
                SET WS-SIMCAND-EOF TO TRUE
            END-IF
        END-IF
    END-PERFORM

    CLOSE SIMCAND-FILE
    CLOSE SIMCOPY-FILE.

173-COPY-CANDIDATE-EXIT.
    EXIT.

*> the production record goes back as the simulation found it; with
*> none on file beforehand the simulated date is left behind marked
*> production, so no later standalone step takes itself for part of
*> a simulation
178-RESTORE-PROCESS-DATE.
    IF WS-SAVED-PROCDATE
        MOVE WS-SAVED-PROC-DATE-REC TO PROC-DATE-REC
    ELSE
        SET PRC-PRODUCTION-RUN TO TRUE
        MOVE SPACES TO PRC-SIM-GRID-FILE
        MOVE SPACES TO PRC-SIM-STARTNUMS-FILE
        MOVE SPACES TO PRC-SIM-CAPTCHA-FILE
    END-IF

    OPEN OUTPUT PROCDATE-FILE
    IF WS-PROCDATE-STATUS NOT = '00'
        DISPLAY 'DAY_SUITE - UNABLE TO RESTORE PROCDATE-FILE, STATUS '
            WS-PROCDATE-STATUS ' - RE-ESTABLISH IT BEFORE ANY'
            ' STANDALONE STEP RUNS'
        SET WS-SIM-RESTORE-FAILED TO TRUE
        GO TO 178-RESTORE-PROCESS-DATE-EXIT
    END-IF
    WRITE PROC-DATE-REC
    CLOSE PROCDATE-FILE.

178-RESTORE-PROCESS-DATE-EXIT.
    EXIT.

*> SIMCOMP.RPT - the candidates run, each simulated step's condition
*> code, then the final answers, the exception counts and the
*> tolerance-gate outcome, production beside simulation, each row
*> flagged SAME or DIFFERENT
180-WRITE-SIM-COMPARISON.
    INITIALIZE WS-CMP-TABLE
    MOVE 0 TO WS-SIM-DIFF-COUNT

    MOVE '../utils/AUDIT.DAT' TO WS-AUDIT-PATH
    MOVE 1 TO WS-CMP-SIDE
    PERFORM 182-LOAD-AUDIT-SIDE THRU 182-LOAD-AUDIT-SIDE-EXIT
    MOVE '../utils/AUDIT.SIM' TO WS-AUDIT-PATH
    MOVE 2 TO WS-CMP-SIDE
    PERFORM 182-LOAD-AUDIT-SIDE THRU 182-LOAD-AUDIT-SIDE-EXIT

    MOVE '../utils/EXCEPTS.DAT' TO WS-EXCEPTS-PATH
    MOVE 1 TO WS-CMP-SIDE
    PERFORM 184-LOAD-EXCEPTS-SIDE THRU 184-LOAD-EXCEPTS-SIDE-EXIT
    MOVE '../utils/EXCEPTS.SIM' TO WS-EXCEPTS-PATH
    MOVE 2 TO WS-CMP-SIDE
    PERFORM 184-LOAD-EXCEPTS-SIDE THRU 184-LOAD-EXCEPTS-SIDE-EXIT

    OPEN OUTPUT SIMCOMP-FILE
    MOVE WS-SIMCOMP-HEADING-1 TO SIMCOMP-LINE
    WRITE SIMCOMP-LINE
    MOVE WS-PROC-DATE-FMT TO WS-SCH-RUN-DATE
    MOVE WS-SIMCOMP-HEADING-2 TO SIMCOMP-LINE
    WRITE SIMCOMP-LINE
    MOVE SPACES TO SIMCOMP-LINE
    WRITE SIMCOMP-LINE

    MOVE 'CANDIDATE GRID EXTRACT' TO WS-SCC-LABEL
    MOVE WS-SIM-GRID-PATH TO WS-SCC-PATH
    PERFORM 181-WRITE-CANDIDATE-LINE THRU 181-WRITE-CANDIDATE-LINE-EXIT
    MOVE 'CANDIDATE STARTING NUMBERS' TO WS-SCC-LABEL
    MOVE WS-SIM-STARTNUMS-PATH TO WS-SCC-PATH
    PERFORM 181-WRITE-CANDIDATE-LINE THRU 181-WRITE-CANDIDATE-LINE-EXIT
    MOVE 'CANDIDATE CAPTCHA STREAM' TO WS-SCC-LABEL
    MOVE WS-SIM-CAPTCHA-PATH TO WS-SCC-PATH
    PERFORM 181-WRITE-CANDIDATE-LINE THRU 181-WRITE-CANDIDATE-LINE-EXIT

    MOVE SPACES TO SIMCOMP-LINE
    WRITE SIMCOMP-LINE
    MOVE WS-SIMCOMP-STEP-HDR TO SIMCOMP-LINE
    WRITE SIMCOMP-LINE
    PERFORM VARYING WS-SS-IDX FROM 1 BY 1 UNTIL WS-SS-IDX > 5
        MOVE WS-SS-NAME(WS-SS-IDX) TO WS-SCS-STEP
        IF WS-SS-RAN(WS-SS-IDX) = 'Y'
            MOVE WS-SS-CC(WS-SS-IDX) TO WS-SCS-CC
            IF WS-SS-CC(WS-SS-IDX) = 0
                MOVE SPACES TO WS-SCS-NOTE
            ELSE
                MOVE 'FAILED' TO WS-SCS-NOTE
            END-IF
        ELSE
            MOVE SPACES TO WS-SCS-CC-X
            MOVE 'NOT RUN' TO WS-SCS-NOTE
        END-IF
        MOVE WS-SIMCOMP-STEP-DETAIL TO SIMCOMP-LINE
        WRITE SIMCOMP-LINE
    END-PERFORM

    MOVE SPACES TO SIMCOMP-LINE
    WRITE SIMCOMP-LINE
    MOVE WS-SIMCOMP-ANS-TITLE TO SIMCOMP-LINE
    WRITE SIMCOMP-LINE
    MOVE WS-SIMCOMP-ANS-HDR TO SIMCOMP-LINE
    WRITE SIMCOMP-LINE
    PERFORM VARYING WS-CMP-IDX FROM 1 BY 1 UNTIL WS-CMP-IDX > 3
        PERFORM 186-WRITE-ANSWER-ROW THRU 186-WRITE-ANSWER-ROW-EXIT
    END-PERFORM

    MOVE SPACES TO SIMCOMP-LINE
    WRITE SIMCOMP-LINE
    MOVE WS-SIMCOMP-EXC-TITLE TO SIMCOMP-LINE
    WRITE SIMCOMP-LINE
    MOVE WS-SIMCOMP-EXC-HDR TO SIMCOMP-LINE
    WRITE SIMCOMP-LINE
    PERFORM VARYING WS-CMP-IDX FROM 1 BY 1 UNTIL WS-CMP-IDX > 3
        PERFORM 188-WRITE-EXCEPTION-ROW
            THRU 188-WRITE-EXCEPTION-ROW-EXIT
    END-PERFORM

    MOVE SPACES TO SIMCOMP-LINE
    WRITE SIMCOMP-LINE
    MOVE WS-SIMCOMP-GATE-TITLE TO SIMCOMP-LINE
    WRITE SIMCOMP-LINE
    MOVE WS-SIMCOMP-ANS-HDR TO SIMCOMP-LINE
    WRITE SIMCOMP-LINE
    MOVE 4 TO WS-CMP-IDX
    PERFORM 186-WRITE-ANSWER-ROW THRU 186-WRITE-ANSWER-ROW-EXIT

    MOVE SPACES TO SIMCOMP-LINE
    WRITE SIMCOMP-LINE
    MOVE WS-SIM-DIFF-COUNT TO WS-SCD-COUNT
    MOVE WS-SIMCOMP-DIFFS TO SIMCOMP-LINE
    WRITE SIMCOMP-LINE
    IF WS-SIM-DIFF-COUNT = 0
        MOVE WS-SIMCOMP-SAME TO SIMCOMP-LINE
    ELSE
        MOVE WS-SIMCOMP-DIFFER TO SIMCOMP-LINE
    END-IF
    WRITE SIMCOMP-LINE

    CLOSE SIMCOMP-FILE.

180-WRITE-SIM-COMPARISON-EXIT.
    EXIT.

181-WRITE-CANDIDATE-LINE.
    IF WS-SCC-PATH = SPACES
        MOVE 'NONE - PRODUCTION FILE STOOD' TO WS-SCC-PATH
    END-IF
    MOVE WS-SIMCOMP-CANDIDATE TO SIMCOMP-LINE
    WRITE SIMCOMP-LINE.

181-WRITE-CANDIDATE-LINE-EXIT.
    EXIT.

*> the last entry each compared program posted for the processing
*> date - a rerun or a backout's REVERSED entry supersedes the one
*> before it, just as on the nightly summary
182-LOAD-AUDIT-SIDE.
    MOVE 'N' TO WS-AUDIT-EOF-SW
    OPEN INPUT AUDIT-FILE
    IF WS-AUDIT-STATUS NOT = '00'
        DISPLAY 'DAY_SUITE - UNABLE TO OPEN ' WS-AUDIT-PATH
            ', STATUS ' WS-AUDIT-STATUS
        GO TO 182-LOAD-AUDIT-SIDE-EXIT
    END-IF

    PERFORM UNTIL WS-AUDIT-EOF
        READ AUDIT-FILE
            AT END SET WS-AUDIT-EOF TO TRUE
        END-READ
        IF NOT WS-AUDIT-EOF AND AUD-RUN-DATE = WS-PROC-DATE-FMT
            MOVE AUD-PROGRAM-ID TO WS-CMP-LOOKUP-ID
            PERFORM 183-FIND-CMP-PROGRAM
                THRU 183-FIND-CMP-PROGRAM-EXIT
            IF WS-CMP-IDX > 0
                MOVE 'Y' TO WS-CMP-FOUND(WS-CMP-IDX, WS-CMP-SIDE)
                MOVE AUD-FINAL-ANSWER
                    TO WS-CMP-ANSWER(WS-CMP-IDX, WS-CMP-SIDE)
                MOVE AUD-STATUS
                    TO WS-CMP-STATUS(WS-CMP-IDX, WS-CMP-SIDE)
            END-IF
        END-IF
    END-PERFORM

    CLOSE AUDIT-FILE.

182-LOAD-AUDIT-SIDE-EXIT.
    EXIT.

183-FIND-CMP-PROGRAM.
    MOVE 0 TO WS-CMP-IDX
    PERFORM VARYING WS-CMP-SCAN FROM 1 BY 1 UNTIL WS-CMP-SCAN > 4
        IF WS-CMP-NAME(WS-CMP-SCAN) = WS-CMP-LOOKUP-ID
            MOVE WS-CMP-SCAN TO WS-CMP-IDX
        END-IF
    END-PERFORM.

183-FIND-CMP-PROGRAM-EXIT.
    EXIT.

*> live exceptions for the processing date by program and severity -
*> a missing scratch or production file simply counts nothing
184-LOAD-EXCEPTS-SIDE.
    MOVE 'N' TO WS-EXCEPTS-EOF-SW
    OPEN INPUT EXCEPTS-FILE
    IF WS-EXCEPTS-STATUS NOT = '00'
        GO TO 184-LOAD-EXCEPTS-SIDE-EXIT
    END-IF

    PERFORM UNTIL WS-EXCEPTS-EOF
        READ EXCEPTS-FILE
            AT END SET WS-EXCEPTS-EOF TO TRUE
        END-READ
        IF NOT WS-EXCEPTS-EOF
                AND EXC-RUN-DATE = WS-PROC-DATE-FMT
                AND NOT EXC-REVERSED
                AND NOT EXC-CORRECTED
            MOVE EXC-PROGRAM-ID TO WS-CMP-LOOKUP-ID
            PERFORM 183-FIND-CMP-PROGRAM
                THRU 183-FIND-CMP-PROGRAM-EXIT
            IF WS-CMP-IDX > 0
                ADD 1 TO WS-CMP-TOTAL(WS-CMP-IDX, WS-CMP-SIDE)
                EVALUATE EXC-SEVERITY
                    WHEN 'W'
                        ADD 1 TO WS-CMP-WARN(WS-CMP-IDX, WS-CMP-SIDE)
                    WHEN 'E'
                        ADD 1 TO WS-CMP-ERROR(WS-CMP-IDX, WS-CMP-SIDE)
                    WHEN 'F'
                        ADD 1 TO WS-CMP-FATAL(WS-CMP-IDX, WS-CMP-SIDE)
                END-EVALUATE
            END-IF
        END-IF
    END-PERFORM

    CLOSE EXCEPTS-FILE.

184-LOAD-EXCEPTS-SIDE-EXIT.
    EXIT.

*> one answer row - a side with no entry shows NOT POSTED or NOT RUN;
*> the tolerance gate row shows PASSED or FAILED in place of the
*> step status and is judged on that outcome alone, its count being
*> the exception rows above
186-WRITE-ANSWER-ROW.
    MOVE 'N' TO WS-CMP-DIFF-SW
    MOVE WS-CMP-NAME(WS-CMP-IDX) TO WS-SCA-PROGRAM

    IF WS-CMP-FOUND(WS-CMP-IDX, 1) = 'Y'
        MOVE WS-CMP-ANSWER(WS-CMP-IDX, 1) TO WS-SCA-P-ANSWER
        MOVE WS-CMP-STATUS(WS-CMP-IDX, 1) TO WS-SCA-P-STATUS
    ELSE
        MOVE SPACES TO WS-SCA-P-ANSWER-X
        MOVE 'NOT POSTED' TO WS-SCA-P-STATUS
        SET WS-CMP-DIFFERENT TO TRUE
    END-IF
    IF WS-CMP-FOUND(WS-CMP-IDX, 2) = 'Y'
        MOVE WS-CMP-ANSWER(WS-CMP-IDX, 2) TO WS-SCA-S-ANSWER
        MOVE WS-CMP-STATUS(WS-CMP-IDX, 2) TO WS-SCA-S-STATUS
    ELSE
        MOVE SPACES TO WS-SCA-S-ANSWER-X
        MOVE 'NOT RUN' TO WS-SCA-S-STATUS
        SET WS-CMP-DIFFERENT TO TRUE
    END-IF

    IF WS-CMP-NAME(WS-CMP-IDX) = 'EXCPTOL'
        IF WS-CMP-FOUND(WS-CMP-IDX, 1) = 'Y'
            MOVE WS-SCA-P-STATUS TO WS-GATE-TEXT
            PERFORM 187-SET-GATE-TEXT THRU 187-SET-GATE-TEXT-EXIT
            MOVE WS-GATE-TEXT TO WS-SCA-P-STATUS
        END-IF
        IF WS-CMP-FOUND(WS-CMP-IDX, 2) = 'Y'
            MOVE WS-SCA-S-STATUS TO WS-GATE-TEXT
            PERFORM 187-SET-GATE-TEXT THRU 187-SET-GATE-TEXT-EXIT
            MOVE WS-GATE-TEXT TO WS-SCA-S-STATUS
        END-IF
    ELSE
        IF WS-CMP-ANSWER(WS-CMP-IDX, 1) NOT =
                WS-CMP-ANSWER(WS-CMP-IDX, 2)
            SET WS-CMP-DIFFERENT TO TRUE
        END-IF
    END-IF
    IF WS-CMP-STATUS(WS-CMP-IDX, 1) NOT =
            WS-CMP-STATUS(WS-CMP-IDX, 2)
        SET WS-CMP-DIFFERENT TO TRUE
    END-IF

    IF WS-CMP-DIFFERENT
        MOVE 'DIFFERENT' TO WS-SCA-FLAG
        ADD 1 TO WS-SIM-DIFF-COUNT
    ELSE
        MOVE 'SAME' TO WS-SCA-FLAG
    END-IF
    MOVE WS-SIMCOMP-ANS-DETAIL TO SIMCOMP-LINE
    WRITE SIMCOMP-LINE.

186-WRITE-ANSWER-ROW-EXIT.
    EXIT.

187-SET-GATE-TEXT.
    EVALUATE WS-GATE-TEXT
        WHEN 'SUCCESS'
            MOVE 'PASSED' TO WS-GATE-TEXT
        WHEN 'FAILED'
            MOVE 'FAILED' TO WS-GATE-TEXT
        WHEN OTHER
            CONTINUE
    END-EVALUATE.

187-SET-GATE-TEXT-EXIT.
    EXIT.

188-WRITE-EXCEPTION-ROW.
    MOVE WS-CMP-NAME(WS-CMP-IDX) TO WS-SCE-PROGRAM
    MOVE WS-CMP-WARN(WS-CMP-IDX, 1) TO WS-SCE-P-WARN
    MOVE WS-CMP-ERROR(WS-CMP-IDX, 1) TO WS-SCE-P-ERROR
    MOVE WS-CMP-FATAL(WS-CMP-IDX, 1) TO WS-SCE-P-FATAL
    MOVE WS-CMP-TOTAL(WS-CMP-IDX, 1) TO WS-SCE-P-TOTAL
    MOVE WS-CMP-WARN(WS-CMP-IDX, 2) TO WS-SCE-S-WARN
    MOVE WS-CMP-ERROR(WS-CMP-IDX, 2) TO WS-SCE-S-ERROR
    MOVE WS-CMP-FATAL(WS-CMP-IDX, 2) TO WS-SCE-S-FATAL
    MOVE WS-CMP-TOTAL(WS-CMP-IDX, 2) TO WS-SCE-S-TOTAL
    IF WS-CMP-WARN(WS-CMP-IDX, 1) = WS-CMP-WARN(WS-CMP-IDX, 2)
            AND WS-CMP-ERROR(WS-CMP-IDX, 1) =
                WS-CMP-ERROR(WS-CMP-IDX, 2)
            AND WS-CMP-FATAL(WS-CMP-IDX, 1) =
                WS-CMP-FATAL(WS-CMP-IDX, 2)
            AND WS-CMP-TOTAL(WS-CMP-IDX, 1) =
                WS-CMP-TOTAL(WS-CMP-IDX, 2)
        MOVE 'SAME' TO WS-SCE-FLAG
    ELSE
        MOVE 'DIFFERENT' TO WS-SCE-FLAG
        ADD 1 TO WS-SIM-DIFF-COUNT
    END-IF
    MOVE WS-SIMCOMP-EXC-DETAIL TO SIMCOMP-LINE
    WRITE SIMCOMP-LINE.

188-WRITE-EXCEPTION-ROW-EXIT.
    EXIT.

200-READ-AUDIT-TRAIL.
    OPEN INPUT AUDIT-FILE
    IF WS-AUDIT-STATUS NOT = '00'
    END-IF
    WRITE SUMMARY-LINE

    PERFORM 310-WRITE-DEPT-MISSING THRU 310-WRITE-DEPT-MISSING-EXIT

    CLOSE SUMMARY-FILE.

300-WRITE-SUMMARY-EXIT.
    EXIT.

*> the departments DAY2_1 found due but not received tonight - the
*> hand-off file is rewritten each night the grid extract posts, so
*> one dated for another night means no check ran for this one
310-WRITE-DEPT-MISSING.
    MOVE SPACES TO SUMMARY-LINE
    WRITE SUMMARY-LINE

    MOVE 'N' TO WS-DEPTMISS-EOF-SW
    OPEN INPUT DEPTMISS-FILE
    IF WS-DEPTMISS-STATUS NOT = '00'
        MOVE WS-SUMMARY-DEPT-NONE TO SUMMARY-LINE
        WRITE SUMMARY-LINE
        GO TO 310-WRITE-DEPT-MISSING-EXIT
    END-IF

    READ DEPTMISS-FILE
        AT END SET WS-DEPTMISS-EOF TO TRUE
    END-READ
    IF WS-DEPTMISS-EOF
            OR NOT DMS-HEADER
            OR DMS-RUN-DATE NOT = WS-PROC-DATE-FMT
        MOVE WS-SUMMARY-DEPT-NONE TO SUMMARY-LINE
        WRITE SUMMARY-LINE
        CLOSE DEPTMISS-FILE
        GO TO 310-WRITE-DEPT-MISSING-EXIT
    END-IF

    IF NOT DMS-CHECKED
        EVALUATE DMS-CHECK-STATUS
            WHEN 'S'
                MOVE 'SINGLE-BATCH EXTRACT, NOT CHECKED'
                    TO WS-SUM-DEPT-SKIP
            WHEN 'N'
                MOVE 'NO DEPARTMENT MASTER ON FILE'
                    TO WS-SUM-DEPT-SKIP
            WHEN 'H'
                MOVE 'HOLIDAY, NO DEPARTMENTS DUE'
                    TO WS-SUM-DEPT-SKIP
            WHEN OTHER
                MOVE 'NOT CHECKED' TO WS-SUM-DEPT-SKIP
        END-EVALUATE
        MOVE WS-SUMMARY-DEPT-SKIP TO SUMMARY-LINE
        WRITE SUMMARY-LINE
        CLOSE DEPTMISS-FILE
        GO TO 310-WRITE-DEPT-MISSING-EXIT
    END-IF

    MOVE DMS-MISSING-COUNT TO WS-SUM-DEPT-MISS
    MOVE DMS-DUE-COUNT TO WS-SUM-DEPT-DUE
    MOVE WS-SUMMARY-DEPT-HDR TO SUMMARY-LINE
    WRITE SUMMARY-LINE

    PERFORM UNTIL WS-DEPTMISS-EOF
        READ DEPTMISS-FILE
            AT END SET WS-DEPTMISS-EOF TO TRUE
        END-READ
        IF NOT WS-DEPTMISS-EOF AND DMS-DETAIL
            MOVE DMS-BATCH-ID TO WS-SUM-DEPT-BATCH
            MOVE DMS-DEPT-NAME TO WS-SUM-DEPT-NAME
            MOVE WS-SUMMARY-DEPT-DETAIL TO SUMMARY-LINE
            WRITE SUMMARY-LINE
        END-IF
    END-PERFORM

    CLOSE DEPTMISS-FILE.

310-WRITE-DEPT-MISSING-EXIT.
    EXIT.

*> the suite's own audit entry - one per night attempted, so the
*> run-control history can show which card version each night ran
*> under even when the night stopped before any step was called.
*> The program-id field is eight wide, so the entry goes on as
*> DAYSUITE; the final answer carries the suite condition code.
*> A night rejected before the processing date was set is posted
*> under the clock date.
500-WRITE-AUDIT-RECORD.
    IF WS-PROC-DATE-FMT = SPACES
        ACCEPT WS-CLOCK-DATE FROM DATE YYYYMMDD
        MOVE WS-CLK-YYYY TO WS-CLF-YYYY
        MOVE WS-CLK-MM TO WS-CLF-MM
        MOVE WS-CLK-DD TO WS-CLF-DD
        MOVE WS-CLOCK-DATE-FMT TO WS-PROC-DATE-FMT
    END-IF
    ACCEPT WS-STEP-TIME-RAW FROM TIME
    MOVE WS-STP-HH TO WS-STF-HH
    MOVE WS-STP-MI TO WS-STF-MI
    MOVE WS-STP-SS TO WS-STF-SS

    MOVE 'DAYSUITE' TO AUD-PROGRAM-ID
    MOVE WS-PROC-DATE-FMT TO AUD-RUN-DATE
    MOVE WS-STEP-TIME-FMT TO AUD-RUN-TIME
    MOVE WS-CARD-VERSION TO AUD-CARD-VERSION
    MOVE '../utils/RUNCTL.DAT' TO AUD-INPUT-FILE
    IF WS-SUITE-CC < 0
        MOVE 9999 TO AUD-FINAL-ANSWER
    ELSE
        MOVE WS-SUITE-CC TO AUD-FINAL-ANSWER
    END-IF
    MOVE WS-AUDIT-STATUS-TEXT TO AUD-STATUS

    OPEN EXTEND AUDIT-FILE
    IF WS-AUDIT-STATUS = '35'
        OPEN OUTPUT AUDIT-FILE
    END-IF
    IF WS-AUDIT-STATUS NOT = '00'
        DISPLAY 'DAY_SUITE - UNABLE TO OPEN AUDIT-FILE, STATUS '
            WS-AUDIT-STATUS
    ELSE
        WRITE AUDIT-REC
        IF WS-AUDIT-STATUS NOT = '00'
            DISPLAY 'DAY_SUITE - UNABLE TO WRITE AUDIT RECORD, STATUS '
                WS-AUDIT-STATUS
        END-IF
        CLOSE AUDIT-FILE
    END-IF.

500-WRITE-AUDIT-RECORD-EXIT.
    EXIT.
