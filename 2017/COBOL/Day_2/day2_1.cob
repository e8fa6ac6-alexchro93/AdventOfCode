    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS WS-PROCDATE-STATUS.
SELECT CHECKSUM-FILE
    ASSIGN TO DYNAMIC WS-CHECKSUM-PATH
    ORGANIZATION IS LINE SEQUENTIAL.
SELECT CHECKPOINT-FILE
    ASSIGN TO DYNAMIC WS-CHECKPOINT-PATH
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS WS-CHECKPOINT-STATUS.
SELECT EXCEPTIONS-FILE
    ASSIGN TO DYNAMIC WS-EXCRPT-PATH
    ORGANIZATION IS LINE SEQUENTIAL.
SELECT AUDIT-FILE
    ASSIGN TO DYNAMIC WS-AUDIT-PATH
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS WS-AUDIT-STATUS.
SELECT RESULTS-FILE
    ASSIGN TO DYNAMIC WS-RESULTS-PATH
    ORGANIZATION IS INDEXED
    ACCESS MODE IS DYNAMIC
    RECORD KEY IS RSL-KEY
    FILE STATUS IS WS-RESULTS-STATUS.
SELECT EXCEPTS-FILE
    ASSIGN TO DYNAMIC WS-EXCEPTS-PATH
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS WS-EXCEPTS-STATUS.
SELECT DEPTMAST-FILE
    ASSIGN TO '../utils/DEPTMAST.DAT'
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS WS-DEPTMAST-STATUS.
SELECT DEPTMISS-FILE
    ASSIGN TO DYNAMIC WS-DEPTMISS-PATH
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS WS-DEPTMISS-STATUS.
SELECT CORR-FILE
    ASSIGN TO '../utils/EXCCORR.DAT'
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS WS-CORR-STATUS.
SELECT WORK-FILE
    ASSIGN TO '../utils/EXCCORR.WRK'
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS WS-WORK-STATUS.
SELECT CORRREG-FILE
    ASSIGN TO './utils/CORRREG.RPT'
    ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
    FILE SECTION.
        FD EXCEPTS-FILE.
        COPY EXCPTREC.

        FD DEPTMAST-FILE.
        COPY DEPTMST.

        FD DEPTMISS-FILE.
        COPY DEPTMISS.

        FD CORR-FILE.
        COPY EXCCORR.

        FD WORK-FILE.
        01 WORK-REC PIC X(186).

        FD CORRREG-FILE.
        01 CORRREG-LINE PIC X(80).

    WORKING-STORAGE SECTION.
        01 WS-MAX-ROWS      PIC 9(2) VALUE 30.
        01 WS-MAX-COLS      PIC 9(2) VALUE 20.
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
        01 WS-CTL-IX           PIC 9(2).
        01 WS-CTL-DIGIT        PIC 9(1).
        01 WS-INPUT-PATH       PIC X(40) VALUE './utils/INPUT.DAT'.

        *> simulation night - run mode S on the processing-date
        *> record sends the postings to the driver's scratch files
        *> under separate report names and reads the candidate
        *> extract the driver named, so the production master, audit
        *> trail, exception file, department hand-off and checkpoint
        *> never see the night
        01 WS-SIM-RUN-SW       PIC X VALUE 'N'.
            88 WS-SIM-RUN      VALUE 'Y'.
        01 WS-SIM-INPUT-PATH   PIC X(40) VALUE SPACES.
        01 WS-CHECKSUM-PATH    PIC X(40) VALUE './utils/CHECKSUM.RPT'.
        01 WS-CHECKPOINT-PATH  PIC X(40) VALUE
            './utils/CHECKPOINT.DAT'.
        01 WS-EXCRPT-PATH      PIC X(40) VALUE
            './utils/EXCEPTIONS.RPT'.
        01 WS-AUDIT-PATH       PIC X(40) VALUE '../utils/AUDIT.DAT'.
        01 WS-RESULTS-PATH     PIC X(40) VALUE '../utils/RESULTS.MST'.
        01 WS-EXCEPTS-PATH     PIC X(40) VALUE '../utils/EXCEPTS.DAT'.
        01 WS-DEPTMISS-PATH    PIC X(40) VALUE
            '../utils/DEPTMISS.DAT'.
        01 WS-CHECKPOINT-BATCH PIC 9(2) VALUE 0.
        01 WS-LOAD-STATUS-SW   PIC X VALUE 'N'.
            88 WS-LOAD-FAILED  VALUE 'Y'.
        01 WS-RESULTS-OPEN-SW  PIC X VALUE 'N'.
            88 WS-RESULTS-OPEN VALUE 'Y'.

        *> statistical band check - each batch's max-min and
        *> divisible-pair totals are set against the same batch id's
        *> trailing nights on the production results master, the
        *> band being the trailing average plus or minus the carded
        *> percentage. A batch outside it is logged at the carded
        *> severity; at E its figures are held out of the night's
        *> grand totals and its rows post marked H, so a held night
        *> never widens a later night's band. BAND-NIGHTS 0 turns
        *> the check off; fewer than WS-BAND-MIN-HISTORY nights on
        *> file for a batch means it is reported but not judged.
        01 WS-BAND-NIGHTS      PIC 9(2) VALUE 10.
        01 WS-BAND-PERCENT     PIC 9(3) VALUE 50.
        01 WS-BAND-SEVERITY    PIC X(1) VALUE 'W'.
        01 WS-BAND-MIN-HISTORY PIC 9(2) VALUE 2.
        01 WS-BAND-HIST-PATH   PIC X(40) VALUE '../utils/RESULTS.MST'.
        01 WS-BAND-SAVE-PATH   PIC X(40) VALUE SPACES.
        01 WS-BAND-LOADED-SW   PIC X VALUE 'N'.
            88 WS-BAND-LOADED  VALUE 'Y'.
        01 WS-BAND-EOF-SW      PIC X VALUE 'N'.
            88 WS-BAND-EOF     VALUE 'Y'.
        01 WS-BAND-FULL-SW     PIC X VALUE 'N'.
            88 WS-BAND-FULL    VALUE 'Y'.
        01 WS-BH-COUNT         PIC 9(3) VALUE 0.
        01 WS-MAX-BHS          PIC 9(3) VALUE 50.
        01 WS-BH-IDX           PIC 9(3) VALUE 0.
        01 WS-BH-NIGHT-IDX     PIC 9(2) VALUE 0.
        01 WS-BH-FOUND-SW      PIC X VALUE 'N'.
            88 WS-BH-FOUND     VALUE 'Y'.
        *> the latest BAND-NIGHTS nights per batch id, oldest first -
        *> the master is read in date order, so a full list drops its
        *> oldest night to take the next one
        01 WS-BH-TABLE.
            05 WS-BH-ENTRY OCCURS 50 TIMES.
                10 WS-BH-BATCH-ID  PIC X(8).
                10 WS-BH-NIGHTS    PIC 9(2).
                10 WS-BH-NIGHT OCCURS 30 TIMES.
                    15 WS-BH-DATE    PIC X(10).
                    15 WS-BH-ANS     PIC 9(10).
                    15 WS-BH-DIV-ANS PIC 9(10).
        *> the batch being judged - state O off, S too little history,
        *> I inside its band, X outside it
        01 WS-BAND-STATE-SW    PIC X VALUE 'O'.
            88 WS-BAND-OFF     VALUE 'O'.
            88 WS-BAND-SHORT   VALUE 'S'.
            88 WS-BAND-IN      VALUE 'I'.
            88 WS-BAND-OUT     VALUE 'X'.
        01 WS-BAND-MM-OUT-SW   PIC X VALUE 'N'.
            88 WS-BAND-MM-OUT  VALUE 'Y'.
        01 WS-BAND-DP-OUT-SW   PIC X VALUE 'N'.
            88 WS-BAND-DP-OUT  VALUE 'Y'.
        01 WS-BAND-HELD-SW     PIC X VALUE 'N'.
            88 WS-BAND-HELD    VALUE 'Y'.
        01 WS-BAND-FOUND-NIGHTS PIC 9(2) VALUE 0.
        01 WS-BAND-SUM         PIC 9(12) VALUE 0.
        01 WS-BAND-AVG         PIC 9(10) VALUE 0.
        01 WS-BAND-MIN         PIC 9(10) VALUE 0.
        01 WS-BAND-MAX         PIC 9(10) VALUE 0.
        01 WS-BAND-LOW         PIC 9(10) VALUE 0.
        01 WS-BAND-HIGH        PIC 9(11) VALUE 0.
        01 WS-BAND-DIV-SUM     PIC 9(12) VALUE 0.
        01 WS-BAND-DIV-AVG     PIC 9(10) VALUE 0.
        01 WS-BAND-DIV-MIN     PIC 9(10) VALUE 0.
        01 WS-BAND-DIV-MAX     PIC 9(10) VALUE 0.
        01 WS-BAND-DIV-LOW     PIC 9(10) VALUE 0.
        01 WS-BAND-DIV-HIGH    PIC 9(11) VALUE 0.
        01 WS-BAND-TOL         PIC 9(13) VALUE 0.
        01 WS-BAND-OUT-COUNT   PIC 9(2) VALUE 0.
        01 WS-BAND-HELD-COUNT  PIC 9(2) VALUE 0.

        *> numeric validation of the input extract - a row with a
        *> bad digit is logged to EXCEPTIONS-FILE and excluded from
        *> both checksum totals rather than fed into the math
            88 WS-EXCEPTS-OPEN VALUE 'Y'.
        01 WS-EXCEPTS-DEAD-SW PIC X VALUE 'N'.
            88 WS-EXCEPTS-DEAD VALUE 'Y'.
        *> what 225 writes - set by the caller, so a bad cell and a
        *> batch-level department finding share one writer. Batch-
        *> level findings carry line 0, since no data row is at fault.
        01 WS-EXC-WORK-LINE     PIC 9(5) VALUE 0.
        01 WS-EXC-WORK-VALUE    PIC X(20) VALUE SPACES.
        01 WS-EXC-WORK-REASON   PIC X(20) VALUE SPACES.
        01 WS-EXC-WORK-SEVERITY PIC X(1) VALUE SPACE.

        *> department master check - the master is loaded once into
        *> a table, each arriving HDR is matched against it, and the
        *> active departments due on the night's weekday that never
        *> sent a batch are listed once the whole extract reconciles.
        *> A missing master means no check, not a failed night.
        01 WS-DEPTMAST-STATUS  PIC XX.
        01 WS-DEPTMAST-EOF-SW  PIC X VALUE 'N'.
            88 WS-DEPTMAST-EOF VALUE 'Y'.
        01 WS-DEPTMAST-SW      PIC X VALUE 'N'.
            88 WS-DEPTMAST-LOADED VALUE 'Y'.
        01 WS-DEPTMISS-STATUS  PIC XX.
        01 WS-MAX-DEPTS        PIC 9(3) VALUE 50.
        01 WS-DEPT-COUNT       PIC 9(3) VALUE 0.
        01 WS-DEPT-IDX         PIC 9(3) VALUE 0.
        01 WS-DEPT-FOUND-SW    PIC X VALUE 'N'.
            88 WS-DEPT-FOUND   VALUE 'Y'.
        01 WS-DEPT-TALLY       PIC 9(2) VALUE 0.
        01 WS-DEPT-TABLE.
            05 WS-DEPT-ENTRY OCCURS 50 TIMES.
                10 WS-DP-BATCH-ID   PIC X(8).
                10 WS-DP-NAME       PIC X(30).
                10 WS-DP-ROWS       PIC 9(2).
                10 WS-DP-COLS       PIC 9(2).
                10 WS-DP-DUE-DAY    PIC X(1) OCCURS 7 TIMES.
                10 WS-DP-ACTIVE     PIC X(1).
                10 WS-DP-ARRIVED-SW PIC X(1).
        *> every batch that arrived tonight, with what the master
        *> check made of it, for the department section of the report
        01 WS-MAX-ARRIVALS     PIC 9(3) VALUE 50.
        01 WS-ARRIVAL-COUNT    PIC 9(3) VALUE 0.
        01 WS-ARRIVAL-IDX      PIC 9(3) VALUE 0.
        01 WS-ARRIVAL-TABLE.
            05 WS-ARRIVAL-ENTRY OCCURS 50 TIMES.
                10 WS-AR-BATCH-ID PIC X(8).
                10 WS-AR-NAME     PIC X(30).
                10 WS-AR-NOTE     PIC X(30).
        01 WS-DEPT-NOTE        PIC X(30) VALUE SPACES.
        01 WS-DEPT-DUE-COUNT      PIC 9(3) VALUE 0.
        01 WS-DEPT-MISSING-COUNT  PIC 9(3) VALUE 0.
        01 WS-DEPT-UNKNOWN-COUNT  PIC 9(3) VALUE 0.
        01 WS-DEPT-MISMATCH-COUNT PIC 9(3) VALUE 0.
        *> weekday of the processing date, 1 = MONDAY thru 7 =
        *> SUNDAY, by the same Zeller's congruence DAY_SUITE uses; a
        *> driver-flagged weekday holiday means no department is due
        01 WS-DAY-OF-WEEK      PIC 9(1) VALUE 0.
        01 WS-PROC-HOLIDAY-SW  PIC X VALUE 'N'.
            88 WS-PROC-HOLIDAY VALUE 'Y'.
        01 WS-ZEL-YYYY         PIC 9(4).
        01 WS-ZEL-MM           PIC 9(2).
        01 WS-ZEL-CENTURY      PIC 9(2).
        01 WS-ZEL-YEAR         PIC 9(2).
        01 WS-ZEL-WORK         PIC 9(6).
        01 WS-ZEL-TERM         PIC 9(6).
        01 WS-ZEL-QUOT         PIC 9(6).
        01 WS-ZEL-REM          PIC 9(1).

        *> GnuCOBOL does not reliably compute element strides for a
        *> table whose OCCURS DEPENDING ON is nested inside another
        01 WS-AUDIT-STATUS    PIC XX.
        01 WS-RESULTS-STATUS  PIC XX.

        *> correction rerun - a CORRECTION-RUN card reposts the night
        *> it names with the validated corrections on EXCCORR.DAT
        *> standing in for the values the night rejected. Corrections
        *> already applied by an earlier rerun of the night are applied
        *> again, so a second rerun does not lose the first one's
        *> repairs, but only newly applied ones are stamped.
        01 WS-CORR-RUN-SW    PIC X VALUE 'N'.
            88 WS-CORR-RUN   VALUE 'Y'.
        01 WS-CORR-DATE.
            05 WS-CORR-YYYY  PIC 9(4).
            05 WS-CORR-MM    PIC 9(2).
            05 WS-CORR-DD    PIC 9(2).
        01 WS-CORR-STATUS    PIC XX.
        01 WS-CORR-EOF-SW    PIC X VALUE 'N'.
            88 WS-CORR-EOF   VALUE 'Y'.
        01 WS-CORR-FAILED-SW PIC X VALUE 'N'.
            88 WS-CORR-FAILED VALUE 'Y'.
        01 WS-CORR-REC-NO    PIC 9(5) VALUE 0.
        01 WS-WORK-STATUS    PIC XX.
        01 WS-WORK-EOF-SW    PIC X VALUE 'N'.
            88 WS-WORK-EOF   VALUE 'Y'.
        01 WS-EXCEPTS-EOF-SW PIC X VALUE 'N'.
            88 WS-EXCEPTS-EOF VALUE 'Y'.
        01 WS-CR-COUNT       PIC 9(3) VALUE 0.
        01 WS-MAX-CRS        PIC 9(3) VALUE 100.
        01 WS-CR-TABLE.
            05 WS-CR-ENTRY OCCURS 100 TIMES.
                10 WS-CR-BATCH-ID    PIC X(8).
                10 WS-CR-LINE-NO     PIC 9(5).
                10 WS-CR-ORIG-VALUE  PIC X(20).
                10 WS-CR-NEW-VALUE   PIC X(20).
                10 WS-CR-INITIALS    PIC X(3).
                10 WS-CR-REASON      PIC X(30).
                10 WS-CR-FILE-REC    PIC 9(5).
                10 WS-CR-PRIOR-SW    PIC X(1).
                10 WS-CR-USED-SW     PIC X(1).
                10 WS-CR-FLAGGED-SW  PIC X(1).
        01 WS-CR-IDX         PIC 9(3) VALUE 0.
        01 WS-CR-FOUND-SW    PIC X VALUE 'N'.
            88 WS-CR-FOUND   VALUE 'Y'.
        01 WS-CR-SEEK-BATCH  PIC X(8).
        01 WS-CR-SEEK-LINE   PIC 9(5).
        01 WS-CR-SEEK-VALUE  PIC X(20).
        01 WS-CR-APPLIED     PIC 9(3) VALUE 0.
        01 WS-CR-NEWLY-APPLIED PIC 9(3) VALUE 0.
        01 WS-CR-FLAGGED     PIC 9(3) VALUE 0.

        *> the night's exceptions already on file, so a rerun does not
        *> log a second record for a bad value it logged the first time
        01 WS-LG-COUNT       PIC 9(3) VALUE 0.
        01 WS-MAX-LGS        PIC 9(3) VALUE 500.
        01 WS-LG-TABLE.
            05 WS-LG-ENTRY OCCURS 500 TIMES.
                10 WS-LG-BATCH-ID    PIC X(8).
                10 WS-LG-LINE-NO     PIC 9(5).
                10 WS-LG-VALUE       PIC X(20).
        01 WS-LG-IDX         PIC 9(3) VALUE 0.
        01 WS-LG-FOUND-SW    PIC X VALUE 'N'.
            88 WS-LG-FOUND   VALUE 'Y'.

        01 WS-TODAY-DATE.
            05 WS-TODAY-YYYY PIC 9(4).
            05 WS-TODAY-MM   PIC 9(2).
            05 WS-TODAY-DD   PIC 9(2).
        01 WS-APPLIED-DATE-FMT.
            05 WS-APL-YYYY   PIC 9(4).
            05 FILLER        PIC X VALUE '-'.
            05 WS-APL-MM     PIC 9(2).
            05 FILLER        PIC X VALUE '-'.
            05 WS-APL-DD     PIC 9(2).

        01 WS-REG-HEADING-1 PIC X(80) VALUE
            'DAY2_1 CORRECTION REGISTER'.
        01 WS-REG-HEADING-2.
            05 FILLER        PIC X(15) VALUE 'NIGHT REPOSTED '.
            05 WS-REG-NIGHT  PIC X(10).
        01 WS-REG-HEADING-3.
            05 FILLER        PIC X(7) VALUE 'SOURCE '.
            05 WS-REG-SOURCE PIC X(40).
        01 WS-REG-COL-HDR.
            05 FILLER        PIC X(40) VALUE
                'BATCH     LINE  ORIGINAL VALUE        CO'.
            05 FILLER        PIC X(29) VALUE
                'RRECTED VALUE      BY  RESULT'.
        01 WS-REG-DETAIL-1.
            05 WS-RG-BATCH   PIC X(8).
            05 FILLER        PIC X(1) VALUE SPACES.
            05 WS-RG-LINE    PIC ZZZZ9.
            05 FILLER        PIC X(2) VALUE SPACES.
            05 WS-RG-ORIG    PIC X(20).
            05 FILLER        PIC X(2) VALUE SPACES.
            05 WS-RG-NEW     PIC X(20).
            05 FILLER        PIC X(1) VALUE SPACES.
            05 WS-RG-INITIALS PIC X(3).
            05 FILLER        PIC X(1) VALUE SPACES.
            05 WS-RG-RESULT  PIC X(11).
        01 WS-REG-DETAIL-2.
            05 FILLER        PIC X(11) VALUE '    REASON '.
            05 WS-RG-REASON  PIC X(30).
        01 WS-REG-NONE PIC X(80) VALUE
            'NO VALIDATED CORRECTIONS ON FILE FOR THIS NIGHT AND SOURCE'.
        01 WS-REG-FAILED PIC X(80) VALUE
            'RERUN DID NOT POST - NO CORRECTION MARKED APPLIED'.
        01 WS-REG-TOTALS.
            05 FILLER        PIC X(10) VALUE 'APPLIED - '.
            05 WS-RG-T-APPLIED PIC ZZ9.
            05 FILLER        PIC X(16) VALUE '  NOT APPLIED - '.
            05 WS-RG-T-UNUSED PIC ZZ9.
            05 FILLER        PIC X(23) VALUE
                '  EXCEPTIONS FLAGGED - '.
            05 WS-RG-T-FLAGGED PIC ZZ9.

        01 WS-REPORT-HEADING-1  PIC X(80) VALUE
            'DAY2_1 CHECKSUM REPORT'.
        01 WS-REPORT-HEADING-2.
            05 WS-RPT-BATCH-ROWS PIC ZZ9.
            05 FILLER           PIC X(6) VALUE ' COLS '.
            05 WS-RPT-BATCH-COLS PIC ZZ9.
            05 FILLER           PIC X(2) VALUE SPACES.
            05 WS-RPT-BATCH-NOTE PIC X(30).
        01 WS-REPORT-COL-HDR PIC X(80) VALUE
            'ROW   MAX    MIN    DIFFERENCE'.
        01 WS-REPORT-DETAIL.
                'BATCH DIV-PAIR TOTAL'.
            05 FILLER          PIC X(1) VALUE SPACES.
            05 WS-RPT-B-DIV-TOTAL PIC ZZZZZZZZZ9.
        01 WS-REPORT-BAND-LINE.
            05 FILLER            PIC X(8) VALUE 'HISTORY '.
            05 WS-RPT-BAND-NIGHTS PIC Z9.
            05 FILLER            PIC X(12) VALUE ' NIGHTS AVG '.
            05 WS-RPT-BAND-AVG   PIC ZZZZZZZZZ9.
            05 FILLER            PIC X(7) VALUE ' RANGE '.
            05 WS-RPT-BAND-MIN   PIC ZZZZZZZZZ9.
            05 FILLER            PIC X(4) VALUE ' TO '.
            05 WS-RPT-BAND-MAX   PIC ZZZZZZZZZ9.
            05 FILLER            PIC X(2) VALUE SPACES.
            05 WS-RPT-BAND-FLAG  PIC X(11).
        01 WS-REPORT-BAND-SHORT.
            05 FILLER            PIC X(8) VALUE 'HISTORY '.
            05 WS-RPT-BAND-S-NIGHTS PIC Z9.
            05 FILLER            PIC X(41) VALUE
                ' NIGHTS - TOO FEW TO CHECK AGAINST A BAND'.
        01 WS-REPORT-BAND-HELD PIC X(80) VALUE
            'BATCH OUTSIDE ITS BAND - SEVERITY E - HELD OUT OF TOTALS'.
        01 WS-REPORT-BAND-WARN PIC X(80) VALUE
            'BATCH OUTSIDE ITS BAND - SEVERITY W - KEPT IN TOTALS'.
        01 WS-REPORT-BAND-SUMMARY.
            05 FILLER            PIC X(29) VALUE
                'BATCHES OUTSIDE THEIR BAND - '.
            05 WS-RPT-BAND-S-OUT PIC Z9.
            05 FILLER            PIC X(23) VALUE
                '  HELD OUT OF TOTALS - '.
            05 WS-RPT-BAND-S-HELD PIC Z9.
        01 WS-REPORT-TOTAL.
            05 FILLER          PIC X(20) VALUE
                'GRAND TOTAL CHECKSUM'.
            05 FILLER          PIC X(1) VALUE '/'.
            05 WS-RPT-REC-2    PIC ZZZZZZZZZ9.

        01 WS-DEPT-HEADING.
            05 FILLER          PIC X(31) VALUE
                'DEPARTMENT MASTER CHECK - DAY '.
            05 WS-DEPT-H-DAY   PIC 9(1).
            05 FILLER          PIC X(20) VALUE
                ' (1 = MONDAY)'.
        01 WS-DEPT-COL-HDR PIC X(80) VALUE
            'BATCH     DEPARTMENT                      STATUS'.
        01 WS-DEPT-DETAIL.
            05 WS-DEPT-D-BATCH PIC X(8).
            05 FILLER          PIC X(2) VALUE SPACES.
            05 WS-DEPT-D-NAME  PIC X(30).
            05 FILLER          PIC X(2) VALUE SPACES.
            05 WS-DEPT-D-NOTE  PIC X(30).
        01 WS-DEPT-SUMMARY.
            05 FILLER          PIC X(4) VALUE 'DUE '.
            05 WS-DEPT-S-DUE   PIC ZZ9.
            05 FILLER          PIC X(10) VALUE '  MISSING '.
            05 WS-DEPT-S-MISS  PIC ZZ9.
            05 FILLER          PIC X(13) VALUE '  UNEXPECTED '.
            05 WS-DEPT-S-UNK   PIC ZZ9.
            05 FILLER          PIC X(17) VALUE '  SIZE MISMATCH '.
            05 WS-DEPT-S-MISM  PIC ZZ9.
        01 WS-DEPT-NO-MASTER PIC X(80) VALUE
            'DEPARTMENT MASTER NOT ON FILE - BATCHES NOT CHECKED'.
        01 WS-DEPT-SINGLE PIC X(80) VALUE
            'SINGLE-BATCH EXTRACT - NO DEPARTMENT BATCHES TO CHECK'.
        01 WS-DEPT-HOLIDAY PIC X(80) VALUE
            'PROCESSING DATE IS A HOLIDAY - NO DEPARTMENTS DUE'.
        01 WS-DEPT-SIZE-NOTE.
            05 FILLER          PIC X(5) VALUE 'SIZE '.
            05 WS-DEPT-N-ROWS  PIC 9(2).
            05 FILLER          PIC X(1) VALUE '/'.
            05 WS-DEPT-N-COLS  PIC 9(2).
            05 FILLER          PIC X(8) VALUE ' MASTER '.
            05 WS-DEPT-N-MROWS PIC 9(2).
            05 FILLER          PIC X(1) VALUE '/'.
            05 WS-DEPT-N-MCOLS PIC 9(2).
        01 WS-DEPT-HDR-VALUE.
            05 FILLER          PIC X(4) VALUE 'HDR '.
            05 WS-DEPT-V-ROWS  PIC X(2).
            05 FILLER          PIC X(1) VALUE '/'.
            05 WS-DEPT-V-COLS  PIC X(2).

        01 WS-EXCEPT-HEADING PIC X(80) VALUE
            'DAY2_1 NUMERIC EXCEPTIONS REPORT'.
        01 WS-EXCEPT-COL-HDR PIC X(80) VALUE
100-MAIN.
    PERFORM 102-GET-PROCESS-DATE THRU 102-GET-PROCESS-DATE-EXIT
    PERFORM 105-READ-RUN-CONTROL THRU 105-READ-RUN-CONTROL-EXIT
    IF WS-SIM-RUN AND WS-SIM-INPUT-PATH NOT = SPACES
        MOVE WS-SIM-INPUT-PATH TO WS-INPUT-PATH
    END-IF
    IF WS-RUNCTL-FAILED
        DISPLAY 'DAY2_1 TERMINATED - RUN-CONTROL CARDS REJECTED'
        SET WS-LOAD-FAILED TO TRUE
    ELSE
        IF WS-CORR-RUN
            PERFORM 150-LOAD-CORRECTIONS THRU 150-LOAD-CORRECTIONS-EXIT
            PERFORM 155-LOAD-LOGGED-EXCEPTIONS
                THRU 155-LOAD-LOGGED-EXCEPTIONS-EXIT
            IF WS-CORR-FAILED
                SET WS-LOAD-FAILED TO TRUE
            END-IF
        END-IF
        IF NOT WS-LOAD-FAILED
            PERFORM 200-PROCESS-EXTRACT THRU 200-PROCESS-EXTRACT-EXIT
        END-IF
        IF WS-LOAD-FAILED
            DISPLAY 'DAY2_1 TERMINATED - SEE FILE STATUS DIAGNOSTICS'
        END-IF
        DISPLAY WS-DIV-ANS
        MOVE WS-ANS TO WS-AUD-ANSWER-VAL
        MOVE 'SUCCESS' TO WS-AUD-STATUS-TEXT
        IF WS-CORR-RUN
            PERFORM 600-MARK-CORRECTIONS-APPLIED
                THRU 600-MARK-CORRECTIONS-APPLIED-EXIT
            PERFORM 610-FLAG-EXCEPTIONS-CORRECTED
                THRU 610-FLAG-EXCEPTIONS-CORRECTED-EXIT
        END-IF
    END-IF
    IF WS-CORR-RUN
        PERFORM 620-WRITE-CORRECTION-REGISTER
            THRU 620-WRITE-CORRECTION-REGISTER-EXIT
    END-IF
    PERFORM 500-WRITE-AUDIT-RECORD THRU 500-WRITE-AUDIT-RECORD-EXIT
    IF WS-AUD-STATUS-TEXT = 'FAILED'
        MOVE PRC-YYYY TO WS-RUN-YYYY
        MOVE PRC-MM TO WS-RUN-MM
        MOVE PRC-DD TO WS-RUN-DD
        IF PRC-BUSINESS-DAY = 'N'
                AND PRC-DAY-OF-WEEK IS NUMERIC
                AND PRC-DAY-OF-WEEK >= 1
                AND PRC-DAY-OF-WEEK <= 5
            SET WS-PROC-HOLIDAY TO TRUE
        END-IF
        IF PRC-SIMULATION-RUN
            PERFORM 103-SET-SIMULATION-FILES
                THRU 103-SET-SIMULATION-FILES-EXIT
        END-IF
    ELSE
        DISPLAY 'DAY2_1 - NO PROCESSING-DATE RECORD - USING THE'
            ' SYSTEM DATE'
102-GET-PROCESS-DATE-EXIT.
    EXIT.

*> a simulation night posts to the scratch files and report names
*> in place of the production ones and keeps its own checkpoint, so
*> a simulation never reads or overwrites the marker a failed
*> production night left; the candidate extract, when the driver
*> named one, replaces whatever INPUT-FILE card is staged
103-SET-SIMULATION-FILES.
    SET WS-SIM-RUN TO TRUE
    MOVE PRC-SIM-GRID-FILE TO WS-SIM-INPUT-PATH
    MOVE './utils/CHECKSUM_SIM.RPT' TO WS-CHECKSUM-PATH
    MOVE './utils/CHECKPOINT.SIM' TO WS-CHECKPOINT-PATH
    MOVE './utils/EXCEPTIONS_SIM.RPT' TO WS-EXCRPT-PATH
    MOVE '../utils/AUDIT.SIM' TO WS-AUDIT-PATH
    MOVE '../utils/RESULTS.SIM' TO WS-RESULTS-PATH
    MOVE '../utils/EXCEPTS.SIM' TO WS-EXCEPTS-PATH
    MOVE '../utils/DEPTMISS.SIM' TO WS-DEPTMISS-PATH
    DISPLAY 'DAY2_1 - SIMULATION RUN - POSTING TO THE SCRATCH FILES'.

103-SET-SIMULATION-FILES-EXIT.
    EXIT.

105-READ-RUN-CONTROL.
    OPEN INPUT RUNCTL-FILE
    IF WS-RUNCTL-STATUS = '35'
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
                MOVE WS-CTL-VALUE TO WS-INPUT-PATH
            END-IF
        WHEN 'CORRECTION-RUN'
            PERFORM 109-EDIT-CORRECTION-RUN-CARD
                THRU 109-EDIT-CORRECTION-RUN-CARD-EXIT
        WHEN 'BAND-NIGHTS'
            PERFORM 107-PARSE-CARD-NUMBER
                THRU 107-PARSE-CARD-NUMBER-EXIT
            IF WS-CTL-NUM-OK AND WS-CTL-NUM <= 30
                MOVE WS-CTL-NUM TO WS-BAND-NIGHTS
            ELSE
                DISPLAY 'DAY2_1 - BAND-NIGHTS CARD OUT OF RANGE'
                    ' 0-30 - ' WS-CTL-VALUE
                SET WS-RUNCTL-FAILED TO TRUE
            END-IF
        WHEN 'BAND-PERCENT'
            PERFORM 107-PARSE-CARD-NUMBER
                THRU 107-PARSE-CARD-NUMBER-EXIT
            IF WS-CTL-NUM-OK AND WS-CTL-NUM >= 1
                    AND WS-CTL-NUM <= 999
                MOVE WS-CTL-NUM TO WS-BAND-PERCENT
            ELSE
                DISPLAY 'DAY2_1 - BAND-PERCENT CARD OUT OF RANGE'
                    ' 1-999 - ' WS-CTL-VALUE
                SET WS-RUNCTL-FAILED TO TRUE
            END-IF
        WHEN 'BAND-SEVERITY'
            IF WS-CTL-VALUE = 'W' OR WS-CTL-VALUE = 'E'
                MOVE WS-CTL-VALUE(1:1) TO WS-BAND-SEVERITY
            ELSE
                DISPLAY 'DAY2_1 - BAND-SEVERITY CARD MUST BE W OR E'
                    ' - ' WS-CTL-VALUE
                SET WS-RUNCTL-FAILED TO TRUE
            END-IF
        WHEN OTHER
            DISPLAY 'DAY2_1 - UNKNOWN RUN-CONTROL CARD - '
                WS-CTL-KEYWORD
107-PARSE-CARD-NUMBER-EXIT.
    EXIT.

*> CORRECTION-RUN YYYYMMDD - staged for a standalone rerun of the
*> night named, which is reposted under that date in place of the
*> driver's processing date, with the validated corrections applied
109-EDIT-CORRECTION-RUN-CARD.
    IF WS-CTL-VALUE(1:8) IS NOT NUMERIC
            OR WS-CTL-VALUE(9:1) NOT = SPACE
        DISPLAY 'DAY2_1 - CORRECTION-RUN CARD MUST BE YYYYMMDD - '
            WS-CTL-VALUE
        SET WS-RUNCTL-FAILED TO TRUE
        GO TO 109-EDIT-CORRECTION-RUN-CARD-EXIT
    END-IF
    MOVE WS-CTL-VALUE(1:8) TO WS-CORR-DATE
    IF WS-CORR-MM < 1 OR WS-CORR-MM > 12
            OR WS-CORR-DD < 1 OR WS-CORR-DD > 31
        DISPLAY 'DAY2_1 - CORRECTION-RUN DATE OUT OF RANGE - '
            WS-CTL-VALUE
        SET WS-RUNCTL-FAILED TO TRUE
        GO TO 109-EDIT-CORRECTION-RUN-CARD-EXIT
    END-IF

    *> the driver's holiday flag belongs to its own processing date,
    *> not to an earlier night being reposted
    IF WS-CORR-DATE NOT = WS-RUN-DATE
        MOVE 'N' TO WS-PROC-HOLIDAY-SW
    END-IF
    SET WS-CORR-RUN TO TRUE
    MOVE WS-CORR-YYYY TO WS-RUN-YYYY
    MOVE WS-CORR-MM TO WS-RUN-MM
    MOVE WS-CORR-DD TO WS-RUN-DD
    MOVE WS-RUN-YYYY TO WS-AUD-YYYY
    MOVE WS-RUN-MM TO WS-AUD-MM
    MOVE WS-RUN-DD TO WS-AUD-DD
    DISPLAY 'DAY2_1 - CORRECTION RERUN OF NIGHT ' WS-AUD-DATE-FMT.

109-EDIT-CORRECTION-RUN-CARD-EXIT.
    EXIT.

*> the validated corrections for this night and program, and any a
*> previous rerun of the night applied - a correction keyed against
*> another source file belongs to a rerun against that file, so it
*> is named on the console and left for that rerun
150-LOAD-CORRECTIONS.
    OPEN INPUT CORR-FILE
    IF WS-CORR-STATUS = '35'
        DISPLAY 'DAY2_1 - NO CORRECTION FILE ON DISK - NIGHT'
            ' REPOSTED WITHOUT CORRECTIONS'
        GO TO 150-LOAD-CORRECTIONS-EXIT
    END-IF
    IF WS-CORR-STATUS NOT = '00'
        DISPLAY 'DAY2_1 - UNABLE TO OPEN CORR-FILE, STATUS '
            WS-CORR-STATUS
        SET WS-CORR-FAILED TO TRUE
        GO TO 150-LOAD-CORRECTIONS-EXIT
    END-IF

    PERFORM UNTIL WS-CORR-EOF
        READ CORR-FILE
            AT END SET WS-CORR-EOF TO TRUE
        END-READ
        IF NOT WS-CORR-EOF
            ADD 1 TO WS-CORR-REC-NO
            IF CORRECTION-REC NOT = SPACES
                    AND COR-RUN-DATE(1:1) NOT = '*'
                    AND COR-PROGRAM-ID = 'DAY2_1'
                    AND COR-RUN-DATE = WS-AUD-DATE-FMT
                    AND (COR-ACCEPTED OR COR-APPLIED)
                PERFORM 152-KEEP-CORRECTION
                    THRU 152-KEEP-CORRECTION-EXIT
            END-IF
        END-IF
    END-PERFORM

    CLOSE CORR-FILE
    DISPLAY 'DAY2_1 - CORRECTIONS LOADED FOR THE NIGHT - '
        WS-CR-COUNT.

150-LOAD-CORRECTIONS-EXIT.
    EXIT.

152-KEEP-CORRECTION.
    IF COR-SOURCE-FILE NOT = WS-INPUT-PATH
        DISPLAY 'DAY2_1 - CORRECTION FOR ANOTHER SOURCE LEFT ON'
            ' FILE - ' COR-SOURCE-FILE
        GO TO 152-KEEP-CORRECTION-EXIT
    END-IF
    IF WS-CR-COUNT NOT < WS-MAX-CRS
        DISPLAY 'DAY2_1 - CORRECTION TABLE FULL AT ' WS-MAX-CRS
            ' - RERUN NOT STARTED'
        SET WS-CORR-FAILED TO TRUE
        SET WS-CORR-EOF TO TRUE
        GO TO 152-KEEP-CORRECTION-EXIT
    END-IF

    ADD 1 TO WS-CR-COUNT
    MOVE COR-BATCH-ID TO WS-CR-BATCH-ID(WS-CR-COUNT)
    MOVE COR-LINE-NO TO WS-CR-LINE-NO(WS-CR-COUNT)
    MOVE COR-ORIG-VALUE TO WS-CR-ORIG-VALUE(WS-CR-COUNT)
    MOVE COR-NEW-VALUE TO WS-CR-NEW-VALUE(WS-CR-COUNT)
    MOVE COR-INITIALS TO WS-CR-INITIALS(WS-CR-COUNT)
    MOVE COR-REASON TO WS-CR-REASON(WS-CR-COUNT)
    MOVE WS-CORR-REC-NO TO WS-CR-FILE-REC(WS-CR-COUNT)
    IF COR-APPLIED
        MOVE 'Y' TO WS-CR-PRIOR-SW(WS-CR-COUNT)
    ELSE
        MOVE 'N' TO WS-CR-PRIOR-SW(WS-CR-COUNT)
    END-IF
    MOVE 'N' TO WS-CR-USED-SW(WS-CR-COUNT)
    MOVE 'N' TO WS-CR-FLAGGED-SW(WS-CR-COUNT).

152-KEEP-CORRECTION-EXIT.
    EXIT.

*> every exception the night already logged against this source,
*> live, corrected or not - reversed nights are gone and do not count
155-LOAD-LOGGED-EXCEPTIONS.
    MOVE 'N' TO WS-EXCEPTS-EOF-SW
    OPEN INPUT EXCEPTS-FILE
    IF WS-EXCEPTS-STATUS NOT = '00'
        GO TO 155-LOAD-LOGGED-EXCEPTIONS-EXIT
    END-IF

    PERFORM UNTIL WS-EXCEPTS-EOF
        READ EXCEPTS-FILE
            AT END SET WS-EXCEPTS-EOF TO TRUE
        END-READ
        IF NOT WS-EXCEPTS-EOF
            IF EXC-PROGRAM-ID = 'DAY2_1'
                    AND EXC-RUN-DATE = WS-AUD-DATE-FMT
                    AND EXC-SOURCE-FILE = WS-INPUT-PATH
                    AND NOT EXC-REVERSED
                IF WS-LG-COUNT < WS-MAX-LGS
                    ADD 1 TO WS-LG-COUNT
                    MOVE EXC-BATCH-ID TO WS-LG-BATCH-ID(WS-LG-COUNT)
                    MOVE EXC-LINE-NO TO WS-LG-LINE-NO(WS-LG-COUNT)
                    MOVE EXC-VALUE TO WS-LG-VALUE(WS-LG-COUNT)
                END-IF
            END-IF
        END-IF
    END-PERFORM

    CLOSE EXCEPTS-FILE.

155-LOAD-LOGGED-EXCEPTIONS-EXIT.
    EXIT.

*> first correction not yet used this run for the cell in
*> WS-CR-SEEK-BATCH / LINE / VALUE
160-FIND-CORRECTION.
    MOVE 'N' TO WS-CR-FOUND-SW
    IF NOT WS-CORR-RUN
        GO TO 160-FIND-CORRECTION-EXIT
    END-IF
    PERFORM VARYING WS-CR-IDX FROM 1 BY 1
            UNTIL WS-CR-IDX > WS-CR-COUNT OR WS-CR-FOUND
        IF WS-CR-USED-SW(WS-CR-IDX) = 'N'
                AND WS-CR-BATCH-ID(WS-CR-IDX) = WS-CR-SEEK-BATCH
                AND WS-CR-LINE-NO(WS-CR-IDX) = WS-CR-SEEK-LINE
                AND WS-CR-ORIG-VALUE(WS-CR-IDX) = WS-CR-SEEK-VALUE
            SET WS-CR-FOUND TO TRUE
        END-IF
    END-PERFORM
    IF WS-CR-FOUND
        SUBTRACT 1 FROM WS-CR-IDX
        MOVE 'Y' TO WS-CR-USED-SW(WS-CR-IDX)
        ADD 1 TO WS-CR-APPLIED
        IF WS-CR-PRIOR-SW(WS-CR-IDX) = 'N'
            ADD 1 TO WS-CR-NEWLY-APPLIED
        END-IF
    END-IF.

160-FIND-CORRECTION-EXIT.
    EXIT.

*> a rerun that meets a bad value the night already logged leaves
*> the one record standing rather than logging it twice
165-CHECK-ALREADY-LOGGED.
    MOVE 'N' TO WS-LG-FOUND-SW
    IF NOT WS-CORR-RUN
        GO TO 165-CHECK-ALREADY-LOGGED-EXIT
    END-IF
    PERFORM VARYING WS-LG-IDX FROM 1 BY 1
            UNTIL WS-LG-IDX > WS-LG-COUNT OR WS-LG-FOUND
        IF WS-LG-BATCH-ID(WS-LG-IDX) = WS-CR-SEEK-BATCH
                AND WS-LG-LINE-NO(WS-LG-IDX) = WS-CR-SEEK-LINE
                AND WS-LG-VALUE(WS-LG-IDX) = WS-CR-SEEK-VALUE
            SET WS-LG-FOUND TO TRUE
        END-IF
    END-PERFORM.

165-CHECK-ALREADY-LOGGED-EXIT.
    EXIT.

*> drives the whole extract - one batch group at a time, each
*> loaded, proven against its own trailer, computed, reported and
*> posted before the next group is read, so one bad department's

    PERFORM 240-OPEN-CHECKSUM-REPORT
        THRU 240-OPEN-CHECKSUM-REPORT-EXIT
    PERFORM 242-LOAD-BAND-HISTORY THRU 242-LOAD-BAND-HISTORY-EXIT
    PERFORM 245-OPEN-RESULTS-MASTER
        THRU 245-OPEN-RESULTS-MASTER-EXIT
    PERFORM 247-LOAD-DEPT-MASTER THRU 247-LOAD-DEPT-MASTER-EXIT

    PERFORM 215-READ-NEXT-RECORD THRU 215-READ-NEXT-RECORD-EXIT
    IF WS-FILE-EOF
    IF NOT WS-LOAD-FAILED
        PERFORM 355-WRITE-GRAND-TOTALS
            THRU 355-WRITE-GRAND-TOTALS-EXIT
        PERFORM 357-WRITE-DEPT-CHECK THRU 357-WRITE-DEPT-CHECK-EXIT
        PERFORM 358-WRITE-DEPT-HANDOFF
            THRU 358-WRITE-DEPT-HANDOFF-EXIT
        PERFORM 370-POST-TOTALS-ROW THRU 370-POST-TOTALS-ROW-EXIT
        *> the night processed clean - clear the checkpoint
        MOVE 0 TO WS-CHECKPOINT-BATCH
240-OPEN-CHECKSUM-REPORT-EXIT.
    EXIT.

*> one pass of the production master ahead of the posting open,
*> taking DAY2_1's detail rows for the nights before this one - a
*> simulation reads it the same way, read-only, since its own
*> scratch master starts the run empty. The posting path is set
*> back before 245 opens the master for the night.
242-LOAD-BAND-HISTORY.
    IF WS-BAND-NIGHTS = 0
        DISPLAY 'DAY2_1 - BAND-NIGHTS 0 - BAND CHECK OFF'
        GO TO 242-LOAD-BAND-HISTORY-EXIT
    END-IF

    MOVE WS-RESULTS-PATH TO WS-BAND-SAVE-PATH
    MOVE WS-BAND-HIST-PATH TO WS-RESULTS-PATH
    OPEN INPUT RESULTS-FILE
    IF WS-RESULTS-STATUS = '35'
        *> no master yet - every batch is short of history
        SET WS-BAND-LOADED TO TRUE
        GO TO 242-LOAD-BAND-HISTORY-RESTORE
    END-IF
    IF WS-RESULTS-STATUS NOT = '00'
        DISPLAY 'DAY2_1 - UNABLE TO OPEN RESULTS HISTORY, STATUS '
            WS-RESULTS-STATUS ' - BAND CHECK SKIPPED'
        GO TO 242-LOAD-BAND-HISTORY-RESTORE
    END-IF

    PERFORM UNTIL WS-BAND-EOF
        READ RESULTS-FILE NEXT RECORD
            AT END SET WS-BAND-EOF TO TRUE
        END-READ
        IF NOT WS-BAND-EOF
            IF WS-RESULTS-STATUS NOT = '00'
                DISPLAY 'DAY2_1 - READ ERROR ON RESULTS HISTORY,'
                    ' STATUS ' WS-RESULTS-STATUS
                SET WS-BAND-EOF TO TRUE
            ELSE
                IF RSL-RUN-DATE NOT < WS-AUD-DATE-FMT
                    SET WS-BAND-EOF TO TRUE
                ELSE
                    IF RSL-PROGRAM-ID = 'DAY2_1'
                            AND RSL-LINE-NO NOT = 99999
                        PERFORM 243-ADD-BAND-HISTORY-ROW
                            THRU 243-ADD-BAND-HISTORY-ROW-EXIT
                    END-IF
                END-IF
            END-IF
        END-IF
    END-PERFORM

    CLOSE RESULTS-FILE
    SET WS-BAND-LOADED TO TRUE
    DISPLAY 'DAY2_1 - BAND HISTORY LOADED, ' WS-BH-COUNT
        ' BATCH IDS OVER UP TO ' WS-BAND-NIGHTS ' NIGHTS'.

242-LOAD-BAND-HISTORY-RESTORE.
    MOVE WS-BAND-SAVE-PATH TO WS-RESULTS-PATH.

242-LOAD-BAND-HISTORY-EXIT.
    EXIT.

*> a row excluded for a bad cell, or posted under a batch held out
*> of its night's totals, is no part of what the batch normally
*> sends and is left out of the history
243-ADD-BAND-HISTORY-ROW.
    IF RSL-D2-EXCLUDED = 'Y' OR RSL-D2-EXCLUDED = 'H'
            OR RSL-D2-DIFF IS NOT NUMERIC
            OR RSL-D2-QUOTIENT IS NOT NUMERIC
        GO TO 243-ADD-BAND-HISTORY-ROW-EXIT
    END-IF

    MOVE 'N' TO WS-BH-FOUND-SW
    PERFORM VARYING WS-BH-IDX FROM 1 BY 1
            UNTIL WS-BH-IDX > WS-BH-COUNT OR WS-BH-FOUND
        IF WS-BH-BATCH-ID(WS-BH-IDX) = RSL-D2-BATCH-ID
            SET WS-BH-FOUND TO TRUE
            SUBTRACT 1 FROM WS-BH-IDX
        END-IF
    END-PERFORM
    IF NOT WS-BH-FOUND
        IF WS-BH-COUNT NOT < WS-MAX-BHS
            IF NOT WS-BAND-FULL
                DISPLAY 'DAY2_1 - BAND HISTORY OVER ' WS-MAX-BHS
                    ' BATCH IDS - ' RSL-D2-BATCH-ID ' AND LATER'
                    ' NOT LOADED'
                SET WS-BAND-FULL TO TRUE
            END-IF
            GO TO 243-ADD-BAND-HISTORY-ROW-EXIT
        END-IF
        ADD 1 TO WS-BH-COUNT
        MOVE WS-BH-COUNT TO WS-BH-IDX
        MOVE RSL-D2-BATCH-ID TO WS-BH-BATCH-ID(WS-BH-IDX)
        MOVE 0 TO WS-BH-NIGHTS(WS-BH-IDX)
    END-IF

    *> first row of a new night for the batch opens its slot
    MOVE 'Y' TO WS-BH-FOUND-SW
    IF WS-BH-NIGHTS(WS-BH-IDX) = 0
        MOVE 'N' TO WS-BH-FOUND-SW
    ELSE
        IF WS-BH-DATE(WS-BH-IDX, WS-BH-NIGHTS(WS-BH-IDX))
                NOT = RSL-RUN-DATE
            MOVE 'N' TO WS-BH-FOUND-SW
        END-IF
    END-IF
    IF NOT WS-BH-FOUND
        IF WS-BH-NIGHTS(WS-BH-IDX) NOT < WS-BAND-NIGHTS
            PERFORM VARYING WS-BH-NIGHT-IDX FROM 2 BY 1
                    UNTIL WS-BH-NIGHT-IDX > WS-BH-NIGHTS(WS-BH-IDX)
                MOVE WS-BH-NIGHT(WS-BH-IDX, WS-BH-NIGHT-IDX)
                    TO WS-BH-NIGHT(WS-BH-IDX, WS-BH-NIGHT-IDX - 1)
            END-PERFORM
        ELSE
            ADD 1 TO WS-BH-NIGHTS(WS-BH-IDX)
        END-IF
        MOVE WS-BH-NIGHTS(WS-BH-IDX) TO WS-BH-NIGHT-IDX
        MOVE RSL-RUN-DATE TO WS-BH-DATE(WS-BH-IDX, WS-BH-NIGHT-IDX)
        MOVE 0 TO WS-BH-ANS(WS-BH-IDX, WS-BH-NIGHT-IDX)
        MOVE 0 TO WS-BH-DIV-ANS(WS-BH-IDX, WS-BH-NIGHT-IDX)
    END-IF

    MOVE WS-BH-NIGHTS(WS-BH-IDX) TO WS-BH-NIGHT-IDX
    ADD RSL-D2-DIFF TO WS-BH-ANS(WS-BH-IDX, WS-BH-NIGHT-IDX)
    ADD RSL-D2-QUOTIENT TO WS-BH-DIV-ANS(WS-BH-IDX, WS-BH-NIGHT-IDX).

243-ADD-BAND-HISTORY-ROW-EXIT.
    EXIT.

*> the master stays open across the batch groups - an unopenable
*> master costs the posted detail, not the night, the same stance
*> DAY3_1 takes
245-OPEN-RESULTS-MASTER-EXIT.
    EXIT.

*> the department master is a card-image file like the holiday
*> calendar - comment and blank lines are skipped, a record that
*> does not edit is reported and left out rather than failing the
*> night, and no master on file just means no department check
247-LOAD-DEPT-MASTER.
    PERFORM 248-SET-DAY-OF-WEEK THRU 248-SET-DAY-OF-WEEK-EXIT

    OPEN INPUT DEPTMAST-FILE
    IF WS-DEPTMAST-STATUS NOT = '00'
        DISPLAY 'DAY2_1 - NO DEPARTMENT MASTER ON FILE, STATUS '
            WS-DEPTMAST-STATUS ' - BATCHES NOT CHECKED'
        GO TO 247-LOAD-DEPT-MASTER-EXIT
    END-IF

    PERFORM UNTIL WS-DEPTMAST-EOF
        READ DEPTMAST-FILE
            AT END SET WS-DEPTMAST-EOF TO TRUE
        END-READ
        IF NOT WS-DEPTMAST-EOF
            IF DEPT-MASTER-REC = SPACES
                    OR DEPT-MASTER-REC(1:1) = '*'
                CONTINUE
            ELSE
                PERFORM 249-ADD-DEPT-ENTRY
                    THRU 249-ADD-DEPT-ENTRY-EXIT
            END-IF
        END-IF
    END-PERFORM

    CLOSE DEPTMAST-FILE
    SET WS-DEPTMAST-LOADED TO TRUE
    DISPLAY 'DAY2_1 - DEPARTMENT MASTER LOADED, ' WS-DEPT-COUNT
        ' DEPARTMENTS'.

247-LOAD-DEPT-MASTER-EXIT.
    EXIT.

*> day of week by Zeller's congruence, as DAY_SUITE sets it on the
*> processing-date record - worked out here as well so a
*> standalone run on the clock date checks the right weekday
248-SET-DAY-OF-WEEK.
    MOVE WS-RUN-YYYY TO WS-ZEL-YYYY
    MOVE WS-RUN-MM TO WS-ZEL-MM
    IF WS-ZEL-MM < 3
        ADD 12 TO WS-ZEL-MM
        SUBTRACT 1 FROM WS-ZEL-YYYY
    END-IF
    DIVIDE WS-ZEL-YYYY BY 100 GIVING WS-ZEL-CENTURY
        REMAINDER WS-ZEL-YEAR
    COMPUTE WS-ZEL-TERM = (13 * (WS-ZEL-MM + 1)) / 5
    COMPUTE WS-ZEL-WORK = WS-RUN-DD + WS-ZEL-TERM + WS-ZEL-YEAR
        + (5 * WS-ZEL-CENTURY)
    DIVIDE WS-ZEL-YEAR BY 4 GIVING WS-ZEL-QUOT
    ADD WS-ZEL-QUOT TO WS-ZEL-WORK
    DIVIDE WS-ZEL-CENTURY BY 4 GIVING WS-ZEL-QUOT
    ADD WS-ZEL-QUOT TO WS-ZEL-WORK
    DIVIDE WS-ZEL-WORK BY 7 GIVING WS-ZEL-QUOT
        REMAINDER WS-ZEL-REM
    *> Zeller counts 0 = Saturday; carry 1 = Monday thru 7 = Sunday
    EVALUATE WS-ZEL-REM
        WHEN 0 MOVE 6 TO WS-DAY-OF-WEEK
        WHEN 1 MOVE 7 TO WS-DAY-OF-WEEK
        WHEN OTHER
            COMPUTE WS-DAY-OF-WEEK = WS-ZEL-REM - 1
    END-EVALUATE.

248-SET-DAY-OF-WEEK-EXIT.
    EXIT.

249-ADD-DEPT-ENTRY.
    MOVE 0 TO WS-DEPT-TALLY
    INSPECT DPT-DUE-DAYS TALLYING WS-DEPT-TALLY FOR ALL 'Y' ALL 'N'
    IF DPT-BATCH-ID = SPACES
            OR DPT-EXP-ROWS IS NOT NUMERIC
            OR DPT-EXP-COLS IS NOT NUMERIC
            OR WS-DEPT-TALLY NOT = 7
            OR (DPT-ACTIVE NOT = 'Y' AND DPT-ACTIVE NOT = 'N')
        DISPLAY 'DAY2_1 - DEPARTMENT MASTER RECORD REJECTED - '
            DPT-BATCH-ID
        GO TO 249-ADD-DEPT-ENTRY-EXIT
    END-IF

    MOVE 'N' TO WS-DEPT-FOUND-SW
    PERFORM VARYING WS-DEPT-IDX FROM 1 BY 1
            UNTIL WS-DEPT-IDX > WS-DEPT-COUNT OR WS-DEPT-FOUND
        IF WS-DP-BATCH-ID(WS-DEPT-IDX) = DPT-BATCH-ID
            SET WS-DEPT-FOUND TO TRUE
        END-IF
    END-PERFORM
    IF WS-DEPT-FOUND
        DISPLAY 'DAY2_1 - DUPLICATE DEPARTMENT MASTER RECORD - '
            DPT-BATCH-ID ' - FIRST ONE STANDS'
        GO TO 249-ADD-DEPT-ENTRY-EXIT
    END-IF

    IF WS-DEPT-COUNT NOT < WS-MAX-DEPTS
        DISPLAY 'DAY2_1 - DEPARTMENT MASTER OVER ' WS-MAX-DEPTS
            ' ENTRIES - ' DPT-BATCH-ID ' NOT LOADED'
        GO TO 249-ADD-DEPT-ENTRY-EXIT
    END-IF

    ADD 1 TO WS-DEPT-COUNT
    MOVE DPT-BATCH-ID TO WS-DP-BATCH-ID(WS-DEPT-COUNT)
    MOVE DPT-DEPT-NAME TO WS-DP-NAME(WS-DEPT-COUNT)
    MOVE DPT-EXP-ROWS TO WS-DP-ROWS(WS-DEPT-COUNT)
    MOVE DPT-EXP-COLS TO WS-DP-COLS(WS-DEPT-COUNT)
    PERFORM VARYING WS-DEPT-IDX FROM 1 BY 1 UNTIL WS-DEPT-IDX > 7
        MOVE DPT-DUE-DAY(WS-DEPT-IDX)
            TO WS-DP-DUE-DAY(WS-DEPT-COUNT, WS-DEPT-IDX)
    END-PERFORM
    MOVE DPT-ACTIVE TO WS-DP-ACTIVE(WS-DEPT-COUNT)
    MOVE 'N' TO WS-DP-ARRIVED-SW(WS-DEPT-COUNT).

249-ADD-DEPT-ENTRY-EXIT.
    EXIT.

*> one department batch group, already positioned on its header -
*> loads the rows, proves the upstream batch trailer, computes
*> both checksums, and carries the figures with the batch id to
                OR IN-BHDR-COLS IS NOT NUMERIC
            DISPLAY 'DAY2_1 - BATCH HEADER IS NOT NUMERIC - '
                IN-BHDR-BATCH
            MOVE IN-BHDR-BATCH TO WS-BATCH-ID
            MOVE IN-BHDR-ROWS TO WS-DEPT-V-ROWS
            MOVE IN-BHDR-COLS TO WS-DEPT-V-COLS
            MOVE 'HDR NOT NUMERIC' TO WS-EXC-WORK-REASON
            PERFORM 257-LOG-MALFORMED-BATCH
                THRU 257-LOG-MALFORMED-BATCH-EXIT
            SET WS-LOAD-FAILED TO TRUE
            GO TO 250-PROCESS-ONE-BATCH-EXIT
        END-IF
        MOVE IN-BHDR-BATCH TO WS-BATCH-ID
        MOVE IN-BHDR-ROWS TO WS-NUM-ROWS
        MOVE IN-BHDR-COLS TO WS-NUM-COLS
        MOVE IN-BHDR-ROWS TO WS-DEPT-V-ROWS
        MOVE IN-BHDR-COLS TO WS-DEPT-V-COLS
        PERFORM 255-CHECK-DEPT-MASTER THRU 255-CHECK-DEPT-MASTER-EXIT
    ELSE
        IF IN-HDR-NUM-ROWS IS NOT NUMERIC
                OR IN-HDR-NUM-COLS IS NOT NUMERIC
            OR WS-NUM-COLS > WS-MAX-COLS
        DISPLAY 'DAY2_1 - BATCH SIZE ' WS-NUM-ROWS '/' WS-NUM-COLS
            ' EXCEEDS COMPILED CAPACITY ' WS-MAX-ROWS '/' WS-MAX-COLS
        MOVE 'HDR OVER CAPACITY' TO WS-EXC-WORK-REASON
        PERFORM 257-LOG-MALFORMED-BATCH
            THRU 257-LOG-MALFORMED-BATCH-EXIT
        SET WS-LOAD-FAILED TO TRUE
        GO TO 250-PROCESS-ONE-BATCH-EXIT
    END-IF

    PERFORM 260-LOAD-BATCH-ROWS THRU 260-LOAD-BATCH-ROWS-EXIT
    IF WS-LOAD-FAILED
        MOVE 'BATCH ROWS SHORT' TO WS-EXC-WORK-REASON
        PERFORM 257-LOG-MALFORMED-BATCH
            THRU 257-LOG-MALFORMED-BATCH-EXIT
        GO TO 250-PROCESS-ONE-BATCH-EXIT
    END-IF

        PERFORM 265-VERIFY-BATCH-TRAILER
            THRU 265-VERIFY-BATCH-TRAILER-EXIT
        IF WS-LOAD-FAILED
            MOVE 'BATCH TRAILER BAD' TO WS-EXC-WORK-REASON
            PERFORM 257-LOG-MALFORMED-BATCH
                THRU 257-LOG-MALFORMED-BATCH-EXIT
            GO TO 250-PROCESS-ONE-BATCH-EXIT
        END-IF
    END-IF

    PERFORM 300-FIND-ANS THRU 300-FIND-ANS-EXIT
    PERFORM 400-FIND-DIV-ANS THRU 400-FIND-DIV-ANS-EXIT
    PERFORM 280-CHECK-BATCH-BAND THRU 280-CHECK-BATCH-BAND-EXIT
    IF NOT WS-BAND-HELD
        ADD WS-BATCH-ANS TO WS-ANS
        ADD WS-BATCH-DIV-ANS TO WS-DIV-ANS
    END-IF

    PERFORM 350-WRITE-BATCH-SECTION
        THRU 350-WRITE-BATCH-SECTION-EXIT
250-PROCESS-ONE-BATCH-EXIT.
    EXIT.

*> matches the batch header against the department master - a batch
*> not on the master or marked inactive, or one whose row/column
*> counts disagree with the master, is logged at severity W and
*> still processed; the tolerance gate decides whether the night
*> stands. Either way the department is marked as having arrived.
255-CHECK-DEPT-MASTER.
    MOVE SPACES TO WS-DEPT-NOTE
    MOVE 'N' TO WS-DEPT-FOUND-SW
    IF NOT WS-DEPTMAST-LOADED
        GO TO 255-CHECK-DEPT-MASTER-EXIT
    END-IF

    PERFORM VARYING WS-DEPT-IDX FROM 1 BY 1
            UNTIL WS-DEPT-IDX > WS-DEPT-COUNT OR WS-DEPT-FOUND
        IF WS-DP-BATCH-ID(WS-DEPT-IDX) = WS-BATCH-ID
            SET WS-DEPT-FOUND TO TRUE
            SUBTRACT 1 FROM WS-DEPT-IDX
        END-IF
    END-PERFORM

    MOVE 0 TO WS-EXC-WORK-LINE
    MOVE WS-DEPT-HDR-VALUE TO WS-EXC-WORK-VALUE
    MOVE 'W' TO WS-EXC-WORK-SEVERITY

    IF NOT WS-DEPT-FOUND
        MOVE 'NOT ON MASTER' TO WS-DEPT-NOTE
        ADD 1 TO WS-DEPT-UNKNOWN-COUNT
        DISPLAY 'DAY2_1 - BATCH ' WS-BATCH-ID
            ' IS NOT ON THE DEPARTMENT MASTER'
        MOVE 'BATCH NOT ON MASTER' TO WS-EXC-WORK-REASON
        PERFORM 225-WRITE-EXCEPTION-RECORD
            THRU 225-WRITE-EXCEPTION-RECORD-EXIT
        PERFORM 256-NOTE-ARRIVAL THRU 256-NOTE-ARRIVAL-EXIT
        GO TO 255-CHECK-DEPT-MASTER-EXIT
    END-IF

    MOVE 'Y' TO WS-DP-ARRIVED-SW(WS-DEPT-IDX)

    IF WS-DP-ACTIVE(WS-DEPT-IDX) NOT = 'Y'
        MOVE 'INACTIVE ON MASTER' TO WS-DEPT-NOTE
        ADD 1 TO WS-DEPT-UNKNOWN-COUNT
        DISPLAY 'DAY2_1 - BATCH ' WS-BATCH-ID
            ' IS INACTIVE ON THE DEPARTMENT MASTER'
        MOVE 'BATCH INACTIVE' TO WS-EXC-WORK-REASON
        PERFORM 225-WRITE-EXCEPTION-RECORD
            THRU 225-WRITE-EXCEPTION-RECORD-EXIT
    END-IF

    IF WS-NUM-ROWS NOT = WS-DP-ROWS(WS-DEPT-IDX)
            OR WS-NUM-COLS NOT = WS-DP-COLS(WS-DEPT-IDX)
        MOVE WS-NUM-ROWS TO WS-DEPT-N-ROWS
        MOVE WS-NUM-COLS TO WS-DEPT-N-COLS
        MOVE WS-DP-ROWS(WS-DEPT-IDX) TO WS-DEPT-N-MROWS
        MOVE WS-DP-COLS(WS-DEPT-IDX) TO WS-DEPT-N-MCOLS
        MOVE WS-DEPT-SIZE-NOTE TO WS-DEPT-NOTE
        ADD 1 TO WS-DEPT-MISMATCH-COUNT
        DISPLAY 'DAY2_1 - BATCH ' WS-BATCH-ID ' ' WS-DEPT-SIZE-NOTE
        MOVE 'HDR SIZE NOT MASTER' TO WS-EXC-WORK-REASON
        PERFORM 225-WRITE-EXCEPTION-RECORD
            THRU 225-WRITE-EXCEPTION-RECORD-EXIT
    END-IF

    PERFORM 256-NOTE-ARRIVAL THRU 256-NOTE-ARRIVAL-EXIT.

255-CHECK-DEPT-MASTER-EXIT.
    EXIT.

256-NOTE-ARRIVAL.
    IF WS-ARRIVAL-COUNT NOT < WS-MAX-ARRIVALS
        GO TO 256-NOTE-ARRIVAL-EXIT
    END-IF
    ADD 1 TO WS-ARRIVAL-COUNT
    MOVE WS-BATCH-ID TO WS-AR-BATCH-ID(WS-ARRIVAL-COUNT)
    IF WS-DEPT-FOUND
        MOVE WS-DP-NAME(WS-DEPT-IDX) TO WS-AR-NAME(WS-ARRIVAL-COUNT)
    ELSE
        MOVE SPACES TO WS-AR-NAME(WS-ARRIVAL-COUNT)
    END-IF
    IF WS-DEPT-NOTE = SPACES
        MOVE 'RECEIVED' TO WS-AR-NOTE(WS-ARRIVAL-COUNT)
    ELSE
        MOVE WS-DEPT-NOTE TO WS-AR-NOTE(WS-ARRIVAL-COUNT)
    END-IF.

256-NOTE-ARRIVAL-EXIT.
    EXIT.

*> a batch group that cannot be loaded or proven fails the night,
*> as it always has - it is logged at severity F first, under its
*> own batch id, so the exception file shows which department's
*> transmission was at fault
257-LOG-MALFORMED-BATCH.
    IF NOT WS-BATCH-MODE
        GO TO 257-LOG-MALFORMED-BATCH-EXIT
    END-IF
    MOVE 0 TO WS-EXC-WORK-LINE
    MOVE WS-DEPT-HDR-VALUE TO WS-EXC-WORK-VALUE
    MOVE 'F' TO WS-EXC-WORK-SEVERITY
    PERFORM 225-WRITE-EXCEPTION-RECORD
        THRU 225-WRITE-EXCEPTION-RECORD-EXIT.

257-LOG-MALFORMED-BATCH-EXIT.
    EXIT.

260-LOAD-BATCH-ROWS.
    PERFORM VARYING WS-ROW FROM 1 BY 1
            UNTIL WS-ROW > WS-NUM-ROWS OR WS-LOAD-FAILED
220-VALIDATE-ROW.
    SET WS-ROW-VALID TO TRUE
    PERFORM VARYING WS-COL FROM 1 BY 1 UNTIL WS-COL > WS-NUM-COLS
        MOVE 'N' TO WS-CR-FOUND-SW
        IF IN-DATA-DIGIT(WS-COL) IS NOT NUMERIC
            PERFORM 222-APPLY-CORRECTION THRU 222-APPLY-CORRECTION-EXIT
        END-IF
        IF IN-DATA-DIGIT(WS-COL) IS NOT NUMERIC
            SET WS-ROW-INVALID TO TRUE
            ADD 1 TO WS-EXCEPTION-COUNT
                MOVE WS-BATCH-ID TO
                    WS-EXCEPT-E-BATCH(WS-EXCEPTION-COUNT)
            END-IF
            MOVE WS-ABS-ROW TO WS-EXC-WORK-LINE
            MOVE IN-DATA-DIGIT(WS-COL) TO WS-EXC-WORK-VALUE
            MOVE 'NOT NUMERIC' TO WS-EXC-WORK-REASON
            MOVE 'E' TO WS-EXC-WORK-SEVERITY
            PERFORM 225-WRITE-EXCEPTION-RECORD
                THRU 225-WRITE-EXCEPTION-RECORD-EXIT
        ELSE
            IF NOT WS-CR-FOUND
                MOVE IN-DATA-DIGIT(WS-COL) TO WS-HASH-CELL
                ADD WS-HASH-CELL TO WS-HASH-TOTAL
                ADD WS-HASH-CELL TO WS-BATCH-HASH
            END-IF
        END-IF
    END-PERFORM.

220-VALIDATE-ROW-EXIT.
    EXIT.

*> on a correction rerun a validated correction for the cell stands
*> in for the rejected value - the row is then excluded only if it
*> still has a bad cell left. The corrected cell is kept out of the
*> hash totals, which the front-end edit and the upstream batch
*> trailer computed over the cells as received.
222-APPLY-CORRECTION.
    MOVE WS-BATCH-ID TO WS-CR-SEEK-BATCH
    MOVE WS-ABS-ROW TO WS-CR-SEEK-LINE
    MOVE IN-DATA-DIGIT(WS-COL) TO WS-CR-SEEK-VALUE
    PERFORM 160-FIND-CORRECTION THRU 160-FIND-CORRECTION-EXIT
    IF NOT WS-CR-FOUND
        GO TO 222-APPLY-CORRECTION-EXIT
    END-IF

    DISPLAY 'DAY2_1 - CORRECTION APPLIED AT ROW ' WS-ABS-ROW
        ' COLUMN ' WS-COL ' - ' IN-DATA-DIGIT(WS-COL) ' TO '
        WS-CR-NEW-VALUE(WS-CR-IDX)(1:4)
    MOVE WS-CR-NEW-VALUE(WS-CR-IDX)(1:4) TO IN-DATA-DIGIT(WS-COL).

222-APPLY-CORRECTION-EXIT.
    EXIT.

*> a bad cell is severity E - the cell's whole row is excluded from
*> both checksum totals, but the run itself carries on; department
*> findings on a batch header come through here with their own
*> reason and severity
225-WRITE-EXCEPTION-RECORD.
    IF WS-EXCEPTS-DEAD
        GO TO 225-WRITE-EXCEPTION-RECORD-EXIT
    END-IF
    MOVE WS-BATCH-ID TO WS-CR-SEEK-BATCH
    MOVE WS-EXC-WORK-LINE TO WS-CR-SEEK-LINE
    MOVE WS-EXC-WORK-VALUE TO WS-CR-SEEK-VALUE
    PERFORM 165-CHECK-ALREADY-LOGGED THRU 165-CHECK-ALREADY-LOGGED-EXIT
    IF WS-LG-FOUND
        GO TO 225-WRITE-EXCEPTION-RECORD-EXIT
    END-IF
    IF NOT WS-EXCEPTS-OPEN
        OPEN EXTEND EXCEPTS-FILE
        IF WS-EXCEPTS-STATUS = '35'
    MOVE 'DAY2_1' TO EXC-PROGRAM-ID
    MOVE WS-AUD-DATE-FMT TO EXC-RUN-DATE
    MOVE WS-INPUT-PATH TO EXC-SOURCE-FILE
    MOVE WS-EXC-WORK-LINE TO EXC-LINE-NO
    MOVE WS-EXC-WORK-VALUE TO EXC-VALUE
    MOVE WS-EXC-WORK-REASON TO EXC-REASON
    MOVE WS-EXC-WORK-SEVERITY TO EXC-SEVERITY
    MOVE WS-BATCH-ID TO EXC-BATCH-ID
    MOVE SPACE TO EXC-DISPOSITION
    WRITE EXCEPTION-REC
    IF WS-EXCEPTS-STATUS NOT = '00'
        DISPLAY 'DAY2_1 - UNABLE TO WRITE EXCEPTION RECORD,'
230-VERIFY-CONTROL-TOTALS-EXIT.
    EXIT.

*> the batch's two totals against its trailing average, plus or
*> minus BAND-PERCENT - either one outside the band logs the batch
*> once, at line 0 like the department findings, with the figure
*> that broke the band as the value
280-CHECK-BATCH-BAND.
    MOVE 'N' TO WS-BAND-HELD-SW
    MOVE 'N' TO WS-BAND-MM-OUT-SW
    MOVE 'N' TO WS-BAND-DP-OUT-SW
    SET WS-BAND-OFF TO TRUE
    IF WS-BAND-NIGHTS = 0 OR NOT WS-BAND-LOADED
        GO TO 280-CHECK-BATCH-BAND-EXIT
    END-IF

    MOVE 0 TO WS-BAND-FOUND-NIGHTS
    MOVE 'N' TO WS-BH-FOUND-SW
    PERFORM VARYING WS-BH-IDX FROM 1 BY 1
            UNTIL WS-BH-IDX > WS-BH-COUNT OR WS-BH-FOUND
        IF WS-BH-BATCH-ID(WS-BH-IDX) = WS-BATCH-ID
            SET WS-BH-FOUND TO TRUE
            SUBTRACT 1 FROM WS-BH-IDX
        END-IF
    END-PERFORM
    IF WS-BH-FOUND
        MOVE WS-BH-NIGHTS(WS-BH-IDX) TO WS-BAND-FOUND-NIGHTS
    END-IF

    IF WS-BAND-FOUND-NIGHTS < WS-BAND-MIN-HISTORY
        SET WS-BAND-SHORT TO TRUE
        DISPLAY 'DAY2_1 - BATCH ' WS-BATCH-ID ' HAS '
            WS-BAND-FOUND-NIGHTS ' NIGHTS OF HISTORY - NOT BAND'
            ' CHECKED'
        GO TO 280-CHECK-BATCH-BAND-EXIT
    END-IF

    MOVE 0 TO WS-BAND-SUM
    MOVE 0 TO WS-BAND-DIV-SUM
    MOVE WS-BH-ANS(WS-BH-IDX, 1) TO WS-BAND-MIN
    MOVE WS-BH-ANS(WS-BH-IDX, 1) TO WS-BAND-MAX
    MOVE WS-BH-DIV-ANS(WS-BH-IDX, 1) TO WS-BAND-DIV-MIN
    MOVE WS-BH-DIV-ANS(WS-BH-IDX, 1) TO WS-BAND-DIV-MAX
    PERFORM VARYING WS-BH-NIGHT-IDX FROM 1 BY 1
            UNTIL WS-BH-NIGHT-IDX > WS-BAND-FOUND-NIGHTS
        ADD WS-BH-ANS(WS-BH-IDX, WS-BH-NIGHT-IDX) TO WS-BAND-SUM
        ADD WS-BH-DIV-ANS(WS-BH-IDX, WS-BH-NIGHT-IDX)
            TO WS-BAND-DIV-SUM
        IF WS-BH-ANS(WS-BH-IDX, WS-BH-NIGHT-IDX) < WS-BAND-MIN
            MOVE WS-BH-ANS(WS-BH-IDX, WS-BH-NIGHT-IDX) TO WS-BAND-MIN
        END-IF
        IF WS-BH-ANS(WS-BH-IDX, WS-BH-NIGHT-IDX) > WS-BAND-MAX
            MOVE WS-BH-ANS(WS-BH-IDX, WS-BH-NIGHT-IDX) TO WS-BAND-MAX
        END-IF
        IF WS-BH-DIV-ANS(WS-BH-IDX, WS-BH-NIGHT-IDX)
                < WS-BAND-DIV-MIN
            MOVE WS-BH-DIV-ANS(WS-BH-IDX, WS-BH-NIGHT-IDX)
                TO WS-BAND-DIV-MIN
        END-IF
        IF WS-BH-DIV-ANS(WS-BH-IDX, WS-BH-NIGHT-IDX)
                > WS-BAND-DIV-MAX
            MOVE WS-BH-DIV-ANS(WS-BH-IDX, WS-BH-NIGHT-IDX)
                TO WS-BAND-DIV-MAX
        END-IF
    END-PERFORM

    COMPUTE WS-BAND-AVG ROUNDED =
        WS-BAND-SUM / WS-BAND-FOUND-NIGHTS
    COMPUTE WS-BAND-TOL = WS-BAND-AVG * WS-BAND-PERCENT / 100
    IF WS-BAND-TOL NOT < WS-BAND-AVG
        MOVE 0 TO WS-BAND-LOW
    ELSE
        COMPUTE WS-BAND-LOW = WS-BAND-AVG - WS-BAND-TOL
    END-IF
    COMPUTE WS-BAND-HIGH = WS-BAND-AVG + WS-BAND-TOL

    COMPUTE WS-BAND-DIV-AVG ROUNDED =
        WS-BAND-DIV-SUM / WS-BAND-FOUND-NIGHTS
    COMPUTE WS-BAND-TOL = WS-BAND-DIV-AVG * WS-BAND-PERCENT / 100
    IF WS-BAND-TOL NOT < WS-BAND-DIV-AVG
        MOVE 0 TO WS-BAND-DIV-LOW
    ELSE
        COMPUTE WS-BAND-DIV-LOW = WS-BAND-DIV-AVG - WS-BAND-TOL
    END-IF
    COMPUTE WS-BAND-DIV-HIGH = WS-BAND-DIV-AVG + WS-BAND-TOL

    IF WS-BATCH-ANS < WS-BAND-LOW OR WS-BATCH-ANS > WS-BAND-HIGH
        SET WS-BAND-MM-OUT TO TRUE
    END-IF
    IF WS-BATCH-DIV-ANS < WS-BAND-DIV-LOW
            OR WS-BATCH-DIV-ANS > WS-BAND-DIV-HIGH
        SET WS-BAND-DP-OUT TO TRUE
    END-IF
    IF NOT WS-BAND-MM-OUT AND NOT WS-BAND-DP-OUT
        SET WS-BAND-IN TO TRUE
        GO TO 280-CHECK-BATCH-BAND-EXIT
    END-IF

    SET WS-BAND-OUT TO TRUE
    ADD 1 TO WS-BAND-OUT-COUNT
    EVALUATE TRUE
        WHEN WS-BAND-MM-OUT AND WS-BAND-DP-OUT
            MOVE 'BOTH OUT OF BAND' TO WS-EXC-WORK-REASON
            MOVE WS-BATCH-ANS TO WS-EXC-WORK-VALUE
        WHEN WS-BAND-MM-OUT
            MOVE 'MAX-MIN OUT OF BAND' TO WS-EXC-WORK-REASON
            MOVE WS-BATCH-ANS TO WS-EXC-WORK-VALUE
        WHEN OTHER
            MOVE 'DIV-PAIR OUT OF BAND' TO WS-EXC-WORK-REASON
            MOVE WS-BATCH-DIV-ANS TO WS-EXC-WORK-VALUE
    END-EVALUATE
    MOVE 0 TO WS-EXC-WORK-LINE
    MOVE WS-BAND-SEVERITY TO WS-EXC-WORK-SEVERITY
    PERFORM 225-WRITE-EXCEPTION-RECORD
        THRU 225-WRITE-EXCEPTION-RECORD-EXIT
    DISPLAY 'DAY2_1 - BATCH ' WS-BATCH-ID ' TOTALS ' WS-BATCH-ANS
        '/' WS-BATCH-DIV-ANS ' OUTSIDE THEIR ' WS-BAND-FOUND-NIGHTS
        '-NIGHT BAND - SEVERITY ' WS-BAND-SEVERITY

    IF WS-BAND-SEVERITY = 'E'
        SET WS-BAND-HELD TO TRUE
        ADD 1 TO WS-BAND-HELD-COUNT
        DISPLAY 'DAY2_1 - BATCH ' WS-BATCH-ID
            ' HELD OUT OF THE GRAND TOTALS'
    END-IF.

280-CHECK-BATCH-BAND-EXIT.
    EXIT.

295-WRITE-CHECKPOINT.
    OPEN OUTPUT CHECKPOINT-FILE
    MOVE WS-CHECKPOINT-BATCH TO WS-CHECKPOINT-REC
    MOVE WS-BATCH-ID TO WS-RPT-BATCH-ID
    MOVE WS-NUM-ROWS TO WS-RPT-BATCH-ROWS
    MOVE WS-NUM-COLS TO WS-RPT-BATCH-COLS
    MOVE WS-DEPT-NOTE TO WS-RPT-BATCH-NOTE
    MOVE WS-REPORT-BATCH-HDR TO CHECKSUM-LINE
    WRITE CHECKSUM-LINE
    MOVE WS-REPORT-COL-HDR TO CHECKSUM-LINE
    MOVE WS-BATCH-ANS TO WS-RPT-B-TOTAL
    MOVE WS-REPORT-BATCH-TOTAL TO CHECKSUM-LINE
    WRITE CHECKSUM-LINE
    IF WS-BAND-IN OR WS-BAND-OUT
        MOVE WS-BAND-FOUND-NIGHTS TO WS-RPT-BAND-NIGHTS
        MOVE WS-BAND-AVG TO WS-RPT-BAND-AVG
        MOVE WS-BAND-MIN TO WS-RPT-BAND-MIN
        MOVE WS-BAND-MAX TO WS-RPT-BAND-MAX
        IF WS-BAND-MM-OUT
            MOVE 'OUT OF BAND' TO WS-RPT-BAND-FLAG
        ELSE
            MOVE 'IN BAND' TO WS-RPT-BAND-FLAG
        END-IF
        MOVE WS-REPORT-BAND-LINE TO CHECKSUM-LINE
        WRITE CHECKSUM-LINE
    END-IF

    MOVE WS-REPORT-HEADING-3 TO CHECKSUM-LINE
    WRITE CHECKSUM-LINE

    MOVE WS-BATCH-DIV-ANS TO WS-RPT-B-DIV-TOTAL
    MOVE WS-REPORT-BATCH-TOTAL-2 TO CHECKSUM-LINE
    WRITE CHECKSUM-LINE

    EVALUATE TRUE
        WHEN WS-BAND-SHORT
            MOVE WS-BAND-FOUND-NIGHTS TO WS-RPT-BAND-S-NIGHTS
            MOVE WS-REPORT-BAND-SHORT TO CHECKSUM-LINE
            WRITE CHECKSUM-LINE
        WHEN WS-BAND-IN OR WS-BAND-OUT
            MOVE WS-BAND-FOUND-NIGHTS TO WS-RPT-BAND-NIGHTS
            MOVE WS-BAND-DIV-AVG TO WS-RPT-BAND-AVG
            MOVE WS-BAND-DIV-MIN TO WS-RPT-BAND-MIN
            MOVE WS-BAND-DIV-MAX TO WS-RPT-BAND-MAX
            IF WS-BAND-DP-OUT
                MOVE 'OUT OF BAND' TO WS-RPT-BAND-FLAG
            ELSE
                MOVE 'IN BAND' TO WS-RPT-BAND-FLAG
            END-IF
            MOVE WS-REPORT-BAND-LINE TO CHECKSUM-LINE
            WRITE CHECKSUM-LINE
        WHEN OTHER
            CONTINUE
    END-EVALUATE
    IF WS-BAND-OUT
        IF WS-BAND-HELD
            MOVE WS-REPORT-BAND-HELD TO CHECKSUM-LINE
        ELSE
            MOVE WS-REPORT-BAND-WARN TO CHECKSUM-LINE
        END-IF
        WRITE CHECKSUM-LINE
    END-IF.

350-WRITE-BATCH-SECTION-EXIT.
    EXIT.
    MOVE WS-ANS TO WS-RPT-REC-1
    MOVE WS-DIV-ANS TO WS-RPT-REC-2
    MOVE WS-REPORT-RECONCILE TO CHECKSUM-LINE
    WRITE CHECKSUM-LINE

    IF WS-BAND-LOADED
        MOVE WS-BAND-OUT-COUNT TO WS-RPT-BAND-S-OUT
        MOVE WS-BAND-HELD-COUNT TO WS-RPT-BAND-S-HELD
        MOVE WS-REPORT-BAND-SUMMARY TO CHECKSUM-LINE
        WRITE CHECKSUM-LINE
    END-IF.

355-WRITE-GRAND-TOTALS-EXIT.
    EXIT.

*> the department section closes the checksum report - every batch
*> that arrived with what the master made of it, then each active
*> department due on tonight's weekday that sent nothing. Missing
*> departments are marked M in the table for the hand-off file.
357-WRITE-DEPT-CHECK.
    MOVE SPACES TO CHECKSUM-LINE
    WRITE CHECKSUM-LINE

    IF NOT WS-BATCH-MODE
        MOVE WS-DEPT-SINGLE TO CHECKSUM-LINE
        WRITE CHECKSUM-LINE
        GO TO 357-WRITE-DEPT-CHECK-EXIT
    END-IF
    IF NOT WS-DEPTMAST-LOADED
        MOVE WS-DEPT-NO-MASTER TO CHECKSUM-LINE
        WRITE CHECKSUM-LINE
        GO TO 357-WRITE-DEPT-CHECK-EXIT
    END-IF

    MOVE WS-DAY-OF-WEEK TO WS-DEPT-H-DAY
    MOVE WS-DEPT-HEADING TO CHECKSUM-LINE
    WRITE CHECKSUM-LINE
    MOVE WS-DEPT-COL-HDR TO CHECKSUM-LINE
    WRITE CHECKSUM-LINE

    PERFORM VARYING WS-ARRIVAL-IDX FROM 1 BY 1
            UNTIL WS-ARRIVAL-IDX > WS-ARRIVAL-COUNT
        MOVE WS-AR-BATCH-ID(WS-ARRIVAL-IDX) TO WS-DEPT-D-BATCH
        MOVE WS-AR-NAME(WS-ARRIVAL-IDX) TO WS-DEPT-D-NAME
        MOVE WS-AR-NOTE(WS-ARRIVAL-IDX) TO WS-DEPT-D-NOTE
        MOVE WS-DEPT-DETAIL TO CHECKSUM-LINE
        WRITE CHECKSUM-LINE
    END-PERFORM

    IF WS-PROC-HOLIDAY
        MOVE WS-DEPT-HOLIDAY TO CHECKSUM-LINE
        WRITE CHECKSUM-LINE
    ELSE
        PERFORM VARYING WS-DEPT-IDX FROM 1 BY 1
                UNTIL WS-DEPT-IDX > WS-DEPT-COUNT
            IF WS-DP-ACTIVE(WS-DEPT-IDX) = 'Y'
                    AND WS-DP-DUE-DAY(WS-DEPT-IDX, WS-DAY-OF-WEEK)
                        = 'Y'
                ADD 1 TO WS-DEPT-DUE-COUNT
                IF WS-DP-ARRIVED-SW(WS-DEPT-IDX) NOT = 'Y'
                    MOVE 'M' TO WS-DP-ARRIVED-SW(WS-DEPT-IDX)
                    ADD 1 TO WS-DEPT-MISSING-COUNT
                    MOVE WS-DP-BATCH-ID(WS-DEPT-IDX) TO WS-DEPT-D-BATCH
                    MOVE WS-DP-NAME(WS-DEPT-IDX) TO WS-DEPT-D-NAME
                    MOVE 'DUE - NOT RECEIVED' TO WS-DEPT-D-NOTE
                    MOVE WS-DEPT-DETAIL TO CHECKSUM-LINE
                    WRITE CHECKSUM-LINE
                    DISPLAY 'DAY2_1 - DEPARTMENT '
                        WS-DP-BATCH-ID(WS-DEPT-IDX)
                        ' DUE TONIGHT - NO BATCH RECEIVED'
                END-IF
            END-IF
        END-PERFORM
    END-IF

    MOVE SPACES TO CHECKSUM-LINE
    WRITE CHECKSUM-LINE
    MOVE WS-DEPT-DUE-COUNT TO WS-DEPT-S-DUE
    MOVE WS-DEPT-MISSING-COUNT TO WS-DEPT-S-MISS
    MOVE WS-DEPT-UNKNOWN-COUNT TO WS-DEPT-S-UNK
    MOVE WS-DEPT-MISMATCH-COUNT TO WS-DEPT-S-MISM
    MOVE WS-DEPT-SUMMARY TO CHECKSUM-LINE
    WRITE CHECKSUM-LINE.

357-WRITE-DEPT-CHECK-EXIT.
    EXIT.

*> rewritten every night the extract reconciles, so the suite
*> summary can list tonight's missing departments - the H record's
*> date tells it whether the file belongs to the night it reports
358-WRITE-DEPT-HANDOFF.
    OPEN OUTPUT DEPTMISS-FILE
    IF WS-DEPTMISS-STATUS NOT = '00'
        DISPLAY 'DAY2_1 - UNABLE TO OPEN DEPTMISS-FILE, STATUS '
            WS-DEPTMISS-STATUS
        GO TO 358-WRITE-DEPT-HANDOFF-EXIT
    END-IF

    MOVE SPACES TO DEPT-MISSING-REC
    MOVE 'H' TO DMS-REC-TYPE
    MOVE WS-AUD-DATE-FMT TO DMS-RUN-DATE
    EVALUATE TRUE
        WHEN NOT WS-BATCH-MODE
            MOVE 'S' TO DMS-CHECK-STATUS
        WHEN NOT WS-DEPTMAST-LOADED
            MOVE 'N' TO DMS-CHECK-STATUS
        WHEN WS-PROC-HOLIDAY
            MOVE 'H' TO DMS-CHECK-STATUS
        WHEN OTHER
            MOVE 'C' TO DMS-CHECK-STATUS
    END-EVALUATE
    MOVE WS-DEPT-DUE-COUNT TO DMS-DUE-COUNT
    MOVE WS-DEPT-MISSING-COUNT TO DMS-MISSING-COUNT
    MOVE WS-DEPT-UNKNOWN-COUNT TO DMS-UNKNOWN-COUNT
    MOVE WS-DEPT-MISMATCH-COUNT TO DMS-MISMATCH-COUNT
    WRITE DEPT-MISSING-REC

    PERFORM VARYING WS-DEPT-IDX FROM 1 BY 1
            UNTIL WS-DEPT-IDX > WS-DEPT-COUNT
        IF WS-DP-ARRIVED-SW(WS-DEPT-IDX) = 'M'
            MOVE SPACES TO DEPT-MISSING-REC
            MOVE 'D' TO DMS-REC-TYPE
            MOVE WS-AUD-DATE-FMT TO DMS-RUN-DATE
            MOVE 'C' TO DMS-CHECK-STATUS
            MOVE WS-DP-BATCH-ID(WS-DEPT-IDX) TO DMS-BATCH-ID
            MOVE WS-DP-NAME(WS-DEPT-IDX) TO DMS-DEPT-NAME
            MOVE 0 TO DMS-DUE-COUNT
            MOVE 0 TO DMS-MISSING-COUNT
            MOVE 0 TO DMS-UNKNOWN-COUNT
            MOVE 0 TO DMS-MISMATCH-COUNT
            WRITE DEPT-MISSING-REC
        END-IF
    END-PERFORM

    CLOSE DEPTMISS-FILE.

358-WRITE-DEPT-HANDOFF-EXIT.
    EXIT.

360-WRITE-EXCEPTIONS-REPORT.
    OPEN OUTPUT EXCEPTIONS-FILE
    MOVE WS-EXCEPT-HEADING TO EXCEPTIONS-LINE

*> one master record per data row, keyed run date + program + the
*> row's running number across batches, each carrying its batch id
*> and marked H when the band check held the batch out of the night
*> - a rerun on the same night lands on the same keys, so a
*> duplicate-key WRITE is retried as a REWRITE and the rerun's
*> figures stand
        MOVE WS-RPT-DIVISOR(WS-ROW) TO RSL-D2-DIVISOR
        MOVE WS-RPT-QUOTIENT(WS-ROW) TO RSL-D2-QUOTIENT
        MOVE WS-RPT-EXCLUDED(WS-ROW) TO RSL-D2-EXCLUDED
        IF WS-BAND-HELD AND WS-RPT-EXCLUDED(WS-ROW) NOT = 'Y'
            MOVE 'H' TO RSL-D2-EXCLUDED
        END-IF
        MOVE WS-BATCH-ID TO RSL-D2-BATCH-ID
        WRITE RESULT-REC
            INVALID KEY
    MOVE 'DAY2_1' TO AUD-PROGRAM-ID
    MOVE WS-AUD-DATE-FMT TO AUD-RUN-DATE
    MOVE WS-AUD-TIME-FMT TO AUD-RUN-TIME
    MOVE WS-CARD-VERSION TO AUD-CARD-VERSION
    MOVE WS-INPUT-PATH TO AUD-INPUT-FILE
    MOVE WS-AUD-ANSWER-VAL TO AUD-FINAL-ANSWER
    MOVE WS-AUD-STATUS-TEXT TO AUD-STATUS

500-WRITE-AUDIT-RECORD-EXIT.
    EXIT.

*> pass one of the correction-file stamp - the file is copied to the
*> work file with each newly applied line stamped A and dated, then
*> copied back once the whole stamped copy is safely on disk
600-MARK-CORRECTIONS-APPLIED.
    IF WS-CR-NEWLY-APPLIED = 0
        GO TO 600-MARK-CORRECTIONS-APPLIED-EXIT
    END-IF
    ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
    MOVE WS-TODAY-YYYY TO WS-APL-YYYY
    MOVE WS-TODAY-MM TO WS-APL-MM
    MOVE WS-TODAY-DD TO WS-APL-DD

    MOVE 'N' TO WS-CORR-EOF-SW
    MOVE 0 TO WS-CORR-REC-NO
    OPEN INPUT CORR-FILE
    IF WS-CORR-STATUS NOT = '00'
        DISPLAY 'DAY2_1 - UNABLE TO REOPEN CORR-FILE, STATUS '
            WS-CORR-STATUS ' - CORRECTIONS NOT MARKED APPLIED'
        SET WS-CORR-FAILED TO TRUE
        GO TO 600-MARK-CORRECTIONS-APPLIED-EXIT
    END-IF
    OPEN OUTPUT WORK-FILE
    IF WS-WORK-STATUS NOT = '00'
        DISPLAY 'DAY2_1 - UNABLE TO OPEN WORK-FILE, STATUS '
            WS-WORK-STATUS ' - CORRECTIONS NOT MARKED APPLIED'
        SET WS-CORR-FAILED TO TRUE
        CLOSE CORR-FILE
        GO TO 600-MARK-CORRECTIONS-APPLIED-EXIT
    END-IF

    PERFORM UNTIL WS-CORR-EOF
        READ CORR-FILE
            AT END SET WS-CORR-EOF TO TRUE
        END-READ
        IF NOT WS-CORR-EOF
            ADD 1 TO WS-CORR-REC-NO
            PERFORM VARYING WS-CR-IDX FROM 1 BY 1
                    UNTIL WS-CR-IDX > WS-CR-COUNT
                IF WS-CR-FILE-REC(WS-CR-IDX) = WS-CORR-REC-NO
                        AND WS-CR-USED-SW(WS-CR-IDX) = 'Y'
                        AND WS-CR-PRIOR-SW(WS-CR-IDX) = 'N'
                    SET COR-APPLIED TO TRUE
                    MOVE WS-APPLIED-DATE-FMT TO COR-APPLIED-DATE
                END-IF
            END-PERFORM
            MOVE CORRECTION-REC TO WORK-REC
            WRITE WORK-REC
            IF WS-WORK-STATUS NOT = '00'
                DISPLAY 'DAY2_1 - WORK-FILE WRITE FAILED, STATUS '
                    WS-WORK-STATUS ' - CORRECTIONS NOT MARKED APPLIED'
                SET WS-CORR-FAILED TO TRUE
                SET WS-CORR-EOF TO TRUE
            END-IF
        END-IF
    END-PERFORM

    CLOSE CORR-FILE
    CLOSE WORK-FILE

    IF NOT WS-CORR-FAILED
        PERFORM 605-REWRITE-CORRECTIONS
            THRU 605-REWRITE-CORRECTIONS-EXIT
    END-IF.

600-MARK-CORRECTIONS-APPLIED-EXIT.
    EXIT.

605-REWRITE-CORRECTIONS.
    MOVE 'N' TO WS-WORK-EOF-SW
    OPEN INPUT WORK-FILE
    IF WS-WORK-STATUS NOT = '00'
        DISPLAY 'DAY2_1 - UNABLE TO REOPEN WORK-FILE, STATUS '
            WS-WORK-STATUS
        SET WS-CORR-FAILED TO TRUE
        GO TO 605-REWRITE-CORRECTIONS-EXIT
    END-IF
    OPEN OUTPUT CORR-FILE
    IF WS-CORR-STATUS NOT = '00'
        DISPLAY 'DAY2_1 - UNABLE TO REWRITE CORR-FILE, STATUS '
            WS-CORR-STATUS
        SET WS-CORR-FAILED TO TRUE
        CLOSE WORK-FILE
        GO TO 605-REWRITE-CORRECTIONS-EXIT
    END-IF

    PERFORM UNTIL WS-WORK-EOF
        READ WORK-FILE
            AT END SET WS-WORK-EOF TO TRUE
        END-READ
        IF NOT WS-WORK-EOF
            MOVE WORK-REC TO CORRECTION-REC
            WRITE CORRECTION-REC
            IF WS-CORR-STATUS NOT = '00'
                DISPLAY 'DAY2_1 - CORR-FILE REWRITE FAILED, STATUS '
                    WS-CORR-STATUS ' - RECOVER FROM '
                    '../utils/EXCCORR.WRK'
                SET WS-CORR-FAILED TO TRUE
                SET WS-WORK-EOF TO TRUE
            END-IF
        END-IF
    END-PERFORM

    CLOSE WORK-FILE
    CLOSE CORR-FILE.

605-REWRITE-CORRECTIONS-EXIT.
    EXIT.

*> the original exception stays on file - one live record per newly
*> applied correction is stamped C, so the tolerance gate stops
*> counting it and EXCPANL reads the offender as repaired
610-FLAG-EXCEPTIONS-CORRECTED.
    IF WS-CR-NEWLY-APPLIED = 0 OR WS-CORR-FAILED
        GO TO 610-FLAG-EXCEPTIONS-CORRECTED-EXIT
    END-IF

    MOVE 'N' TO WS-EXCEPTS-EOF-SW
    OPEN INPUT EXCEPTS-FILE
    IF WS-EXCEPTS-STATUS NOT = '00'
        DISPLAY 'DAY2_1 - UNABLE TO REOPEN EXCEPTS-FILE, STATUS '
            WS-EXCEPTS-STATUS ' - EXCEPTIONS NOT FLAGGED'
        SET WS-CORR-FAILED TO TRUE
        GO TO 610-FLAG-EXCEPTIONS-CORRECTED-EXIT
    END-IF
    OPEN OUTPUT WORK-FILE
    IF WS-WORK-STATUS NOT = '00'
        DISPLAY 'DAY2_1 - UNABLE TO OPEN WORK-FILE, STATUS '
            WS-WORK-STATUS ' - EXCEPTIONS NOT FLAGGED'
        SET WS-CORR-FAILED TO TRUE
        CLOSE EXCEPTS-FILE
        GO TO 610-FLAG-EXCEPTIONS-CORRECTED-EXIT
    END-IF

    PERFORM UNTIL WS-EXCEPTS-EOF
        READ EXCEPTS-FILE
            AT END SET WS-EXCEPTS-EOF TO TRUE
        END-READ
        IF NOT WS-EXCEPTS-EOF
            IF EXC-LIVE
                    AND EXC-PROGRAM-ID = 'DAY2_1'
                    AND EXC-RUN-DATE = WS-AUD-DATE-FMT
                    AND EXC-SOURCE-FILE = WS-INPUT-PATH
                PERFORM 612-MATCH-APPLIED-CORRECTION
                    THRU 612-MATCH-APPLIED-CORRECTION-EXIT
            END-IF
            MOVE EXCEPTION-REC TO WORK-REC
            WRITE WORK-REC
            IF WS-WORK-STATUS NOT = '00'
                DISPLAY 'DAY2_1 - WORK-FILE WRITE FAILED, STATUS '
                    WS-WORK-STATUS ' - EXCEPTIONS NOT FLAGGED'
                SET WS-CORR-FAILED TO TRUE
                SET WS-EXCEPTS-EOF TO TRUE
            END-IF
        END-IF
    END-PERFORM

    CLOSE EXCEPTS-FILE
    CLOSE WORK-FILE

    IF NOT WS-CORR-FAILED AND WS-CR-FLAGGED > 0
        PERFORM 615-REWRITE-EXCEPTS THRU 615-REWRITE-EXCEPTS-EXIT
    END-IF.

610-FLAG-EXCEPTIONS-CORRECTED-EXIT.
    EXIT.

612-MATCH-APPLIED-CORRECTION.
    MOVE 'N' TO WS-CR-FOUND-SW
    PERFORM VARYING WS-CR-IDX FROM 1 BY 1
            UNTIL WS-CR-IDX > WS-CR-COUNT OR WS-CR-FOUND
        IF WS-CR-USED-SW(WS-CR-IDX) = 'Y'
                AND WS-CR-PRIOR-SW(WS-CR-IDX) = 'N'
                AND WS-CR-FLAGGED-SW(WS-CR-IDX) = 'N'
                AND WS-CR-BATCH-ID(WS-CR-IDX) = EXC-BATCH-ID
                AND WS-CR-LINE-NO(WS-CR-IDX) = EXC-LINE-NO
                AND WS-CR-ORIG-VALUE(WS-CR-IDX) = EXC-VALUE
            SET WS-CR-FOUND TO TRUE
            MOVE 'Y' TO WS-CR-FLAGGED-SW(WS-CR-IDX)
            SET EXC-CORRECTED TO TRUE
            ADD 1 TO WS-CR-FLAGGED
        END-IF
    END-PERFORM.

612-MATCH-APPLIED-CORRECTION-EXIT.
    EXIT.

615-REWRITE-EXCEPTS.
    MOVE 'N' TO WS-WORK-EOF-SW
    OPEN INPUT WORK-FILE
    IF WS-WORK-STATUS NOT = '00'
        DISPLAY 'DAY2_1 - UNABLE TO REOPEN WORK-FILE, STATUS '
            WS-WORK-STATUS
        SET WS-CORR-FAILED TO TRUE
        GO TO 615-REWRITE-EXCEPTS-EXIT
    END-IF
    OPEN OUTPUT EXCEPTS-FILE
    IF WS-EXCEPTS-STATUS NOT = '00'
        DISPLAY 'DAY2_1 - UNABLE TO REWRITE EXCEPTS-FILE, STATUS '
            WS-EXCEPTS-STATUS
        SET WS-CORR-FAILED TO TRUE
        CLOSE WORK-FILE
        GO TO 615-REWRITE-EXCEPTS-EXIT
    END-IF

    PERFORM UNTIL WS-WORK-EOF
        READ WORK-FILE
            AT END SET WS-WORK-EOF TO TRUE
        END-READ
        IF NOT WS-WORK-EOF
            MOVE WORK-REC TO EXCEPTION-REC
            WRITE EXCEPTION-REC
            IF WS-EXCEPTS-STATUS NOT = '00'
                DISPLAY 'DAY2_1 - EXCEPTS REWRITE FAILED, STATUS '
                    WS-EXCEPTS-STATUS ' - RECOVER FROM '
                    '../utils/EXCCORR.WRK'
                SET WS-CORR-FAILED TO TRUE
                SET WS-WORK-EOF TO TRUE
            END-IF
        END-IF
    END-PERFORM

    CLOSE WORK-FILE
    CLOSE EXCEPTS-FILE.

615-REWRITE-EXCEPTS-EXIT.
    EXIT.

*> one line per correction on file for the night - applied now,
*> applied again from an earlier rerun, or never met in the input
620-WRITE-CORRECTION-REGISTER.
    OPEN OUTPUT CORRREG-FILE
    MOVE WS-REG-HEADING-1 TO CORRREG-LINE
    WRITE CORRREG-LINE
    MOVE WS-AUD-DATE-FMT TO WS-REG-NIGHT
    MOVE WS-REG-HEADING-2 TO CORRREG-LINE
    WRITE CORRREG-LINE
    MOVE WS-INPUT-PATH TO WS-REG-SOURCE
    MOVE WS-REG-HEADING-3 TO CORRREG-LINE
    WRITE CORRREG-LINE
    MOVE SPACES TO CORRREG-LINE
    WRITE CORRREG-LINE

    IF WS-CR-COUNT = 0
        MOVE WS-REG-NONE TO CORRREG-LINE
        WRITE CORRREG-LINE
    ELSE
        MOVE WS-REG-COL-HDR TO CORRREG-LINE
        WRITE CORRREG-LINE
        PERFORM VARYING WS-CR-IDX FROM 1 BY 1
                UNTIL WS-CR-IDX > WS-CR-COUNT
            MOVE WS-CR-BATCH-ID(WS-CR-IDX) TO WS-RG-BATCH
            MOVE WS-CR-LINE-NO(WS-CR-IDX) TO WS-RG-LINE
            MOVE WS-CR-ORIG-VALUE(WS-CR-IDX) TO WS-RG-ORIG
            MOVE WS-CR-NEW-VALUE(WS-CR-IDX) TO WS-RG-NEW
            MOVE WS-CR-INITIALS(WS-CR-IDX) TO WS-RG-INITIALS
            EVALUATE TRUE
                WHEN WS-CR-USED-SW(WS-CR-IDX) = 'N'
                    MOVE 'NOT APPLIED' TO WS-RG-RESULT
                WHEN WS-CR-PRIOR-SW(WS-CR-IDX) = 'Y'
                    MOVE 'REAPPLIED' TO WS-RG-RESULT
                WHEN OTHER
                    MOVE 'APPLIED' TO WS-RG-RESULT
            END-EVALUATE
            MOVE WS-REG-DETAIL-1 TO CORRREG-LINE
            WRITE CORRREG-LINE
            MOVE WS-CR-REASON(WS-CR-IDX) TO WS-RG-REASON
            MOVE WS-REG-DETAIL-2 TO CORRREG-LINE
            WRITE CORRREG-LINE
        END-PERFORM
    END-IF

    MOVE SPACES TO CORRREG-LINE
    WRITE CORRREG-LINE
    IF WS-AUD-STATUS-TEXT = 'FAILED'
        MOVE WS-REG-FAILED TO CORRREG-LINE
        WRITE CORRREG-LINE
    END-IF
    MOVE WS-CR-APPLIED TO WS-RG-T-APPLIED
    COMPUTE WS-RG-T-UNUSED = WS-CR-COUNT - WS-CR-APPLIED
    MOVE WS-CR-FLAGGED TO WS-RG-T-FLAGGED
    MOVE WS-REG-TOTALS TO CORRREG-LINE
    WRITE CORRREG-LINE

    CLOSE CORRREG-FILE.

620-WRITE-CORRECTION-REGISTER-EXIT.
    EXIT.
