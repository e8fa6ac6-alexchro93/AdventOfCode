*> Department master - one record per upstream department that
*> sends a batch group on the multi-batch grid extract, maintained
*> by operations as a card-image file like the holiday calendar.
*> DAY2_1 checks every HDR record against it: a batch id not on the
*> master, or one whose row/column counts disagree with the master,
*> is logged, and an active department due on the night's weekday
*> that never sent a batch is listed as missing.
01 DEPT-MASTER-REC.
    05 DPT-BATCH-ID      PIC X(8).
    05 FILLER            PIC X(1).
    05 DPT-DEPT-NAME     PIC X(30).
    05 FILLER            PIC X(1).
    05 DPT-EXP-ROWS      PIC 9(2).
    05 FILLER            PIC X(1).
    05 DPT-EXP-COLS      PIC 9(2).
    05 FILLER            PIC X(1).
    *> one Y/N flag per weekday, Monday first thru Sunday - the
    *> same 1 = MONDAY numbering PROCDATE carries
    05 DPT-DUE-DAYS.
        10 DPT-DUE-DAY   PIC X(1) OCCURS 7 TIMES.
    05 FILLER            PIC X(1).
    05 DPT-ACTIVE        PIC X(1).
        88 DPT-IS-ACTIVE VALUE 'Y'.
    05 FILLER            PIC X(25).
