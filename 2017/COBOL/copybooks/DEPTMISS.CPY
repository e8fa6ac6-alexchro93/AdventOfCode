*> Department check hand-off - rewritten by DAY2_1 every night so
*> the suite summary can list the departments that were due but
*> never sent a batch without re-reading the extract. One H record
*> carries the night's date and counts, followed by one D record
*> per missing department.
01 DEPT-MISSING-REC.
    05 DMS-REC-TYPE      PIC X(1).
        88 DMS-HEADER    VALUE 'H'.
        88 DMS-DETAIL    VALUE 'D'.
    05 DMS-RUN-DATE      PIC X(10).
    *> C checked against the master, N no master on file,
    *> S single-batch extract, H holiday - nothing was due
    05 DMS-CHECK-STATUS  PIC X(1).
        88 DMS-CHECKED   VALUE 'C'.
    05 DMS-BATCH-ID      PIC X(8).
    05 DMS-DEPT-NAME     PIC X(30).
    05 DMS-DUE-COUNT     PIC 9(3).
    05 DMS-MISSING-COUNT PIC 9(3).
    05 DMS-UNKNOWN-COUNT PIC 9(3).
    05 DMS-MISMATCH-COUNT PIC 9(3).
