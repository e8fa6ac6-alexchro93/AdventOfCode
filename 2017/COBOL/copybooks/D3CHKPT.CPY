*> DAY3_1 checkpoint - one card-image record, put back whole after
*> every starting number is fully processed. It names the night and
*> input it was taken over, the record position reached (data lines
*> read through the last number finished), the running control
*> count and hash at that point, and how many lines each report held,
*> so a driver restart can pick the batch up at the next number.
*> The last number finished and its distance are carried too - a
*> restart from a checkpoint at the end of the input has no number
*> left to process, and that distance is the night's answer.
*> The cards it ran under are kept so a restart under changed cards
*> goes back to the top rather than mixing two sets of output.
*>   status P - batch in progress (or stopped), C - batch completed
*>          clean, nothing to resume
01 D3-CHECKPOINT-REC.
    05 CKP-RUN-DATE        PIC X(10).
    05 FILLER              PIC X(1).
    05 CKP-STATUS          PIC X(1).
        88 CKP-IN-PROGRESS VALUE 'P'.
        88 CKP-COMPLETE    VALUE 'C'.
    05 FILLER              PIC X(1).
    05 CKP-STAMP-TIME      PIC X(8).
    05 FILLER              PIC X(1).
    05 CKP-LINE-NO         PIC 9(4).
    05 FILLER              PIC X(1).
    *> numbers processed and lines skipped through CKP-LINE-NO
    05 CKP-RECORD-COUNT    PIC 9(4).
    05 FILLER              PIC X(1).
    05 CKP-SKIP-COUNT      PIC 9(4).
    05 FILLER              PIC X(1).
    05 CKP-HASH-TOTAL      PIC 9(20).
    05 FILLER              PIC X(1).
    *> lines written to DISTANCE, TRACE and STRESS reports
    05 CKP-DISTANCE-LINES  PIC 9(9).
    05 FILLER              PIC X(1).
    05 CKP-TRACE-LINES     PIC 9(9).
    05 FILLER              PIC X(1).
    05 CKP-STRESS-LINES    PIC 9(9).
    05 FILLER              PIC X(1).
    05 CKP-CARD-VERSION    PIC 9(6).
    05 FILLER              PIC X(1).
    05 CKP-TRACE-RUN       PIC X(1).
    05 FILLER              PIC X(1).
    05 CKP-STRESS-RUN      PIC X(1).
    05 FILLER              PIC X(1).
    05 CKP-SOURCE-FILE     PIC X(40).
    05 FILLER              PIC X(1).
    05 CKP-LAST-START-NUM  PIC 9(20).
    05 FILLER              PIC X(1).
    05 CKP-LAST-DISTANCE   PIC 9(20).
