*> Exception correction record - one card-image line per corrected
*> value, keyed by operations against an exception a Day_N program
*> logged to EXCEPTS.DAT: the night, the program, the source file,
*> the batch id and the line identify the exception, the corrected
*> value stands in for the rejected one on a correction rerun of
*> that night. EXCCORR proves each keyed line against the logged
*> exceptions before any program will apply it.
*>   space - keyed, not yet validated
*>   V     - validated, waiting for the correction rerun
*>   X     - rejected by the validation pass, see COR-NOTE
*>   A     - applied by the correction rerun on COR-APPLIED-DATE
01 CORRECTION-REC.
    05 COR-RUN-DATE      PIC X(10).
    05 FILLER            PIC X(1).
    05 COR-PROGRAM-ID    PIC X(8).
    05 FILLER            PIC X(1).
    05 COR-SOURCE-FILE   PIC X(40).
    05 FILLER            PIC X(1).
    *> spaces for programs whose inputs carry no batch groups
    05 COR-BATCH-ID      PIC X(8).
    05 FILLER            PIC X(1).
    05 COR-LINE-NO       PIC 9(5).
    05 FILLER            PIC X(1).
    05 COR-NEW-VALUE     PIC X(20).
    05 FILLER            PIC X(1).
    05 COR-INITIALS      PIC X(3).
    05 FILLER            PIC X(1).
    05 COR-REASON        PIC X(30).
    05 FILLER            PIC X(1).
    *> the rejected value as logged - keyed only to pick one of
    *> several bad cells on the same line, otherwise filled in by
    *> the validation pass from the matching exception record
    05 COR-ORIG-VALUE    PIC X(20).
    05 FILLER            PIC X(1).
    05 COR-STATUS        PIC X(1).
        88 COR-PENDING   VALUE SPACE.
        88 COR-ACCEPTED  VALUE 'V'.
        88 COR-REJECTED  VALUE 'X'.
        88 COR-APPLIED   VALUE 'A'.
    05 FILLER            PIC X(1).
    05 COR-NOTE          PIC X(20).
    05 FILLER            PIC X(1).
    05 COR-APPLIED-DATE  PIC X(10).
