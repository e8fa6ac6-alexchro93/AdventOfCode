*> Received-file registry - one card-image entry appended by the
*> PREEDIT front-end edit for every staged file it stamps, so a
*> re-sent extract that reconciles perfectly against its own
*> trailer can still be recognised as one already received. A file
*> entry carries the count and hash the trailer was stamped with
*> and the file's first and last data records; the multi-batch grid
*> extract also gets one batch entry per batch group with that
*> group's own count, hash and first and last rows. Records longer
*> than 80 bytes (the captcha stream) are held by their first 80.
*>   file type  G - grid extract, S - starting numbers, C - captcha
*>   entry type F - whole file, B - one batch group of the grid
*>   dup flag   space - new, D - matched an earlier night's entry
*>              when received (logged to EXCEPTS.DAT at the time)
01 RECEIVED-FILE-REC.
    05 RCV-PROC-DATE     PIC X(10).
    05 FILLER            PIC X(1).
    05 RCV-STAMP-TIME    PIC X(8).
    05 FILLER            PIC X(1).
    05 RCV-FILE-TYPE     PIC X(1).
        88 RCV-GRID-FILE      VALUE 'G'.
        88 RCV-STARTNUMS-FILE VALUE 'S'.
        88 RCV-CAPTCHA-FILE   VALUE 'C'.
    05 FILLER            PIC X(1).
    05 RCV-ENTRY-TYPE    PIC X(1).
        88 RCV-FILE-ENTRY  VALUE 'F'.
        88 RCV-BATCH-ENTRY VALUE 'B'.
    05 FILLER            PIC X(1).
    *> spaces on a file entry
    05 RCV-BATCH-ID      PIC X(8).
    05 FILLER            PIC X(1).
    *> batch groups in the file on a file entry, zero on a batch one
    05 RCV-BATCH-COUNT   PIC 9(3).
    05 FILLER            PIC X(1).
    05 RCV-REC-COUNT     PIC 9(5).
    05 FILLER            PIC X(1).
    05 RCV-HASH-TOTAL    PIC 9(20).
    05 FILLER            PIC X(1).
    05 RCV-DUP-FLAG      PIC X(1).
        88 RCV-NEW       VALUE SPACE.
        88 RCV-DUPLICATE VALUE 'D'.
    05 FILLER            PIC X(1).
    *> the earlier night, and batch id for a batch entry, matched
    05 RCV-DUP-OF-DATE   PIC X(10).
    05 FILLER            PIC X(1).
    05 RCV-DUP-OF-BATCH  PIC X(8).
    05 FILLER            PIC X(1).
    05 RCV-FILE-NAME     PIC X(40).
    05 FILLER            PIC X(1).
    05 RCV-FIRST-REC     PIC X(80).
    05 FILLER            PIC X(1).
    05 RCV-LAST-REC      PIC X(80).
