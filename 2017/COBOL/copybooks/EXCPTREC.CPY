    *> department/batch id for the multi-batch grid extract, spaces
    *> from programs whose inputs carry no batch groups
    05 EXC-BATCH-ID      PIC X(8).
    *> after-the-fact disposition - space while the exception is
    *> live; BACKOUT stamps R on a night it has reversed so the
    *> tolerance gate and the offender analysis stop counting it;
    *> a correction rerun stamps C once a keyed correction has been
    *> applied in place of the rejected value, so the record stays
    *> on file but reads as repaired rather than live
    05 EXC-DISPOSITION   PIC X(1).
        88 EXC-LIVE      VALUE SPACE.
        88 EXC-REVERSED  VALUE 'R'.
        88 EXC-CORRECTED VALUE 'C'.
