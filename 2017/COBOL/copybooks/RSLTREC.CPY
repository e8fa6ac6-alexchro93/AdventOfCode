        10 RSL-D2-DIVIDEND   PIC 9(4).
        10 RSL-D2-DIVISOR    PIC 9(4).
        10 RSL-D2-QUOTIENT   PIC 9(4).
        *> Y - row excluded for a bad cell, H - the row's batch fell
        *> outside its statistical band at severity E and was held
        *> out of the night's totals, N - row used
        10 RSL-D2-EXCLUDED   PIC X(1).
        10 RSL-D2-BATCH-ID   PIC X(8).
        10 FILLER            PIC X(25).
