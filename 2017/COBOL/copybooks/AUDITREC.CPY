    05 AUD-INPUT-FILE    PIC X(40).
    05 AUD-FINAL-ANSWER  PIC 9(15).
    05 AUD-STATUS        PIC X(10).
    *> version of RUNCTL.DAT the run read its cards from, as stamped
    *> by RUNCTLM on the CARD-VERSION comment card - zero from the
    *> programs that take no cards, spaces on entries written before
    *> the card file carried a version
    05 AUD-CARD-VERSION  PIC 9(6).
