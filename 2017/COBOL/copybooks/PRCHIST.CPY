*> Processing-date history - one record appended by the driver every
*> time it establishes a night's processing date, so the month-end
*> sign-off can tell a catch-up run keyed under an operator-set date
*> from an ordinary clock-dated night. PROCDATE.DAT only ever holds
*> the current night; this file keeps them all.
01 PROC-HIST-REC.
    05 PHS-RUN-DATE      PIC X(10).
    05 PHS-DATE-SOURCE   PIC X(1).
        88 PHS-OPERATOR-SET VALUE 'O'.
    05 PHS-BUSINESS-DAY  PIC X(1).
    *> wall-clock date and time the suite was started under
    05 PHS-CLOCK-DATE    PIC X(10).
    05 PHS-CLOCK-TIME    PIC X(8).
    05 PHS-RESTART       PIC X(1).
