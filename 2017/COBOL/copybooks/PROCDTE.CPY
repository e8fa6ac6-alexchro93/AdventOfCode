    05 PRC-DATE-SOURCE       PIC X(1).
        88 PRC-OPERATOR-SET  VALUE 'O'.
        88 PRC-CLOCK-SET     VALUE 'C'.
    *> P (or space on a record written before the field existed) -
    *> a production night; S - a DAY_SUITE simulation, in which the
    *> steps post to the scratch results, audit and exception files
    *> under separate report names and read the scratch copies of
    *> the candidate inputs named below in place of the staged
    *> production files. A blank name means that input was not
    *> re-cut and the production file stands.
    05 PRC-RUN-MODE          PIC X(1).
        88 PRC-PRODUCTION-RUN VALUE 'P' SPACE.
        88 PRC-SIMULATION-RUN VALUE 'S'.
    05 PRC-SIM-GRID-FILE     PIC X(40).
    05 PRC-SIM-STARTNUMS-FILE PIC X(40).
    05 PRC-SIM-CAPTCHA-FILE  PIC X(40).
    *> Y - the driver is rerunning a failed night under RESTART ON,
    *> and a step that keeps its own checkpoint picks its work up
    *> from it; N (or space) - every step starts from the top
    05 PRC-RESTART-FLAG      PIC X(1).
        88 PRC-RESTART-RUN   VALUE 'Y'.
