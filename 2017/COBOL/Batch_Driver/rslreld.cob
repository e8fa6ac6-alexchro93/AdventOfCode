    MOVE 'RSLRELD' TO AUD-PROGRAM-ID
    MOVE WS-AUD-DATE-FMT TO AUD-RUN-DATE
    MOVE WS-AUD-TIME-FMT TO AUD-RUN-TIME
    MOVE 0 TO AUD-CARD-VERSION
    MOVE WS-BACKUP-PATH TO AUD-INPUT-FILE
    MOVE WS-LOADED-COUNT TO AUD-FINAL-ANSWER
    IF WS-RELOAD-FAILED
