    MOVE 'RSLBKUP' TO AUD-PROGRAM-ID
    MOVE WS-AUD-DATE-FMT TO AUD-RUN-DATE
    MOVE WS-AUD-TIME-FMT TO AUD-RUN-TIME
    MOVE 0 TO AUD-CARD-VERSION
    MOVE '../utils/RESULTS.MST' TO AUD-INPUT-FILE
    MOVE WS-LIVE-COUNT TO AUD-FINAL-ANSWER
    IF WS-BACKUP-FAILED OR WS-VERIFY-FAILED
