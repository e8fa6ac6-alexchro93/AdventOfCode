        COPY AUDITREC.

        FD ARCHIVE-FILE.
        01 ARCHIVE-REC PIC X(97).

        FD WORK-FILE.
        01 WORK-REC PIC X(97).

        FD PURGE-RPT-FILE.
        01 PURGE-RPT-LINE PIC X(80).
    MOVE 'AUDPURGE' TO AUD-PROGRAM-ID
    MOVE WS-AUD-DATE-FMT TO AUD-RUN-DATE
    MOVE WS-AUD-TIME-FMT TO AUD-RUN-TIME
    MOVE 0 TO AUD-CARD-VERSION
    MOVE '../utils/AUDIT.DAT' TO AUD-INPUT-FILE
    MOVE WS-ARCHIVED-COUNT TO AUD-FINAL-ANSWER
    MOVE 'SUCCESS' TO AUD-STATUS
