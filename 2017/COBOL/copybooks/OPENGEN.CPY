*> morning check instead of at month-end.
*>   O - cut and awaiting acknowledgment
*>   R - acknowledgment received but rejected or mismatched
*> A replacement cut carries the generation it replaces, zero on an
*> ordinary nightly cut; once the replacement is acknowledged
*> ACKPROC closes the original as superseded.
*> The run date is the night the data belongs to - for a replacement
*> that is the replaced night - while the cut date is the processing
*> date the file was actually cut, which is what ACKPROC ages from.
*> Entries written before the cut date was kept carry spaces there.
01 OPEN-GEN-REC.
    05 OGN-GENERATION    PIC 9(6).
    05 OGN-RUN-DATE      PIC X(10).
    05 OGN-STATUS        PIC X(1).
        88 OGN-OPEN      VALUE 'O'.
        88 OGN-REJECTED  VALUE 'R'.
    05 OGN-REPLACES-GEN  PIC 9(6).
    05 OGN-CUT-DATE      PIC X(10).
