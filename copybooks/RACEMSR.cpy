*> Meet status report line -- one per meet on the schedule, written by
*> RaceMeetMaint after the day's transactions are applied: the meet's
*> date, where it stands, since when, and how many races are entered
*> for it. Label literals live in WORKING-STORAGE and are MOVEd in
*> before the WRITE, matching RACERPT.cpy's pattern.
    05 MR-Label-Meet     PIC X(6).
    05 MR-Meet-Id        PIC X(6).
    05 FILLER            PIC X(3).
    05 MR-Label-Date     PIC X(6).
    05 MR-Meet-Date      PIC X(10).
    05 FILLER            PIC X(3).
    05 MR-Label-Status   PIC X(8).
    05 MR-Status-Text    PIC X(12).
    05 FILLER            PIC X(3).
    05 MR-Label-Since    PIC X(7).
    05 MR-Status-Stamp   PIC X(21).
    05 FILLER            PIC X(3).
    05 MR-Label-Entries  PIC X(9).
    05 MR-Entries        PIC Z(5)9.
