*> Season-close report heading line -- the season closed and the
*> stamp of the close run. Label literals live in WORKING-STORAGE
*> and are MOVEd in before the WRITE, matching RACERPT.cpy's pattern.
    05 CH-Label-Season    PIC X(14).
    05 CH-Season          PIC X(4).
    05 FILLER             PIC X(3).
    05 CH-Label-Stamp     PIC X(8).
    05 CH-Close-Stamp     PIC X(21).
