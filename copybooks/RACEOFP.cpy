*> Official-records report line -- one per feed detail: whether the
*> league's record matches the master, differs (a change transaction
*> was cut), names a race we do not carry, or could not be used, with
*> our time and distance beside the league's. Label literals live in
*> WORKING-STORAGE and are MOVEd in before the WRITE, matching
*> RACERPT.cpy's pattern.
    05 OR-Label-Race      PIC X(7).
    05 OR-Race-Id         PIC X(6).
    05 FILLER             PIC X(3).
    05 OR-Verdict         PIC X(11).
    05 FILLER             PIC X(3).
    05 OR-Label-Ours      PIC X(6).
    05 OR-Our-Time        PIC Z(17)9.
    05 FILLER             PIC X(1).
    05 OR-Our-Distance    PIC Z(17)9.
    05 FILLER             PIC X(3).
    05 OR-Label-League    PIC X(8).
    05 OR-League-Time     PIC Z(17)9.
    05 FILLER             PIC X(1).
    05 OR-League-Distance PIC Z(17)9.
