*> Missing-entry exception line -- written to the exceptions report
*> by the scoring run for every race entered for the meet that is not
*> on the race master, so an entry is never skipped without a trace.
*> Label literals live in WORKING-STORAGE and are MOVEd in before the
*> WRITE, matching RACERPT.cpy's pattern.
    05 MX-Label-Race     PIC X(7).
    05 MX-Race-Id        PIC X(6).
    05 FILLER            PIC X(3).
    05 MX-Label-Meet     PIC X(6).
    05 MX-Meet-Id        PIC X(6).
    05 FILLER            PIC X(3).
    05 MX-Reason         PIC X(40).
