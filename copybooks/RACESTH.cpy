*> Season standings heading line -- one per table (all crews, then
*> each division), naming the table and the meets shown in the
*> meet-by-meet columns of the RACESTP.cpy lines beneath it.
    05 SH-Title           PIC X(87).
    05 SH-Meet-Column OCCURS 10 TIMES.
        10 FILLER         PIC X(2).
        10 SH-Meet-Id     PIC X(6).
