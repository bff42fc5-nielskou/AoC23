*> Outlier gate control record -- the single card on RACEGAT.CTL that
*> RaceOutlierGate reads. A race is flagged when its ways-to-win moves
*> from the average of its last few meets, or its winning window moves
*> from the last released run, by more than its division's tolerance
*> (whole percent). More flagged races than the flag limit holds the
*> extract for a supervisor's release. The history depth is how many
*> earlier meets the average is taken over (1 to 12).
    05 GT-Tolerance-J     PIC 9(3).
    05 GT-Tolerance-S     PIC 9(3).
    05 GT-Tolerance-M     PIC 9(3).
    05 GT-Flag-Limit      PIC 9(5).
    05 GT-History-Depth   PIC 9(2).
