*> Outlier gate report line -- one per check that flagged a race on
*> the league extract: which check (HISTORY ways-to-win against the
*> recent meets' average, WIDTH or BESTHOLD of the winning window
*> against the last released run, MASTER where the race cannot be
*> checked at all), this run's figure, the figure it was measured
*> against, the move as a percentage, the division's tolerance and a
*> plain explanation. Label literals live in WORKING-STORAGE and are
*> MOVEd in before the WRITE, matching RACERPT.cpy's pattern.
    05 GX-Label-Race      PIC X(7).
    05 GX-Race-Id         PIC X(6).
    05 FILLER             PIC X(2).
    05 GX-Label-Div       PIC X(5).
    05 GX-Division        PIC X.
    05 FILLER             PIC X(2).
    05 GX-Check           PIC X(8).
    05 FILLER             PIC X(2).
    05 GX-Label-Now       PIC X(5).
    05 GX-Now             PIC Z(17)9.
    05 FILLER             PIC X(2).
    05 GX-Label-Was       PIC X(5).
    05 GX-Was             PIC Z(17)9.
    05 FILLER             PIC X(2).
    05 GX-Label-Move      PIC X(6).
    05 GX-Move-Pct        PIC Z(6)9.99.
    05 GX-Label-Tol       PIC X(7).
    05 GX-Tolerance       PIC ZZ9.
    05 GX-Pct-Sign        PIC X.
    05 FILLER             PIC X(2).
    05 GX-Explanation     PIC X(60).
