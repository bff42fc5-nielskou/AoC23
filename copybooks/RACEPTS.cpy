*> Points table control record -- the single card on RACEPTS.CTL that
*> RaceStandings scores each crew result with. A crew whose hold fell
*> inside the race's winning window takes the win points, plus the
*> bonus points when the hold landed within the bonus offset (ms,
*> either side) of WN-Best-Hold; a hold outside the window takes the
*> outside points, normally zero.
    05 PT-Win-Points      PIC 9(4).
    05 PT-Bonus-Offset    PIC 9(18).
    05 PT-Bonus-Points    PIC 9(4).
    05 PT-Outside-Points  PIC 9(4).
