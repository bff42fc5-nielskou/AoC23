*> Acknowledgement aging control record -- the single card on
*> RACEAGN.CTL that RaceAckAging reads: a transmitted race the league
*> has not answered in more than this many days is listed as overdue.
    05 GC-Age-Days        PIC 9(3).
