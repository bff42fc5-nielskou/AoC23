*> Season-close control record for RaceSeasonClose -- the season
*> being closed, as it is to be stamped on every archived row (for
*> example 2026). RaceTrend and RaceRptPrint take the same value to
*> report from a closed season's archive instead of the online files.
    05 CL-Season         PIC X(4).
