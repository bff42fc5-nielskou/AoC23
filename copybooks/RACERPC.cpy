*> Reprint request control record for RaceRptPrint -- the run
*> timestamp (as stamped on the report library key and the extract
*> header) and the report type (MRGN, STRT, EXCP or BALN) to
*> reprint from RACERLB.DAT. The season is left blank for a run
*> still online; for a run in a closed season it names the season,
*> and the lines are read from the RACERLB.ARC archive that
*> RaceSeasonClose wrote.
    05 PC-Run-Timestamp  PIC X(21).
    05 PC-Report-Type    PIC X(4).
    05 PC-Season         PIC X(4).
