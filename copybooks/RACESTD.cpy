*> Crew standings record, keyed by crew id plus the meet date, meet
*> id and division the points were earned in -- one row per crew per
*> meet per division, posted by RaceStandings after each meet is
*> scored. The season table and each meet's movement in it are
*> rebuilt from these rows, so a rerun of a meet replaces that meet's
*> rows and leaves the rest of the season as it stood.
    05 ST-Standing-Key.
        10 ST-Crew-Id      PIC X(4).
        10 ST-Meet-Date    PIC X(8).
        10 ST-Meet-Id      PIC X(6).
        10 ST-Division     PIC X.
    05 ST-Points           PIC 9(7).
    05 ST-Wins             PIC 9(5).
    05 ST-Bonuses          PIC 9(5).
    05 ST-Races            PIC 9(5).
*> Sum of the crew's distance from WN-Best-Hold (ms, either side)
*> over the races that had a window -- the last tie-break.
    05 ST-Offset-Total     PIC 9(18).
    05 ST-Post-Stamp       PIC X(21).
