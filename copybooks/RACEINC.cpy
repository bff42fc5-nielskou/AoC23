*> Integrity sweep control record for RaceIntegrity -- the run mode:
*> R (or absent) reports orphans and mismatches only, P also purges
*> the orphans, logging each row's before-image to RACEPRG.LOG, and
*> U puts back every row a purge run removed, selected by that run's
*> timestamp as stamped on its RACEPRG.LOG records.
    05 IC-Mode           PIC X.
        88 IC-Report-Only VALUE 'R' SPACE.
        88 IC-Purge       VALUE 'P'.
        88 IC-Undo        VALUE 'U'.
    05 IC-Undo-Timestamp PIC X(21).
