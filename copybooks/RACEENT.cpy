*> Meet entry record, keyed by meet id plus race id -- one row per
*> race entered for a meet on the RACEMSC.DAT schedule. Maintained on
*> RACEENT.DAT by RaceEntryMaint through the same edit-then-apply
*> pattern as the race master. The scoring run reads the current
*> meet's rows in race id order and scores only those races.
    05 EN-Entry-Key.
        10 EN-Meet-Id    PIC X(6).
        10 EN-Race-Id    PIC X(6).
