*> Integrity purge audit record -- one line per orphan row
*> RaceIntegrity removes, appended to RACEPRG.LOG in the same spirit
*> as RACEMLG.LOG: the purge run's stamp, the file and race id, why
*> the row was an orphan, and the full record image as it stood
*> before the delete, so an undo run can write the row back.
    05 PG-Txn-Code       PIC X.
    05 PG-Run-Timestamp  PIC X(21).
    05 PG-File-Name      PIC X(12).
    05 PG-Race-Id        PIC X(6).
    05 PG-Finding        PIC X(24).
*> Wide enough for the widest record swept (the 117-byte winning
*> window of RACEWIN.cpy).
    05 PG-Before-Image   PIC X(128).
