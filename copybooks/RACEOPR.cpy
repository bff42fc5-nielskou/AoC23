*> Operator authorisation record -- one per person allowed to key
*> changes, on RACEOPR.DAT keyed by operator id and maintained by
*> RaceOperMaint. Each function flag is Y where the operator may
*> perform it: race maintenance (RACEMNT.DAT, and add/change/delete
*> on RACEEXT.DAT), crew maintenance (RACECWM.DAT), expected-results
*> promote ('P' on RACEEXT.DAT), run-sequence override ('O' records
*> on RACERUN.DAT), reopen of a certified meet (RACEMSM.DAT) and
*> release of a league extract held by RaceOutlierGate (RACEGAR.CTL).
    05 OA-Operator-Id     PIC X(8).
    05 OA-Operator-Name   PIC X(30).
    05 OA-Functions.
        10 OA-Race-Maint      PIC X.
            88 OA-May-Maintain-Races VALUE 'Y'.
        10 OA-Crew-Maint      PIC X.
            88 OA-May-Maintain-Crews VALUE 'Y'.
        10 OA-Exp-Promote     PIC X.
            88 OA-May-Promote        VALUE 'Y'.
        10 OA-Run-Override    PIC X.
            88 OA-May-Override       VALUE 'Y'.
        10 OA-Meet-Reopen     PIC X.
            88 OA-May-Reopen         VALUE 'Y'.
        10 OA-Extract-Release PIC X.
            88 OA-May-Release        VALUE 'Y'.
    05 OA-Updated-By      PIC X(8).
    05 OA-Updated-Stamp   PIC X(21).
