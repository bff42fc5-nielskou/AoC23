    05 TX-MilliMeters    PIC 9(18).
    05 TX-Division       PIC X.
        88 TX-Division-Valid VALUE 'J', 'S', 'M'.
*> Operator who keyed the transaction, checked by RaceEdit against
*> the race maintenance function on RACEOPR.DAT and carried by
*> RaceMaint onto RACEMLG.LOG.
    05 TX-Operator-Id    PIC X(8).
