    05 CX-Crew-Id        PIC X(4).
    05 CX-Hold-Time      PIC 9(18).
    05 CX-Finish-Dist    PIC 9(18).
*> Operator who keyed the transaction, checked by RaceCrewEdit
*> against the crew maintenance function on RACEOPR.DAT.
    05 CX-Operator-Id    PIC X(8).
