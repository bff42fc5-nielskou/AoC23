*> the batch.
    05 FILLER            PIC X(1).
    05 RJ-Master-Reason  PIC X(4).
*> Lock edit: E080 change or delete for a race entered in a meet
*> that has been certified -- the meet must be reopened through
*> RaceMeetMaint first.
    05 FILLER            PIC X(1).
    05 RJ-Lock-Reason    PIC X(4).
*> Operator edit: E090 operator id blank or not on RACEOPR.DAT,
*> E091 operator not granted race maintenance.
    05 FILLER            PIC X(1).
    05 RJ-Operator-Id    PIC X(8).
    05 FILLER            PIC X(1).
    05 RJ-Oper-Reason    PIC X(4).
