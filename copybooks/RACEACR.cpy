*> Access report line -- one per change or refusal RaceAccessRpt
*> finds for a meet: when it happened, the operator it was made or
*> refused under, the program that did it, the race it touched
*> (spaces for a change to the meet itself) and what was done.
    05 AA-Timestamp      PIC X(21).
    05 FILLER            PIC X(2).
    05 AA-Operator-Id    PIC X(8).
    05 FILLER            PIC X(2).
    05 AA-Program        PIC X(16).
    05 FILLER            PIC X(2).
    05 AA-Race-Id        PIC X(6).
    05 FILLER            PIC X(2).
    05 AA-Action         PIC X(100).
