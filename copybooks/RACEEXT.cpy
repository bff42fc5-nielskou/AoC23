        88 XT-Promote    VALUE 'P'.
    05 XT-Race-Id        PIC X(6).
    05 XT-Expected-Ways  PIC 9(18).
*> Operator who keyed the transaction: a promote needs the promote
*> function on RACEOPR.DAT, add/change/delete the race maintenance
*> function.
    05 XT-Operator-Id    PIC X(8).
