        10 MLA-MilliSeconds  PIC X(18).
        10 MLA-MilliMeters   PIC X(18).
        10 MLA-Division      PIC X.
*> Operator who keyed the transaction, from TX-Operator-Id.
    05 ML-Operator-Id    PIC X(8).
