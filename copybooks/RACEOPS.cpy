    05 OP-Severity       PIC X.
    05 FILLER            PIC X(1).
    05 OP-Message        PIC X(132).
*> Operator and race a message concerns, where it concerns one --
*> a change applied or refused on an operator's authority. Spaces
*> on the batch's own messages.
    05 FILLER            PIC X(1).
    05 OP-Operator-Id    PIC X(8).
    05 FILLER            PIC X(1).
    05 OP-Race-Id        PIC X(6).
