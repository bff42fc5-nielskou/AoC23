    05 RU-Run-Timestamp  PIC X(21).
    05 RU-Count-A        PIC 9(9).
    05 RU-Count-B        PIC 9(9).
*> On an override, the operator who keyed it -- honoured only when
*> RACEOPR.DAT grants that operator the run-sequence override. On a
*> completion, the operator whose override forced the run; spaces
*> for a run made in sequence.
    05 RU-Operator-Id    PIC X(8).
