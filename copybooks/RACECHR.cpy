*> Job-chain run sheet line -- one per step record of the night's
*> chain, failures and reruns included, then one NOT RUN line for
*> each step a stopped chain never reached. The ledger counts are the
*> two RACERUN.DAT counts the step stamped (accepted/rejected,
*> applied/rejected, scored/rescored), left blank for a step that
*> keeps no ledger entry. Label literals live in WORKING-STORAGE and
*> are MOVEd in before the WRITE, matching RACERPT.cpy's pattern.
    05 CR-Label-Step      PIC X(6).
    05 CR-Step-Seq        PIC 9(3).
    05 FILLER             PIC X(2).
    05 CR-Step-Name       PIC X(16).
    05 FILLER             PIC X(2).
    05 CR-Label-RC        PIC X(4).
    05 CR-Return-Code     PIC Z(3)9.
    05 FILLER             PIC X(2).
    05 CR-Outcome         PIC X(10).
    05 FILLER             PIC X(2).
    05 CR-Label-Elapsed   PIC X(9).
    05 CR-Elapsed-Seconds PIC Z(6)9.
    05 CR-Elapsed-Unit    PIC X(2).
    05 FILLER             PIC X(2).
    05 CR-Label-Ledger    PIC X(8).
    05 CR-Count-A         PIC Z(8)9.
    05 FILLER             PIC X(1).
    05 CR-Count-B         PIC Z(8)9.
