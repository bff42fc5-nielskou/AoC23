*> Job-chain step definition -- one card per step on RACECHN.CTL, in
*> the order RaceChain runs them. The step name is the program name
*> the step stamps on RACERUN.DAT, so the run sheet can pick up its
*> ledger counts. A return code at or above the stop code ends the
*> chain at this step; at or above the warn code the chain carries
*> on with a warning. The command is handed to the shell as keyed.
    05 CC-Step-Seq        PIC 9(3).
    05 CC-Step-Name       PIC X(16).
    05 CC-Warn-RC         PIC 9(2).
    05 CC-Stop-RC         PIC 9(2).
    05 CC-Command         PIC X(80).
