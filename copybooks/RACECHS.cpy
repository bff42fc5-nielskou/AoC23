*> Job-chain status record -- appended to RACECHS.DAT by RaceChain,
*> one step record ('S') per step run and an end record ('E') when
*> the whole chain has gone through. Every record carries the stamp
*> the chain started under, so a rerun after a failure finds the
*> unfinished chain, picks up its stamp and resumes after the last
*> step that completed, instead of back at the first step.
    05 CS-Record-Type     PIC X.
        88 CS-Step-Record VALUE 'S'.
        88 CS-End-Record  VALUE 'E'.
    05 CS-Chain-Id        PIC X(21).
    05 CS-Step-Seq        PIC 9(3).
    05 CS-Step-Name       PIC X(16).
    05 CS-Return-Code     PIC 9(4).
*> C(ompleted) under the warn code, W(arning) at or above it, F(ailed)
*> at or above the stop code.
    05 CS-Outcome         PIC X.
        88 CS-Completed   VALUE 'C'.
        88 CS-Warned      VALUE 'W'.
        88 CS-Failed      VALUE 'F'.
    05 CS-Start-Stamp     PIC X(21).
    05 CS-End-Stamp       PIC X(21).
    05 CS-Elapsed-Seconds PIC 9(7).
*> The step's own RACERUN.DAT completion counts for this run, when
*> the step stamps the ledger; CS-Ledger-Found is 'N' when it did not.
    05 CS-Ledger-Found    PIC X.
    05 CS-Count-A         PIC 9(9).
    05 CS-Count-B         PIC 9(9).
