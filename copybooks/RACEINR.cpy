*> Integrity sweep detail line -- one per orphan or mismatch found,
*> or per row an undo run put back: the file, the row's key, what is
*> wrong with it and what the run did about it (REPORTED, PURGED,
*> RESTORED, or PRESENT when an undo finds the key already back on
*> file). Label literals live in WORKING-STORAGE and are MOVEd in
*> before the WRITE, matching RACERPT.cpy's pattern.
    05 IR-Label-File      PIC X(6).
    05 IR-File-Name       PIC X(12).
    05 FILLER             PIC X(3).
    05 IR-Label-Key       PIC X(5).
    05 IR-Record-Key      PIC X(20).
    05 FILLER             PIC X(3).
    05 IR-Label-Finding   PIC X(9).
    05 IR-Finding         PIC X(24).
    05 FILLER             PIC X(3).
    05 IR-Action          PIC X(10).
