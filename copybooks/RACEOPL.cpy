*> Operator table listing line -- one per operator on RACEOPR.DAT,
*> printed by RaceOperMaint after the transactions are applied: the
*> operator, the six function flags under their column letters
*> (R race, C crew, P promote, O override, M meet reopen, X extract
*> release), and who last changed the row and when. Label literals
*> live in WORKING-STORAGE and are MOVEd in before the WRITE,
*> matching RACERPT.cpy's pattern.
    05 OL-Label-Operator  PIC X(10).
    05 OL-Operator-Id     PIC X(8).
    05 FILLER             PIC X(2).
    05 OL-Operator-Name   PIC X(30).
    05 FILLER             PIC X(2).
    05 OL-Label-Functions PIC X(8).
    05 OL-Functions       PIC X(6).
    05 FILLER             PIC X(3).
    05 OL-Label-Updated   PIC X(9).
    05 OL-Updated-By      PIC X(8).
    05 FILLER             PIC X(1).
    05 OL-Updated-Stamp   PIC X(21).
