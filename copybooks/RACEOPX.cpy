*> Operator table maintenance transaction record, applied to
*> RACEOPR.DAT by RaceOperMaint. Add and change carry the operator's
*> name and the full set of function flags (Y or N, in RACEOPR.cpy
*> order); delete needs only the operator id. The person keying the
*> change signs it in OX-Keyed-By, which is stamped on the table row
*> and on the operations log.
    05 OX-Txn-Code        PIC X.
        88 OX-Add         VALUE 'A'.
        88 OX-Change      VALUE 'C'.
        88 OX-Delete      VALUE 'D'.
    05 OX-Operator-Id     PIC X(8).
    05 OX-Operator-Name   PIC X(30).
    05 OX-Functions.
        10 OX-Function-Flag PIC X OCCURS 6 TIMES.
    05 OX-Keyed-By        PIC X(8).
