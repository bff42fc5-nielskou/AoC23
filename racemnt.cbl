        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS RACE-CONTROL-STATUS.

    *> INPUT only: an override on the ledger counts only when its
    *> operator is granted the override on the operator table.
    SELECT OPERATOR-TABLE-FILE ASSIGN TO "RACEOPR.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS OA-Operator-Id
        FILE STATUS IS OPERATOR-TABLE-STATUS.

    SELECT RUN-LEDGER-FILE ASSIGN TO "RACERUN.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS RUN-LEDGER-STATUS.
01  CONTROL-RECORD.
    COPY RACECTL.

FD  OPERATOR-TABLE-FILE.
01  OPERATOR-TABLE-RECORD.
    COPY RACEOPR.

FD  RUN-LEDGER-FILE.
01  RUN-LEDGER-RECORD.
    COPY RACERUN.
    01 Ops-Message-Text      PIC X(132).
    01 Ops-Timestamp         PIC X(21).
    01 WS-Ops-Program        PIC X(16) VALUE "RaceMaint".
    01 Ops-Operator-Id       PIC X(8) VALUE SPACES.
    01 Ops-Race-Id           PIC X(6) VALUE SPACES.

    01 RACE-MASTER-STATUS    PIC XX.
    01 RACE-MAINT-STATUS     PIC XX.
        88 No-More-Transactions VALUE 'Y'.

    01 RUN-LEDGER-STATUS     PIC XX.
    01 OPERATOR-TABLE-STATUS PIC XX.
    01 Have-Operator-Table   PIC X VALUE 'N'.
        88 Operator-Table-Available VALUE 'Y'.
    01 Override-Operator     PIC X(8) VALUE SPACES.
    01 Operator-Found-Flag   PIC X.
        88 Operator-May-Override VALUE 'Y'.
    01 Run-Forced-Flag       PIC X VALUE 'N'.
        88 Run-Was-Forced    VALUE 'Y'.
    01 End-Of-Ledger         PIC X.
        88 No-More-Ledger    VALUE 'Y'.
    01 Last-Edit-Stamp       PIC X(21) VALUE LOW-VALUES.
*> batch has already been applied, and re-applying it would double
*> every add, change and delete: refuse, unless the operator has
*> keyed an override for RaceMaint newer than the last maintenance
*> stamp, as an operator granted the override. Only the latest
*> override counts, and its operator is looked up only when the run
*> is out of sequence -- an old override on the ledger is nothing to
*> report once the run is back in sequence. A missing ledger means
*> the chain has never run, and the check is skipped; without the
*> operator table no override can be honoured.
Check-Run-Sequence.
    MOVE 'N' TO End-Of-Ledger
    OPEN INPUT RUN-LEDGER-FILE
    CLOSE RUN-LEDGER-FILE
    IF Last-Edit-Stamp NOT > Last-Maint-Stamp
        IF Override-Stamp > Last-Maint-Stamp
            PERFORM Check-Override-Authority
        END-IF
        IF NOT Run-Was-Forced
            DISPLAY "RaceMaint: RACEMNTA.DAT predates the last"
                " maintenance run, run refused"
            MOVE "RACEMNTA.DAT predates the last maintenance run, run refused" TO Ops-Message-Text
                    MOVE RU-Run-Timestamp TO Last-Maint-Stamp
                WHEN RU-Override AND RU-Program = WS-Ledger-Program
                    MOVE RU-Run-Timestamp TO Override-Stamp
                    MOVE RU-Operator-Id TO Override-Operator
            END-EVALUATE
    END-READ.

Check-Override-Authority.
    MOVE 'N' TO Operator-Found-Flag
    OPEN INPUT OPERATOR-TABLE-FILE
    IF OPERATOR-TABLE-STATUS = "00"
        SET Operator-Table-Available TO TRUE
    END-IF
    IF Operator-Table-Available AND Override-Operator NOT = SPACES
        MOVE Override-Operator TO OA-Operator-Id
        READ OPERATOR-TABLE-FILE
            INVALID KEY
                CONTINUE
            NOT INVALID KEY
                IF OA-May-Override
                    SET Operator-May-Override TO TRUE
                END-IF
        END-READ
    END-IF
    IF Operator-Table-Available
        CLOSE OPERATOR-TABLE-FILE
    END-IF
    IF Operator-May-Override
        DISPLAY "RaceMaint: out of sequence but operator override"
            " on ledger by " Override-Operator ", run forced"
        SET Run-Was-Forced TO TRUE
        MOVE 'W' TO Ops-Severity
        MOVE "out of sequence, run forced by operator override" TO Ops-Message-Text
        MOVE Override-Operator TO Ops-Operator-Id
        PERFORM Log-Ops-Message
    ELSE
        DISPLAY "RaceMaint: override of " Override-Stamp " by operator '"
            Override-Operator "' not honoured, operator not granted the override"
        MOVE 'W' TO Ops-Severity
        MOVE "ledger override not honoured, operator not granted the override" TO Ops-Message-Text
        MOVE Override-Operator TO Ops-Operator-Id
        PERFORM Log-Ops-Message
    END-IF.

Stamp-Run-Ledger.
    OPEN EXTEND RUN-LEDGER-FILE
    IF RUN-LEDGER-STATUS = "35"
    SET RU-Completion TO TRUE
    MOVE WS-Ledger-Program TO RU-Program
    MOVE Run-Timestamp TO RU-Run-Timestamp
    IF Run-Was-Forced
        MOVE Override-Operator TO RU-Operator-Id
    END-IF
    ADD Added-Count Changed-Count Deleted-Count GIVING Applied-Count
    MOVE Applied-Count TO RU-Count-A
    MOVE Rejected-Count TO RU-Count-B
    MOVE TX-Txn-Code TO ML-Txn-Code
    MOVE Run-Timestamp TO ML-Run-Timestamp
    MOVE TX-Race-Id TO ML-Race-Id
    MOVE TX-Operator-Id TO ML-Operator-Id
    WRITE MAINT-LOG-RECORD
    IF RACE-MAINT-LOG-STATUS NOT = "00"
        DISPLAY "RaceMaint: unable to write RACEMLG.LOG, status " RACE-MAINT-LOG-STATUS
    MOVE WS-Ops-Program TO OP-Program
    MOVE Ops-Severity TO OP-Severity
    MOVE Ops-Message-Text TO OP-Message
    MOVE Ops-Operator-Id TO OP-Operator-Id
    MOVE Ops-Race-Id TO OP-Race-Id
    MOVE SPACES TO Ops-Operator-Id
    MOVE SPACES TO Ops-Race-Id
    WRITE OPERATIONS-LOG-RECORD
    IF OPERATIONS-LOG-STATUS NOT = "00"
        DISPLAY "RaceMaint: unable to write RACEOPS.LOG, status " OPERATIONS-LOG-STATUS
