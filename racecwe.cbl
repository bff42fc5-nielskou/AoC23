        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS EDIT-REPORT-STATUS.

    *> Every transaction's operator must be on the table with crew
    *> maintenance granted.
    SELECT OPERATOR-TABLE-FILE ASSIGN TO "RACEOPR.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS OA-Operator-Id
        FILE STATUS IS OPERATOR-TABLE-STATUS.

    SELECT OPERATIONS-LOG-FILE ASSIGN TO "RACEOPS.LOG"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS OPERATIONS-LOG-STATUS.
01  EDIT-REPORT-RECORD.
    COPY RACEEDR.

FD  OPERATOR-TABLE-FILE.
01  OPERATOR-TABLE-RECORD.
    COPY RACEOPR.

FD  OPERATIONS-LOG-FILE.
01  OPERATIONS-LOG-RECORD.
    COPY RACEOPS.
    01 Ops-Message-Text      PIC X(132).
    01 Ops-Timestamp         PIC X(21).
    01 WS-Ops-Program        PIC X(16) VALUE "RaceCrewEdit".
    01 Ops-Operator-Id       PIC X(8) VALUE SPACES.
    01 Ops-Race-Id           PIC X(6) VALUE SPACES.

    01 CREW-MAINT-STATUS     PIC XX.
    01 ACCEPTED-STATUS       PIC XX.
    01 REJECT-STATUS         PIC XX.
    01 EDIT-REPORT-STATUS    PIC XX.
    01 OPERATOR-TABLE-STATUS PIC XX.
    01 Operator-Found-Flag   PIC X.
        88 Operator-On-Table VALUE 'Y'.
    01 End-Of-Transactions   PIC X VALUE 'N'.
        88 No-More-Transactions VALUE 'Y'.


PROCEDURE DIVISION.
Main-Logic.
    *> No operator table means no transaction can be proved
    *> authorised, so nothing is edited at all.
    OPEN INPUT OPERATOR-TABLE-FILE
    IF OPERATOR-TABLE-STATUS NOT = "00"
        DISPLAY "RaceCrewEdit: unable to open RACEOPR.DAT operator table, status "
            OPERATOR-TABLE-STATUS ", run refused"
        MOVE "unable to open RACEOPR.DAT operator table, run refused" TO Ops-Message-Text
        PERFORM Abort-Run
    END-IF

    OPEN INPUT CREW-MAINT-FILE
    IF CREW-MAINT-STATUS NOT = "00"
        DISPLAY "RaceCrewEdit: unable to open RACECWM.DAT, status " CREW-MAINT-STATUS
    CLOSE ACCEPTED-FILE
    CLOSE REJECT-FILE
    CLOSE EDIT-REPORT-FILE
    CLOSE OPERATOR-TABLE-FILE

    MOVE 'I' TO Ops-Severity
    MOVE SPACES TO Ops-Message-Text
    PERFORM Edit-Txn-Code
    PERFORM Edit-Race-Id
    PERFORM Edit-Crew-Id
    PERFORM Edit-Operator

    *> A delete only needs a valid code and key; the data fields on
    *> the card are ignored by RaceCrewMaint, so they are not edited.
        PERFORM Write-Reject
    END-IF.

*> The operator must be on the table with crew maintenance granted.
*> A refusal is also logged against the operator, so the access
*> report shows attempted changes as well as applied ones.
Edit-Operator.
    MOVE 'N' TO Operator-Found-Flag
    MOVE CX-Operator-Id TO OA-Operator-Id
    IF OA-Operator-Id NOT = SPACES
        READ OPERATOR-TABLE-FILE
            INVALID KEY
                CONTINUE
            NOT INVALID KEY
                SET Operator-On-Table TO TRUE
        END-READ
    END-IF
    EVALUATE TRUE
        WHEN NOT Operator-On-Table
            MOVE "E160" TO CJ-Oper-Reason
            MOVE 'N' TO Txn-Edit-Flag
        WHEN NOT OA-May-Maintain-Crews
            MOVE "E161" TO CJ-Oper-Reason
            MOVE 'N' TO Txn-Edit-Flag
    END-EVALUATE
    IF CJ-Oper-Reason NOT = SPACES
        MOVE 'W' TO Ops-Severity
        MOVE SPACES TO Ops-Message-Text
        STRING "crew maintenance '" CX-Txn-Code "' for race " CX-Race-Id
            " crew " CX-Crew-Id
            " refused, operator not authorised (" CJ-Oper-Reason ")"
            DELIMITED BY SIZE INTO Ops-Message-Text
        MOVE CX-Operator-Id TO Ops-Operator-Id
        MOVE CX-Race-Id TO Ops-Race-Id
        PERFORM Log-Ops-Message
    END-IF.

Edit-Txn-Code.
    IF NOT CX-Add AND NOT CX-Change AND NOT CX-Delete
        MOVE "E110" TO CJ-Code-Reason
    MOVE CX-Crew-Id TO CJ-Crew-Id
    MOVE CX-Hold-Time TO CJ-Hold-Time
    MOVE CX-Finish-Dist TO CJ-Finish-Dist
    MOVE CX-Operator-Id TO CJ-Operator-Id
    WRITE REJECT-RECORD
    IF REJECT-STATUS NOT = "00"
        DISPLAY "RaceCrewEdit: unable to write RACECWMR.DAT, status " REJECT-STATUS
    MOVE WS-Ops-Program TO OP-Program
    MOVE Ops-Severity TO OP-Severity
    MOVE Ops-Message-Text TO OP-Message
    MOVE Ops-Operator-Id TO OP-Operator-Id
    MOVE Ops-Race-Id TO OP-Race-Id
    MOVE SPACES TO Ops-Operator-Id
    MOVE SPACES TO Ops-Race-Id
    WRITE OPERATIONS-LOG-RECORD
    IF OPERATIONS-LOG-STATUS NOT = "00"
        DISPLAY "RaceCrewEdit: unable to write RACEOPS.LOG, status " OPERATIONS-LOG-STATUS
