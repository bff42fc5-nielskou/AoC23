IDENTIFICATION DIVISION.
PROGRAM-ID. RaceOperMaint.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    *> DYNAMIC: transactions are applied by key, and the listing then
    *> sweeps the whole table in operator id order.
    SELECT OPERATOR-TABLE-FILE ASSIGN TO "RACEOPR.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS OA-Operator-Id
        FILE STATUS IS OPERATOR-TABLE-STATUS.

    SELECT OPERATOR-MAINT-FILE ASSIGN TO "RACEOPM.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS OPERATOR-MAINT-STATUS.

    SELECT OPERATOR-LIST-FILE ASSIGN TO "RACEOPR.OUT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS OPERATOR-LIST-STATUS.

    SELECT OPERATIONS-LOG-FILE ASSIGN TO "RACEOPS.LOG"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS OPERATIONS-LOG-STATUS.

DATA DIVISION.
FILE SECTION.
FD  OPERATOR-TABLE-FILE.
01  OPERATOR-TABLE-RECORD.
    COPY RACEOPR.

FD  OPERATOR-MAINT-FILE.
01  OPERATOR-MAINT-RECORD.
    COPY RACEOPX.

FD  OPERATOR-LIST-FILE.
01  OPERATOR-LIST-RECORD.
    COPY RACEOPL.
01  OPERATOR-TOTAL-RECORD.
    COPY RACEEDR.

FD  OPERATIONS-LOG-FILE.
01  OPERATIONS-LOG-RECORD.
    COPY RACEOPS.

WORKING-STORAGE SECTION.
    01 OPERATIONS-LOG-STATUS PIC XX.
    01 Ops-Severity          PIC X.
    01 Ops-Message-Text      PIC X(132).
    01 Ops-Timestamp         PIC X(21).
    01 WS-Ops-Program        PIC X(16) VALUE "RaceOperMaint".
    01 Ops-Operator-Id       PIC X(8) VALUE SPACES.

    01 OPERATOR-TABLE-STATUS PIC XX.
    01 OPERATOR-MAINT-STATUS PIC XX.
    01 OPERATOR-LIST-STATUS  PIC XX.
    01 Run-Timestamp         PIC X(21).
    01 End-Of-Transactions   PIC X VALUE 'N'.
        88 No-More-Transactions VALUE 'Y'.
    01 End-Of-Table          PIC X VALUE 'N'.
        88 No-More-Operators VALUE 'Y'.

    01 Have-Transactions     PIC X VALUE 'N'.
        88 Transactions-Available VALUE 'Y'.
    01 First-Load-Flag       PIC X VALUE 'N'.
        88 Table-Was-Empty VALUE 'Y'.

    01 Reject-Reason         PIC X(40).
    01 Change-Action         PIC X(7).
    01 Flag-Index            PIC 9.
    01 Flags-Valid-Flag      PIC X.
        88 Function-Flags-Valid VALUE 'Y'.

    01 Added-Count      PIC 9(9) VALUE 0.
    01 Changed-Count    PIC 9(9) VALUE 0.
    01 Deleted-Count    PIC 9(9) VALUE 0.
    01 Rejected-Count   PIC 9(9) VALUE 0.
    01 Listed-Count     PIC 9(9) VALUE 0.

    01 WS-Label-Operator    PIC X(10) VALUE "Operator: ".
    01 WS-Label-Functions   PIC X(8) VALUE "RCPOMX: ".
    01 WS-Label-Updated     PIC X(9) VALUE "Updated: ".
    01 WS-Label-Listed      PIC X(30) VALUE "Operators on table:   ".
    01 WS-Label-Added       PIC X(30) VALUE "Operators added:      ".
    01 WS-Label-Changed     PIC X(30) VALUE "Operators changed:    ".
    01 WS-Label-Deleted     PIC X(30) VALUE "Operators deleted:    ".
    01 WS-Label-Rejected    PIC X(30) VALUE "Transactions rejected:".

PROCEDURE DIVISION.
Main-Logic.
    MOVE FUNCTION CURRENT-DATE TO Run-Timestamp

    OPEN I-O OPERATOR-TABLE-FILE
    IF OPERATOR-TABLE-STATUS = "35"
        OPEN OUTPUT OPERATOR-TABLE-FILE
        CLOSE OPERATOR-TABLE-FILE
        OPEN I-O OPERATOR-TABLE-FILE
    END-IF
    IF OPERATOR-TABLE-STATUS NOT = "00"
        DISPLAY "RaceOperMaint: unable to open RACEOPR.DAT, status " OPERATOR-TABLE-STATUS
        MOVE "unable to open RACEOPR.DAT" TO Ops-Message-Text
        PERFORM Abort-Run
    END-IF

    *> An empty table is the first load: nobody is on it yet to sign,
    *> so the signers of this run's transactions are taken on trust.
    MOVE LOW-VALUES TO OA-Operator-Id
    START OPERATOR-TABLE-FILE KEY IS NOT LESS THAN OA-Operator-Id
        INVALID KEY
            SET Table-Was-Empty TO TRUE
    END-START
    IF Table-Was-Empty
        DISPLAY "RaceOperMaint: RACEOPR.DAT is empty, first load accepts any signer"
    END-IF

    *> No transaction file is a listing-only run, so the office can
    *> print who holds which function without keying anything.
    OPEN INPUT OPERATOR-MAINT-FILE
    IF OPERATOR-MAINT-STATUS = "00"
        SET Transactions-Available TO TRUE
    ELSE
        DISPLAY "RaceOperMaint: no RACEOPM.DAT transactions, listing only"
    END-IF

    IF Transactions-Available
        PERFORM UNTIL No-More-Transactions
            READ OPERATOR-MAINT-FILE
                AT END
                    SET No-More-Transactions TO TRUE
                NOT AT END
                    PERFORM Apply-Transaction
            END-READ
        END-PERFORM
        CLOSE OPERATOR-MAINT-FILE
    END-IF

    PERFORM Write-Operator-List

    CLOSE OPERATOR-TABLE-FILE

    IF Rejected-Count > 0
        MOVE 'W' TO Ops-Severity
    ELSE
        MOVE 'I' TO Ops-Severity
    END-IF
    MOVE SPACES TO Ops-Message-Text
    STRING "operator maintenance completed, added " Added-Count
        ", changed " Changed-Count
        ", deleted " Deleted-Count
        ", rejected " Rejected-Count
        DELIMITED BY SIZE INTO Ops-Message-Text
    PERFORM Log-Ops-Message

    DISPLAY "RaceOperMaint: added " Added-Count
        ", changed " Changed-Count
        ", deleted " Deleted-Count
        ", rejected " Rejected-Count
    STOP RUN.

*> Every change must be signed by the person keying it; the name
*> goes on the table row and the operations log. The signer must
*> already be on the table, except on the first load, and may not
*> add or change their own row.
Apply-Transaction.
    IF OX-Keyed-By = SPACES
        MOVE "not signed in keyed-by" TO Reject-Reason
        PERFORM Reject-Transaction
        EXIT PARAGRAPH
    END-IF
    IF (OX-Add OR OX-Change) AND OX-Keyed-By = OX-Operator-Id
        MOVE "signer may not grant own row" TO Reject-Reason
        PERFORM Reject-Transaction
        EXIT PARAGRAPH
    END-IF
    IF NOT Table-Was-Empty
        MOVE OX-Keyed-By TO OA-Operator-Id
        READ OPERATOR-TABLE-FILE
            INVALID KEY
                MOVE "signer not on the operator table" TO Reject-Reason
                PERFORM Reject-Transaction
                EXIT PARAGRAPH
        END-READ
    END-IF
    MOVE OX-Operator-Id TO OA-Operator-Id
    EVALUATE TRUE
        WHEN OX-Add
            PERFORM Add-Operator
        WHEN OX-Change
            PERFORM Change-Operator
        WHEN OX-Delete
            PERFORM Delete-Operator
        WHEN OTHER
            MOVE "unknown transaction code" TO Reject-Reason
            PERFORM Reject-Transaction
    END-EVALUATE.

Add-Operator.
    IF OX-Operator-Id = SPACES OR OX-Operator-Id(1:1) = SPACE
        MOVE "operator id is blank or left-padded" TO Reject-Reason
        PERFORM Reject-Transaction
        EXIT PARAGRAPH
    END-IF
    IF OX-Operator-Name = SPACES
        MOVE "operator name is blank" TO Reject-Reason
        PERFORM Reject-Transaction
        EXIT PARAGRAPH
    END-IF
    PERFORM Edit-Function-Flags
    IF NOT Function-Flags-Valid
        MOVE "function flags must each be Y or N" TO Reject-Reason
        PERFORM Reject-Transaction
        EXIT PARAGRAPH
    END-IF
    MOVE OX-Operator-Name TO OA-Operator-Name
    MOVE OX-Functions TO OA-Functions
    MOVE OX-Keyed-By TO OA-Updated-By
    MOVE Run-Timestamp TO OA-Updated-Stamp
    WRITE OPERATOR-TABLE-RECORD
        INVALID KEY
            MOVE "already on the operator table" TO Reject-Reason
            PERFORM Reject-Transaction
        NOT INVALID KEY
            IF OPERATOR-TABLE-STATUS NOT = "00"
                DISPLAY "RaceOperMaint: unable to write operator " OX-Operator-Id
                    " to RACEOPR.DAT, status " OPERATOR-TABLE-STATUS
                MOVE "unable to write operator to RACEOPR.DAT" TO Ops-Message-Text
                PERFORM Abort-Run
            END-IF
            ADD 1 TO Added-Count
            MOVE "added" TO Change-Action
            PERFORM Log-Operator-Change
    END-WRITE.

*> A change carries the full set of flags; a blank name keeps the
*> name already on the table.
Change-Operator.
    PERFORM Edit-Function-Flags
    IF NOT Function-Flags-Valid
        MOVE "function flags must each be Y or N" TO Reject-Reason
        PERFORM Reject-Transaction
        EXIT PARAGRAPH
    END-IF
    READ OPERATOR-TABLE-FILE
        INVALID KEY
            MOVE "not on the operator table" TO Reject-Reason
            PERFORM Reject-Transaction
        NOT INVALID KEY
            IF OX-Operator-Name NOT = SPACES
                MOVE OX-Operator-Name TO OA-Operator-Name
            END-IF
            MOVE OX-Functions TO OA-Functions
            MOVE OX-Keyed-By TO OA-Updated-By
            MOVE Run-Timestamp TO OA-Updated-Stamp
            REWRITE OPERATOR-TABLE-RECORD
            IF OPERATOR-TABLE-STATUS NOT = "00"
                DISPLAY "RaceOperMaint: unable to rewrite operator " OX-Operator-Id
                    " on RACEOPR.DAT, status " OPERATOR-TABLE-STATUS
                MOVE "unable to rewrite operator on RACEOPR.DAT" TO Ops-Message-Text
                PERFORM Abort-Run
            END-IF
            ADD 1 TO Changed-Count
            MOVE "changed" TO Change-Action
            PERFORM Log-Operator-Change
    END-READ.

Delete-Operator.
    READ OPERATOR-TABLE-FILE
        INVALID KEY
            MOVE "not on the operator table" TO Reject-Reason
            PERFORM Reject-Transaction
        NOT INVALID KEY
            DELETE OPERATOR-TABLE-FILE
            IF OPERATOR-TABLE-STATUS NOT = "00"
                DISPLAY "RaceOperMaint: unable to delete operator " OX-Operator-Id
                    " from RACEOPR.DAT, status " OPERATOR-TABLE-STATUS
                MOVE "unable to delete operator from RACEOPR.DAT" TO Ops-Message-Text
                PERFORM Abort-Run
            END-IF
            ADD 1 TO Deleted-Count
            MOVE "deleted" TO Change-Action
            PERFORM Log-Operator-Change
    END-READ.

Edit-Function-Flags.
    MOVE 'Y' TO Flags-Valid-Flag
    PERFORM Edit-Function-Flag
        VARYING Flag-Index FROM 1 BY 1 UNTIL Flag-Index > 6.

Edit-Function-Flag.
    IF OX-Function-Flag(Flag-Index) NOT = 'Y'
            AND OX-Function-Flag(Flag-Index) NOT = 'N'
        MOVE 'N' TO Flags-Valid-Flag
    END-IF.

Reject-Transaction.
    DISPLAY "RaceOperMaint: '" OX-Txn-Code "' for operator " OX-Operator-Id
        " rejected, " Reject-Reason
    ADD 1 TO Rejected-Count.

*> Grants are audited on the operations log under the person who
*> keyed them, with the flags the operator now holds.
Log-Operator-Change.
    MOVE 'I' TO Ops-Severity
    MOVE SPACES TO Ops-Message-Text
    IF OX-Delete
        STRING "operator " OX-Operator-Id " " Change-Action
            DELIMITED BY SIZE INTO Ops-Message-Text
    ELSE
        STRING "operator " OX-Operator-Id " " Change-Action
            ", functions RCPOMX " OA-Functions
            DELIMITED BY SIZE INTO Ops-Message-Text
    END-IF
    MOVE OX-Keyed-By TO Ops-Operator-Id
    PERFORM Log-Ops-Message.

*> Who holds which function: one line per operator in operator id
*> order, then the run's counts.
Write-Operator-List.
    OPEN OUTPUT OPERATOR-LIST-FILE
    IF OPERATOR-LIST-STATUS NOT = "00"
        DISPLAY "RaceOperMaint: unable to open RACEOPR.OUT, status " OPERATOR-LIST-STATUS
        MOVE "unable to open RACEOPR.OUT" TO Ops-Message-Text
        PERFORM Abort-Run
    END-IF

    MOVE LOW-VALUES TO OA-Operator-Id
    START OPERATOR-TABLE-FILE KEY IS NOT LESS THAN OA-Operator-Id
        INVALID KEY
            SET No-More-Operators TO TRUE
    END-START
    PERFORM List-Next-Operator UNTIL No-More-Operators

    MOVE WS-Label-Listed TO ED-Label
    MOVE Listed-Count TO ED-Count
    PERFORM Write-Operator-Total
    MOVE WS-Label-Added TO ED-Label
    MOVE Added-Count TO ED-Count
    PERFORM Write-Operator-Total
    MOVE WS-Label-Changed TO ED-Label
    MOVE Changed-Count TO ED-Count
    PERFORM Write-Operator-Total
    MOVE WS-Label-Deleted TO ED-Label
    MOVE Deleted-Count TO ED-Count
    PERFORM Write-Operator-Total
    MOVE WS-Label-Rejected TO ED-Label
    MOVE Rejected-Count TO ED-Count
    PERFORM Write-Operator-Total

    CLOSE OPERATOR-LIST-FILE.

List-Next-Operator.
    READ OPERATOR-TABLE-FILE NEXT
        AT END
            SET No-More-Operators TO TRUE
        NOT AT END
            PERFORM Write-Operator-Line
    END-READ.

Write-Operator-Line.
    MOVE SPACES TO OPERATOR-LIST-RECORD
    MOVE WS-Label-Operator TO OL-Label-Operator
    MOVE OA-Operator-Id TO OL-Operator-Id
    MOVE OA-Operator-Name TO OL-Operator-Name
    MOVE WS-Label-Functions TO OL-Label-Functions
    MOVE OA-Functions TO OL-Functions
    MOVE WS-Label-Updated TO OL-Label-Updated
    MOVE OA-Updated-By TO OL-Updated-By
    MOVE OA-Updated-Stamp TO OL-Updated-Stamp
    WRITE OPERATOR-LIST-RECORD
    IF OPERATOR-LIST-STATUS NOT = "00"
        DISPLAY "RaceOperMaint: unable to write RACEOPR.OUT, status " OPERATOR-LIST-STATUS
        MOVE "unable to write RACEOPR.OUT" TO Ops-Message-Text
        PERFORM Abort-Run
    END-IF
    ADD 1 TO Listed-Count.

Write-Operator-Total.
    WRITE OPERATOR-TOTAL-RECORD
    IF OPERATOR-LIST-STATUS NOT = "00"
        DISPLAY "RaceOperMaint: unable to write RACEOPR.OUT, status " OPERATOR-LIST-STATUS
        MOVE "unable to write RACEOPR.OUT" TO Ops-Message-Text
        PERFORM Abort-Run
    END-IF
    MOVE SPACES TO OPERATOR-TOTAL-RECORD.

*> Shared operations log -- every program in the suite appends its
*> messages here with a stamp, program name and severity, so the
*> morning operator reads one log instead of the console scrollback.
*> A warning leaves return code 4 behind; Abort-Run logs the
*> failure, sets return code 8 and stops.
Log-Ops-Message.
    MOVE FUNCTION CURRENT-DATE TO Ops-Timestamp
    OPEN EXTEND OPERATIONS-LOG-FILE
    IF OPERATIONS-LOG-STATUS = "35"
        OPEN OUTPUT OPERATIONS-LOG-FILE
    END-IF
    IF OPERATIONS-LOG-STATUS NOT = "00"
        DISPLAY "RaceOperMaint: unable to open RACEOPS.LOG, status " OPERATIONS-LOG-STATUS
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF
    MOVE SPACES TO OPERATIONS-LOG-RECORD
    MOVE Ops-Timestamp TO OP-Timestamp
    MOVE WS-Ops-Program TO OP-Program
    MOVE Ops-Severity TO OP-Severity
    MOVE Ops-Message-Text TO OP-Message
    MOVE Ops-Operator-Id TO OP-Operator-Id
    MOVE SPACES TO Ops-Operator-Id
    WRITE OPERATIONS-LOG-RECORD
    IF OPERATIONS-LOG-STATUS NOT = "00"
        DISPLAY "RaceOperMaint: unable to write RACEOPS.LOG, status " OPERATIONS-LOG-STATUS
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF
    CLOSE OPERATIONS-LOG-FILE
    IF Ops-Severity = 'W' AND RETURN-CODE < 4
        MOVE 4 TO RETURN-CODE
    END-IF.

Abort-Run.
    MOVE 'E' TO Ops-Severity
    PERFORM Log-Ops-Message
    MOVE 8 TO RETURN-CODE
    STOP RUN.
