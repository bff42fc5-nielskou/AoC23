        RECORD KEY IS LR-Race-Id
        FILE STATUS IS LATEST-RESULT-STATUS.

    *> Who may key what: a promote needs the promote function, an
    *> add, change or delete of a hand-calculated figure needs race
    *> maintenance.
    SELECT OPERATOR-TABLE-FILE ASSIGN TO "RACEOPR.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS OA-Operator-Id
        FILE STATUS IS OPERATOR-TABLE-STATUS.

    SELECT OPERATIONS-LOG-FILE ASSIGN TO "RACEOPS.LOG"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS OPERATIONS-LOG-STATUS.
01  LATEST-RESULT-RECORD.
    COPY RACELRS.

FD  OPERATOR-TABLE-FILE.
01  OPERATOR-TABLE-RECORD.
    COPY RACEOPR.

FD  OPERATIONS-LOG-FILE.
01  OPERATIONS-LOG-RECORD.
    COPY RACEOPS.
    01 Ops-Message-Text      PIC X(132).
    01 Ops-Timestamp         PIC X(21).
    01 WS-Ops-Program        PIC X(16) VALUE "RaceExpMaint".
    01 Ops-Operator-Id       PIC X(8) VALUE SPACES.
    01 Ops-Race-Id           PIC X(6) VALUE SPACES.

    01 EXPECTED-RESULTS-STATUS PIC XX.
    01 EXPECTED-MAINT-STATUS   PIC XX.
    01 RACE-AUDIT-STATUS       PIC XX.
    01 OPERATOR-TABLE-STATUS   PIC XX.
    01 Operator-Found-Flag   PIC X.
        88 Operator-On-Table VALUE 'Y'.
    01 Authority-Flag        PIC X.
        88 Operator-Authorised VALUE 'Y'.
    01 Change-Action         PIC X(8).
    01 End-Of-Transactions   PIC X VALUE 'N'.
        88 No-More-Transactions VALUE 'Y'.
    01 End-Of-Audit          PIC X.

PROCEDURE DIVISION.
Main-Logic.
    *> No operator table means no transaction can be proved
    *> authorised, so nothing is applied at all.
    OPEN INPUT OPERATOR-TABLE-FILE
    IF OPERATOR-TABLE-STATUS NOT = "00"
        DISPLAY "RaceExpMaint: unable to open RACEOPR.DAT operator table, status "
            OPERATOR-TABLE-STATUS ", run refused"
        MOVE "unable to open RACEOPR.DAT operator table, run refused" TO Ops-Message-Text
        PERFORM Abort-Run
    END-IF

    OPEN I-O EXPECTED-RESULTS-FILE
    IF EXPECTED-RESULTS-STATUS = "35"
        OPEN OUTPUT EXPECTED-RESULTS-FILE

    CLOSE EXPECTED-MAINT-FILE
    CLOSE EXPECTED-RESULTS-FILE
    CLOSE OPERATOR-TABLE-FILE
    IF Latest-Results-Available
        CLOSE LATEST-RESULT-FILE
    END-IF
    STOP RUN.

Apply-Transaction.
    PERFORM Check-Operator-Authority
    IF NOT Operator-Authorised
        ADD 1 TO Rejected-Count
        EXIT PARAGRAPH
    END-IF
    MOVE XT-Race-Id TO XR-Race-Id
    EVALUATE TRUE
        WHEN XT-Add
            ADD 1 TO Rejected-Count
    END-EVALUATE.

*> There is no edit pass ahead of this program, so the operator is
*> checked here: on the table, and granted the function the
*> transaction needs. A refusal is logged against the operator so
*> the access report shows attempted changes as well as applied ones.
Check-Operator-Authority.
    MOVE 'N' TO Authority-Flag
    MOVE 'N' TO Operator-Found-Flag
    MOVE XT-Operator-Id TO OA-Operator-Id
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
            CONTINUE
        WHEN XT-Promote
            IF OA-May-Promote
                SET Operator-Authorised TO TRUE
            END-IF
        WHEN OTHER
            IF OA-May-Maintain-Races
                SET Operator-Authorised TO TRUE
            END-IF
    END-EVALUATE
    IF NOT Operator-Authorised
        DISPLAY "RaceExpMaint: '" XT-Txn-Code "' for race " XT-Race-Id
            " rejected, operator '" XT-Operator-Id "' not authorised"
        MOVE 'W' TO Ops-Severity
        MOVE SPACES TO Ops-Message-Text
        STRING "expected results '" XT-Txn-Code "' for race " XT-Race-Id
            " refused, operator not authorised"
            DELIMITED BY SIZE INTO Ops-Message-Text
        MOVE XT-Operator-Id TO Ops-Operator-Id
        MOVE XT-Race-Id TO Ops-Race-Id
        PERFORM Log-Ops-Message
    END-IF.

Add-Expected.
    MOVE XT-Race-Id TO XR-Race-Id
    MOVE XT-Expected-Ways TO XR-Expected-Ways
                PERFORM Abort-Run
            END-IF
            ADD 1 TO Added-Count
            MOVE "added" TO Change-Action
            PERFORM Log-Expected-Change
    END-WRITE.

Change-Expected.
                PERFORM Abort-Run
            END-IF
            ADD 1 TO Changed-Count
            MOVE "changed" TO Change-Action
            PERFORM Log-Expected-Change
    END-READ.

Delete-Expected.
                PERFORM Abort-Run
            END-IF
            ADD 1 TO Deleted-Count
            MOVE "deleted" TO Change-Action
            PERFORM Log-Expected-Change
    END-READ.

*> A promote accepts a reviewed reconciliation exception: the actual
                END-IF
                ADD 1 TO Promoted-Count
        END-WRITE
        MOVE "promoted" TO Change-Action
        PERFORM Log-Expected-Change
    END-IF.

*> One keyed read of the latest-result file settles the promote when
            END-IF
    END-READ.

*> Each change applied goes on the operations log under the operator
*> who keyed it, with the figure now on the control file -- that is
*> where the access report finds expected-results changes.
Log-Expected-Change.
    MOVE 'I' TO Ops-Severity
    MOVE SPACES TO Ops-Message-Text
    IF XT-Delete
        STRING "expected result race " XT-Race-Id " " Change-Action
            DELIMITED BY SIZE INTO Ops-Message-Text
    ELSE
        STRING "expected result race " XT-Race-Id " " Change-Action
            ", ways " XR-Expected-Ways
            DELIMITED BY SIZE INTO Ops-Message-Text
    END-IF
    MOVE XT-Operator-Id TO Ops-Operator-Id
    MOVE XT-Race-Id TO Ops-Race-Id
    PERFORM Log-Ops-Message.

*> Shared operations log -- every program in the suite appends its
*> messages here with a stamp, program name and severity, so the
*> morning operator reads one log instead of the console scrollback.
    MOVE WS-Ops-Program TO OP-Program
    MOVE Ops-Severity TO OP-Severity
    MOVE Ops-Message-Text TO OP-Message
    MOVE Ops-Operator-Id TO OP-Operator-Id
    MOVE Ops-Race-Id TO OP-Race-Id
    MOVE SPACES TO Ops-Operator-Id
    MOVE SPACES TO Ops-Race-Id
    WRITE OPERATIONS-LOG-RECORD
    IF OPERATIONS-LOG-STATUS NOT = "00"
        DISPLAY "RaceExpMaint: unable to write RACEOPS.LOG, status " OPERATIONS-LOG-STATUS
