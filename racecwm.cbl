    01 Ops-Message-Text      PIC X(132).
    01 Ops-Timestamp         PIC X(21).
    01 WS-Ops-Program        PIC X(16) VALUE "RaceCrewMaint".
    01 Ops-Operator-Id       PIC X(8) VALUE SPACES.
    01 Ops-Race-Id           PIC X(6) VALUE SPACES.

    01 CREW-RESULTS-STATUS   PIC XX.
    01 CREW-MAINT-STATUS     PIC XX.
    01 Changed-Count    PIC 9(9) VALUE 0.
    01 Deleted-Count    PIC 9(9) VALUE 0.
    01 Rejected-Count   PIC 9(9) VALUE 0.
    01 Change-Action    PIC X(7).

PROCEDURE DIVISION.
Main-Logic.
                PERFORM Abort-Run
            END-IF
            ADD 1 TO Added-Count
            MOVE "added" TO Change-Action
            PERFORM Log-Crew-Change
    END-WRITE.

Change-Crew-Result.
                PERFORM Abort-Run
            END-IF
            ADD 1 TO Changed-Count
            MOVE "changed" TO Change-Action
            PERFORM Log-Crew-Change
    END-READ.

Delete-Crew-Result.
                PERFORM Abort-Run
            END-IF
            ADD 1 TO Deleted-Count
            MOVE "deleted" TO Change-Action
            PERFORM Log-Crew-Change
    END-READ.

*> Crew results carry no maintenance log of their own, so each change
*> applied goes on the operations log under the operator who keyed
*> it -- that is where the access report finds crew changes.
Log-Crew-Change.
    MOVE 'I' TO Ops-Severity
    MOVE SPACES TO Ops-Message-Text
    STRING "crew result race " CX-Race-Id " crew " CX-Crew-Id
        " " Change-Action
        DELIMITED BY SIZE INTO Ops-Message-Text
    MOVE CX-Operator-Id TO Ops-Operator-Id
    MOVE CX-Race-Id TO Ops-Race-Id
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
        DISPLAY "RaceCrewMaint: unable to write RACEOPS.LOG, status " OPERATIONS-LOG-STATUS
