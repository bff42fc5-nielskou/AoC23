        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS EDIT-REPORT-STATUS.

    *> INPUT only, and both optional: a change or delete for a race
    *> entered in a certified meet is bounced here, found through the
    *> entry file's race id key and the meet's status on the schedule.
    SELECT MEET-ENTRY-FILE ASSIGN TO "RACEENT.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS EN-Entry-Key
        ALTERNATE RECORD KEY IS EN-Race-Id WITH DUPLICATES
        FILE STATUS IS MEET-ENTRY-STATUS.

    SELECT MEET-SCHEDULE-FILE ASSIGN TO "RACEMSC.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS MS-Meet-Id
        FILE STATUS IS MEET-SCHEDULE-STATUS.

    *> Who may key what: every transaction's operator must be on the
    *> table with race maintenance granted, and an override on the
    *> ledger counts only when its operator holds the override.
    SELECT OPERATOR-TABLE-FILE ASSIGN TO "RACEOPR.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS OA-Operator-Id
        FILE STATUS IS OPERATOR-TABLE-STATUS.

    SELECT RUN-LEDGER-FILE ASSIGN TO "RACERUN.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS RUN-LEDGER-STATUS.
01  EDIT-REPORT-RECORD.
    COPY RACEEDR.

FD  MEET-ENTRY-FILE.
01  MEET-ENTRY-RECORD.
    COPY RACEENT.

FD  MEET-SCHEDULE-FILE.
01  MEET-SCHEDULE-RECORD.
    COPY RACEMSC.

FD  OPERATOR-TABLE-FILE.
01  OPERATOR-TABLE-RECORD.
    COPY RACEOPR.

FD  RUN-LEDGER-FILE.
01  RUN-LEDGER-RECORD.
    COPY RACERUN.
    01 Ops-Message-Text      PIC X(132).
    01 Ops-Timestamp         PIC X(21).
    01 WS-Ops-Program        PIC X(16) VALUE "RaceEdit".
    01 Ops-Operator-Id       PIC X(8) VALUE SPACES.
    01 Ops-Race-Id           PIC X(6) VALUE SPACES.

    01 RACE-MAINT-STATUS     PIC XX.
    01 ACCEPTED-STATUS       PIC XX.
        88 Origin-Is-Batch   VALUE 'B'.
        88 Origin-Is-Master  VALUE 'M'.

    01 MEET-ENTRY-STATUS     PIC XX.
    01 MEET-SCHEDULE-STATUS  PIC XX.
    01 Have-Meet-Lock        PIC X VALUE 'N'.
        88 Meet-Lock-Available VALUE 'Y'.
    01 End-Of-Entries        PIC X.
        88 No-More-Entries   VALUE 'Y'.
    01 Race-Lock-Flag        PIC X.
        88 Race-Is-Locked    VALUE 'Y'.

    01 OPERATOR-TABLE-STATUS PIC XX.
    01 Operator-Found-Flag   PIC X.
        88 Operator-On-Table VALUE 'Y'.
    01 Override-Operator     PIC X(8) VALUE SPACES.
    01 Run-Forced-Flag       PIC X VALUE 'N'.
        88 Run-Was-Forced    VALUE 'Y'.

    01 RUN-LEDGER-STATUS     PIC XX.
    01 Run-Timestamp         PIC X(21).
    01 End-Of-Ledger         PIC X.
PROCEDURE DIVISION.
Main-Logic.
    MOVE FUNCTION CURRENT-DATE TO Run-Timestamp

    *> No operator table means no transaction can be proved
    *> authorised, so nothing is edited at all.
    OPEN INPUT OPERATOR-TABLE-FILE
    IF OPERATOR-TABLE-STATUS NOT = "00"
        DISPLAY "RaceEdit: unable to open RACEOPR.DAT operator table, status "
            OPERATOR-TABLE-STATUS ", run refused"
        MOVE "unable to open RACEOPR.DAT operator table, run refused" TO Ops-Message-Text
        PERFORM Abort-Run
    END-IF

    PERFORM Check-Run-Sequence

    *> A missing master is a shop that has never run the maintenance
        PERFORM Log-Ops-Message
    END-IF

    *> No entry file or no schedule is a shop not yet keying meets:
    *> nothing can be certified, so there is nothing to lock.
    OPEN INPUT MEET-ENTRY-FILE
    IF MEET-ENTRY-STATUS = "00"
        OPEN INPUT MEET-SCHEDULE-FILE
        IF MEET-SCHEDULE-STATUS = "00"
            SET Meet-Lock-Available TO TRUE
        ELSE
            CLOSE MEET-ENTRY-FILE
        END-IF
    END-IF

    OPEN INPUT RACE-MAINT-FILE
    IF RACE-MAINT-STATUS NOT = "00"
        DISPLAY "RaceEdit: unable to open RACEMNT.DAT, status " RACE-MAINT-STATUS
    IF Master-Available
        CLOSE RACE-MASTER-FILE
    END-IF
    IF Meet-Lock-Available
        CLOSE MEET-ENTRY-FILE
        CLOSE MEET-SCHEDULE-FILE
    END-IF
    CLOSE RACE-MAINT-FILE
    CLOSE ACCEPTED-FILE
    CLOSE REJECT-FILE
    CLOSE EDIT-REPORT-FILE
    CLOSE OPERATOR-TABLE-FILE

    PERFORM Stamp-Run-Ledger

*> accepted file RaceMaint has not yet applied must not be clobbered:
*> refuse when the ledger shows an edit completion newer than the
*> last maintenance completion, unless the operator has keyed an
*> override for RaceEdit newer than that edit stamp, keyed by an
*> operator granted the override. Only the latest override counts,
*> and its operator is looked up only when the run is out of
*> sequence -- an old override on the ledger is nothing to report
*> once the run is back in sequence. A missing ledger means the
*> chain has never run, and the check is skipped.
Check-Run-Sequence.
    MOVE 'N' TO End-Of-Ledger
    OPEN INPUT RUN-LEDGER-FILE
    CLOSE RUN-LEDGER-FILE
    IF Last-Edit-Stamp > Last-Maint-Stamp
        IF Override-Stamp > Last-Edit-Stamp
            PERFORM Check-Override-Authority
        END-IF
        IF NOT Run-Was-Forced
            DISPLAY "RaceEdit: edit run of " Last-Edit-Stamp
                " has not been applied by RaceMaint, run refused"
            MOVE "unapplied edit run on ledger, run refused" TO Ops-Message-Text
                    MOVE RU-Run-Timestamp TO Last-Maint-Stamp
                WHEN RU-Override AND RU-Program = WS-Ledger-Program
                    MOVE RU-Run-Timestamp TO Override-Stamp
                    MOVE RU-Operator-Id TO Override-Operator
            END-EVALUATE
    END-READ.

Check-Override-Authority.
    MOVE Override-Operator TO OA-Operator-Id
    PERFORM Find-Operator
    IF Operator-On-Table AND OA-May-Override
        DISPLAY "RaceEdit: out of sequence but operator override"
            " on ledger by " Override-Operator ", run forced"
        SET Run-Was-Forced TO TRUE
        MOVE 'W' TO Ops-Severity
        MOVE "out of sequence, run forced by operator override" TO Ops-Message-Text
        MOVE Override-Operator TO Ops-Operator-Id
        PERFORM Log-Ops-Message
    ELSE
        DISPLAY "RaceEdit: override of " Override-Stamp " by operator '"
            Override-Operator "' not honoured, operator not granted the override"
        MOVE 'W' TO Ops-Severity
        MOVE "ledger override not honoured, operator not granted the override" TO Ops-Message-Text
        MOVE Override-Operator TO Ops-Operator-Id
        PERFORM Log-Ops-Message
    END-IF.

Find-Operator.
    MOVE 'N' TO Operator-Found-Flag
    IF OA-Operator-Id NOT = SPACES
        READ OPERATOR-TABLE-FILE
            INVALID KEY
                CONTINUE
            NOT INVALID KEY
                SET Operator-On-Table TO TRUE
        END-READ
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
    MOVE Accepted-Count TO RU-Count-A
    MOVE Rejected-Count TO RU-Count-B
    WRITE RUN-LEDGER-RECORD

    PERFORM Edit-Txn-Code
    PERFORM Edit-Race-Id
    PERFORM Edit-Operator

    *> A delete only needs a valid code and key; the data fields on
    *> the card are ignored by RaceMaint, so they are not edited.
    *> passed their own edits.
    IF RJ-Code-Reason = SPACES AND RJ-Id-Reason = SPACES
        PERFORM Edit-Master-State
        IF NOT TX-Add
            PERFORM Edit-Meet-Lock
        END-IF
    END-IF

    IF Txn-Is-Clean
            MOVE 'N' TO Txn-Edit-Flag
    END-EVALUATE.

*> A race entered in a certified meet is part of the league's record
*> for that meet: it may not be changed or deleted until the meet is
*> reopened through RaceMeetMaint.
Edit-Meet-Lock.
    MOVE 'N' TO Race-Lock-Flag
    IF NOT Meet-Lock-Available
        EXIT PARAGRAPH
    END-IF
    MOVE 'N' TO End-Of-Entries
    MOVE TX-Race-Id TO EN-Race-Id
    START MEET-ENTRY-FILE KEY IS EQUAL TO EN-Race-Id
        INVALID KEY
            SET No-More-Entries TO TRUE
    END-START
    PERFORM Check-Next-Race-Entry UNTIL No-More-Entries
    IF Race-Is-Locked
        MOVE "E080" TO RJ-Lock-Reason
        MOVE 'N' TO Txn-Edit-Flag
    END-IF.

Check-Next-Race-Entry.
    READ MEET-ENTRY-FILE NEXT
        AT END
            SET No-More-Entries TO TRUE
        NOT AT END
            IF EN-Race-Id NOT = TX-Race-Id
                SET No-More-Entries TO TRUE
            ELSE
                MOVE EN-Meet-Id TO MS-Meet-Id
                READ MEET-SCHEDULE-FILE
                    INVALID KEY
                        CONTINUE
                    NOT INVALID KEY
                        IF MS-Certified
                            SET Race-Is-Locked TO TRUE
                            SET No-More-Entries TO TRUE
                        END-IF
                END-READ
            END-IF
    END-READ.

Resolve-Projected-State.
    PERFORM Find-Batch-Entry
    IF Batch-Entry-Found
        MOVE 'Y' TO BAT-Exists-Flag(Batch-Hit-Sub)
    END-IF.

*> The operator must be on the table with race maintenance granted.
*> A refusal is also logged against the operator, so the access
*> report shows attempted changes as well as applied ones.
Edit-Operator.
    MOVE TX-Operator-Id TO OA-Operator-Id
    PERFORM Find-Operator
    EVALUATE TRUE
        WHEN NOT Operator-On-Table
            MOVE "E090" TO RJ-Oper-Reason
            MOVE 'N' TO Txn-Edit-Flag
        WHEN NOT OA-May-Maintain-Races
            MOVE "E091" TO RJ-Oper-Reason
            MOVE 'N' TO Txn-Edit-Flag
    END-EVALUATE
    IF RJ-Oper-Reason NOT = SPACES
        MOVE 'W' TO Ops-Severity
        MOVE SPACES TO Ops-Message-Text
        STRING "race maintenance '" TX-Txn-Code "' for race " TX-Race-Id
            " refused, operator not authorised (" RJ-Oper-Reason ")"
            DELIMITED BY SIZE INTO Ops-Message-Text
        MOVE TX-Operator-Id TO Ops-Operator-Id
        MOVE TX-Race-Id TO Ops-Race-Id
        PERFORM Log-Ops-Message
    END-IF.

Edit-Txn-Code.
    IF NOT TX-Add AND NOT TX-Change AND NOT TX-Delete
        MOVE "E010" TO RJ-Code-Reason
    MOVE TX-MilliSeconds TO RJ-MilliSeconds
    MOVE TX-MilliMeters TO RJ-MilliMeters
    MOVE TX-Division TO RJ-Division
    MOVE TX-Operator-Id TO RJ-Operator-Id
    WRITE REJECT-RECORD
    IF REJECT-STATUS NOT = "00"
        DISPLAY "RaceEdit: unable to write RACEMNTR.DAT, status " REJECT-STATUS
    MOVE WS-Ops-Program TO OP-Program
    MOVE Ops-Severity TO OP-Severity
    MOVE Ops-Message-Text TO OP-Message
    MOVE Ops-Operator-Id TO OP-Operator-Id
    MOVE Ops-Race-Id TO OP-Race-Id
    MOVE SPACES TO Ops-Operator-Id
    MOVE SPACES TO Ops-Race-Id
    WRITE OPERATIONS-LOG-RECORD
    IF OPERATIONS-LOG-STATUS NOT = "00"
        DISPLAY "RaceEdit: unable to write RACEOPS.LOG, status " OPERATIONS-LOG-STATUS
