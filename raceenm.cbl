IDENTIFICATION DIVISION.
PROGRAM-ID. RaceEntryMaint.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT MEET-ENTRY-FILE ASSIGN TO "RACEENT.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS EN-Entry-Key
        ALTERNATE RECORD KEY IS EN-Race-Id WITH DUPLICATES
        FILE STATUS IS MEET-ENTRY-STATUS.

    *> RaceEntryMaint applies the accepted file cut by RaceEntryEdit,
    *> not the raw keyed transactions -- RACEENM.DAT goes through the
    *> edit pass first, the same way RACEMNT.DAT does for the master.
    SELECT ENTRY-MAINT-FILE ASSIGN TO "RACEENMA.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS ENTRY-MAINT-STATUS.

    SELECT OPERATIONS-LOG-FILE ASSIGN TO "RACEOPS.LOG"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS OPERATIONS-LOG-STATUS.

DATA DIVISION.
FILE SECTION.
FD  MEET-ENTRY-FILE.
01  MEET-ENTRY-RECORD.
    COPY RACEENT.

FD  ENTRY-MAINT-FILE.
01  ENTRY-MAINT-RECORD.
    COPY RACEETX.

FD  OPERATIONS-LOG-FILE.
01  OPERATIONS-LOG-RECORD.
    COPY RACEOPS.

WORKING-STORAGE SECTION.
    01 OPERATIONS-LOG-STATUS PIC XX.
    01 Ops-Severity          PIC X.
    01 Ops-Message-Text      PIC X(132).
    01 Ops-Timestamp         PIC X(21).
    01 WS-Ops-Program        PIC X(16) VALUE "RaceEntryMaint".

    01 MEET-ENTRY-STATUS     PIC XX.
    01 ENTRY-MAINT-STATUS    PIC XX.
    01 End-Of-Transactions   PIC X VALUE 'N'.
        88 No-More-Transactions VALUE 'Y'.

    01 Added-Count      PIC 9(9) VALUE 0.
    01 Deleted-Count    PIC 9(9) VALUE 0.
    01 Rejected-Count   PIC 9(9) VALUE 0.

PROCEDURE DIVISION.
Main-Logic.
    OPEN I-O MEET-ENTRY-FILE
    IF MEET-ENTRY-STATUS = "35"
        OPEN OUTPUT MEET-ENTRY-FILE
        CLOSE MEET-ENTRY-FILE
        OPEN I-O MEET-ENTRY-FILE
    END-IF
    IF MEET-ENTRY-STATUS NOT = "00"
        DISPLAY "RaceEntryMaint: unable to open RACEENT.DAT, status " MEET-ENTRY-STATUS
        MOVE "unable to open RACEENT.DAT" TO Ops-Message-Text
        PERFORM Abort-Run
    END-IF

    OPEN INPUT ENTRY-MAINT-FILE
    IF ENTRY-MAINT-STATUS NOT = "00"
        DISPLAY "RaceEntryMaint: unable to open RACEENMA.DAT, status " ENTRY-MAINT-STATUS
        MOVE "unable to open RACEENMA.DAT" TO Ops-Message-Text
        PERFORM Abort-Run
    END-IF

    PERFORM UNTIL No-More-Transactions
        READ ENTRY-MAINT-FILE
            AT END
                SET No-More-Transactions TO TRUE
            NOT AT END
                PERFORM Apply-Transaction
        END-READ
    END-PERFORM

    CLOSE ENTRY-MAINT-FILE
    CLOSE MEET-ENTRY-FILE

    MOVE 'I' TO Ops-Severity
    MOVE SPACES TO Ops-Message-Text
    STRING "entry maintenance completed, added " Added-Count
        ", deleted " Deleted-Count
        ", rejected " Rejected-Count
        DELIMITED BY SIZE INTO Ops-Message-Text
    PERFORM Log-Ops-Message

    DISPLAY "RaceEntryMaint: added " Added-Count
        ", deleted " Deleted-Count
        ", rejected " Rejected-Count
    STOP RUN.

Apply-Transaction.
    MOVE ET-Meet-Id TO EN-Meet-Id
    MOVE ET-Race-Id TO EN-Race-Id
    EVALUATE TRUE
        WHEN ET-Add
            PERFORM Add-Entry
        WHEN ET-Delete
            PERFORM Delete-Entry
        WHEN OTHER
            DISPLAY "RaceEntryMaint: unknown transaction code '" ET-Txn-Code
                "' for meet " ET-Meet-Id " race " ET-Race-Id
            ADD 1 TO Rejected-Count
    END-EVALUATE.

Add-Entry.
    WRITE MEET-ENTRY-RECORD
        INVALID KEY
            DISPLAY "RaceEntryMaint: meet " ET-Meet-Id " race " ET-Race-Id
                " already entered, add rejected"
            ADD 1 TO Rejected-Count
        NOT INVALID KEY
            *> "02": the race is already entered in another meet.
            IF MEET-ENTRY-STATUS NOT = "00"
                    AND MEET-ENTRY-STATUS NOT = "02"
                DISPLAY "RaceEntryMaint: unable to write meet " ET-Meet-Id
                    " race " ET-Race-Id " to RACEENT.DAT, status " MEET-ENTRY-STATUS
                MOVE "unable to write meet entry to RACEENT.DAT" TO Ops-Message-Text
                PERFORM Abort-Run
            END-IF
            ADD 1 TO Added-Count
    END-WRITE.

Delete-Entry.
    READ MEET-ENTRY-FILE
        INVALID KEY
            DISPLAY "RaceEntryMaint: meet " ET-Meet-Id " race " ET-Race-Id
                " not entered, delete rejected"
            ADD 1 TO Rejected-Count
        NOT INVALID KEY
            DELETE MEET-ENTRY-FILE
            IF MEET-ENTRY-STATUS NOT = "00"
                DISPLAY "RaceEntryMaint: unable to delete meet " ET-Meet-Id
                    " race " ET-Race-Id " from RACEENT.DAT, status " MEET-ENTRY-STATUS
                MOVE "unable to delete meet entry from RACEENT.DAT" TO Ops-Message-Text
                PERFORM Abort-Run
            END-IF
            ADD 1 TO Deleted-Count
    END-READ.

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
        DISPLAY "RaceEntryMaint: unable to open RACEOPS.LOG, status " OPERATIONS-LOG-STATUS
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF
    MOVE SPACES TO OPERATIONS-LOG-RECORD
    MOVE Ops-Timestamp TO OP-Timestamp
    MOVE WS-Ops-Program TO OP-Program
    MOVE Ops-Severity TO OP-Severity
    MOVE Ops-Message-Text TO OP-Message
    WRITE OPERATIONS-LOG-RECORD
    IF OPERATIONS-LOG-STATUS NOT = "00"
        DISPLAY "RaceEntryMaint: unable to write RACEOPS.LOG, status " OPERATIONS-LOG-STATUS
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
