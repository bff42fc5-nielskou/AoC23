IDENTIFICATION DIVISION.
PROGRAM-ID. RaceEntryEdit.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT ENTRY-MAINT-FILE ASSIGN TO "RACEENM.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS ENTRY-MAINT-STATUS.

    SELECT ACCEPTED-FILE ASSIGN TO "RACEENMA.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS ACCEPTED-STATUS.

    SELECT REJECT-FILE ASSIGN TO "RACEENMR.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS REJECT-STATUS.

    SELECT EDIT-REPORT-FILE ASSIGN TO "RACEENE.OUT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS EDIT-REPORT-STATUS.

    *> INPUT only: the edit pass consults the entry file to bounce
    *> existence conflicts up front, the way RaceEdit consults the
    *> master.
    SELECT MEET-ENTRY-FILE ASSIGN TO "RACEENT.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS EN-Entry-Key
        ALTERNATE RECORD KEY IS EN-Race-Id WITH DUPLICATES
        FILE STATUS IS MEET-ENTRY-STATUS.

    SELECT MEET-SCHEDULE-FILE ASSIGN TO "RACEMSC.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS MS-Meet-Id
        FILE STATUS IS MEET-SCHEDULE-STATUS.

    SELECT OPERATIONS-LOG-FILE ASSIGN TO "RACEOPS.LOG"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS OPERATIONS-LOG-STATUS.

DATA DIVISION.
FILE SECTION.
FD  ENTRY-MAINT-FILE.
01  ENTRY-MAINT-RECORD.
    COPY RACEETX.

FD  ACCEPTED-FILE.
01  ACCEPTED-RECORD.
    COPY RACEETX REPLACING LEADING ==ET-== BY ==EA-==.

FD  REJECT-FILE.
01  REJECT-RECORD.
    COPY RACEETJ.

FD  EDIT-REPORT-FILE.
01  EDIT-REPORT-RECORD.
    COPY RACEEDR.

FD  MEET-ENTRY-FILE.
01  MEET-ENTRY-RECORD.
    COPY RACEENT.

FD  MEET-SCHEDULE-FILE.
01  MEET-SCHEDULE-RECORD.
    COPY RACEMSC.

FD  OPERATIONS-LOG-FILE.
01  OPERATIONS-LOG-RECORD.
    COPY RACEOPS.

WORKING-STORAGE SECTION.
    01 OPERATIONS-LOG-STATUS PIC XX.
    01 Ops-Severity          PIC X.
    01 Ops-Message-Text      PIC X(132).
    01 Ops-Timestamp         PIC X(21).
    01 WS-Ops-Program        PIC X(16) VALUE "RaceEntryEdit".

    01 ENTRY-MAINT-STATUS    PIC XX.
    01 ACCEPTED-STATUS       PIC XX.
    01 REJECT-STATUS         PIC XX.
    01 EDIT-REPORT-STATUS    PIC XX.
    01 MEET-ENTRY-STATUS     PIC XX.
    01 MEET-SCHEDULE-STATUS  PIC XX.
    01 End-Of-Transactions   PIC X VALUE 'N'.
        88 No-More-Transactions VALUE 'Y'.

    01 Txn-Edit-Flag         PIC X.
        88 Txn-Is-Clean      VALUE 'Y'.

    01 Read-Count       PIC 9(9) VALUE 0.
    01 Accepted-Count   PIC 9(9) VALUE 0.
    01 Rejected-Count   PIC 9(9) VALUE 0.

    01 Have-Entries          PIC X VALUE 'N'.
        88 Entries-Available VALUE 'Y'.


    *> Projected existence of every entry the batch has touched so
    *> far, so a second add or a delete after a delete bounces here
    *> instead of at RaceEntryMaint -- the same projection RaceEdit
    *> keeps for the master.
    01 Batch-State-Table.
        05 Batch-State-Entry OCCURS 1000 TIMES.
            10 BAT-Entry-Key     PIC X(12).
            10 BAT-Exists-Flag   PIC X.
    01 Batch-Count           PIC 9(4) VALUE 0.
    01 Batch-Max             PIC 9(4) VALUE 1000.
    01 Batch-Sub             PIC 9(4).
    01 Batch-Hit-Sub         PIC 9(4).
    01 Batch-Found-Flag      PIC X.
        88 Batch-Entry-Found VALUE 'Y'.
    01 Projected-Exists      PIC X.
        88 Entry-Projected   VALUE 'Y'.
    01 Txn-Entry-Key         PIC X(12).

    01 WS-Label-Read     PIC X(30) VALUE "Transactions read:    ".
    01 WS-Label-Accepted PIC X(30) VALUE "Transactions accepted:".
    01 WS-Label-Rejected PIC X(30) VALUE "Transactions rejected:".

PROCEDURE DIVISION.
Main-Logic.
    PERFORM Open-Schedule

    *> A missing entry file is a season with no entries keyed yet:
    *> adds pass and deletes bounce, which is what an empty file
    *> would say.
    OPEN INPUT MEET-ENTRY-FILE
    IF MEET-ENTRY-STATUS = "00"
        SET Entries-Available TO TRUE
    ELSE
        DISPLAY "RaceEntryEdit: no RACEENT.DAT on file, editing against an empty entry list"
    END-IF

    OPEN INPUT ENTRY-MAINT-FILE
    IF ENTRY-MAINT-STATUS NOT = "00"
        DISPLAY "RaceEntryEdit: unable to open RACEENM.DAT, status " ENTRY-MAINT-STATUS
        MOVE "unable to open RACEENM.DAT" TO Ops-Message-Text
        PERFORM Abort-Run
    END-IF

    OPEN OUTPUT ACCEPTED-FILE
    IF ACCEPTED-STATUS NOT = "00"
        DISPLAY "RaceEntryEdit: unable to open RACEENMA.DAT, status " ACCEPTED-STATUS
        MOVE "unable to open RACEENMA.DAT" TO Ops-Message-Text
        PERFORM Abort-Run
    END-IF

    OPEN OUTPUT REJECT-FILE
    IF REJECT-STATUS NOT = "00"
        DISPLAY "RaceEntryEdit: unable to open RACEENMR.DAT, status " REJECT-STATUS
        MOVE "unable to open RACEENMR.DAT" TO Ops-Message-Text
        PERFORM Abort-Run
    END-IF

    OPEN OUTPUT EDIT-REPORT-FILE
    IF EDIT-REPORT-STATUS NOT = "00"
        DISPLAY "RaceEntryEdit: unable to open RACEENE.OUT, status " EDIT-REPORT-STATUS
        MOVE "unable to open RACEENE.OUT" TO Ops-Message-Text
        PERFORM Abort-Run
    END-IF

    PERFORM UNTIL No-More-Transactions
        READ ENTRY-MAINT-FILE
            AT END
                SET No-More-Transactions TO TRUE
            NOT AT END
                ADD 1 TO Read-Count
                PERFORM Edit-Transaction
        END-READ
    END-PERFORM

    PERFORM Write-Edit-Report

    IF Entries-Available
        CLOSE MEET-ENTRY-FILE
    END-IF
    CLOSE ENTRY-MAINT-FILE
    CLOSE ACCEPTED-FILE
    CLOSE REJECT-FILE
    CLOSE EDIT-REPORT-FILE
    CLOSE MEET-SCHEDULE-FILE

    MOVE 'I' TO Ops-Severity
    MOVE SPACES TO Ops-Message-Text
    STRING "entry edit completed, read " Read-Count
        ", accepted " Accepted-Count
        ", rejected " Rejected-Count
        DELIMITED BY SIZE INTO Ops-Message-Text
    PERFORM Log-Ops-Message

    DISPLAY "RaceEntryEdit: read " Read-Count
        ", accepted " Accepted-Count
        ", rejected " Rejected-Count
    STOP RUN.

*> Entries are only taken for meets on the season schedule, so the
*> schedule must be on hand before a single card is edited.
Open-Schedule.
    OPEN INPUT MEET-SCHEDULE-FILE
    IF MEET-SCHEDULE-STATUS NOT = "00"
        DISPLAY "RaceEntryEdit: unable to open RACEMSC.DAT, status " MEET-SCHEDULE-STATUS
        MOVE "unable to open RACEMSC.DAT" TO Ops-Message-Text
        PERFORM Abort-Run
    END-IF.

Edit-Transaction.
    MOVE 'Y' TO Txn-Edit-Flag
    MOVE SPACES TO REJECT-RECORD

    PERFORM Edit-Txn-Code
    PERFORM Edit-Meet-Id
    PERFORM Edit-Race-Id

    *> Existence edits only make sense once the code and key have
    *> passed their own edits.
    IF EJ-Code-Reason = SPACES AND EJ-Meet-Reason = SPACES
        AND EJ-Race-Reason = SPACES
        PERFORM Edit-Entry-State
    END-IF

    IF Txn-Is-Clean
        PERFORM Record-Batch-State
        PERFORM Write-Accepted
    ELSE
        PERFORM Write-Reject
    END-IF.

Edit-Txn-Code.
    IF NOT ET-Add AND NOT ET-Delete
        MOVE "E210" TO EJ-Code-Reason
        MOVE 'N' TO Txn-Edit-Flag
    END-IF.

Edit-Meet-Id.
    EVALUATE TRUE
        WHEN ET-Meet-Id = SPACES
            MOVE "E220" TO EJ-Meet-Reason
            MOVE 'N' TO Txn-Edit-Flag
        WHEN ET-Meet-Id(1:1) = SPACE
            MOVE "E221" TO EJ-Meet-Reason
            MOVE 'N' TO Txn-Edit-Flag
        WHEN OTHER
            PERFORM Edit-Scheduled-Meet
    END-EVALUATE.

*> A certified meet's card is closed: entries may not be added to
*> or taken from it until the meet is reopened through
*> RaceMeetMaint.
Edit-Scheduled-Meet.
    MOVE ET-Meet-Id TO MS-Meet-Id
    READ MEET-SCHEDULE-FILE
        INVALID KEY
            MOVE "E222" TO EJ-Meet-Reason
            MOVE 'N' TO Txn-Edit-Flag
        NOT INVALID KEY
            IF MS-Certified
                MOVE "E223" TO EJ-Meet-Reason
                MOVE 'N' TO Txn-Edit-Flag
            END-IF
    END-READ.

Edit-Race-Id.
    EVALUATE TRUE
        WHEN ET-Race-Id = SPACES
            MOVE "E230" TO EJ-Race-Reason
            MOVE 'N' TO Txn-Edit-Flag
        WHEN ET-Race-Id(1:1) = SPACE
            MOVE "E231" TO EJ-Race-Reason
            MOVE 'N' TO Txn-Edit-Flag
    END-EVALUATE.

*> Tested against the projected state -- the entry file as the
*> accepted part of the batch so far would leave it -- so a delete
*> followed by an add re-enters cleanly while two adds collide.
Edit-Entry-State.
    MOVE ET-Meet-Id TO Txn-Entry-Key(1:6)
    MOVE ET-Race-Id TO Txn-Entry-Key(7:6)
    PERFORM Resolve-Projected-State
    EVALUATE TRUE
        WHEN ET-Add AND Entry-Projected
            MOVE "E240" TO EJ-Entry-Reason
            MOVE 'N' TO Txn-Edit-Flag
        WHEN ET-Delete AND NOT Entry-Projected
            MOVE "E241" TO EJ-Entry-Reason
            MOVE 'N' TO Txn-Edit-Flag
    END-EVALUATE.

Resolve-Projected-State.
    PERFORM Find-Batch-Entry
    IF Batch-Entry-Found
        MOVE BAT-Exists-Flag(Batch-Hit-Sub) TO Projected-Exists
    ELSE
        MOVE 'N' TO Projected-Exists
        IF Entries-Available
            MOVE Txn-Entry-Key TO EN-Entry-Key
            READ MEET-ENTRY-FILE
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    SET Entry-Projected TO TRUE
            END-READ
        END-IF
    END-IF.

Find-Batch-Entry.
    MOVE 'N' TO Batch-Found-Flag
    PERFORM Check-Batch-Entry
        VARYING Batch-Sub FROM 1 BY 1 UNTIL Batch-Sub > Batch-Count.

Check-Batch-Entry.
    IF BAT-Entry-Key(Batch-Sub) = Txn-Entry-Key
        SET Batch-Entry-Found TO TRUE
        MOVE Batch-Sub TO Batch-Hit-Sub
    END-IF.

*> Only accepted transactions move the projected state -- a rejected
*> card never reaches RaceEntryMaint, so it must not shadow the ones
*> that do.
Record-Batch-State.
    PERFORM Find-Batch-Entry
    IF NOT Batch-Entry-Found
        IF Batch-Count >= Batch-Max
            DISPLAY "RaceEntryEdit: batch touches more than " Batch-Max
                " entries, run refused"
            MOVE "batch exceeds the batch-state table, run refused" TO Ops-Message-Text
            PERFORM Abort-Run
        END-IF
        ADD 1 TO Batch-Count
        MOVE Txn-Entry-Key TO BAT-Entry-Key(Batch-Count)
        MOVE Batch-Count TO Batch-Hit-Sub
    END-IF
    IF ET-Delete
        MOVE 'N' TO BAT-Exists-Flag(Batch-Hit-Sub)
    ELSE
        MOVE 'Y' TO BAT-Exists-Flag(Batch-Hit-Sub)
    END-IF.

Write-Accepted.
    MOVE ENTRY-MAINT-RECORD TO ACCEPTED-RECORD
    WRITE ACCEPTED-RECORD
    IF ACCEPTED-STATUS NOT = "00"
        DISPLAY "RaceEntryEdit: unable to write RACEENMA.DAT, status " ACCEPTED-STATUS
        MOVE "unable to write RACEENMA.DAT" TO Ops-Message-Text
        PERFORM Abort-Run
    END-IF
    ADD 1 TO Accepted-Count.

Write-Reject.
    MOVE ET-Txn-Code TO EJ-Txn-Code
    MOVE ET-Meet-Id TO EJ-Meet-Id
    MOVE ET-Race-Id TO EJ-Race-Id
    WRITE REJECT-RECORD
    IF REJECT-STATUS NOT = "00"
        DISPLAY "RaceEntryEdit: unable to write RACEENMR.DAT, status " REJECT-STATUS
        MOVE "unable to write RACEENMR.DAT" TO Ops-Message-Text
        PERFORM Abort-Run
    END-IF
    ADD 1 TO Rejected-Count.

Write-Edit-Report.
    MOVE SPACES TO EDIT-REPORT-RECORD
    MOVE WS-Label-Read TO ED-Label
    MOVE Read-Count TO ED-Count
    PERFORM Write-Report-Line
    MOVE SPACES TO EDIT-REPORT-RECORD
    MOVE WS-Label-Accepted TO ED-Label
    MOVE Accepted-Count TO ED-Count
    PERFORM Write-Report-Line
    MOVE SPACES TO EDIT-REPORT-RECORD
    MOVE WS-Label-Rejected TO ED-Label
    MOVE Rejected-Count TO ED-Count
    PERFORM Write-Report-Line.

Write-Report-Line.
    WRITE EDIT-REPORT-RECORD
    IF EDIT-REPORT-STATUS NOT = "00"
        DISPLAY "RaceEntryEdit: unable to write RACEENE.OUT, status " EDIT-REPORT-STATUS
        MOVE "unable to write RACEENE.OUT" TO Ops-Message-Text
        PERFORM Abort-Run
    END-IF.

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
        DISPLAY "RaceEntryEdit: unable to open RACEOPS.LOG, status " OPERATIONS-LOG-STATUS
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
        DISPLAY "RaceEntryEdit: unable to write RACEOPS.LOG, status " OPERATIONS-LOG-STATUS
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
