IDENTIFICATION DIVISION.
PROGRAM-ID. RaceAccessRpt.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    *> DYNAMIC: the report walks the schedule in meet id order.
    SELECT MEET-SCHEDULE-FILE ASSIGN TO "RACEMSC.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS MS-Meet-Id
        FILE STATUS IS MEET-SCHEDULE-STATUS.

    *> Ties a race's changes to the meets it is entered in: a keyed
    *> read by meet and race, or the race alone for races entered in
    *> no meet at all.
    SELECT MEET-ENTRY-FILE ASSIGN TO "RACEENT.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS EN-Entry-Key
        ALTERNATE RECORD KEY IS EN-Race-Id WITH DUPLICATES
        FILE STATUS IS MEET-ENTRY-STATUS.

    SELECT MEET-MAINT-LOG-FILE ASSIGN TO "RACEMSL.LOG"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS MEET-MAINT-LOG-STATUS.

    SELECT RACE-MAINT-LOG-FILE ASSIGN TO "RACEMLG.LOG"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS RACE-MAINT-LOG-STATUS.

    *> Read back, not appended: the operator-stamped lines are the
    *> crew, expected-result and refused changes.
    SELECT OPERATIONS-HISTORY-FILE ASSIGN TO "RACEOPS.LOG"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS OPERATIONS-HISTORY-STATUS.

    SELECT RUN-LEDGER-FILE ASSIGN TO "RACERUN.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS RUN-LEDGER-STATUS.

    SELECT ACCESS-REPORT-FILE ASSIGN TO "RACEACC.OUT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS ACCESS-REPORT-STATUS.

    SELECT OPERATIONS-LOG-FILE ASSIGN TO "RACEOPS.LOG"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS OPERATIONS-LOG-STATUS.

DATA DIVISION.
FILE SECTION.
FD  MEET-SCHEDULE-FILE.
01  MEET-SCHEDULE-RECORD.
    COPY RACEMSC.

FD  MEET-ENTRY-FILE.
01  MEET-ENTRY-RECORD.
    COPY RACEENT.

FD  MEET-MAINT-LOG-FILE.
01  MEET-MAINT-LOG-RECORD.
    COPY RACEMSL.

FD  RACE-MAINT-LOG-FILE.
01  RACE-MAINT-LOG-RECORD.
    COPY RACEMLG.

FD  OPERATIONS-HISTORY-FILE.
01  OPERATIONS-HISTORY-RECORD.
    COPY RACEOPS REPLACING LEADING ==OP-== BY ==OH-==.

FD  RUN-LEDGER-FILE.
01  RUN-LEDGER-RECORD.
    COPY RACERUN.

FD  ACCESS-REPORT-FILE.
01  ACCESS-REPORT-RECORD.
    COPY RACEACR.
01  ACCESS-HEADING-RECORD.
    COPY RACEMSR.
01  ACCESS-TOTAL-RECORD.
    COPY RACEEDR.

FD  OPERATIONS-LOG-FILE.
01  OPERATIONS-LOG-RECORD.
    COPY RACEOPS.

WORKING-STORAGE SECTION.
    01 OPERATIONS-LOG-STATUS PIC XX.
    01 Ops-Severity          PIC X.
    01 Ops-Message-Text      PIC X(132).
    01 Ops-Timestamp         PIC X(21).
    01 WS-Ops-Program        PIC X(16) VALUE "RaceAccessRpt".

    01 MEET-SCHEDULE-STATUS  PIC XX.
    01 MEET-ENTRY-STATUS     PIC XX.
    01 MEET-MAINT-LOG-STATUS PIC XX.
    01 RACE-MAINT-LOG-STATUS PIC XX.
    01 OPERATIONS-HISTORY-STATUS PIC XX.
    01 RUN-LEDGER-STATUS     PIC XX.
    01 ACCESS-REPORT-STATUS  PIC XX.

    01 Have-Schedule         PIC X VALUE 'N'.
        88 Schedule-Available VALUE 'Y'.
    01 Have-Entries          PIC X VALUE 'N'.
        88 Entries-Available VALUE 'Y'.
    01 End-Of-Schedule       PIC X VALUE 'N'.
        88 No-More-Schedule  VALUE 'Y'.
    01 End-Of-Log            PIC X.
        88 No-More-Log       VALUE 'Y'.

    *> M while a meet's section is written, U for the closing section
    *> of changes that belong to no meet.
    01 Section-Mode          PIC X.
        88 Meet-Section      VALUE 'M'.
        88 No-Meet-Section   VALUE 'U'.
    01 Scope-Race-Id         PIC X(6).
    01 Scope-Flag            PIC X.
        88 Row-In-Scope      VALUE 'Y'.
    01 Action-Word           PIC X(10).

    01 Section-Line-Count    PIC 9(9).
    01 Meets-Reported        PIC 9(9) VALUE 0.
    01 Lines-Listed          PIC 9(9) VALUE 0.
    01 No-Meet-Count         PIC 9(9) VALUE 0.

    01 WS-Program-Meet-Maint PIC X(16) VALUE "RaceMeetMaint".
    01 WS-Program-Race-Maint PIC X(16) VALUE "RaceMaint".
    01 WS-Label-Meet        PIC X(6) VALUE "Meet: ".
    01 WS-Label-Date        PIC X(6) VALUE "Date: ".
    01 WS-Label-Status      PIC X(8) VALUE "Status: ".
    01 WS-Label-Since       PIC X(7) VALUE "Since: ".
    01 WS-Status-Scheduled  PIC X(12) VALUE "SCHEDULED".
    01 WS-Status-Open       PIC X(12) VALUE "OPEN".
    01 WS-Status-Scored     PIC X(12) VALUE "SCORED".
    01 WS-Status-Transmitted PIC X(12) VALUE "TRANSMITTED".
    01 WS-Status-Certified  PIC X(12) VALUE "CERTIFIED".
    01 WS-Status-Unknown    PIC X(12) VALUE "UNKNOWN".
    01 WS-Status-No-Meet    PIC X(12) VALUE "NO MEET".
    01 WS-Label-Meet-Lines  PIC X(30) VALUE "Changes for meet:     ".
    01 WS-Label-No-Meet     PIC X(30) VALUE "Changes in no meet:   ".
    01 WS-Label-Meets       PIC X(30) VALUE "Meets reported:       ".
    01 WS-Label-Lines       PIC X(30) VALUE "Changes listed:       ".

PROCEDURE DIVISION.
Main-Logic.
    OPEN INPUT MEET-SCHEDULE-FILE
    IF MEET-SCHEDULE-STATUS = "00"
        SET Schedule-Available TO TRUE
    ELSE
        DISPLAY "RaceAccessRpt: no RACEMSC.DAT schedule, status " MEET-SCHEDULE-STATUS
        MOVE 'W' TO Ops-Severity
        MOVE "no RACEMSC.DAT schedule, every change reported under no meet" TO Ops-Message-Text
        PERFORM Log-Ops-Message
    END-IF

    OPEN INPUT MEET-ENTRY-FILE
    IF MEET-ENTRY-STATUS = "00"
        SET Entries-Available TO TRUE
    ELSE
        DISPLAY "RaceAccessRpt: no RACEENT.DAT entries, status " MEET-ENTRY-STATUS
        MOVE 'W' TO Ops-Severity
        MOVE "no RACEENT.DAT entries, race changes reported under no meet" TO Ops-Message-Text
        PERFORM Log-Ops-Message
    END-IF

    OPEN OUTPUT ACCESS-REPORT-FILE
    IF ACCESS-REPORT-STATUS NOT = "00"
        DISPLAY "RaceAccessRpt: unable to open RACEACC.OUT, status " ACCESS-REPORT-STATUS
        MOVE "unable to open RACEACC.OUT" TO Ops-Message-Text
        PERFORM Abort-Run
    END-IF

    IF Schedule-Available
        MOVE LOW-VALUES TO MS-Meet-Id
        START MEET-SCHEDULE-FILE KEY IS NOT LESS THAN MS-Meet-Id
            INVALID KEY
                SET No-More-Schedule TO TRUE
        END-START
        PERFORM Report-Next-Meet UNTIL No-More-Schedule
    END-IF

    PERFORM Report-No-Meet

    MOVE WS-Label-Meets TO ED-Label
    MOVE Meets-Reported TO ED-Count
    PERFORM Write-Access-Total
    MOVE WS-Label-Lines TO ED-Label
    MOVE Lines-Listed TO ED-Count
    PERFORM Write-Access-Total

    CLOSE ACCESS-REPORT-FILE
    IF Schedule-Available
        CLOSE MEET-SCHEDULE-FILE
    END-IF
    IF Entries-Available
        CLOSE MEET-ENTRY-FILE
    END-IF

    MOVE 'I' TO Ops-Severity
    MOVE SPACES TO Ops-Message-Text
    STRING "access report completed, meets " Meets-Reported
        ", changes listed " Lines-Listed
        ", in no meet " No-Meet-Count
        DELIMITED BY SIZE INTO Ops-Message-Text
    PERFORM Log-Ops-Message

    DISPLAY "RaceAccessRpt: meets " Meets-Reported
        ", changes listed " Lines-Listed
        ", in no meet " No-Meet-Count
    STOP RUN.

Report-Next-Meet.
    READ MEET-SCHEDULE-FILE NEXT
        AT END
            SET No-More-Schedule TO TRUE
        NOT AT END
            PERFORM Report-Meet
    END-READ.

*> One section per meet: the meet's own status moves from
*> RACEMSL.LOG, then every master change and operator-stamped message
*> for a race entered in it. Each log is read through once per meet.
Report-Meet.
    SET Meet-Section TO TRUE
    MOVE 0 TO Section-Line-Count
    PERFORM Write-Meet-Heading
    PERFORM Scan-Meet-Maint-Log
    PERFORM Scan-Race-Maint-Log
    PERFORM Scan-Operations-History
    MOVE WS-Label-Meet-Lines TO ED-Label
    MOVE Section-Line-Count TO ED-Count
    PERFORM Write-Access-Total
    ADD 1 TO Meets-Reported.

*> Changes to races entered in no meet, operator-stamped messages
*> about no race, and the run-sequence overrides on the ledger.
Report-No-Meet.
    SET No-Meet-Section TO TRUE
    MOVE 0 TO Section-Line-Count
    MOVE SPACES TO ACCESS-HEADING-RECORD
    MOVE WS-Label-Meet TO MR-Label-Meet
    MOVE WS-Label-Status TO MR-Label-Status
    MOVE WS-Status-No-Meet TO MR-Status-Text
    PERFORM Write-Heading-Line
    PERFORM Scan-Race-Maint-Log
    PERFORM Scan-Operations-History
    PERFORM Scan-Run-Ledger
    MOVE WS-Label-No-Meet TO ED-Label
    MOVE Section-Line-Count TO ED-Count
    PERFORM Write-Access-Total
    MOVE Section-Line-Count TO No-Meet-Count.

Write-Meet-Heading.
    MOVE SPACES TO ACCESS-HEADING-RECORD
    MOVE WS-Label-Meet TO MR-Label-Meet
    MOVE MS-Meet-Id TO MR-Meet-Id
    MOVE WS-Label-Date TO MR-Label-Date
    MOVE MS-Meet-Date(1:4) TO MR-Meet-Date(1:4)
    MOVE "-" TO MR-Meet-Date(5:1)
    MOVE MS-Meet-Date(5:2) TO MR-Meet-Date(6:2)
    MOVE "-" TO MR-Meet-Date(8:1)
    MOVE MS-Meet-Date(7:2) TO MR-Meet-Date(9:2)
    MOVE WS-Label-Status TO MR-Label-Status
    EVALUATE TRUE
        WHEN MS-Scheduled
            MOVE WS-Status-Scheduled TO MR-Status-Text
        WHEN MS-Open
            MOVE WS-Status-Open TO MR-Status-Text
        WHEN MS-Scored
            MOVE WS-Status-Scored TO MR-Status-Text
        WHEN MS-Transmitted
            MOVE WS-Status-Transmitted TO MR-Status-Text
        WHEN MS-Certified
            MOVE WS-Status-Certified TO MR-Status-Text
        WHEN OTHER
            MOVE WS-Status-Unknown TO MR-Status-Text
    END-EVALUATE
    MOVE WS-Label-Since TO MR-Label-Since
    MOVE MS-Status-Stamp TO MR-Status-Stamp
    PERFORM Write-Heading-Line.

*> A missing log has nothing to report for any meet and is skipped
*> without comment; each scan below opens its file the same way.
Scan-Meet-Maint-Log.
    OPEN INPUT MEET-MAINT-LOG-FILE
    IF MEET-MAINT-LOG-STATUS NOT = "00"
        EXIT PARAGRAPH
    END-IF
    MOVE 'N' TO End-Of-Log
    PERFORM Read-Meet-Maint-Log UNTIL No-More-Log
    CLOSE MEET-MAINT-LOG-FILE.

Read-Meet-Maint-Log.
    READ MEET-MAINT-LOG-FILE
        AT END
            SET No-More-Log TO TRUE
        NOT AT END
            IF SL-Meet-Id = MS-Meet-Id
                PERFORM List-Meet-Change
            END-IF
    END-READ.

List-Meet-Change.
    EVALUATE SL-Txn-Code
        WHEN 'A'
            MOVE "added" TO Action-Word
        WHEN 'C'
            MOVE "changed" TO Action-Word
        WHEN 'D'
            MOVE "deleted" TO Action-Word
        WHEN 'O'
            MOVE "opened" TO Action-Word
        WHEN 'T'
            MOVE "transmitted" TO Action-Word
        WHEN 'R'
            MOVE "reopened" TO Action-Word
        WHEN OTHER
            MOVE SL-Txn-Code TO Action-Word
    END-EVALUATE
    MOVE SPACES TO ACCESS-REPORT-RECORD
    MOVE SL-Run-Timestamp TO AA-Timestamp
    MOVE SL-Authorised-By TO AA-Operator-Id
    MOVE WS-Program-Meet-Maint TO AA-Program
    STRING "meet " Action-Word
        " status '" SL-Before-Status "' to '" SL-After-Status "' "
        SL-Reason
        DELIMITED BY SIZE INTO AA-Action
    PERFORM Write-Access-Line.

Scan-Race-Maint-Log.
    OPEN INPUT RACE-MAINT-LOG-FILE
    IF RACE-MAINT-LOG-STATUS NOT = "00"
        EXIT PARAGRAPH
    END-IF
    MOVE 'N' TO End-Of-Log
    PERFORM Read-Race-Maint-Log UNTIL No-More-Log
    CLOSE RACE-MAINT-LOG-FILE.

Read-Race-Maint-Log.
    READ RACE-MAINT-LOG-FILE
        AT END
            SET No-More-Log TO TRUE
        NOT AT END
            MOVE ML-Race-Id TO Scope-Race-Id
            PERFORM Check-Race-Scope
            IF Row-In-Scope
                PERFORM List-Race-Change
            END-IF
    END-READ.

List-Race-Change.
    EVALUATE ML-Txn-Code
        WHEN 'A'
            MOVE "added" TO Action-Word
        WHEN 'C'
            MOVE "changed" TO Action-Word
        WHEN 'D'
            MOVE "deleted" TO Action-Word
        WHEN OTHER
            MOVE ML-Txn-Code TO Action-Word
    END-EVALUATE
    MOVE SPACES TO ACCESS-REPORT-RECORD
    MOVE ML-Run-Timestamp TO AA-Timestamp
    MOVE ML-Operator-Id TO AA-Operator-Id
    MOVE WS-Program-Race-Maint TO AA-Program
    MOVE ML-Race-Id TO AA-Race-Id
    STRING "race " Action-Word " on the master"
        DELIMITED BY SIZE INTO AA-Action
    PERFORM Write-Access-Line.

*> Only lines stamped with an operator are changes or refusals made
*> on someone's authority; the batch's own messages are passed over.
Scan-Operations-History.
    OPEN INPUT OPERATIONS-HISTORY-FILE
    IF OPERATIONS-HISTORY-STATUS NOT = "00"
        EXIT PARAGRAPH
    END-IF
    MOVE 'N' TO End-Of-Log
    PERFORM Read-Operations-History UNTIL No-More-Log
    CLOSE OPERATIONS-HISTORY-FILE.

Read-Operations-History.
    READ OPERATIONS-HISTORY-FILE
        AT END
            SET No-More-Log TO TRUE
        NOT AT END
            IF OH-Operator-Id NOT = SPACES
                MOVE OH-Race-Id TO Scope-Race-Id
                PERFORM Check-Race-Scope
                IF Row-In-Scope
                    PERFORM List-Operations-Line
                END-IF
            END-IF
    END-READ.

List-Operations-Line.
    MOVE SPACES TO ACCESS-REPORT-RECORD
    MOVE OH-Timestamp TO AA-Timestamp
    MOVE OH-Operator-Id TO AA-Operator-Id
    MOVE OH-Program TO AA-Program
    MOVE OH-Race-Id TO AA-Race-Id
    MOVE OH-Message TO AA-Action
    PERFORM Write-Access-Line.

Scan-Run-Ledger.
    OPEN INPUT RUN-LEDGER-FILE
    IF RUN-LEDGER-STATUS NOT = "00"
        EXIT PARAGRAPH
    END-IF
    MOVE 'N' TO End-Of-Log
    PERFORM Read-Run-Ledger UNTIL No-More-Log
    CLOSE RUN-LEDGER-FILE.

Read-Run-Ledger.
    READ RUN-LEDGER-FILE
        AT END
            SET No-More-Log TO TRUE
        NOT AT END
            IF RU-Override OR RU-Operator-Id NOT = SPACES
                PERFORM List-Ledger-Line
            END-IF
    END-READ.

List-Ledger-Line.
    MOVE SPACES TO ACCESS-REPORT-RECORD
    MOVE RU-Run-Timestamp TO AA-Timestamp
    MOVE RU-Operator-Id TO AA-Operator-Id
    MOVE RU-Program TO AA-Program
    IF RU-Override
        MOVE "run-sequence override keyed on the ledger" TO AA-Action
    ELSE
        MOVE "run completed out of sequence under the override" TO AA-Action
    END-IF
    PERFORM Write-Access-Line.

*> Does the row in Scope-Race-Id belong in the section being
*> written? In a meet's section: the race is entered in that meet.
*> In the closing section: no race, or a race entered in no meet.
Check-Race-Scope.
    MOVE 'N' TO Scope-Flag
    IF Meet-Section
        IF Scope-Race-Id NOT = SPACES AND Entries-Available
            MOVE MS-Meet-Id TO EN-Meet-Id
            MOVE Scope-Race-Id TO EN-Race-Id
            READ MEET-ENTRY-FILE KEY IS EN-Entry-Key
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    SET Row-In-Scope TO TRUE
            END-READ
        END-IF
        EXIT PARAGRAPH
    END-IF
    IF Scope-Race-Id = SPACES OR NOT Entries-Available
            OR NOT Schedule-Available
        SET Row-In-Scope TO TRUE
        EXIT PARAGRAPH
    END-IF
    MOVE Scope-Race-Id TO EN-Race-Id
    START MEET-ENTRY-FILE KEY IS EQUAL TO EN-Race-Id
        INVALID KEY
            SET Row-In-Scope TO TRUE
    END-START.

Write-Heading-Line.
    WRITE ACCESS-HEADING-RECORD
    IF ACCESS-REPORT-STATUS NOT = "00"
        DISPLAY "RaceAccessRpt: unable to write RACEACC.OUT, status " ACCESS-REPORT-STATUS
        MOVE "unable to write RACEACC.OUT" TO Ops-Message-Text
        PERFORM Abort-Run
    END-IF.

Write-Access-Line.
    WRITE ACCESS-REPORT-RECORD
    IF ACCESS-REPORT-STATUS NOT = "00"
        DISPLAY "RaceAccessRpt: unable to write RACEACC.OUT, status " ACCESS-REPORT-STATUS
        MOVE "unable to write RACEACC.OUT" TO Ops-Message-Text
        PERFORM Abort-Run
    END-IF
    ADD 1 TO Section-Line-Count
    ADD 1 TO Lines-Listed.

Write-Access-Total.
    WRITE ACCESS-TOTAL-RECORD
    IF ACCESS-REPORT-STATUS NOT = "00"
        DISPLAY "RaceAccessRpt: unable to write RACEACC.OUT, status " ACCESS-REPORT-STATUS
        MOVE "unable to write RACEACC.OUT" TO Ops-Message-Text
        PERFORM Abort-Run
    END-IF
    MOVE SPACES TO ACCESS-TOTAL-RECORD.

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
        DISPLAY "RaceAccessRpt: unable to open RACEOPS.LOG, status " OPERATIONS-LOG-STATUS
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
        DISPLAY "RaceAccessRpt: unable to write RACEOPS.LOG, status " OPERATIONS-LOG-STATUS
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
