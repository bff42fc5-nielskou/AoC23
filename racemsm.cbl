IDENTIFICATION DIVISION.
PROGRAM-ID. RaceMeetMaint.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    *> DYNAMIC: transactions are applied by key, and the status
    *> report then sweeps the whole schedule in meet id order.
    SELECT MEET-SCHEDULE-FILE ASSIGN TO "RACEMSC.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS MS-Meet-Id
        FILE STATUS IS MEET-SCHEDULE-STATUS.

    SELECT MEET-MAINT-FILE ASSIGN TO "RACEMSM.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS MEET-MAINT-STATUS.

    SELECT MEET-MAINT-LOG-FILE ASSIGN TO "RACEMSL.LOG"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS MEET-MAINT-LOG-STATUS.

    SELECT MEET-ENTRY-FILE ASSIGN TO "RACEENT.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS EN-Entry-Key
        ALTERNATE RECORD KEY IS EN-Race-Id WITH DUPLICATES
        FILE STATUS IS MEET-ENTRY-STATUS.

    *> INPUT only: a reopen's authoriser must be granted the reopen.
    SELECT OPERATOR-TABLE-FILE ASSIGN TO "RACEOPR.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS OA-Operator-Id
        FILE STATUS IS OPERATOR-TABLE-STATUS.

    SELECT STATUS-REPORT-FILE ASSIGN TO "RACEMSR.OUT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS STATUS-REPORT-STATUS.

    SELECT OPERATIONS-LOG-FILE ASSIGN TO "RACEOPS.LOG"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS OPERATIONS-LOG-STATUS.

DATA DIVISION.
FILE SECTION.
FD  MEET-SCHEDULE-FILE.
01  MEET-SCHEDULE-RECORD.
    COPY RACEMSC.

FD  MEET-MAINT-FILE.
01  MEET-MAINT-RECORD.
    COPY RACEMSX.

FD  MEET-MAINT-LOG-FILE.
01  MEET-MAINT-LOG-RECORD.
    COPY RACEMSL.

FD  MEET-ENTRY-FILE.
01  MEET-ENTRY-RECORD.
    COPY RACEENT.

FD  OPERATOR-TABLE-FILE.
01  OPERATOR-TABLE-RECORD.
    COPY RACEOPR.

FD  STATUS-REPORT-FILE.
01  STATUS-REPORT-RECORD.
    COPY RACEMSR.
01  STATUS-TOTAL-RECORD.
    COPY RACEEDR.

FD  OPERATIONS-LOG-FILE.
01  OPERATIONS-LOG-RECORD.
    COPY RACEOPS.

WORKING-STORAGE SECTION.
    01 OPERATIONS-LOG-STATUS PIC XX.
    01 Ops-Severity          PIC X.
    01 Ops-Message-Text      PIC X(132).
    01 Ops-Timestamp         PIC X(21).
    01 WS-Ops-Program        PIC X(16) VALUE "RaceMeetMaint".
    01 Ops-Operator-Id       PIC X(8) VALUE SPACES.

    01 MEET-SCHEDULE-STATUS  PIC XX.
    01 MEET-MAINT-STATUS     PIC XX.
    01 MEET-MAINT-LOG-STATUS PIC XX.
    01 MEET-ENTRY-STATUS     PIC XX.
    01 STATUS-REPORT-STATUS  PIC XX.
    01 OPERATOR-TABLE-STATUS PIC XX.
    01 Have-Operator-Table   PIC X VALUE 'N'.
        88 Operator-Table-Available VALUE 'Y'.
    01 Run-Timestamp         PIC X(21).
    01 End-Of-Transactions   PIC X VALUE 'N'.
        88 No-More-Transactions VALUE 'Y'.
    01 End-Of-Schedule       PIC X VALUE 'N'.
        88 No-More-Schedule  VALUE 'Y'.
    01 End-Of-Entries        PIC X.
        88 No-More-Entries   VALUE 'Y'.

    01 Have-Transactions     PIC X VALUE 'N'.
        88 Transactions-Available VALUE 'Y'.
    01 Have-Entries          PIC X VALUE 'N'.
        88 Entries-Available VALUE 'Y'.

    01 Reject-Reason         PIC X(40).
    01 New-Meet-Status       PIC X.
    01 Meet-Entry-Count      PIC 9(6).

    01 Date-Valid-Flag       PIC X.
        88 Meet-Date-Valid   VALUE 'Y'.
    01 Date-Year        PIC 9(4).
    01 Date-Month       PIC 9(2).
    01 Date-Day         PIC 9(2).
    01 Days-In-Month    PIC 9(2).
    01 Year-Quotient    PIC 9(4).
    01 Year-Remainder   PIC 9(4).
    01 Leap-Year-Flag   PIC X.
        88 Year-Is-Leap VALUE 'Y'.

    01 Added-Count      PIC 9(9) VALUE 0.
    01 Changed-Count    PIC 9(9) VALUE 0.
    01 Deleted-Count    PIC 9(9) VALUE 0.
    01 Status-Count     PIC 9(9) VALUE 0.
    01 Rejected-Count   PIC 9(9) VALUE 0.

    01 Scheduled-Count   PIC 9(9) VALUE 0.
    01 Open-Count        PIC 9(9) VALUE 0.
    01 Scored-Count      PIC 9(9) VALUE 0.
    01 Transmitted-Count PIC 9(9) VALUE 0.
    01 Certified-Count   PIC 9(9) VALUE 0.

    01 WS-Label-Meet        PIC X(6) VALUE "Meet: ".
    01 WS-Label-Date        PIC X(6) VALUE "Date: ".
    01 WS-Label-Status      PIC X(8) VALUE "Status: ".
    01 WS-Label-Since       PIC X(7) VALUE "Since: ".
    01 WS-Label-Entries     PIC X(9) VALUE "Entries: ".
    01 WS-Status-Scheduled  PIC X(12) VALUE "SCHEDULED".
    01 WS-Status-Open       PIC X(12) VALUE "OPEN".
    01 WS-Status-Scored     PIC X(12) VALUE "SCORED".
    01 WS-Status-Transmitted PIC X(12) VALUE "TRANSMITTED".
    01 WS-Status-Certified  PIC X(12) VALUE "CERTIFIED".
    01 WS-Status-Unknown    PIC X(12) VALUE "UNKNOWN".
    01 WS-Label-Scheduled   PIC X(30) VALUE "Meets scheduled:      ".
    01 WS-Label-Open        PIC X(30) VALUE "Meets open:           ".
    01 WS-Label-Scored      PIC X(30) VALUE "Meets scored:         ".
    01 WS-Label-Transmitted PIC X(30) VALUE "Meets transmitted:    ".
    01 WS-Label-Certified   PIC X(30) VALUE "Meets certified:      ".

PROCEDURE DIVISION.
Main-Logic.
    MOVE FUNCTION CURRENT-DATE TO Run-Timestamp

    OPEN I-O MEET-SCHEDULE-FILE
    IF MEET-SCHEDULE-STATUS = "35"
        OPEN OUTPUT MEET-SCHEDULE-FILE
        CLOSE MEET-SCHEDULE-FILE
        OPEN I-O MEET-SCHEDULE-FILE
    END-IF
    IF MEET-SCHEDULE-STATUS NOT = "00"
        DISPLAY "RaceMeetMaint: unable to open RACEMSC.DAT, status " MEET-SCHEDULE-STATUS
        MOVE "unable to open RACEMSC.DAT" TO Ops-Message-Text
        PERFORM Abort-Run
    END-IF

    *> No transaction file is a status-report-only run: the report is
    *> how the office sees where every meet stands, and it is wanted
    *> on days nothing is keyed.
    OPEN INPUT MEET-MAINT-FILE
    IF MEET-MAINT-STATUS = "00"
        SET Transactions-Available TO TRUE
    ELSE
        DISPLAY "RaceMeetMaint: no RACEMSM.DAT transactions, status report only"
    END-IF

    IF Transactions-Available
        OPEN EXTEND MEET-MAINT-LOG-FILE
        IF MEET-MAINT-LOG-STATUS = "35"
            OPEN OUTPUT MEET-MAINT-LOG-FILE
        END-IF
        IF MEET-MAINT-LOG-STATUS NOT = "00"
            DISPLAY "RaceMeetMaint: unable to open RACEMSL.LOG, status " MEET-MAINT-LOG-STATUS
            MOVE "unable to open RACEMSL.LOG" TO Ops-Message-Text
            PERFORM Abort-Run
        END-IF

        *> Without the operator table no reopen can be proved
        *> authorised; every other transaction still applies.
        OPEN INPUT OPERATOR-TABLE-FILE
        IF OPERATOR-TABLE-STATUS = "00"
            SET Operator-Table-Available TO TRUE
        ELSE
            DISPLAY "RaceMeetMaint: no RACEOPR.DAT operator table, status "
                OPERATOR-TABLE-STATUS ", reopens will be rejected"
        END-IF

        PERFORM UNTIL No-More-Transactions
            READ MEET-MAINT-FILE
                AT END
                    SET No-More-Transactions TO TRUE
                NOT AT END
                    PERFORM Apply-Transaction
            END-READ
        END-PERFORM

        CLOSE MEET-MAINT-FILE
        CLOSE MEET-MAINT-LOG-FILE
        IF Operator-Table-Available
            CLOSE OPERATOR-TABLE-FILE
        END-IF
    END-IF

    PERFORM Write-Status-Report

    CLOSE MEET-SCHEDULE-FILE

    IF Rejected-Count > 0
        MOVE 'W' TO Ops-Severity
    ELSE
        MOVE 'I' TO Ops-Severity
    END-IF
    MOVE SPACES TO Ops-Message-Text
    STRING "meet maintenance completed, added " Added-Count
        ", changed " Changed-Count
        ", deleted " Deleted-Count
        ", status moves " Status-Count
        ", rejected " Rejected-Count
        DELIMITED BY SIZE INTO Ops-Message-Text
    PERFORM Log-Ops-Message

    DISPLAY "RaceMeetMaint: added " Added-Count
        ", changed " Changed-Count
        ", deleted " Deleted-Count
        ", status moves " Status-Count
        ", rejected " Rejected-Count
    STOP RUN.

Apply-Transaction.
    MOVE MT-Meet-Id TO MS-Meet-Id
    EVALUATE TRUE
        WHEN MT-Add
            PERFORM Add-Meet
        WHEN MT-Change
            PERFORM Change-Meet
        WHEN MT-Delete
            PERFORM Delete-Meet
        WHEN MT-Open
            PERFORM Open-Meet
        WHEN MT-Transmit
            PERFORM Transmit-Meet
        WHEN MT-Reopen
            PERFORM Reopen-Meet
        WHEN OTHER
            MOVE "unknown transaction code" TO Reject-Reason
            PERFORM Reject-Transaction
    END-EVALUATE.

Add-Meet.
    PERFORM Edit-Meet-Date
    IF NOT Meet-Date-Valid
        MOVE "meet date is not a valid date" TO Reject-Reason
        PERFORM Reject-Transaction
        EXIT PARAGRAPH
    END-IF
    IF MT-Meet-Id = SPACES OR MT-Meet-Id(1:1) = SPACE
        MOVE "meet id is blank or left-padded" TO Reject-Reason
        PERFORM Reject-Transaction
        EXIT PARAGRAPH
    END-IF
    MOVE MT-Meet-Date TO MS-Meet-Date
    SET MS-Scheduled TO TRUE
    MOVE Run-Timestamp TO MS-Status-Stamp
    WRITE MEET-SCHEDULE-RECORD
        INVALID KEY
            MOVE "already on the schedule" TO Reject-Reason
            PERFORM Reject-Transaction
        NOT INVALID KEY
            IF MEET-SCHEDULE-STATUS NOT = "00"
                DISPLAY "RaceMeetMaint: unable to write meet " MT-Meet-Id
                    " to RACEMSC.DAT, status " MEET-SCHEDULE-STATUS
                MOVE "unable to write meet to RACEMSC.DAT" TO Ops-Message-Text
                PERFORM Abort-Run
            END-IF
            ADD 1 TO Added-Count
            PERFORM Init-Meet-Log
            PERFORM Capture-After-Image
            PERFORM Write-Meet-Log
    END-WRITE.

*> History and standings are keyed on the meet date, so the date may
*> only move while the meet is still scheduled -- once it is opened,
*> races may already be filed against the old date.
Change-Meet.
    PERFORM Edit-Meet-Date
    IF NOT Meet-Date-Valid
        MOVE "meet date is not a valid date" TO Reject-Reason
        PERFORM Reject-Transaction
        EXIT PARAGRAPH
    END-IF
    READ MEET-SCHEDULE-FILE
        INVALID KEY
            MOVE "not on the schedule" TO Reject-Reason
            PERFORM Reject-Transaction
        NOT INVALID KEY
            EVALUATE TRUE
                WHEN MS-Scheduled
                    PERFORM Init-Meet-Log
                    PERFORM Capture-Before-Image
                    MOVE MT-Meet-Date TO MS-Meet-Date
                    PERFORM Rewrite-Meet
                    ADD 1 TO Changed-Count
                    PERFORM Capture-After-Image
                    PERFORM Write-Meet-Log
                WHEN MS-Open
                    MOVE "has been opened, date cannot change" TO Reject-Reason
                    PERFORM Reject-Transaction
                WHEN OTHER
                    MOVE "has been scored, date cannot change" TO Reject-Reason
                    PERFORM Reject-Transaction
            END-EVALUATE
    END-READ.

Delete-Meet.
    READ MEET-SCHEDULE-FILE
        INVALID KEY
            MOVE "not on the schedule" TO Reject-Reason
            PERFORM Reject-Transaction
        NOT INVALID KEY
            IF MS-Scheduled
                PERFORM Init-Meet-Log
                PERFORM Capture-Before-Image
                DELETE MEET-SCHEDULE-FILE
                IF MEET-SCHEDULE-STATUS NOT = "00"
                    DISPLAY "RaceMeetMaint: unable to delete meet " MT-Meet-Id
                        " from RACEMSC.DAT, status " MEET-SCHEDULE-STATUS
                    MOVE "unable to delete meet from RACEMSC.DAT" TO Ops-Message-Text
                    PERFORM Abort-Run
                END-IF
                ADD 1 TO Deleted-Count
                PERFORM Write-Meet-Log
            ELSE
                MOVE "is past scheduled, delete rejected" TO Reject-Reason
                PERFORM Reject-Transaction
            END-IF
    END-READ.

Open-Meet.
    READ MEET-SCHEDULE-FILE
        INVALID KEY
            MOVE "not on the schedule" TO Reject-Reason
            PERFORM Reject-Transaction
        NOT INVALID KEY
            IF MS-Scheduled
                MOVE 'O' TO New-Meet-Status
                PERFORM Move-Meet-Status
            ELSE
                MOVE "is not scheduled, open rejected" TO Reject-Reason
                PERFORM Reject-Transaction
            END-IF
    END-READ.

Transmit-Meet.
    READ MEET-SCHEDULE-FILE
        INVALID KEY
            MOVE "not on the schedule" TO Reject-Reason
            PERFORM Reject-Transaction
        NOT INVALID KEY
            IF MS-Scored
                MOVE 'T' TO New-Meet-Status
                PERFORM Move-Meet-Status
            ELSE
                MOVE "has not been scored, transmit rejected" TO Reject-Reason
                PERFORM Reject-Transaction
            END-IF
    END-READ.

*> The one way back from certified. It must say who authorised it
*> and why; both go to RACEMSL.LOG with the status move, and the
*> meet goes back to open so the scoring run and RaceEdit will touch
*> it again. The authoriser must be on RACEOPR.DAT with the reopen
*> granted.
Reopen-Meet.
    IF MT-Authorised-By = SPACES OR MT-Reason = SPACES
        MOVE "reopen without authoriser or reason" TO Reject-Reason
        PERFORM Reject-Transaction
        EXIT PARAGRAPH
    END-IF
    IF NOT Operator-Table-Available
        MOVE "operator table not available" TO Reject-Reason
        PERFORM Reject-Transaction
        EXIT PARAGRAPH
    END-IF
    MOVE MT-Authorised-By TO OA-Operator-Id
    READ OPERATOR-TABLE-FILE
        INVALID KEY
            MOVE "authoriser not on the operator table" TO Reject-Reason
            PERFORM Reject-Transaction
            PERFORM Log-Refused-Reopen
            EXIT PARAGRAPH
    END-READ
    IF NOT OA-May-Reopen
        MOVE "authoriser not granted meet reopen" TO Reject-Reason
        PERFORM Reject-Transaction
        PERFORM Log-Refused-Reopen
        EXIT PARAGRAPH
    END-IF
    READ MEET-SCHEDULE-FILE
        INVALID KEY
            MOVE "not on the schedule" TO Reject-Reason
            PERFORM Reject-Transaction
        NOT INVALID KEY
            IF MS-Certified
                MOVE 'O' TO New-Meet-Status
                PERFORM Move-Meet-Status
                MOVE 'I' TO Ops-Severity
                MOVE SPACES TO Ops-Message-Text
                STRING "certified meet " MT-Meet-Id
                    " reopened, authorised by " MT-Authorised-By
                    DELIMITED BY SIZE INTO Ops-Message-Text
                MOVE MT-Authorised-By TO Ops-Operator-Id
                PERFORM Log-Ops-Message
            ELSE
                MOVE "is not certified, reopen rejected" TO Reject-Reason
                PERFORM Reject-Transaction
            END-IF
    END-READ.

Log-Refused-Reopen.
    MOVE 'W' TO Ops-Severity
    MOVE SPACES TO Ops-Message-Text
    STRING "reopen of meet " MT-Meet-Id " refused, " Reject-Reason
        DELIMITED BY SIZE INTO Ops-Message-Text
    MOVE MT-Authorised-By TO Ops-Operator-Id
    PERFORM Log-Ops-Message.

Move-Meet-Status.
    PERFORM Init-Meet-Log
    PERFORM Capture-Before-Image
    MOVE New-Meet-Status TO MS-Meet-Status
    MOVE Run-Timestamp TO MS-Status-Stamp
    PERFORM Rewrite-Meet
    ADD 1 TO Status-Count
    PERFORM Capture-After-Image
    PERFORM Write-Meet-Log.

Rewrite-Meet.
    REWRITE MEET-SCHEDULE-RECORD
    IF MEET-SCHEDULE-STATUS NOT = "00"
        DISPLAY "RaceMeetMaint: unable to rewrite meet " MT-Meet-Id
            " on RACEMSC.DAT, status " MEET-SCHEDULE-STATUS
        MOVE "unable to rewrite meet on RACEMSC.DAT" TO Ops-Message-Text
        PERFORM Abort-Run
    END-IF.

Reject-Transaction.
    DISPLAY "RaceMeetMaint: '" MT-Txn-Code "' for meet " MT-Meet-Id
        " rejected, " Reject-Reason
    ADD 1 TO Rejected-Count.

Edit-Meet-Date.
    MOVE 'N' TO Date-Valid-Flag
    IF MT-Meet-Date IS NUMERIC
        MOVE MT-Meet-Date(1:4) TO Date-Year
        MOVE MT-Meet-Date(5:2) TO Date-Month
        MOVE MT-Meet-Date(7:2) TO Date-Day
        IF Date-Month >= 1 AND Date-Month <= 12
            PERFORM Set-Days-In-Month
            IF Date-Day >= 1 AND Date-Day <= Days-In-Month
                SET Meet-Date-Valid TO TRUE
            END-IF
        END-IF
    END-IF.

Set-Days-In-Month.
    EVALUATE Date-Month
        WHEN 4
        WHEN 6
        WHEN 9
        WHEN 11
            MOVE 30 TO Days-In-Month
        WHEN 2
            PERFORM Check-Leap-Year
            IF Year-Is-Leap
                MOVE 29 TO Days-In-Month
            ELSE
                MOVE 28 TO Days-In-Month
            END-IF
        WHEN OTHER
            MOVE 31 TO Days-In-Month
    END-EVALUATE.

Check-Leap-Year.
    MOVE 'N' TO Leap-Year-Flag
    DIVIDE Date-Year BY 4 GIVING Year-Quotient
        REMAINDER Year-Remainder
    IF Year-Remainder = 0
        DIVIDE Date-Year BY 100 GIVING Year-Quotient
            REMAINDER Year-Remainder
        IF Year-Remainder NOT = 0
            SET Year-Is-Leap TO TRUE
        ELSE
            DIVIDE Date-Year BY 400 GIVING Year-Quotient
                REMAINDER Year-Remainder
            IF Year-Remainder = 0
                SET Year-Is-Leap TO TRUE
            END-IF
        END-IF
    END-IF.

*> Schedule audit trail -- every applied transaction is logged with
*> the meet's date and status before and after it ran, same as
*> RACEMLG.LOG does for the master: after-only for adds, before-only
*> for deletes, both for everything else.
Init-Meet-Log.
    MOVE SPACES TO MEET-MAINT-LOG-RECORD.

Capture-Before-Image.
    MOVE MS-Meet-Date TO SL-Before-Date
    MOVE MS-Meet-Status TO SL-Before-Status.

Capture-After-Image.
    MOVE MS-Meet-Date TO SL-After-Date
    MOVE MS-Meet-Status TO SL-After-Status.

Write-Meet-Log.
    MOVE MT-Txn-Code TO SL-Txn-Code
    MOVE Run-Timestamp TO SL-Run-Timestamp
    MOVE MT-Meet-Id TO SL-Meet-Id
    MOVE MT-Authorised-By TO SL-Authorised-By
    MOVE MT-Reason TO SL-Reason
    WRITE MEET-MAINT-LOG-RECORD
    IF MEET-MAINT-LOG-STATUS NOT = "00"
        DISPLAY "RaceMeetMaint: unable to write RACEMSL.LOG, status " MEET-MAINT-LOG-STATUS
        MOVE "unable to write RACEMSL.LOG" TO Ops-Message-Text
        PERFORM Abort-Run
    END-IF.

*> Where every meet of the season stands: one line per meet in meet
*> id order, then a count per status. The entry counts come from
*> RACEENT.DAT when it is on hand.
Write-Status-Report.
    OPEN INPUT MEET-ENTRY-FILE
    IF MEET-ENTRY-STATUS = "00"
        SET Entries-Available TO TRUE
    END-IF

    OPEN OUTPUT STATUS-REPORT-FILE
    IF STATUS-REPORT-STATUS NOT = "00"
        DISPLAY "RaceMeetMaint: unable to open RACEMSR.OUT, status " STATUS-REPORT-STATUS
        MOVE "unable to open RACEMSR.OUT" TO Ops-Message-Text
        PERFORM Abort-Run
    END-IF

    MOVE LOW-VALUES TO MS-Meet-Id
    START MEET-SCHEDULE-FILE KEY IS NOT LESS THAN MS-Meet-Id
        INVALID KEY
            SET No-More-Schedule TO TRUE
    END-START
    PERFORM Report-Next-Meet UNTIL No-More-Schedule

    MOVE WS-Label-Scheduled TO ED-Label
    MOVE Scheduled-Count TO ED-Count
    PERFORM Write-Status-Total
    MOVE WS-Label-Open TO ED-Label
    MOVE Open-Count TO ED-Count
    PERFORM Write-Status-Total
    MOVE WS-Label-Scored TO ED-Label
    MOVE Scored-Count TO ED-Count
    PERFORM Write-Status-Total
    MOVE WS-Label-Transmitted TO ED-Label
    MOVE Transmitted-Count TO ED-Count
    PERFORM Write-Status-Total
    MOVE WS-Label-Certified TO ED-Label
    MOVE Certified-Count TO ED-Count
    PERFORM Write-Status-Total

    CLOSE STATUS-REPORT-FILE
    IF Entries-Available
        CLOSE MEET-ENTRY-FILE
    END-IF.

Report-Next-Meet.
    READ MEET-SCHEDULE-FILE NEXT
        AT END
            SET No-More-Schedule TO TRUE
        NOT AT END
            PERFORM Write-Status-Line
    END-READ.

Write-Status-Line.
    PERFORM Count-Meet-Entries
    MOVE SPACES TO STATUS-REPORT-RECORD
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
            ADD 1 TO Scheduled-Count
        WHEN MS-Open
            MOVE WS-Status-Open TO MR-Status-Text
            ADD 1 TO Open-Count
        WHEN MS-Scored
            MOVE WS-Status-Scored TO MR-Status-Text
            ADD 1 TO Scored-Count
        WHEN MS-Transmitted
            MOVE WS-Status-Transmitted TO MR-Status-Text
            ADD 1 TO Transmitted-Count
        WHEN MS-Certified
            MOVE WS-Status-Certified TO MR-Status-Text
            ADD 1 TO Certified-Count
        WHEN OTHER
            MOVE WS-Status-Unknown TO MR-Status-Text
    END-EVALUATE
    MOVE WS-Label-Since TO MR-Label-Since
    MOVE MS-Status-Stamp TO MR-Status-Stamp
    MOVE WS-Label-Entries TO MR-Label-Entries
    MOVE Meet-Entry-Count TO MR-Entries
    WRITE STATUS-REPORT-RECORD
    IF STATUS-REPORT-STATUS NOT = "00"
        DISPLAY "RaceMeetMaint: unable to write RACEMSR.OUT, status " STATUS-REPORT-STATUS
        MOVE "unable to write RACEMSR.OUT" TO Ops-Message-Text
        PERFORM Abort-Run
    END-IF.

Count-Meet-Entries.
    MOVE 0 TO Meet-Entry-Count
    IF NOT Entries-Available
        EXIT PARAGRAPH
    END-IF
    MOVE 'N' TO End-Of-Entries
    MOVE MS-Meet-Id TO EN-Meet-Id
    MOVE LOW-VALUES TO EN-Race-Id
    START MEET-ENTRY-FILE KEY IS NOT LESS THAN EN-Entry-Key
        INVALID KEY
            SET No-More-Entries TO TRUE
    END-START
    PERFORM Count-Next-Entry UNTIL No-More-Entries.

Count-Next-Entry.
    READ MEET-ENTRY-FILE NEXT
        AT END
            SET No-More-Entries TO TRUE
        NOT AT END
            IF EN-Meet-Id NOT = MS-Meet-Id
                SET No-More-Entries TO TRUE
            ELSE
                ADD 1 TO Meet-Entry-Count
            END-IF
    END-READ.

Write-Status-Total.
    WRITE STATUS-TOTAL-RECORD
    IF STATUS-REPORT-STATUS NOT = "00"
        DISPLAY "RaceMeetMaint: unable to write RACEMSR.OUT, status " STATUS-REPORT-STATUS
        MOVE "unable to write RACEMSR.OUT" TO Ops-Message-Text
        PERFORM Abort-Run
    END-IF
    MOVE SPACES TO STATUS-TOTAL-RECORD.

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
        DISPLAY "RaceMeetMaint: unable to open RACEOPS.LOG, status " OPERATIONS-LOG-STATUS
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
        DISPLAY "RaceMeetMaint: unable to write RACEOPS.LOG, status " OPERATIONS-LOG-STATUS
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
