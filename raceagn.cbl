IDENTIFICATION DIVISION.
PROGRAM-ID. RaceAckAging.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    *> Read in key order -- meet, then race, then run timestamp -- so
    *> the overdue races list grouped by the meet they were transmitted
    *> for, and a race sent more than once comes up latest send last.
    SELECT TRANSMISSION-REGISTER-FILE ASSIGN TO "RACETXR.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS SEQUENTIAL
        RECORD KEY IS RG-Register-Key
        ALTERNATE RECORD KEY IS RG-Run-Timestamp WITH DUPLICATES
        FILE STATUS IS TRANSMISSION-REGISTER-STATUS.

    SELECT AGING-CONTROL-FILE ASSIGN TO "RACEAGN.CTL"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS AGING-CONTROL-STATUS.

    SELECT AGING-REPORT-FILE ASSIGN TO "RACEAGN.OUT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS AGING-REPORT-STATUS.

    SELECT OPERATIONS-LOG-FILE ASSIGN TO "RACEOPS.LOG"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS OPERATIONS-LOG-STATUS.

DATA DIVISION.
FILE SECTION.
FD  TRANSMISSION-REGISTER-FILE.
01  TRANSMISSION-REGISTER-RECORD.
    COPY RACETXR.

FD  AGING-CONTROL-FILE.
01  AGING-CONTROL-RECORD.
    COPY RACEAGC.

FD  AGING-REPORT-FILE.
01  AGING-REPORT-RECORD.
    COPY RACEAGR.
01  AGING-TOTAL-RECORD.
    COPY RACEEDR.

FD  OPERATIONS-LOG-FILE.
01  OPERATIONS-LOG-RECORD.
    COPY RACEOPS.

WORKING-STORAGE SECTION.
    01 OPERATIONS-LOG-STATUS PIC XX.
    01 Ops-Severity          PIC X.
    01 Ops-Message-Text      PIC X(132).
    01 Ops-Timestamp         PIC X(21).
    01 WS-Ops-Program        PIC X(16) VALUE "RaceAckAging".

    01 TRANSMISSION-REGISTER-STATUS PIC XX.
    01 AGING-CONTROL-STATUS  PIC XX.
    01 AGING-REPORT-STATUS   PIC XX.

    01 End-Of-Register       PIC X.
        88 No-More-Register  VALUE 'Y'.

    *> The latest send read so far for the meet and race in hand. It
    *> is aged only when the walk moves on to another race, so a race
    *> sent again is chased on its latest transmission alone.
    01 Held-Register-Row.
        COPY RACETXR REPLACING LEADING ==RG-== BY ==HR-==.
    01 Have-Held-Row         PIC X VALUE 'N'.
        88 Row-Is-Held       VALUE 'Y'.

    *> Used when RACEAGN.CTL is not on hand: the league normally
    *> answers within a day or two of the extract going out.
    01 Default-Age-Days      PIC 9(3) VALUE 3.
    01 Age-Days              PIC 9(3).
    01 Report-Timestamp      PIC X(21).
    01 Report-Date           PIC 9(8).
    01 Sent-Date             PIC 9(8).
    01 Days-Outstanding      PIC S9(9).

    01 Rows-Read        PIC 9(9) VALUE 0.
    01 Answered-Count   PIC 9(9) VALUE 0.
    01 Pending-Count    PIC 9(9) VALUE 0.
    01 Overdue-Count    PIC 9(9) VALUE 0.
    01 Superseded-Count PIC 9(9) VALUE 0.

    01 WS-Label-Meet        PIC X(6) VALUE "Meet: ".
    01 WS-Label-Race        PIC X(7) VALUE "Race:  ".
    01 WS-Label-Run         PIC X(5) VALUE "Run: ".
    01 WS-Label-Sent        PIC X(6) VALUE "Sent: ".
    01 WS-Label-Days        PIC X(6) VALUE "Days: ".
    01 WS-Label-Read        PIC X(30) VALUE "Races transmitted".
    01 WS-Label-Answered    PIC X(30) VALUE "Races acknowledged".
    01 WS-Label-Pending     PIC X(30) VALUE "Races awaiting answer".
    01 WS-Label-Overdue     PIC X(30) VALUE "Races overdue".
    01 WS-Label-Superseded  PIC X(30) VALUE "Earlier sends superseded".

PROCEDURE DIVISION.
Main-Logic.
    MOVE FUNCTION CURRENT-DATE TO Report-Timestamp
    MOVE Report-Timestamp(1:8) TO Report-Date
    PERFORM Load-Aging-Control

    OPEN INPUT TRANSMISSION-REGISTER-FILE
    IF TRANSMISSION-REGISTER-STATUS NOT = "00"
        DISPLAY "RaceAckAging: unable to open RACETXR.DAT, status " TRANSMISSION-REGISTER-STATUS
        MOVE "unable to open RACETXR.DAT" TO Ops-Message-Text
        PERFORM Abort-Run
    END-IF

    OPEN OUTPUT AGING-REPORT-FILE
    IF AGING-REPORT-STATUS NOT = "00"
        DISPLAY "RaceAckAging: unable to open RACEAGN.OUT, status " AGING-REPORT-STATUS
        MOVE "unable to open RACEAGN.OUT" TO Ops-Message-Text
        PERFORM Abort-Run
    END-IF

    MOVE 'N' TO End-Of-Register
    PERFORM UNTIL No-More-Register
        READ TRANSMISSION-REGISTER-FILE NEXT
            AT END
                SET No-More-Register TO TRUE
            NOT AT END
                PERFORM Take-Register-Row
        END-READ
    END-PERFORM
    IF Row-Is-Held
        PERFORM Age-Held-Row
    END-IF

    MOVE SPACES TO AGING-TOTAL-RECORD
    MOVE WS-Label-Read TO ED-Label
    MOVE Rows-Read TO ED-Count
    PERFORM Write-Aging-Total
    MOVE SPACES TO AGING-TOTAL-RECORD
    MOVE WS-Label-Answered TO ED-Label
    MOVE Answered-Count TO ED-Count
    PERFORM Write-Aging-Total
    MOVE SPACES TO AGING-TOTAL-RECORD
    MOVE WS-Label-Pending TO ED-Label
    MOVE Pending-Count TO ED-Count
    PERFORM Write-Aging-Total
    MOVE SPACES TO AGING-TOTAL-RECORD
    MOVE WS-Label-Overdue TO ED-Label
    MOVE Overdue-Count TO ED-Count
    PERFORM Write-Aging-Total
    MOVE SPACES TO AGING-TOTAL-RECORD
    MOVE WS-Label-Superseded TO ED-Label
    MOVE Superseded-Count TO ED-Count
    PERFORM Write-Aging-Total

    CLOSE TRANSMISSION-REGISTER-FILE
    CLOSE AGING-REPORT-FILE

    IF Overdue-Count > 0
        MOVE 'W' TO Ops-Severity
    ELSE
        MOVE 'I' TO Ops-Severity
    END-IF
    MOVE SPACES TO Ops-Message-Text
    STRING "acknowledgement aging, awaiting answer " Pending-Count
        ", overdue more than " Age-Days " days " Overdue-Count
        ", superseded " Superseded-Count
        DELIMITED BY SIZE INTO Ops-Message-Text
    PERFORM Log-Ops-Message

    DISPLAY "RaceAckAging: awaiting answer " Pending-Count
        ", overdue " Overdue-Count
        ", superseded " Superseded-Count
    STOP RUN.

Load-Aging-Control.
    MOVE Default-Age-Days TO Age-Days
    OPEN INPUT AGING-CONTROL-FILE
    IF AGING-CONTROL-STATUS NOT = "00"
        DISPLAY "RaceAckAging: no RACEAGN.CTL control card, default days used"
        MOVE 'W' TO Ops-Severity
        MOVE "no RACEAGN.CTL control card, default days used" TO Ops-Message-Text
        PERFORM Log-Ops-Message
        EXIT PARAGRAPH
    END-IF
    READ AGING-CONTROL-FILE
        AT END
            DISPLAY "RaceAckAging: RACEAGN.CTL is empty, default days used"
            MOVE 'W' TO Ops-Severity
            MOVE "RACEAGN.CTL is empty, default days used" TO Ops-Message-Text
            PERFORM Log-Ops-Message
        NOT AT END
            IF GC-Age-Days IS NOT NUMERIC
                DISPLAY "RaceAckAging: RACEAGN.CTL is not numeric, run refused"
                MOVE "RACEAGN.CTL is not numeric, run refused" TO Ops-Message-Text
                PERFORM Abort-Run
            END-IF
            MOVE GC-Age-Days TO Age-Days
    END-READ
    CLOSE AGING-CONTROL-FILE.

*> A row for the same meet and race as the one held is a later send
*> of it: the held row is superseded, and RaceAckRecon only answers
*> the transmission the league's trailer matches, so an earlier send
*> left unanswered is counted apart rather than chased as overdue.
Take-Register-Row.
    ADD 1 TO Rows-Read
    IF Row-Is-Held
        IF RG-Meet-Id = HR-Meet-Id AND RG-Race-Id = HR-Race-Id
            IF HR-Ack-Pending
                ADD 1 TO Superseded-Count
            ELSE
                ADD 1 TO Answered-Count
            END-IF
        ELSE
            PERFORM Age-Held-Row
        END-IF
    END-IF
    MOVE TRANSMISSION-REGISTER-RECORD TO Held-Register-Row
    SET Row-Is-Held TO TRUE.

*> Only a latest send the league has not answered is aged; the days
*> run from the date the extract went out to today, so a race sent
*> yesterday is one day outstanding. A row whose sent date cannot be
*> read is listed as overdue rather than left off the report.
Age-Held-Row.
    IF NOT HR-Ack-Pending
        ADD 1 TO Answered-Count
        EXIT PARAGRAPH
    END-IF
    ADD 1 TO Pending-Count
    IF HR-Sent-Date IS NUMERIC
        MOVE HR-Sent-Date TO Sent-Date
        COMPUTE Days-Outstanding =
            FUNCTION INTEGER-OF-DATE(Report-Date)
            - FUNCTION INTEGER-OF-DATE(Sent-Date)
        IF Days-Outstanding NOT > Age-Days
            EXIT PARAGRAPH
        END-IF
    ELSE
        MOVE 0 TO Days-Outstanding
    END-IF
    ADD 1 TO Overdue-Count
    MOVE SPACES TO AGING-REPORT-RECORD
    MOVE WS-Label-Meet TO GR-Label-Meet
    MOVE HR-Meet-Id TO GR-Meet-Id
    MOVE WS-Label-Race TO GR-Label-Race
    MOVE HR-Race-Id TO GR-Race-Id
    MOVE WS-Label-Run TO GR-Label-Run
    MOVE HR-Run-Timestamp TO GR-Run-Timestamp
    MOVE WS-Label-Sent TO GR-Label-Sent
    MOVE HR-Sent-Date TO GR-Sent-Date
    MOVE WS-Label-Days TO GR-Label-Days
    MOVE Days-Outstanding TO GR-Days-Out
    WRITE AGING-REPORT-RECORD
    IF AGING-REPORT-STATUS NOT = "00"
        DISPLAY "RaceAckAging: unable to write RACEAGN.OUT, status " AGING-REPORT-STATUS
        MOVE "unable to write RACEAGN.OUT" TO Ops-Message-Text
        PERFORM Abort-Run
    END-IF.

Write-Aging-Total.
    WRITE AGING-TOTAL-RECORD
    IF AGING-REPORT-STATUS NOT = "00"
        DISPLAY "RaceAckAging: unable to write RACEAGN.OUT, status " AGING-REPORT-STATUS
        MOVE "unable to write RACEAGN.OUT" TO Ops-Message-Text
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
        DISPLAY "RaceAckAging: unable to open RACEOPS.LOG, status " OPERATIONS-LOG-STATUS
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
        DISPLAY "RaceAckAging: unable to write RACEOPS.LOG, status " OPERATIONS-LOG-STATUS
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
