IDENTIFICATION DIVISION.
PROGRAM-ID. RaceOfficialFeed.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT OFFICIAL-RECORDS-FILE ASSIGN TO "RACEOFR.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS OFFICIAL-RECORDS-STATUS.

    SELECT RACE-MASTER-FILE ASSIGN TO "RACEMAS.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS RR-Race-Id
        FILE STATUS IS RACE-MASTER-STATUS.

    *> Change transactions in the RACETXN layout. The file is handed
    *> to the next maintenance batch as RACEMNT.DAT (on its own or
    *> behind the clerk's keyed changes), so the league's figures go
    *> through RaceEdit, RaceSimulate and RaceMaint like any other
    *> change rather than being written to the master from here.
    SELECT FEED-TRANSACTION-FILE ASSIGN TO "RACEOFT.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS FEED-TRANSACTION-STATUS.

    SELECT FEED-REPORT-FILE ASSIGN TO "RACEOFR.OUT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS FEED-REPORT-STATUS.

    SELECT OPERATIONS-LOG-FILE ASSIGN TO "RACEOPS.LOG"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS OPERATIONS-LOG-STATUS.

DATA DIVISION.
FILE SECTION.
FD  OFFICIAL-RECORDS-FILE.
01  OFFICIAL-RECORDS-RECORD.
    COPY RACEOFR.

FD  RACE-MASTER-FILE.
01  RACE-RECORD.
    COPY RACEREC.

FD  FEED-TRANSACTION-FILE.
01  FEED-TRANSACTION-RECORD.
    COPY RACETXN.

FD  FEED-REPORT-FILE.
01  FEED-REPORT-RECORD.
    COPY RACEOFP.
01  FEED-TOTAL-RECORD.
    COPY RACEEDR.

FD  OPERATIONS-LOG-FILE.
01  OPERATIONS-LOG-RECORD.
    COPY RACEOPS.

WORKING-STORAGE SECTION.
    01 OPERATIONS-LOG-STATUS PIC XX.
    01 Ops-Severity          PIC X.
    01 Ops-Message-Text      PIC X(132).
    01 Ops-Timestamp         PIC X(21).
    01 WS-Ops-Program        PIC X(16) VALUE "RaceOfficialFeed".
    *> Operator id the feed's changes are keyed under. RaceEdit holds
    *> it to the operator table like any clerk, so it must be granted
    *> race maintenance on RACEOPR.DAT.
    01 WS-Feed-Operator      PIC X(8) VALUE "LEAGUE".

    01 OFFICIAL-RECORDS-STATUS PIC XX.
    01 RACE-MASTER-STATUS    PIC XX.
    01 FEED-TRANSACTION-STATUS PIC XX.
    01 FEED-REPORT-STATUS    PIC XX.

    01 End-Of-Feed           PIC X.
        88 No-More-Feed      VALUE 'Y'.

    01 Header-Flag           PIC X VALUE 'N'.
        88 Feed-Header-Found VALUE 'Y'.
    01 Trailer-Flag          PIC X VALUE 'N'.
        88 Feed-Trailer-Found VALUE 'Y'.
    01 Feed-Issue-Timestamp  PIC X(21) VALUE SPACES.
    01 Trailer-Record-Count  PIC 9(9) VALUE 0.
    01 Trailer-Hash-Total    PIC 9(30) VALUE 0.
    01 Counted-Details       PIC 9(9) VALUE 0.
    01 Counted-Hash-Total    PIC 9(30) VALUE 0.

    01 Details-Read     PIC 9(9) VALUE 0.
    01 Changed-Count    PIC 9(9) VALUE 0.
    01 Matching-Count   PIC 9(9) VALUE 0.
    01 Not-Carried-Count PIC 9(9) VALUE 0.
    01 Invalid-Count    PIC 9(9) VALUE 0.

    01 WS-Label-Race        PIC X(7) VALUE "Race:  ".
    01 WS-Label-Ours        PIC X(6) VALUE "Ours: ".
    01 WS-Label-League      PIC X(8) VALUE "League: ".
    01 WS-Verdict-Changed   PIC X(11) VALUE "CHANGED".
    01 WS-Verdict-Matches   PIC X(11) VALUE "MATCHES".
    01 WS-Verdict-Not-Carried PIC X(11) VALUE "NOT CARRIED".
    01 WS-Verdict-Invalid   PIC X(11) VALUE "INVALID".
    01 WS-Label-Read        PIC X(30) VALUE "Records read".
    01 WS-Label-Changed     PIC X(30) VALUE "Records changed".
    01 WS-Label-Matching    PIC X(30) VALUE "Records matching".
    01 WS-Label-Not-Carried PIC X(30) VALUE "League races not carried".
    01 WS-Label-Invalid     PIC X(30) VALUE "Records not usable".

PROCEDURE DIVISION.
Main-Logic.
    PERFORM Verify-Feed-Trailer

    OPEN INPUT RACE-MASTER-FILE
    IF RACE-MASTER-STATUS NOT = "00"
        DISPLAY "RaceOfficialFeed: unable to open RACEMAS.DAT, status " RACE-MASTER-STATUS
        MOVE "unable to open RACEMAS.DAT" TO Ops-Message-Text
        PERFORM Abort-Run
    END-IF

    OPEN INPUT OFFICIAL-RECORDS-FILE
    IF OFFICIAL-RECORDS-STATUS NOT = "00"
        DISPLAY "RaceOfficialFeed: unable to open RACEOFR.DAT, status " OFFICIAL-RECORDS-STATUS
        MOVE "unable to open RACEOFR.DAT" TO Ops-Message-Text
        PERFORM Abort-Run
    END-IF

    OPEN OUTPUT FEED-TRANSACTION-FILE
    IF FEED-TRANSACTION-STATUS NOT = "00"
        DISPLAY "RaceOfficialFeed: unable to open RACEOFT.DAT, status " FEED-TRANSACTION-STATUS
        MOVE "unable to open RACEOFT.DAT" TO Ops-Message-Text
        PERFORM Abort-Run
    END-IF

    OPEN OUTPUT FEED-REPORT-FILE
    IF FEED-REPORT-STATUS NOT = "00"
        DISPLAY "RaceOfficialFeed: unable to open RACEOFR.OUT, status " FEED-REPORT-STATUS
        MOVE "unable to open RACEOFR.OUT" TO Ops-Message-Text
        PERFORM Abort-Run
    END-IF

    MOVE 'N' TO End-Of-Feed
    PERFORM UNTIL No-More-Feed
        READ OFFICIAL-RECORDS-FILE
            AT END
                SET No-More-Feed TO TRUE
            NOT AT END
                IF OF-Detail
                    PERFORM Process-Official-Record
                END-IF
        END-READ
    END-PERFORM

    MOVE SPACES TO FEED-TOTAL-RECORD
    MOVE WS-Label-Read TO ED-Label
    MOVE Details-Read TO ED-Count
    PERFORM Write-Feed-Total
    MOVE SPACES TO FEED-TOTAL-RECORD
    MOVE WS-Label-Changed TO ED-Label
    MOVE Changed-Count TO ED-Count
    PERFORM Write-Feed-Total
    MOVE SPACES TO FEED-TOTAL-RECORD
    MOVE WS-Label-Matching TO ED-Label
    MOVE Matching-Count TO ED-Count
    PERFORM Write-Feed-Total
    MOVE SPACES TO FEED-TOTAL-RECORD
    MOVE WS-Label-Not-Carried TO ED-Label
    MOVE Not-Carried-Count TO ED-Count
    PERFORM Write-Feed-Total
    MOVE SPACES TO FEED-TOTAL-RECORD
    MOVE WS-Label-Invalid TO ED-Label
    MOVE Invalid-Count TO ED-Count
    PERFORM Write-Feed-Total

    CLOSE OFFICIAL-RECORDS-FILE
    CLOSE RACE-MASTER-FILE
    CLOSE FEED-TRANSACTION-FILE
    CLOSE FEED-REPORT-FILE

    IF Invalid-Count > 0
        MOVE 'W' TO Ops-Severity
    ELSE
        MOVE 'I' TO Ops-Severity
    END-IF
    MOVE SPACES TO Ops-Message-Text
    STRING "official records feed " Feed-Issue-Timestamp
        " processed, changed " Changed-Count
        ", matching " Matching-Count
        ", not carried " Not-Carried-Count
        ", not usable " Invalid-Count
        DELIMITED BY SIZE INTO Ops-Message-Text
    PERFORM Log-Ops-Message

    DISPLAY "RaceOfficialFeed: changed " Changed-Count
        ", matching " Matching-Count
        ", not carried " Not-Carried-Count
        ", not usable " Invalid-Count
    STOP RUN.

*> Prove the feed before a single record is compared: it must carry
*> a header and a trailer, and the trailer's count and hash must
*> agree with the details actually on the file -- a short or
*> doubled transmission is refused whole, as RaceAckRecon refuses an
*> acknowledgement that does not balance.
Verify-Feed-Trailer.
    MOVE 'N' TO End-Of-Feed
    OPEN INPUT OFFICIAL-RECORDS-FILE
    IF OFFICIAL-RECORDS-STATUS NOT = "00"
        DISPLAY "RaceOfficialFeed: unable to open RACEOFR.DAT, status " OFFICIAL-RECORDS-STATUS
        MOVE "unable to open RACEOFR.DAT" TO Ops-Message-Text
        PERFORM Abort-Run
    END-IF
    PERFORM Scan-Feed-Record UNTIL No-More-Feed
    CLOSE OFFICIAL-RECORDS-FILE
    IF NOT Feed-Header-Found
        DISPLAY "RaceOfficialFeed: RACEOFR.DAT has no header record, run refused"
        MOVE "RACEOFR.DAT has no header record, run refused" TO Ops-Message-Text
        PERFORM Abort-Run
    END-IF
    IF NOT Feed-Trailer-Found
        DISPLAY "RaceOfficialFeed: RACEOFR.DAT has no trailer record, run refused"
        MOVE "RACEOFR.DAT has no trailer record, run refused" TO Ops-Message-Text
        PERFORM Abort-Run
    END-IF
    IF Trailer-Record-Count NOT = Counted-Details
        OR Trailer-Hash-Total NOT = Counted-Hash-Total
        DISPLAY "RaceOfficialFeed: RACEOFR.DAT trailer count " Trailer-Record-Count
            " hash " Trailer-Hash-Total
        DISPLAY "RaceOfficialFeed: details on file " Counted-Details
            " hash " Counted-Hash-Total ", run refused"
        MOVE "RACEOFR.DAT trailer does not balance against its details, run refused" TO Ops-Message-Text
        PERFORM Abort-Run
    END-IF.

Scan-Feed-Record.
    READ OFFICIAL-RECORDS-FILE
        AT END
            SET No-More-Feed TO TRUE
        NOT AT END
            EVALUATE TRUE
                WHEN OF-Header
                    MOVE OF-Issue-Timestamp TO Feed-Issue-Timestamp
                    SET Feed-Header-Found TO TRUE
                WHEN OF-Detail
                    ADD 1 TO Counted-Details
                    IF OF-MilliMeters IS NUMERIC
                        ADD OF-MilliMeters TO Counted-Hash-Total
                    END-IF
                WHEN OF-Trailer
                    MOVE OF-Record-Count TO Trailer-Record-Count
                    MOVE OF-Hash-Total TO Trailer-Hash-Total
                    SET Feed-Trailer-Found TO TRUE
            END-EVALUATE
    END-READ.

*> A league record differing from the master in either figure cuts
*> one change transaction carrying both of the league's figures and
*> the master's own date and division, so RaceEdit sees an ordinary
*> change of the race's time and distance.
Process-Official-Record.
    ADD 1 TO Details-Read
    MOVE SPACES TO FEED-REPORT-RECORD
    MOVE WS-Label-Race TO OR-Label-Race
    MOVE OF-Race-Id TO OR-Race-Id
    IF OF-MilliSeconds IS NOT NUMERIC OR OF-MilliMeters IS NOT NUMERIC
        MOVE WS-Verdict-Invalid TO OR-Verdict
        ADD 1 TO Invalid-Count
        PERFORM Write-Feed-Line
        EXIT PARAGRAPH
    END-IF
    MOVE WS-Label-League TO OR-Label-League
    MOVE OF-MilliSeconds TO OR-League-Time
    MOVE OF-MilliMeters TO OR-League-Distance
    MOVE OF-Race-Id TO RR-Race-Id
    READ RACE-MASTER-FILE
        INVALID KEY
            MOVE WS-Verdict-Not-Carried TO OR-Verdict
            ADD 1 TO Not-Carried-Count
            PERFORM Write-Feed-Line
            EXIT PARAGRAPH
    END-READ
    MOVE WS-Label-Ours TO OR-Label-Ours
    MOVE RR-MilliSeconds TO OR-Our-Time
    MOVE RR-MilliMeters TO OR-Our-Distance
    IF OF-MilliSeconds = RR-MilliSeconds AND OF-MilliMeters = RR-MilliMeters
        MOVE WS-Verdict-Matches TO OR-Verdict
        ADD 1 TO Matching-Count
    ELSE
        MOVE WS-Verdict-Changed TO OR-Verdict
        PERFORM Write-Change-Transaction
        ADD 1 TO Changed-Count
    END-IF
    PERFORM Write-Feed-Line.

Write-Change-Transaction.
    MOVE SPACES TO FEED-TRANSACTION-RECORD
    SET TX-Change TO TRUE
    MOVE RR-Race-Id TO TX-Race-Id
    MOVE RR-Race-Date TO TX-Race-Date
    MOVE OF-MilliSeconds TO TX-MilliSeconds
    MOVE OF-MilliMeters TO TX-MilliMeters
    MOVE RR-Division TO TX-Division
    MOVE WS-Feed-Operator TO TX-Operator-Id
    WRITE FEED-TRANSACTION-RECORD
    IF FEED-TRANSACTION-STATUS NOT = "00"
        DISPLAY "RaceOfficialFeed: unable to write RACEOFT.DAT, status " FEED-TRANSACTION-STATUS
        MOVE "unable to write RACEOFT.DAT" TO Ops-Message-Text
        PERFORM Abort-Run
    END-IF.

Write-Feed-Line.
    WRITE FEED-REPORT-RECORD
    IF FEED-REPORT-STATUS NOT = "00"
        DISPLAY "RaceOfficialFeed: unable to write RACEOFR.OUT, status " FEED-REPORT-STATUS
        MOVE "unable to write RACEOFR.OUT" TO Ops-Message-Text
        PERFORM Abort-Run
    END-IF.

Write-Feed-Total.
    WRITE FEED-TOTAL-RECORD
    IF FEED-REPORT-STATUS NOT = "00"
        DISPLAY "RaceOfficialFeed: unable to write RACEOFR.OUT, status " FEED-REPORT-STATUS
        MOVE "unable to write RACEOFR.OUT" TO Ops-Message-Text
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
        DISPLAY "RaceOfficialFeed: unable to open RACEOPS.LOG, status " OPERATIONS-LOG-STATUS
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
        DISPLAY "RaceOfficialFeed: unable to write RACEOPS.LOG, status " OPERATIONS-LOG-STATUS
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
