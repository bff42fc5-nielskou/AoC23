        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS SENT-EXTRACT-STATUS.

    *> The register of every detail transmitted, kept across runs and
    *> filed by RaceOutlierGate when an extract passes the gate or a
    *> supervisor releases it. Read along the run timestamp to find which
    *> transmission the response answers, then by key per detail, and
    *> each row answered is stamped with the league's disposition.
    SELECT TRANSMISSION-REGISTER-FILE ASSIGN TO "RACETXR.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS RG-Register-Key
        ALTERNATE RECORD KEY IS RG-Run-Timestamp WITH DUPLICATES
        FILE STATUS IS TRANSMISSION-REGISTER-STATUS.

    SELECT ACK-REPORT-FILE ASSIGN TO "RACEACK.OUT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS ACK-REPORT-STATUS.
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS RESCORE-FEED-STATUS.

    *> The acknowledgement moves the extract's meet on: transmitted
    *> once the league has answered, certified once every race we
    *> sent has come back accepted.
    SELECT MEET-SCHEDULE-FILE ASSIGN TO "RACEMSC.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS MS-Meet-Id
        FILE STATUS IS MEET-SCHEDULE-STATUS.

    SELECT OPERATIONS-LOG-FILE ASSIGN TO "RACEOPS.LOG"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS OPERATIONS-LOG-STATUS.
01  SENT-EXTRACT-RECORD.
    COPY RACEIFX REPLACING LEADING ==IFX-== BY ==SX-==.

FD  TRANSMISSION-REGISTER-FILE.
01  TRANSMISSION-REGISTER-RECORD.
    COPY RACETXR.

FD  ACK-REPORT-FILE.
01  ACK-REPORT-RECORD.
    COPY RACEAKR.
01  RESCORE-REQUEST-RECORD.
    COPY RACERSQ.

FD  MEET-SCHEDULE-FILE.
01  MEET-SCHEDULE-RECORD.
    COPY RACEMSC.

FD  OPERATIONS-LOG-FILE.
01  OPERATIONS-LOG-RECORD.
    COPY RACEOPS.
    01 LEAGUE-ACK-STATUS        PIC XX.
    01 INTERFACE-EXTRACT-STATUS PIC XX.
    01 SENT-EXTRACT-STATUS      PIC XX.
    01 TRANSMISSION-REGISTER-STATUS PIC XX.
    01 ACK-REPORT-STATUS        PIC XX.
    01 RESCORE-FEED-STATUS      PIC XX.
    01 MEET-SCHEDULE-STATUS     PIC XX.

    01 End-Of-Extract        PIC X.
        88 No-More-Extract   VALUE 'Y'.
        88 Sent-Trailer-Found VALUE 'Y'.
    01 Sent-Record-Count     PIC 9(9).
    01 Sent-Hash-Total       PIC 9(30).
    01 Sent-Meet-Id          PIC X(6) VALUE SPACES.
    01 Status-Timestamp      PIC X(21).

    01 Ack-Trailer-Flag      PIC X.
        88 Ack-Trailer-Found VALUE 'Y'.
    01 Ack-Timestamp         PIC X(21) VALUE SPACES.
    01 Ack-Record-Count      PIC 9(9).
    01 Ack-Hash-Total        PIC 9(30).

    01 Have-Register         PIC X VALUE 'N'.
        88 Register-Available VALUE 'Y'.
    01 End-Of-Register       PIC X.
        88 No-More-Register  VALUE 'Y'.
    *> One transmission's rows as the register is read along the run
    *> timestamp; closed off into the match fields at each change.
    01 Group-Run-Timestamp   PIC X(21).
    01 Group-Meet-Id         PIC X(6).
    01 Group-Record-Count    PIC 9(9).
    01 Group-Hash-Total      PIC 9(30).
    01 Group-Pending-Count   PIC 9(9).
    01 Latest-Run-Timestamp  PIC X(21) VALUE SPACES.
    01 Match-Run-Timestamp   PIC X(21) VALUE SPACES.
    01 Match-Meet-Id         PIC X(6).
    01 Pending-Run-Timestamp PIC X(21) VALUE SPACES.
    01 Pending-Meet-Id       PIC X(6).
    01 Answered-Flag         PIC X.
        88 Row-Already-Answered VALUE 'Y'.
    01 Repeat-Count          PIC 9(9) VALUE 0.
    01 Sent-Run-Timestamp    PIC X(21) VALUE SPACES.
    01 Trailer-Balance-Flag  PIC X.
        88 Ack-Trailer-Balanced VALUE 'Y'.


PROCEDURE DIVISION.
Main-Logic.
    PERFORM Verify-Ack-Trailer
    PERFORM Open-Transmission-Register
    IF Register-Available
        PERFORM Find-Transmission
    ELSE
        PERFORM Read-Sent-Trailer
        PERFORM Check-Ack-Balance
    END-IF

    OPEN INPUT LEAGUE-ACK-FILE
    IF LEAGUE-ACK-STATUS NOT = "00"
    CLOSE LEAGUE-ACK-FILE
    CLOSE ACK-REPORT-FILE
    CLOSE RESCORE-FEED-FILE
    IF Register-Available
        CLOSE TRANSMISSION-REGISTER-FILE
    END-IF

    PERFORM Update-Meet-Status

    IF Disputed-Count > 0 OR Unmatched-Count > 0
        MOVE 'W' TO Ops-Severity
        ", rejected " Rejected-Count
        ", disputed " Disputed-Count
        ", unmatched " Unmatched-Count
        ", repeats kept " Repeat-Count
        DELIMITED BY SIZE INTO Ops-Message-Text
    PERFORM Log-Ops-Message

        ", rejected " Rejected-Count
        ", disputed " Disputed-Count
        ", unmatched " Unmatched-Count
        ", repeats kept " Repeat-Count
    STOP RUN.

*> Pick up the count and hash we transmitted from our own extract
        AT END
            SET No-More-Extract TO TRUE
        NOT AT END
            IF IFX-Header
                MOVE IFX-Meet-Id TO Sent-Meet-Id
            END-IF
            IF IFX-Trailer
                MOVE IFX-Record-Count TO Sent-Record-Count
                MOVE IFX-Hash-Total TO Sent-Hash-Total
            END-IF
    END-READ.

*> An extract cut with no current meet has no meet to move. A meet
*> the league has answered for is transmitted; if every race we sent
*> came back accepted -- none rejected, disputed or unmatched -- the
*> meet is certified and locked against further scoring or edits.
*> A meet already certified stays so: only RaceMeetMaint reopens.
Update-Meet-Status.
    IF Sent-Meet-Id = SPACES
        EXIT PARAGRAPH
    END-IF
    OPEN I-O MEET-SCHEDULE-FILE
    IF MEET-SCHEDULE-STATUS NOT = "00"
        DISPLAY "RaceAckRecon: no RACEMSC.DAT schedule, meet " Sent-Meet-Id
            " status not updated"
        MOVE 'W' TO Ops-Severity
        MOVE "no RACEMSC.DAT schedule, meet status not updated" TO Ops-Message-Text
        PERFORM Log-Ops-Message
        EXIT PARAGRAPH
    END-IF
    MOVE Sent-Meet-Id TO MS-Meet-Id
    READ MEET-SCHEDULE-FILE
        INVALID KEY
            DISPLAY "RaceAckRecon: meet " Sent-Meet-Id
                " is not on RACEMSC.DAT, status not updated"
            MOVE 'W' TO Ops-Severity
            MOVE SPACES TO Ops-Message-Text
            STRING "meet " Sent-Meet-Id
                " is not on RACEMSC.DAT, status not updated"
                DELIMITED BY SIZE INTO Ops-Message-Text
            PERFORM Log-Ops-Message
            CLOSE MEET-SCHEDULE-FILE
            EXIT PARAGRAPH
    END-READ
    IF MS-Certified
        CLOSE MEET-SCHEDULE-FILE
        EXIT PARAGRAPH
    END-IF
    MOVE FUNCTION CURRENT-DATE TO Status-Timestamp
    IF Accepted-Count = Sent-Record-Count AND Rejected-Count = 0
        AND Disputed-Count = 0 AND Unmatched-Count = 0
        SET MS-Certified TO TRUE
    ELSE
        SET MS-Transmitted TO TRUE
    END-IF
    MOVE Status-Timestamp TO MS-Status-Stamp
    REWRITE MEET-SCHEDULE-RECORD
    IF MEET-SCHEDULE-STATUS NOT = "00"
        DISPLAY "RaceAckRecon: unable to rewrite RACEMSC.DAT, status " MEET-SCHEDULE-STATUS
        MOVE "unable to rewrite RACEMSC.DAT" TO Ops-Message-Text
        PERFORM Abort-Run
    END-IF
    CLOSE MEET-SCHEDULE-FILE
    MOVE 'I' TO Ops-Severity
    MOVE SPACES TO Ops-Message-Text
    IF MS-Certified
        STRING "meet " Sent-Meet-Id " certified, all "
            Sent-Record-Count " races accepted"
            DELIMITED BY SIZE INTO Ops-Message-Text
    ELSE
        STRING "meet " Sent-Meet-Id " transmitted, not yet certified"
            DELIMITED BY SIZE INTO Ops-Message-Text
    END-IF
    PERFORM Log-Ops-Message
    DISPLAY "RaceAckRecon: " Ops-Message-Text.

*> Pick up the league's trailer before a single detail is matched:
*> its count and hash must echo the trailer of the extract we
*> transmitted, or the whole file is suspect.
Verify-Ack-Trailer.
    MOVE 'N' TO Ack-Trailer-Flag
    MOVE 'N' TO End-Of-Ack
    OPEN INPUT LEAGUE-ACK-FILE
    IF LEAGUE-ACK-STATUS NOT = "00"
        DISPLAY "RaceAckRecon: RACEACK.DAT has no trailer record, run refused"
        MOVE "RACEACK.DAT has no trailer record, run refused" TO Ops-Message-Text
        PERFORM Abort-Run
    END-IF.

*> Without a register only the extract on hand can be matched, so the
*> response must answer the latest transmission.
Check-Ack-Balance.
    MOVE 'N' TO Trailer-Balance-Flag
    IF Ack-Record-Count = Sent-Record-Count
        AND Ack-Hash-Total = Sent-Hash-Total
        SET Ack-Trailer-Balanced TO TRUE
    END-IF
    IF NOT Ack-Trailer-Balanced
        DISPLAY "RaceAckRecon: RACEACK.DAT trailer does not balance"
        AT END
            SET No-More-Ack TO TRUE
        NOT AT END
            IF AK-Header
                MOVE AK-Ack-Timestamp TO Ack-Timestamp
            END-IF
            IF AK-Trailer
                SET Ack-Trailer-Found TO TRUE
                MOVE AK-Record-Count TO Ack-Record-Count
                MOVE AK-Hash-Total TO Ack-Hash-Total
            END-IF
    END-READ.

*> A register filed by RaceOutlierGate is the normal case; an
*> installation that has not yet sent an extract through the gate
*> falls back to the extract on hand, as before the register was kept.
Open-Transmission-Register.
    OPEN I-O TRANSMISSION-REGISTER-FILE
    IF TRANSMISSION-REGISTER-STATUS = "00"
        SET Register-Available TO TRUE
    ELSE
        DISPLAY "RaceAckRecon: no RACETXR.DAT register, matching against RACEIFX.OUT only"
        MOVE 'W' TO Ops-Severity
        MOVE "no RACETXR.DAT register, matched against RACEIFX.OUT only" TO Ops-Message-Text
        PERFORM Log-Ops-Message
    END-IF.

*> Read the register along the run timestamp, one transmission at a
*> time, and find those whose detail count and hash the league's
*> trailer echoes. The latest of them still awaiting an answer is
*> the one responded to; failing that, the latest of them at all (a
*> repeat response). A response that arrives after a later run has
*> overwritten RACEIFX.OUT is matched to its own transmission here.
Find-Transmission.
    MOVE 'N' TO End-Of-Register
    MOVE SPACES TO Group-Run-Timestamp
    MOVE LOW-VALUES TO RG-Run-Timestamp
    START TRANSMISSION-REGISTER-FILE KEY IS NOT LESS THAN RG-Run-Timestamp
        INVALID KEY
            SET No-More-Register TO TRUE
    END-START
    PERFORM Scan-Register-Record UNTIL No-More-Register
    IF Group-Run-Timestamp NOT = SPACES
        PERFORM Close-Register-Group
    END-IF
    IF Pending-Run-Timestamp NOT = SPACES
        MOVE Pending-Run-Timestamp TO Match-Run-Timestamp
        MOVE Pending-Meet-Id TO Match-Meet-Id
    END-IF
    IF Match-Run-Timestamp = SPACES
        DISPLAY "RaceAckRecon: RACEACK.DAT trailer matches no"
            " transmission on RACETXR.DAT, run refused"
        MOVE "RACEACK.DAT trailer matches no transmission on RACETXR.DAT, run refused" TO Ops-Message-Text
        PERFORM Abort-Run
    END-IF
    MOVE Match-Run-Timestamp TO Sent-Run-Timestamp
    MOVE Match-Meet-Id TO Sent-Meet-Id
    MOVE Ack-Record-Count TO Sent-Record-Count
    MOVE Ack-Hash-Total TO Sent-Hash-Total
    IF Sent-Run-Timestamp NOT = Latest-Run-Timestamp
        MOVE 'I' TO Ops-Severity
        MOVE SPACES TO Ops-Message-Text
        STRING "acknowledgement " Ack-Timestamp
            " matched earlier transmission " Sent-Run-Timestamp
            " for meet " Sent-Meet-Id
            DELIMITED BY SIZE INTO Ops-Message-Text
        PERFORM Log-Ops-Message
        DISPLAY "RaceAckRecon: " Ops-Message-Text
    END-IF.

Scan-Register-Record.
    READ TRANSMISSION-REGISTER-FILE NEXT
        AT END
            SET No-More-Register TO TRUE
        NOT AT END
            IF RG-Run-Timestamp NOT = Group-Run-Timestamp
                IF Group-Run-Timestamp NOT = SPACES
                    PERFORM Close-Register-Group
                END-IF
                MOVE RG-Run-Timestamp TO Group-Run-Timestamp
                MOVE RG-Meet-Id TO Group-Meet-Id
                MOVE 0 TO Group-Record-Count
                MOVE 0 TO Group-Hash-Total
                MOVE 0 TO Group-Pending-Count
            END-IF
            ADD 1 TO Group-Record-Count
            ADD RG-WaysToWin TO Group-Hash-Total
            IF RG-Ack-Pending
                ADD 1 TO Group-Pending-Count
            END-IF
    END-READ.

*> Groups arrive in run timestamp order, so the last match kept is
*> the latest.
Close-Register-Group.
    MOVE Group-Run-Timestamp TO Latest-Run-Timestamp
    IF Group-Record-Count = Ack-Record-Count
        AND Group-Hash-Total = Ack-Hash-Total
        MOVE Group-Run-Timestamp TO Match-Run-Timestamp
        MOVE Group-Meet-Id TO Match-Meet-Id
        IF Group-Pending-Count > 0
            MOVE Group-Run-Timestamp TO Pending-Run-Timestamp
            MOVE Group-Meet-Id TO Pending-Meet-Id
        END-IF
    END-IF.

Process-Ack-Detail.
    PERFORM Find-Sent-Figure
    MOVE SPACES TO ACK-REPORT-RECORD
            MOVE WS-Verdict-Unmatched TO KR-Verdict
            ADD 1 TO Unmatched-Count
        WHEN AK-Rejected
            SET RG-Ack-Rejected TO TRUE
            MOVE WS-Verdict-Rejected TO KR-Verdict
            MOVE WS-Label-Reason TO KR-Label-Reason
            MOVE AK-Reason-Code TO KR-Reason-Code
            ADD 1 TO Rejected-Count
        WHEN AK-Accepted AND AK-Official-Ways NOT = Sent-Ways
            SET RG-Ack-Disputed TO TRUE
            MOVE WS-Verdict-Disputed TO KR-Verdict
            MOVE WS-Label-Sent TO KR-Label-Sent
            MOVE Sent-Ways TO KR-Sent-Ways
            PERFORM Write-Rescore-Feed
            ADD 1 TO Disputed-Count
        WHEN AK-Accepted
            SET RG-Ack-Accepted TO TRUE
            MOVE WS-Verdict-Accepted TO KR-Verdict
            ADD 1 TO Accepted-Count
        WHEN OTHER
            MOVE WS-Verdict-Invalid TO KR-Verdict
            ADD 1 TO Unmatched-Count
    END-EVALUATE
    IF Register-Available AND Sent-Figure-Found
        AND NOT RG-Ack-Pending
        IF Row-Already-Answered
            DISPLAY "RaceAckRecon: race " AK-Race-Id
                " already answered on RACETXR.DAT, earlier answer kept"
            ADD 1 TO Repeat-Count
        ELSE
            PERFORM Stamp-Register-Row
        END-IF
    END-IF
    WRITE ACK-REPORT-RECORD
    IF ACK-REPORT-STATUS NOT = "00"
        DISPLAY "RaceAckRecon: unable to write RACEACK.OUT, status " ACK-REPORT-STATUS
        PERFORM Abort-Run
    END-IF.

*> With the register, the transmission's row for the race is read by
*> key. Without it, each race id we sent appears on at most one
*> extract detail, so a fresh top-to-bottom scan per response detail
*> finds it or proves the league answered for a race we never
*> transmitted.
Find-Sent-Figure.
    MOVE 'N' TO Sent-Found-Flag
    MOVE 'N' TO Answered-Flag
    IF Register-Available
        MOVE Sent-Meet-Id TO RG-Meet-Id
        MOVE AK-Race-Id TO RG-Race-Id
        MOVE Sent-Run-Timestamp TO RG-Run-Timestamp
        READ TRANSMISSION-REGISTER-FILE KEY IS RG-Register-Key
            INVALID KEY
                CONTINUE
            NOT INVALID KEY
                MOVE RG-WaysToWin TO Sent-Ways
                SET Sent-Figure-Found TO TRUE
                IF NOT RG-Ack-Pending
                    SET Row-Already-Answered TO TRUE
                END-IF
                SET RG-Ack-Pending TO TRUE
        END-READ
        EXIT PARAGRAPH
    END-IF
    MOVE 'N' TO End-Of-Sent
    OPEN INPUT SENT-EXTRACT-FILE
    IF SENT-EXTRACT-STATUS = "00"
            END-IF
    END-READ.

*> The league's answer stays on the register row, so the aging report
*> drops the race. A repeat response for a row already answered is
*> reported and counted but never rewritten -- the first answer and
*> its timestamp stand.
Stamp-Register-Row.
    MOVE Ack-Timestamp TO RG-Ack-Timestamp
    REWRITE TRANSMISSION-REGISTER-RECORD
    *> "02": other rows share the run timestamp alternate key.
    IF TRANSMISSION-REGISTER-STATUS NOT = "00"
            AND TRANSMISSION-REGISTER-STATUS NOT = "02"
        DISPLAY "RaceAckRecon: unable to rewrite RACETXR.DAT, status " TRANSMISSION-REGISTER-STATUS
        MOVE "unable to rewrite RACETXR.DAT" TO Ops-Message-Text
        PERFORM Abort-Run
    END-IF.

*> A disputed race goes out in the rescore-request layout: single
*> race form, so the file drops straight onto RACERSQ.DAT and the
*> protest rescore starts from the league's own numbers.
