        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS RACE-BALANCE-STATUS.

    *> RANDOM: the run reads its own meet by key, and moves the
    *> meet's status on as the card is opened and scored.
    SELECT MEET-SCHEDULE-FILE ASSIGN TO "RACEMSC.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS MS-Meet-Id
        FILE STATUS IS MEET-SCHEDULE-STATUS.

    SELECT CURRENT-MEET-FILE ASSIGN TO "RACEMCR.CTL"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS CURRENT-MEET-STATUS.

    *> INPUT only: an override on the ledger counts only when its
    *> operator is granted the override on the operator table.
    SELECT OPERATOR-TABLE-FILE ASSIGN TO "RACEOPR.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS OA-Operator-Id
        FILE STATUS IS OPERATOR-TABLE-STATUS.

    SELECT RUN-LEDGER-FILE ASSIGN TO "RACERUN.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS RUN-LEDGER-STATUS.
        RECORD KEY IS LR-Race-Id
        FILE STATUS IS LATEST-RESULT-STATUS.

    *> DYNAMIC: the meet's entries are read in race id order from a
    *> START on the meet id, and rescore mode checks single entries
    *> by key.
    SELECT MEET-ENTRY-FILE ASSIGN TO "RACEENT.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS EN-Entry-Key
        ALTERNATE RECORD KEY IS EN-Race-Id WITH DUPLICATES
        FILE STATUS IS MEET-ENTRY-STATUS.

    SELECT OPERATIONS-LOG-FILE ASSIGN TO "RACEOPS.LOG"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS OPERATIONS-LOG-STATUS.
FD  RACE-EXCEPTION-FILE.
01  EXCEPTION-RECORD.
    COPY RACEEXC.
01  MISSING-ENTRY-RECORD.
    COPY RACEENX.

FD  RACE-HISTORY-FILE.
01  HISTORY-RECORD.
01  CURRENT-MEET-RECORD.
    COPY RACEMCR.

FD  OPERATOR-TABLE-FILE.
01  OPERATOR-TABLE-RECORD.
    COPY RACEOPR.

FD  RUN-LEDGER-FILE.
01  RUN-LEDGER-RECORD.
    COPY RACERUN.
01  LATEST-RESULT-RECORD.
    COPY RACELRS.

FD  MEET-ENTRY-FILE.
01  MEET-ENTRY-RECORD.
    COPY RACEENT.

FD  OPERATIONS-LOG-FILE.
01  OPERATIONS-LOG-RECORD.
    COPY RACEOPS.
    01 Ops-Message-Text      PIC X(132).
    01 Ops-Timestamp         PIC X(21).
    01 WS-Ops-Program        PIC X(16) VALUE "AdventOfCodeDay6".
    01 Ops-Operator-Id       PIC X(8) VALUE SPACES.

    01 RACE-MASTER-STATUS   PIC XX.
    01 RACE-AUDIT-STATUS    PIC XX.
    01 CURRENT-MEET-STATUS  PIC XX.
    01 Have-Current-Meet     PIC X VALUE 'N'.
        88 Current-Meet-Supplied VALUE 'Y'.
    01 Meet-Id               PIC X(6) VALUE SPACES.
    01 New-Meet-Status       PIC X.
    01 Meet-Date             PIC X(8).
    01 History-Post-Date     PIC X(8).

    01 MEET-ENTRY-STATUS     PIC XX.
    01 Have-Entry-List       PIC X VALUE 'N'.
        88 Entry-List-Active VALUE 'Y'.
    01 End-Of-Entries        PIC X.
        88 No-More-Entries   VALUE 'Y'.
    01 Entry-Found-Flag      PIC X.
        88 Race-Is-Entered   VALUE 'Y'.
    01 Entries-Listed        PIC 9(9) VALUE 0.
    01 Entries-On-Master     PIC 9(9) VALUE 0.
    01 Missing-Entry-Count   PIC 9(9) VALUE 0.
    01 Not-Entered-Count     PIC 9(9) VALUE 0.
    01 Have-Lock-Check       PIC X VALUE 'N'.
        88 Lock-Check-Active VALUE 'Y'.
    01 Race-Lock-Flag        PIC X.
        88 Race-Is-Locked    VALUE 'Y'.
    01 Locked-Meet-Id        PIC X(6).
    01 Locked-Count          PIC 9(9) VALUE 0.
    01 WS-Label-Meet         PIC X(6) VALUE "Meet: ".
    01 WS-Label-Entries      PIC X(15) VALUE "Meet entries:  ".
    01 WS-Result-Missing     PIC X(14) VALUE "MISSING RACES".
    01 WS-Missing-Reason     PIC X(40) VALUE "entered for meet but not on RACEMAS.DAT".

    01 RACE-WINDOW-STATUS    PIC XX.
    01 RUN-LEDGER-STATUS     PIC XX.

    01 Last-Edit-Stamp       PIC X(21) VALUE LOW-VALUES.
    01 Last-Maint-Stamp      PIC X(21) VALUE LOW-VALUES.
    01 Override-Stamp        PIC X(21) VALUE LOW-VALUES.
    01 OPERATOR-TABLE-STATUS PIC XX.
    01 Have-Operator-Table   PIC X VALUE 'N'.
        88 Operator-Table-Available VALUE 'Y'.
    01 Override-Operator     PIC X(8) VALUE SPACES.
    01 Operator-Found-Flag   PIC X.
        88 Operator-May-Override VALUE 'Y'.
    01 Run-Forced-Flag       PIC X VALUE 'N'.
        88 Run-Was-Forced    VALUE 'Y'.
    01 WS-Ledger-Program     PIC X(16) VALUE "AdventOfCodeDay6".
    01 WS-Edit-Program       PIC X(16) VALUE "RaceEdit".
    01 WS-Maint-Program      PIC X(16) VALUE "RaceMaint".

    PERFORM InitializeDivisionTable
    PERFORM ReadCurrentMeet
    PERFORM OpenMeetEntries
    PERFORM CheckRunSequence

    *> Opened ahead of the balancing pass so the balancing report's

    PERFORM ReadCheckpoint

    PERFORM CountMeetEntries
    PERFORM VerifyControlTotals
    MOVE 'O' TO New-Meet-Status
    PERFORM SetMeetStatus

    OPEN INPUT RACE-MASTER-FILE
    IF RACE-MASTER-STATUS NOT = "00"
        PERFORM AbortRun
    END-IF

    IF Entry-List-Active
        PERFORM PositionMeetEntries
    ELSE
        IF Checkpoint-Found
            MOVE Last-Checkpoint-Race-Id TO RR-Race-Id
            START RACE-MASTER-FILE KEY IS GREATER THAN RR-Race-Id
                INVALID KEY
                    DISPLAY "AdventOfCodeDay6: restart checkpoint race "
                        Last-Checkpoint-Race-Id " has no later race on file"
                    SET No-More-Races TO TRUE
            END-START
        END-IF
    END-IF
    IF Checkpoint-Found
        DISPLAY "AdventOfCodeDay6: resuming batch after checkpointed race "
            Last-Checkpoint-Race-Id
    END-IF
        PERFORM AbortRun
    END-IF

    *> With an entry list the meet's entries drive the run and each
    *> race is read from the master by key; without one the whole
    *> card is read in key order, as before meets carried entries.
    IF Entry-List-Active
        PERFORM ScoreNextEntry UNTIL No-More-Races
    ELSE
        PERFORM UNTIL No-More-Races
            READ RACE-MASTER-FILE NEXT
                AT END
                    SET No-More-Races TO TRUE
                NOT AT END
                    PERFORM Process-One-Race
                    PERFORM WriteCheckpoint
            END-READ
        END-PERFORM
    END-IF

    PERFORM WriteDivisionSummary
    PERFORM WriteExtractTrailer
    PERFORM PurgeReportLibrary
    CLOSE REPORT-LIBRARY-FILE
    PERFORM StampRunLedger
    MOVE 'R' TO New-Meet-Status
    PERFORM SetMeetStatus

    MOVE 'I' TO Ops-Severity
    MOVE SPACES TO Ops-Message-Text
        DELIMITED BY SIZE INTO Ops-Message-Text
    PERFORM LogOpsMessage

    IF Missing-Entry-Count > 0
        MOVE 'W' TO Ops-Severity
        MOVE SPACES TO Ops-Message-Text
        STRING "meet " Meet-Id " has " Missing-Entry-Count
            " entered races not on RACEMAS.DAT, see RACEEXC.OUT"
            DELIMITED BY SIZE INTO Ops-Message-Text
        PERFORM LogOpsMessage
    END-IF

    DISPLAY "Races scored: " Races-Scored
    IF Meet-Score-Has-Overflowed
        DISPLAY "Meet score: *** OVERFLOW, exceeds PIC 9(30) ***"
    IF Expected-Results-Available
        DISPLAY "Reconciliation exceptions: " Exceptions-Count
    END-IF
    IF Entry-List-Active
        DISPLAY "Entered races not on master: " Missing-Entry-Count
        CLOSE MEET-ENTRY-FILE
    END-IF

    CLOSE RACE-MASTER-FILE
    CLOSE RACE-AUDIT-FILE
    MOVE MC-Meet-Id TO Meet-Id
    SET Current-Meet-Supplied TO TRUE

    OPEN INPUT MEET-SCHEDULE-FILE
    IF MEET-SCHEDULE-STATUS NOT = "00"
        DISPLAY "AdventOfCodeDay6: meet " Meet-Id
        MOVE "meet supplied but no RACEMSC.DAT schedule on file, run refused" TO Ops-Message-Text
        PERFORM AbortRun
    END-IF
    MOVE Meet-Id TO MS-Meet-Id
    READ MEET-SCHEDULE-FILE
        INVALID KEY
            DISPLAY "AdventOfCodeDay6: meet " Meet-Id
                " is not on the RACEMSC.DAT schedule, run refused"
            MOVE "meet is not on the RACEMSC.DAT schedule, run refused" TO Ops-Message-Text
            PERFORM AbortRun
    END-READ
    CLOSE MEET-SCHEDULE-FILE

    *> A certified meet's results are the league's record. Neither a
    *> scoring run nor a rescore may post under it again until it has
    *> been reopened through RaceMeetMaint with an authorisation.
    IF MS-Certified
        DISPLAY "AdventOfCodeDay6: meet " Meet-Id
            " is certified, run refused until the meet is reopened"
        MOVE "meet is certified, run refused until the meet is reopened" TO Ops-Message-Text
        PERFORM AbortRun
    END-IF
    MOVE MS-Meet-Date TO Meet-Date
    DISPLAY "AdventOfCodeDay6: scoring meet " Meet-Id
        " of " Meet-Date
    EXIT.

SetMeetStatus SECTION.
    *> The run moves its meet along the lifecycle itself: open when
    *> the card has balanced and scoring starts, scored when the
    *> card (or a rescore) completes. Nothing to move without a
    *> current meet.
    IF NOT Current-Meet-Supplied
        EXIT SECTION
    END-IF
    OPEN I-O MEET-SCHEDULE-FILE
    IF MEET-SCHEDULE-STATUS NOT = "00"
        DISPLAY "AdventOfCodeDay6: unable to open RACEMSC.DAT, status " MEET-SCHEDULE-STATUS
        MOVE "unable to open RACEMSC.DAT" TO Ops-Message-Text
        PERFORM AbortRun
    END-IF
    MOVE Meet-Id TO MS-Meet-Id
    READ MEET-SCHEDULE-FILE
        INVALID KEY
            DISPLAY "AdventOfCodeDay6: meet " Meet-Id
                " has left the RACEMSC.DAT schedule, run refused"
            MOVE "meet has left the RACEMSC.DAT schedule, run refused" TO Ops-Message-Text
            PERFORM AbortRun
    END-READ
    IF MS-Meet-Status NOT = New-Meet-Status
        MOVE New-Meet-Status TO MS-Meet-Status
        MOVE Run-Timestamp TO MS-Status-Stamp
        REWRITE MEET-SCHEDULE-RECORD
        IF MEET-SCHEDULE-STATUS NOT = "00"
            DISPLAY "AdventOfCodeDay6: unable to rewrite RACEMSC.DAT, status " MEET-SCHEDULE-STATUS
            MOVE "unable to rewrite RACEMSC.DAT" TO Ops-Message-Text
            PERFORM AbortRun
        END-IF
        MOVE 'I' TO Ops-Severity
        MOVE SPACES TO Ops-Message-Text
        STRING "meet " Meet-Id " status set to " New-Meet-Status
            DELIMITED BY SIZE INTO Ops-Message-Text
        PERFORM LogOpsMessage
    END-IF
    CLOSE MEET-SCHEDULE-FILE
    EXIT.

OpenMeetEntries SECTION.
    *> With a current meet the run scores only the races entered for
    *> it on RACEENT.DAT. No current meet means nothing to enter races
    *> for, and the whole card is scored as it always was; a meet with
    *> no entry file on hand is a shop that has not started keying
    *> entries, so the whole card is scored with a warning.
    IF NOT Current-Meet-Supplied
        EXIT SECTION
    END-IF
    OPEN INPUT MEET-ENTRY-FILE
    IF MEET-ENTRY-STATUS NOT = "00"
        DISPLAY "AdventOfCodeDay6: no RACEENT.DAT entry list, scoring the whole card"
        MOVE 'W' TO Ops-Severity
        MOVE "no RACEENT.DAT entry list, whole card scored for the meet" TO Ops-Message-Text
        PERFORM LogOpsMessage
        EXIT SECTION
    END-IF
    SET Entry-List-Active TO TRUE
    EXIT.

CountMeetEntries SECTION.
    *> Count the meet's entries and how many of them the master
    *> actually carries, for the balancing report. A meet with an
    *> entry file but no entries of its own would publish an empty
    *> extract, so the run refuses rather than cut one.
    IF NOT Entry-List-Active
        EXIT SECTION
    END-IF
    MOVE 0 TO Entries-Listed
    MOVE 0 TO Entries-On-Master
    OPEN INPUT RACE-MASTER-FILE
    IF RACE-MASTER-STATUS NOT = "00"
        DISPLAY "AdventOfCodeDay6: unable to open RACEMAS.DAT, status " RACE-MASTER-STATUS
        MOVE "unable to open RACEMAS.DAT" TO Ops-Message-Text
        PERFORM AbortRun
    END-IF
    MOVE 'N' TO End-Of-Entries
    MOVE Meet-Id TO EN-Meet-Id
    MOVE LOW-VALUES TO EN-Race-Id
    START MEET-ENTRY-FILE KEY IS NOT LESS THAN EN-Entry-Key
        INVALID KEY
            SET No-More-Entries TO TRUE
    END-START
    PERFORM CountNextEntry UNTIL No-More-Entries
    CLOSE RACE-MASTER-FILE
    IF Entries-Listed = 0
        DISPLAY "AdventOfCodeDay6: no races entered for meet " Meet-Id
            " on RACEENT.DAT, run refused"
        MOVE "no races entered for the meet on RACEENT.DAT, run refused" TO Ops-Message-Text
        PERFORM AbortRun
    END-IF
    EXIT.

CountNextEntry SECTION.
    READ MEET-ENTRY-FILE NEXT
        AT END
            SET No-More-Entries TO TRUE
        NOT AT END
            IF EN-Meet-Id NOT = Meet-Id
                SET No-More-Entries TO TRUE
            ELSE
                ADD 1 TO Entries-Listed
                MOVE EN-Race-Id TO RR-Race-Id
                READ RACE-MASTER-FILE
                    INVALID KEY
                        CONTINUE
                    NOT INVALID KEY
                        ADD 1 TO Entries-On-Master
                END-READ
            END-IF
    END-READ
    EXIT.

PositionMeetEntries SECTION.
    *> Entries are keyed meet id then race id, so the meet's races
    *> come back in the same race id order the master sweep used and a
    *> checkpoint race id restarts the entry list just as it does the
    *> master.
    MOVE Meet-Id TO EN-Meet-Id
    IF Checkpoint-Found
        MOVE Last-Checkpoint-Race-Id TO EN-Race-Id
        START MEET-ENTRY-FILE KEY IS GREATER THAN EN-Entry-Key
            INVALID KEY
                DISPLAY "AdventOfCodeDay6: restart checkpoint race "
                    Last-Checkpoint-Race-Id " has no later entry for the meet"
                SET No-More-Races TO TRUE
        END-START
    ELSE
        MOVE LOW-VALUES TO EN-Race-Id
        START MEET-ENTRY-FILE KEY IS NOT LESS THAN EN-Entry-Key
            INVALID KEY
                SET No-More-Races TO TRUE
        END-START
    END-IF
    EXIT.

ScoreNextEntry SECTION.
    READ MEET-ENTRY-FILE NEXT
        AT END
            SET No-More-Races TO TRUE
        NOT AT END
            IF EN-Meet-Id NOT = Meet-Id
                SET No-More-Races TO TRUE
            ELSE
                PERFORM ScoreEnteredRace
            END-IF
    END-READ
    EXIT.

ScoreEnteredRace SECTION.
    *> An entry for a race the master does not carry is reported, not
    *> skipped: it is a race the meet expects a result for and will
    *> not get one. The checkpoint still moves past it, so a restart
    *> does not report it twice.
    MOVE EN-Race-Id TO RR-Race-Id
    READ RACE-MASTER-FILE
        INVALID KEY
            PERFORM WriteMissingEntryRecord
        NOT INVALID KEY
            PERFORM Process-One-Race
    END-READ
    MOVE EN-Race-Id TO RR-Race-Id
    PERFORM WriteCheckpoint
    EXIT.

WriteMissingEntryRecord SECTION.
    DISPLAY "Race " EN-Race-Id ": entered for meet " Meet-Id
        " but not on RACEMAS.DAT"
    MOVE SPACES TO MISSING-ENTRY-RECORD
    MOVE WS-Label-Race TO MX-Label-Race
    MOVE EN-Race-Id TO MX-Race-Id
    MOVE WS-Label-Meet TO MX-Label-Meet
    MOVE Meet-Id TO MX-Meet-Id
    MOVE WS-Missing-Reason TO MX-Reason
    MOVE MISSING-ENTRY-RECORD TO Library-Line-Image
    MOVE WS-Type-Exception TO Library-Report-Type
    PERFORM FileReportLine
    WRITE MISSING-ENTRY-RECORD
    IF RACE-EXCEPTION-STATUS NOT = "00"
        DISPLAY "AdventOfCodeDay6: unable to write RACEEXC.OUT, status " RACE-EXCEPTION-STATUS
        MOVE "unable to write RACEEXC.OUT" TO Ops-Message-Text
        PERFORM AbortRun
    END-IF
    ADD 1 TO Missing-Entry-Count
    EXIT.

OpenReportLibrary SECTION.
    *> The library accumulates across runs -- open I-O, creating it
    *> on the first run, same as the history file.
    *> day's changes. Refuse when the ledger shows an edit completion
    *> newer than the last maintenance completion, unless the
    *> operator has keyed an override for this program newer than
    *> that edit stamp, as an operator granted the override. Only the
    *> latest override counts, and its operator is looked up only when
    *> the run is out of sequence -- an old override on the ledger is
    *> nothing to report once the run is back in sequence. A missing
    *> ledger means the chain has never run, and the check is skipped;
    *> without the operator table no override is honoured.
    MOVE 'N' TO End-Of-Ledger
    OPEN INPUT RUN-LEDGER-FILE
    IF RUN-LEDGER-STATUS NOT = "00"
    CLOSE RUN-LEDGER-FILE
    IF Last-Edit-Stamp > Last-Maint-Stamp
        IF Override-Stamp > Last-Edit-Stamp
            PERFORM CheckOverrideAuthority
        END-IF
        IF NOT Run-Was-Forced
            DISPLAY "AdventOfCodeDay6: edit run of " Last-Edit-Stamp
                " has not been applied by RaceMaint, scoring refused"
            MOVE "unapplied edit run on ledger, scoring refused" TO Ops-Message-Text
                    MOVE RU-Run-Timestamp TO Last-Maint-Stamp
                WHEN RU-Override AND RU-Program = WS-Ledger-Program
                    MOVE RU-Run-Timestamp TO Override-Stamp
                    MOVE RU-Operator-Id TO Override-Operator
            END-EVALUATE
    END-READ
    EXIT.

CheckOverrideAuthority SECTION.
    MOVE 'N' TO Operator-Found-Flag
    OPEN INPUT OPERATOR-TABLE-FILE
    IF OPERATOR-TABLE-STATUS = "00"
        SET Operator-Table-Available TO TRUE
    END-IF
    IF Operator-Table-Available AND Override-Operator NOT = SPACES
        MOVE Override-Operator TO OA-Operator-Id
        READ OPERATOR-TABLE-FILE
            INVALID KEY
                CONTINUE
            NOT INVALID KEY
                IF OA-May-Override
                    SET Operator-May-Override TO TRUE
                END-IF
        END-READ
    END-IF
    IF Operator-Table-Available
        CLOSE OPERATOR-TABLE-FILE
    END-IF
    IF Operator-May-Override
        DISPLAY "AdventOfCodeDay6: out of sequence but operator"
            " override on ledger by " Override-Operator ", run forced"
        SET Run-Was-Forced TO TRUE
        MOVE 'W' TO Ops-Severity
        MOVE "out of sequence, run forced by operator override" TO Ops-Message-Text
        MOVE Override-Operator TO Ops-Operator-Id
        PERFORM LogOpsMessage
    ELSE
        DISPLAY "AdventOfCodeDay6: override of " Override-Stamp " by operator '"
            Override-Operator "' not honoured, operator not granted the override"
        MOVE 'W' TO Ops-Severity
        MOVE "ledger override not honoured, operator not granted the override" TO Ops-Message-Text
        MOVE Override-Operator TO Ops-Operator-Id
        PERFORM LogOpsMessage
    END-IF
    EXIT.

StampRunLedger SECTION.
    OPEN EXTEND RUN-LEDGER-FILE
    IF RUN-LEDGER-STATUS = "35"
    SET RU-Completion TO TRUE
    MOVE WS-Ledger-Program TO RU-Program
    MOVE Run-Timestamp TO RU-Run-Timestamp
    IF Run-Was-Forced
        MOVE Override-Operator TO RU-Operator-Id
    END-IF
    MOVE Races-Scored TO RU-Count-A
    MOVE Rescored-Count TO RU-Count-B
    WRITE RUN-LEDGER-RECORD
RescoreRun SECTION.
    DISPLAY "AdventOfCodeDay6: rescore mode, scoring requested races only"

    PERFORM CountMeetEntries
    PERFORM VerifyControlTotals
    IF NOT Current-Meet-Supplied
        PERFORM OpenLockCheck
    END-IF

    OPEN INPUT RACE-MASTER-FILE
    IF RACE-MASTER-STATUS NOT = "00"
    CLOSE RESCORE-REPORT-FILE
    CLOSE REPORT-LIBRARY-FILE
    CLOSE LATEST-RESULT-FILE
    IF Entry-List-Active OR Lock-Check-Active
        CLOSE MEET-ENTRY-FILE
    END-IF
    IF Lock-Check-Active
        CLOSE MEET-SCHEDULE-FILE
    END-IF

    PERFORM StampRunLedger
    MOVE 'R' TO New-Meet-Status
    PERFORM SetMeetStatus

    MOVE 'I' TO Ops-Severity
    MOVE SPACES TO Ops-Message-Text
    PERFORM LogOpsMessage

    DISPLAY "Races rescored: " Rescored-Count
    IF Not-Entered-Count > 0
        DISPLAY "Races skipped, not entered for the meet: " Not-Entered-Count
    END-IF
    IF Locked-Count > 0
        DISPLAY "Races skipped, entered in a certified meet: " Locked-Count
    END-IF
    EXIT.

ProcessRescoreRequest SECTION.
            IF RR-Race-Id > Rescore-To-Id
                SET No-More-In-Range TO TRUE
            ELSE
                PERFORM CheckRaceEntered
                PERFORM CheckRaceLocked
                EVALUATE TRUE
                    WHEN NOT Race-Is-Entered
                        DISPLAY "AdventOfCodeDay6: race " RR-Race-Id
                            " is not entered for meet " Meet-Id ", rescore skipped"
                        ADD 1 TO Not-Entered-Count
                    WHEN Race-Is-Locked
                        DISPLAY "AdventOfCodeDay6: race " RR-Race-Id
                            " is entered in certified meet " Locked-Meet-Id
                            ", rescore skipped"
                        ADD 1 TO Locked-Count
                    WHEN OTHER
                        PERFORM RescoreOneRace
                END-EVALUATE
            END-IF
    END-READ
    EXIT.

CheckRaceEntered SECTION.
    *> A rescore under a meet posts history for that meet, so with an
    *> entry list only the meet's own races may be rescored -- a range
    *> request spanning races entered elsewhere rescores just these.
    SET Race-Is-Entered TO TRUE
    IF NOT Entry-List-Active
        EXIT SECTION
    END-IF
    MOVE Meet-Id TO EN-Meet-Id
    MOVE RR-Race-Id TO EN-Race-Id
    READ MEET-ENTRY-FILE
        INVALID KEY
            MOVE 'N' TO Entry-Found-Flag
    END-READ
    EXIT.

OpenLockCheck SECTION.
    *> A rescore with no current meet posts no meet of its own, but it
    *> still rewrites the latest verdict for every race it touches --
    *> so a race entered in any certified meet is left alone. Without
    *> an entry file or a schedule there is nothing to certify.
    OPEN INPUT MEET-ENTRY-FILE
    IF MEET-ENTRY-STATUS NOT = "00"
        EXIT SECTION
    END-IF
    OPEN INPUT MEET-SCHEDULE-FILE
    IF MEET-SCHEDULE-STATUS NOT = "00"
        CLOSE MEET-ENTRY-FILE
        EXIT SECTION
    END-IF
    SET Lock-Check-Active TO TRUE
    EXIT.

CheckRaceLocked SECTION.
    MOVE 'N' TO Race-Lock-Flag
    IF NOT Lock-Check-Active
        EXIT SECTION
    END-IF
    MOVE 'N' TO End-Of-Entries
    MOVE RR-Race-Id TO EN-Race-Id
    START MEET-ENTRY-FILE KEY IS EQUAL TO EN-Race-Id
        INVALID KEY
            SET No-More-Entries TO TRUE
    END-START
    PERFORM CheckNextRaceEntry UNTIL No-More-Entries
    EXIT.

CheckNextRaceEntry SECTION.
    READ MEET-ENTRY-FILE NEXT
        AT END
            SET No-More-Entries TO TRUE
        NOT AT END
            IF EN-Race-Id NOT = RR-Race-Id
                SET No-More-Entries TO TRUE
            ELSE
                MOVE EN-Meet-Id TO MS-Meet-Id
                READ MEET-SCHEDULE-FILE
                    INVALID KEY
                        CONTINUE
                    NOT INVALID KEY
                        IF MS-Certified
                            SET Race-Is-Locked TO TRUE
                            MOVE EN-Meet-Id TO Locked-Meet-Id
                            SET No-More-Entries TO TRUE
                        END-IF
                END-READ
            END-IF
    END-READ
    EXIT.
        MOVE WS-Result-Unbalanced TO BL-Result
    END-IF
    PERFORM WriteBalanceLine
    *> The card proof above always covers the whole master, since
    *> RACECTL.DAT is built from it. With an entry list a fourth line
    *> proves the meet's entries against the master: every race
    *> entered should be on the card, and any that is not is listed
    *> on the exceptions report when the run reaches it.
    IF Entry-List-Active
        MOVE SPACES TO BALANCE-RECORD
        MOVE WS-Label-Entries TO BL-Label
        MOVE Entries-Listed TO BL-Expected
        MOVE Entries-On-Master TO BL-Actual
        IF Entries-On-Master = Entries-Listed
            MOVE WS-Result-Balanced TO BL-Result
        ELSE
            MOVE WS-Result-Missing TO BL-Result
        END-IF
        PERFORM WriteBalanceLine
    END-IF
    CLOSE RACE-BALANCE-FILE
    EXIT.

                MOVE CKPT-Meet-Score TO Meet-Score
                MOVE CKPT-Meet-Score-Overflowed TO Meet-Score-Overflowed
                MOVE CKPT-Exceptions-Count TO Exceptions-Count
                MOVE CKPT-Missing-Count TO Missing-Entry-Count
                MOVE CKPT-Extract-Count TO Extract-Record-Count
                MOVE CKPT-Extract-Hash TO Extract-Hash-Total
                MOVE CKPT-Library-Seqs TO Library-Seq-Table
    MOVE Meet-Score TO CKPT-Meet-Score
    MOVE Meet-Score-Overflowed TO CKPT-Meet-Score-Overflowed
    MOVE Exceptions-Count TO CKPT-Exceptions-Count
    MOVE Missing-Entry-Count TO CKPT-Missing-Count
    MOVE Extract-Record-Count TO CKPT-Extract-Count
    MOVE Extract-Hash-Total TO CKPT-Extract-Hash
    MOVE Library-Seq-Table TO CKPT-Library-Seqs
    MOVE WS-Ops-Program TO OP-Program
    MOVE Ops-Severity TO OP-Severity
    MOVE Ops-Message-Text TO OP-Message
    MOVE Ops-Operator-Id TO OP-Operator-Id
    MOVE SPACES TO Ops-Operator-Id
    WRITE OPERATIONS-LOG-RECORD
    IF OPERATIONS-LOG-STATUS NOT = "00"
        DISPLAY "AdventOfCodeDay6: unable to write RACEOPS.LOG, status " OPERATIONS-LOG-STATUS
