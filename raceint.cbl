IDENTIFICATION DIVISION.
PROGRAM-ID. RaceIntegrity.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT INTEGRITY-CONTROL-FILE ASSIGN TO "RACEINT.CTL"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS INTEGRITY-CONTROL-STATUS.

    SELECT RACE-MASTER-FILE ASSIGN TO "RACEMAS.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS RR-Race-Id
        FILE STATUS IS RACE-MASTER-STATUS.

    SELECT MEET-SCHEDULE-FILE ASSIGN TO "RACEMSC.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS MS-Meet-Id
        FILE STATUS IS MEET-SCHEDULE-STATUS.

    SELECT CREW-RESULTS-FILE ASSIGN TO "RACECRW.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS CW-Crew-Key
        FILE STATUS IS CREW-RESULTS-STATUS.

    SELECT EXPECTED-RESULTS-FILE ASSIGN TO "RACEEXP.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS XR-Race-Id
        FILE STATUS IS EXPECTED-RESULTS-STATUS.

    SELECT LATEST-RESULT-FILE ASSIGN TO "RACELRS.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS LR-Race-Id
        FILE STATUS IS LATEST-RESULT-STATUS.

    SELECT RACE-WINDOW-FILE ASSIGN TO "RACEWIN.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS WN-Race-Id
        FILE STATUS IS RACE-WINDOW-STATUS.

    SELECT RACE-HISTORY-FILE ASSIGN TO "RACEHIS.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS HI-History-Key
        FILE STATUS IS RACE-HISTORY-STATUS.

    SELECT MEET-ENTRY-FILE ASSIGN TO "RACEENT.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS EN-Entry-Key
        ALTERNATE RECORD KEY IS EN-Race-Id WITH DUPLICATES
        FILE STATUS IS MEET-ENTRY-STATUS.

    SELECT PURGE-LOG-FILE ASSIGN TO "RACEPRG.LOG"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS PURGE-LOG-STATUS.

    SELECT INTEGRITY-REPORT-FILE ASSIGN TO "RACEINT.OUT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS INTEGRITY-REPORT-STATUS.

    SELECT OPERATIONS-LOG-FILE ASSIGN TO "RACEOPS.LOG"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS OPERATIONS-LOG-STATUS.

DATA DIVISION.
FILE SECTION.
FD  INTEGRITY-CONTROL-FILE.
01  INTEGRITY-CONTROL-RECORD.
    COPY RACEINC.

FD  RACE-MASTER-FILE.
01  RACE-RECORD.
    COPY RACEREC.

FD  MEET-SCHEDULE-FILE.
01  MEET-SCHEDULE-RECORD.
    COPY RACEMSC.

FD  CREW-RESULTS-FILE.
01  CREW-RESULTS-RECORD.
    COPY RACECRW.

FD  EXPECTED-RESULTS-FILE.
01  EXPECTED-RESULTS-RECORD.
    COPY RACEEXP.

FD  LATEST-RESULT-FILE.
01  LATEST-RESULT-RECORD.
    COPY RACELRS.

FD  RACE-WINDOW-FILE.
01  WINDOW-RECORD.
    COPY RACEWIN.

FD  RACE-HISTORY-FILE.
01  HISTORY-RECORD.
    COPY RACEHIS.

FD  MEET-ENTRY-FILE.
01  MEET-ENTRY-RECORD.
    COPY RACEENT.

FD  PURGE-LOG-FILE.
01  PURGE-LOG-RECORD.
    COPY RACEPRG.

FD  INTEGRITY-REPORT-FILE.
01  INTEGRITY-REPORT-RECORD.
    COPY RACEINR.
01  INTEGRITY-TOTAL-RECORD.
    COPY RACEEDR.

FD  OPERATIONS-LOG-FILE.
01  OPERATIONS-LOG-RECORD.
    COPY RACEOPS.

WORKING-STORAGE SECTION.
    01 OPERATIONS-LOG-STATUS PIC XX.
    01 Ops-Severity          PIC X.
    01 Ops-Message-Text      PIC X(132).
    01 Ops-Timestamp         PIC X(21).
    01 WS-Ops-Program        PIC X(16) VALUE "RaceIntegrity".

    01 INTEGRITY-CONTROL-STATUS PIC XX.
    01 RACE-MASTER-STATUS    PIC XX.
    01 MEET-SCHEDULE-STATUS  PIC XX.
    01 CREW-RESULTS-STATUS   PIC XX.
    01 EXPECTED-RESULTS-STATUS PIC XX.
    01 LATEST-RESULT-STATUS  PIC XX.
    01 RACE-WINDOW-STATUS    PIC XX.
    01 RACE-HISTORY-STATUS   PIC XX.
    01 MEET-ENTRY-STATUS     PIC XX.
    01 PURGE-LOG-STATUS      PIC XX.
    01 INTEGRITY-REPORT-STATUS PIC XX.

    01 End-Of-File           PIC X VALUE 'N'.
        88 No-More-Records   VALUE 'Y'.

    01 Run-Mode              PIC X VALUE 'R'.
        88 Report-Run        VALUE 'R'.
        88 Purge-Run         VALUE 'P'.
        88 Undo-Run          VALUE 'U'.
    01 Run-Timestamp         PIC X(21).
    01 Undo-Timestamp        PIC X(21) VALUE SPACES.

    01 Have-Schedule         PIC X VALUE 'N'.
        88 Schedule-Available VALUE 'Y'.
    01 Race-Check-Flag       PIC X.
        88 Race-On-Master    VALUE 'Y'.
        88 Race-Not-On-Master VALUE 'N'.
    01 Meet-Check-Flag       PIC X.
        88 Meet-On-Schedule  VALUE 'Y'.
        88 Meet-Not-On-Schedule VALUE 'N'.
    01 Check-Race-Id         PIC X(6).
    01 Check-Meet-Id         PIC X(6).

    01 Finding-Key           PIC X(20).
    01 Finding-Race-Id       PIC X(6).
    01 Finding-Text          PIC X(24).
    01 Finding-Action        PIC X(10).
    01 Purge-Image           PIC X(128).

    *> One slot per file swept, in sweep order. Latest results are
    *> swept before the windows so the window check can read them by
    *> key; the key length is how much of a logged before-image an
    *> undo run shows as the row's key.
    01 Integrity-File-Names.
        05 FILLER            PIC X(12) VALUE "RACECRW.DAT".
        05 FILLER            PIC X(12) VALUE "RACEEXP.DAT".
        05 FILLER            PIC X(12) VALUE "RACELRS.DAT".
        05 FILLER            PIC X(12) VALUE "RACEWIN.DAT".
        05 FILLER            PIC X(12) VALUE "RACEHIS.DAT".
        05 FILLER            PIC X(12) VALUE "RACEENT.DAT".
    01 Integrity-File-Table REDEFINES Integrity-File-Names.
        05 Integrity-File-Name PIC X(12) OCCURS 6 TIMES.
    01 Integrity-Key-Lengths.
        05 FILLER            PIC 99 VALUE 10.
        05 FILLER            PIC 99 VALUE 06.
        05 FILLER            PIC 99 VALUE 06.
        05 FILLER            PIC 99 VALUE 06.
        05 FILLER            PIC 99 VALUE 20.
        05 FILLER            PIC 99 VALUE 12.
    01 Integrity-Key-Table REDEFINES Integrity-Key-Lengths.
        05 Integrity-Key-Length PIC 99 OCCURS 6 TIMES.
    01 Integrity-Totals.
        05 Integrity-Total OCCURS 6 TIMES.
            10 Rows-Checked      PIC 9(9).
            10 Orphan-Count      PIC 9(9).
            10 Mismatch-Count    PIC 9(9).
            10 Purged-Count      PIC 9(9).
            10 Restored-Count    PIC 9(9).
            10 Present-Count     PIC 9(9).
            10 Restore-Open-Flag PIC X.
                88 Open-For-Restore VALUE 'Y'.
    01 File-Sub              PIC 99.
    01 Restore-Status        PIC XX.
    01 Total-Suffix          PIC X(18).
    01 Have-Latest-Results   PIC X VALUE 'N'.
        88 Latest-Results-Available VALUE 'Y'.

    01 Total-Orphans         PIC 9(9) VALUE 0.
    01 Total-Mismatches      PIC 9(9) VALUE 0.
    01 Total-Purged          PIC 9(9) VALUE 0.
    01 Total-Restored        PIC 9(9) VALUE 0.
    01 Total-Present         PIC 9(9) VALUE 0.

    01 WS-Label-File         PIC X(6) VALUE "File: ".
    01 WS-Label-Key          PIC X(5) VALUE "Key: ".
    01 WS-Label-Finding      PIC X(9) VALUE "Finding: ".

PROCEDURE DIVISION.
Main-Logic.
    *> The control record is optional: without RACEINT.CTL the sweep
    *> only reports, which is how the weekly run is scheduled.
    OPEN INPUT INTEGRITY-CONTROL-FILE
    IF INTEGRITY-CONTROL-STATUS = "00"
        READ INTEGRITY-CONTROL-FILE
            AT END
                CONTINUE
            NOT AT END
                EVALUATE TRUE
                    WHEN IC-Purge
                        SET Purge-Run TO TRUE
                    WHEN IC-Undo
                        SET Undo-Run TO TRUE
                        MOVE IC-Undo-Timestamp TO Undo-Timestamp
                    WHEN IC-Report-Only
                        CONTINUE
                    WHEN OTHER
                        DISPLAY "RaceIntegrity: unknown mode '" IC-Mode
                            "' on RACEINT.CTL"
                        MOVE "unknown mode on RACEINT.CTL" TO Ops-Message-Text
                        PERFORM Abort-Run
                END-EVALUATE
        END-READ
        CLOSE INTEGRITY-CONTROL-FILE
    ELSE
        DISPLAY "RaceIntegrity: no RACEINT.CTL, report only"
    END-IF

    IF Undo-Run AND Undo-Timestamp = SPACES
        DISPLAY "RaceIntegrity: undo requested without a purge run timestamp"
        MOVE "undo requested without a purge run timestamp" TO Ops-Message-Text
        PERFORM Abort-Run
    END-IF

    MOVE FUNCTION CURRENT-DATE TO Run-Timestamp
    INITIALIZE Integrity-Totals

    OPEN OUTPUT INTEGRITY-REPORT-FILE
    IF INTEGRITY-REPORT-STATUS NOT = "00"
        DISPLAY "RaceIntegrity: unable to open RACEINT.OUT, status " INTEGRITY-REPORT-STATUS
        MOVE "unable to open RACEINT.OUT" TO Ops-Message-Text
        PERFORM Abort-Run
    END-IF

    IF Undo-Run
        PERFORM Undo-Purge
    ELSE
        PERFORM Sweep-Files
    END-IF

    PERFORM Write-File-Totals
        VARYING File-Sub FROM 1 BY 1 UNTIL File-Sub > 6
    CLOSE INTEGRITY-REPORT-FILE

    IF Undo-Run
        IF Total-Restored + Total-Present = 0
            DISPLAY "RaceIntegrity: no purged rows logged for run " Undo-Timestamp
            MOVE 'W' TO Ops-Severity
        ELSE
            MOVE 'I' TO Ops-Severity
        END-IF
        MOVE SPACES TO Ops-Message-Text
        STRING "undo of purge " Undo-Timestamp " completed, restored "
            Total-Restored ", already present " Total-Present
            DELIMITED BY SIZE INTO Ops-Message-Text
        PERFORM Log-Ops-Message
        DISPLAY "RaceIntegrity: restored " Total-Restored
            ", already present " Total-Present
        STOP RUN
    END-IF

    *> Anything still wrong on file after the run -- mismatches, or
    *> orphans a report-only run left in place -- is a warning, so the
    *> weekly run shows up in the morning log until it is dealt with.
    IF Total-Mismatches > 0 OR Total-Orphans > Total-Purged
        MOVE 'W' TO Ops-Severity
    ELSE
        MOVE 'I' TO Ops-Severity
    END-IF
    MOVE SPACES TO Ops-Message-Text
    STRING "integrity sweep completed, orphans " Total-Orphans
        ", purged " Total-Purged
        ", mismatches " Total-Mismatches
        DELIMITED BY SIZE INTO Ops-Message-Text
    PERFORM Log-Ops-Message

    DISPLAY "RaceIntegrity: orphans " Total-Orphans
        ", purged " Total-Purged
        ", mismatches " Total-Mismatches
    STOP RUN.

Sweep-Files.
    OPEN INPUT RACE-MASTER-FILE
    IF RACE-MASTER-STATUS NOT = "00"
        DISPLAY "RaceIntegrity: unable to open RACEMAS.DAT, status " RACE-MASTER-STATUS
        MOVE "unable to open RACEMAS.DAT" TO Ops-Message-Text
        PERFORM Abort-Run
    END-IF

    *> Without the schedule every meet id would look orphaned, so the
    *> meet checks are skipped rather than purging on a missing file.
    OPEN INPUT MEET-SCHEDULE-FILE
    IF MEET-SCHEDULE-STATUS = "00"
        SET Schedule-Available TO TRUE
    ELSE
        DISPLAY "RaceIntegrity: RACEMSC.DAT not available, status "
            MEET-SCHEDULE-STATUS ", meet checks skipped"
        MOVE 'W' TO Ops-Severity
        MOVE "RACEMSC.DAT not available, meet checks skipped" TO Ops-Message-Text
        PERFORM Log-Ops-Message
    END-IF

    IF Purge-Run
        OPEN EXTEND PURGE-LOG-FILE
        IF PURGE-LOG-STATUS = "35"
            OPEN OUTPUT PURGE-LOG-FILE
        END-IF
        IF PURGE-LOG-STATUS NOT = "00"
            DISPLAY "RaceIntegrity: unable to open RACEPRG.LOG, status " PURGE-LOG-STATUS
            MOVE "unable to open RACEPRG.LOG" TO Ops-Message-Text
            PERFORM Abort-Run
        END-IF
    END-IF

    PERFORM Sweep-Crew-Results
    PERFORM Sweep-Expected-Results
    PERFORM Sweep-Latest-Results
    PERFORM Sweep-Windows
    PERFORM Sweep-History
    PERFORM Sweep-Entries

    IF Purge-Run
        CLOSE PURGE-LOG-FILE
    END-IF
    IF Schedule-Available
        CLOSE MEET-SCHEDULE-FILE
    END-IF
    CLOSE RACE-MASTER-FILE.

Check-Race-On-Master.
    MOVE Check-Race-Id TO RR-Race-Id
    READ RACE-MASTER-FILE
        INVALID KEY
            SET Race-Not-On-Master TO TRUE
        NOT INVALID KEY
            SET Race-On-Master TO TRUE
    END-READ.

Check-Meet-On-Schedule.
    MOVE Check-Meet-Id TO MS-Meet-Id
    READ MEET-SCHEDULE-FILE
        INVALID KEY
            SET Meet-Not-On-Schedule TO TRUE
        NOT INVALID KEY
            SET Meet-On-Schedule TO TRUE
    END-READ.

*> ---------------------------------------------------------------
*> Per-file sweeps -- each keyed file walked in key order. A purge
*> run opens it I-O and deletes an orphan straight after logging its
*> before-image; a report-only run opens it for input. A file that
*> has never been created has nothing to sweep.
*> ---------------------------------------------------------------
Sweep-Crew-Results.
    MOVE 1 TO File-Sub
    IF Purge-Run
        OPEN I-O CREW-RESULTS-FILE
    ELSE
        OPEN INPUT CREW-RESULTS-FILE
    END-IF
    IF CREW-RESULTS-STATUS = "35"
        DISPLAY "RaceIntegrity: no RACECRW.DAT on file, not swept"
        EXIT PARAGRAPH
    END-IF
    IF CREW-RESULTS-STATUS NOT = "00"
        DISPLAY "RaceIntegrity: unable to open RACECRW.DAT, status " CREW-RESULTS-STATUS
        MOVE "unable to open RACECRW.DAT" TO Ops-Message-Text
        PERFORM Abort-Run
    END-IF
    MOVE 'N' TO End-Of-File
    PERFORM Check-Crew-Row UNTIL No-More-Records
    CLOSE CREW-RESULTS-FILE.

Check-Crew-Row.
    READ CREW-RESULTS-FILE NEXT
        AT END
            SET No-More-Records TO TRUE
        NOT AT END
            ADD 1 TO Rows-Checked(File-Sub)
            MOVE CW-Race-Id TO Check-Race-Id
            PERFORM Check-Race-On-Master
            IF Race-Not-On-Master
                MOVE CW-Crew-Key TO Finding-Key
                MOVE CW-Race-Id TO Finding-Race-Id
                MOVE "RACE NOT ON MASTER" TO Finding-Text
                MOVE CREW-RESULTS-RECORD TO Purge-Image
                PERFORM Record-Orphan
                IF Purge-Run
                    DELETE CREW-RESULTS-FILE
                    IF CREW-RESULTS-STATUS NOT = "00"
                        DISPLAY "RaceIntegrity: unable to delete from RACECRW.DAT, status " CREW-RESULTS-STATUS
                        MOVE "unable to delete from RACECRW.DAT" TO Ops-Message-Text
                        PERFORM Abort-Run
                    END-IF
                END-IF
            END-IF
    END-READ.

Sweep-Expected-Results.
    MOVE 2 TO File-Sub
    IF Purge-Run
        OPEN I-O EXPECTED-RESULTS-FILE
    ELSE
        OPEN INPUT EXPECTED-RESULTS-FILE
    END-IF
    IF EXPECTED-RESULTS-STATUS = "35"
        DISPLAY "RaceIntegrity: no RACEEXP.DAT on file, not swept"
        EXIT PARAGRAPH
    END-IF
    IF EXPECTED-RESULTS-STATUS NOT = "00"
        DISPLAY "RaceIntegrity: unable to open RACEEXP.DAT, status " EXPECTED-RESULTS-STATUS
        MOVE "unable to open RACEEXP.DAT" TO Ops-Message-Text
        PERFORM Abort-Run
    END-IF
    MOVE 'N' TO End-Of-File
    PERFORM Check-Expected-Row UNTIL No-More-Records
    CLOSE EXPECTED-RESULTS-FILE.

Check-Expected-Row.
    READ EXPECTED-RESULTS-FILE NEXT
        AT END
            SET No-More-Records TO TRUE
        NOT AT END
            ADD 1 TO Rows-Checked(File-Sub)
            MOVE XR-Race-Id TO Check-Race-Id
            PERFORM Check-Race-On-Master
            IF Race-Not-On-Master
                MOVE XR-Race-Id TO Finding-Key
                MOVE XR-Race-Id TO Finding-Race-Id
                MOVE "RACE NOT ON MASTER" TO Finding-Text
                MOVE EXPECTED-RESULTS-RECORD TO Purge-Image
                PERFORM Record-Orphan
                IF Purge-Run
                    DELETE EXPECTED-RESULTS-FILE
                    IF EXPECTED-RESULTS-STATUS NOT = "00"
                        DISPLAY "RaceIntegrity: unable to delete from RACEEXP.DAT, status " EXPECTED-RESULTS-STATUS
                        MOVE "unable to delete from RACEEXP.DAT" TO Ops-Message-Text
                        PERFORM Abort-Run
                    END-IF
                END-IF
            END-IF
    END-READ.

Sweep-Latest-Results.
    MOVE 3 TO File-Sub
    IF Purge-Run
        OPEN I-O LATEST-RESULT-FILE
    ELSE
        OPEN INPUT LATEST-RESULT-FILE
    END-IF
    IF LATEST-RESULT-STATUS = "35"
        DISPLAY "RaceIntegrity: no RACELRS.DAT on file, not swept"
        EXIT PARAGRAPH
    END-IF
    IF LATEST-RESULT-STATUS NOT = "00"
        DISPLAY "RaceIntegrity: unable to open RACELRS.DAT, status " LATEST-RESULT-STATUS
        MOVE "unable to open RACELRS.DAT" TO Ops-Message-Text
        PERFORM Abort-Run
    END-IF
    MOVE 'N' TO End-Of-File
    PERFORM Check-Latest-Row UNTIL No-More-Records
    CLOSE LATEST-RESULT-FILE.

Check-Latest-Row.
    READ LATEST-RESULT-FILE NEXT
        AT END
            SET No-More-Records TO TRUE
        NOT AT END
            ADD 1 TO Rows-Checked(File-Sub)
            MOVE LR-Race-Id TO Check-Race-Id
            PERFORM Check-Race-On-Master
            IF Race-Not-On-Master
                MOVE LR-Race-Id TO Finding-Key
                MOVE LR-Race-Id TO Finding-Race-Id
                MOVE "RACE NOT ON MASTER" TO Finding-Text
                MOVE LATEST-RESULT-RECORD TO Purge-Image
                PERFORM Record-Orphan
                IF Purge-Run
                    DELETE LATEST-RESULT-FILE
                    IF LATEST-RESULT-STATUS NOT = "00"
                        DISPLAY "RaceIntegrity: unable to delete from RACELRS.DAT, status " LATEST-RESULT-STATUS
                        MOVE "unable to delete from RACELRS.DAT" TO Ops-Message-Text
                        PERFORM Abort-Run
                    END-IF
                END-IF
            END-IF
    END-READ.

*> A window for a race on the master is checked against the race's
*> latest result: a window left standing after the latest run
*> rejected the race, or one with no latest result at all, no longer
*> describes a race the league was sent. Those rows are reported for
*> a rescore to settle, never purged.
Sweep-Windows.
    MOVE 4 TO File-Sub
    IF Purge-Run
        OPEN I-O RACE-WINDOW-FILE
    ELSE
        OPEN INPUT RACE-WINDOW-FILE
    END-IF
    IF RACE-WINDOW-STATUS = "35"
        DISPLAY "RaceIntegrity: no RACEWIN.DAT on file, not swept"
        EXIT PARAGRAPH
    END-IF
    IF RACE-WINDOW-STATUS NOT = "00"
        DISPLAY "RaceIntegrity: unable to open RACEWIN.DAT, status " RACE-WINDOW-STATUS
        MOVE "unable to open RACEWIN.DAT" TO Ops-Message-Text
        PERFORM Abort-Run
    END-IF
    MOVE 'N' TO Have-Latest-Results
    OPEN INPUT LATEST-RESULT-FILE
    IF LATEST-RESULT-STATUS = "00"
        SET Latest-Results-Available TO TRUE
    ELSE
        DISPLAY "RaceIntegrity: RACELRS.DAT not available, status "
            LATEST-RESULT-STATUS ", window results not checked"
    END-IF
    MOVE 'N' TO End-Of-File
    PERFORM Check-Window-Row UNTIL No-More-Records
    IF Latest-Results-Available
        CLOSE LATEST-RESULT-FILE
    END-IF
    CLOSE RACE-WINDOW-FILE.

Check-Window-Row.
    READ RACE-WINDOW-FILE NEXT
        AT END
            SET No-More-Records TO TRUE
        NOT AT END
            ADD 1 TO Rows-Checked(File-Sub)
            MOVE WN-Race-Id TO Check-Race-Id
            MOVE WN-Race-Id TO Finding-Key
            MOVE WN-Race-Id TO Finding-Race-Id
            PERFORM Check-Race-On-Master
            IF Race-Not-On-Master
                MOVE "RACE NOT ON MASTER" TO Finding-Text
                MOVE WINDOW-RECORD TO Purge-Image
                PERFORM Record-Orphan
                IF Purge-Run
                    DELETE RACE-WINDOW-FILE
                    IF RACE-WINDOW-STATUS NOT = "00"
                        DISPLAY "RaceIntegrity: unable to delete from RACEWIN.DAT, status " RACE-WINDOW-STATUS
                        MOVE "unable to delete from RACEWIN.DAT" TO Ops-Message-Text
                        PERFORM Abort-Run
                    END-IF
                END-IF
            ELSE
                IF Latest-Results-Available
                    PERFORM Check-Window-Result
                END-IF
            END-IF
    END-READ.

Check-Window-Result.
    MOVE WN-Race-Id TO LR-Race-Id
    READ LATEST-RESULT-FILE
        INVALID KEY
            MOVE "NO LATEST RESULT" TO Finding-Text
            PERFORM Record-Mismatch
        NOT INVALID KEY
            IF LR-Status = "REJECTED"
                MOVE "LATEST RESULT REJECTED" TO Finding-Text
                PERFORM Record-Mismatch
            END-IF
    END-READ.

*> History rows are orphaned by a race gone from the master or by a
*> meet id gone from the schedule; a row whose meet is still
*> scheduled but under a different date than the one on its key is
*> reported as a mismatch. Rows with a blank meet id predate meets
*> and are checked against the master only.
Sweep-History.
    MOVE 5 TO File-Sub
    IF Purge-Run
        OPEN I-O RACE-HISTORY-FILE
    ELSE
        OPEN INPUT RACE-HISTORY-FILE
    END-IF
    IF RACE-HISTORY-STATUS = "35"
        DISPLAY "RaceIntegrity: no RACEHIS.DAT on file, not swept"
        EXIT PARAGRAPH
    END-IF
    IF RACE-HISTORY-STATUS NOT = "00"
        DISPLAY "RaceIntegrity: unable to open RACEHIS.DAT, status " RACE-HISTORY-STATUS
        MOVE "unable to open RACEHIS.DAT" TO Ops-Message-Text
        PERFORM Abort-Run
    END-IF
    MOVE 'N' TO End-Of-File
    PERFORM Check-History-Row UNTIL No-More-Records
    CLOSE RACE-HISTORY-FILE.

Check-History-Row.
    READ RACE-HISTORY-FILE NEXT
        AT END
            SET No-More-Records TO TRUE
        NOT AT END
            ADD 1 TO Rows-Checked(File-Sub)
            MOVE HI-History-Key TO Finding-Key
            MOVE HI-Race-Id TO Finding-Race-Id
            MOVE HI-Race-Id TO Check-Race-Id
            PERFORM Check-Race-On-Master
            SET Meet-On-Schedule TO TRUE
            IF Race-On-Master AND Schedule-Available AND HI-Meet-Id NOT = SPACES
                MOVE HI-Meet-Id TO Check-Meet-Id
                PERFORM Check-Meet-On-Schedule
            END-IF
            EVALUATE TRUE
                WHEN Race-Not-On-Master
                    MOVE "RACE NOT ON MASTER" TO Finding-Text
                    PERFORM Purge-History-Row
                WHEN Meet-Not-On-Schedule
                    MOVE "MEET NOT ON SCHEDULE" TO Finding-Text
                    PERFORM Purge-History-Row
                WHEN HI-Meet-Id NOT = SPACES AND Schedule-Available
                    AND HI-Run-Date NOT = MS-Meet-Date
                    MOVE "RUN DATE NOT MEET DATE" TO Finding-Text
                    PERFORM Record-Mismatch
            END-EVALUATE
    END-READ.

Purge-History-Row.
    MOVE HISTORY-RECORD TO Purge-Image
    PERFORM Record-Orphan
    IF Purge-Run
        DELETE RACE-HISTORY-FILE
        IF RACE-HISTORY-STATUS NOT = "00"
            DISPLAY "RaceIntegrity: unable to delete from RACEHIS.DAT, status " RACE-HISTORY-STATUS
            MOVE "unable to delete from RACEHIS.DAT" TO Ops-Message-Text
            PERFORM Abort-Run
        END-IF
    END-IF.

Sweep-Entries.
    MOVE 6 TO File-Sub
    IF Purge-Run
        OPEN I-O MEET-ENTRY-FILE
    ELSE
        OPEN INPUT MEET-ENTRY-FILE
    END-IF
    IF MEET-ENTRY-STATUS = "35"
        DISPLAY "RaceIntegrity: no RACEENT.DAT on file, not swept"
        EXIT PARAGRAPH
    END-IF
    IF MEET-ENTRY-STATUS NOT = "00"
        DISPLAY "RaceIntegrity: unable to open RACEENT.DAT, status " MEET-ENTRY-STATUS
        MOVE "unable to open RACEENT.DAT" TO Ops-Message-Text
        PERFORM Abort-Run
    END-IF
    MOVE 'N' TO End-Of-File
    PERFORM Check-Entry-Row UNTIL No-More-Records
    CLOSE MEET-ENTRY-FILE.

Check-Entry-Row.
    READ MEET-ENTRY-FILE NEXT
        AT END
            SET No-More-Records TO TRUE
        NOT AT END
            ADD 1 TO Rows-Checked(File-Sub)
            MOVE EN-Entry-Key TO Finding-Key
            MOVE EN-Race-Id TO Finding-Race-Id
            MOVE EN-Race-Id TO Check-Race-Id
            PERFORM Check-Race-On-Master
            SET Meet-On-Schedule TO TRUE
            IF Race-On-Master AND Schedule-Available
                MOVE EN-Meet-Id TO Check-Meet-Id
                PERFORM Check-Meet-On-Schedule
            END-IF
            IF Race-Not-On-Master OR Meet-Not-On-Schedule
                IF Race-Not-On-Master
                    MOVE "RACE NOT ON MASTER" TO Finding-Text
                ELSE
                    MOVE "MEET NOT ON SCHEDULE" TO Finding-Text
                END-IF
                MOVE MEET-ENTRY-RECORD TO Purge-Image
                PERFORM Record-Orphan
                IF Purge-Run
                    DELETE MEET-ENTRY-FILE
                    IF MEET-ENTRY-STATUS NOT = "00"
                        DISPLAY "RaceIntegrity: unable to delete from RACEENT.DAT, status " MEET-ENTRY-STATUS
                        MOVE "unable to delete from RACEENT.DAT" TO Ops-Message-Text
                        PERFORM Abort-Run
                    END-IF
                END-IF
            END-IF
    END-READ.

*> An orphan is counted and reported; on a purge run its image goes
*> to RACEPRG.LOG before the caller deletes it, so a row is never
*> gone without its before-image on file.
Record-Orphan.
    ADD 1 TO Orphan-Count(File-Sub)
    ADD 1 TO Total-Orphans
    IF Purge-Run
        MOVE SPACES TO PURGE-LOG-RECORD
        MOVE 'D' TO PG-Txn-Code
        MOVE Run-Timestamp TO PG-Run-Timestamp
        MOVE Integrity-File-Name(File-Sub) TO PG-File-Name
        MOVE Finding-Race-Id TO PG-Race-Id
        MOVE Finding-Text TO PG-Finding
        MOVE Purge-Image TO PG-Before-Image
        WRITE PURGE-LOG-RECORD
        IF PURGE-LOG-STATUS NOT = "00"
            DISPLAY "RaceIntegrity: unable to write RACEPRG.LOG, status " PURGE-LOG-STATUS
            MOVE "unable to write RACEPRG.LOG" TO Ops-Message-Text
            PERFORM Abort-Run
        END-IF
        ADD 1 TO Purged-Count(File-Sub)
        ADD 1 TO Total-Purged
        MOVE "PURGED" TO Finding-Action
    ELSE
        MOVE "REPORTED" TO Finding-Action
    END-IF
    PERFORM Write-Finding.

Record-Mismatch.
    ADD 1 TO Mismatch-Count(File-Sub)
    ADD 1 TO Total-Mismatches
    MOVE "REPORTED" TO Finding-Action
    PERFORM Write-Finding.

Write-Finding.
    MOVE SPACES TO INTEGRITY-REPORT-RECORD
    MOVE WS-Label-File TO IR-Label-File
    MOVE Integrity-File-Name(File-Sub) TO IR-File-Name
    MOVE WS-Label-Key TO IR-Label-Key
    MOVE Finding-Key TO IR-Record-Key
    MOVE WS-Label-Finding TO IR-Label-Finding
    MOVE Finding-Text TO IR-Finding
    MOVE Finding-Action TO IR-Action
    WRITE INTEGRITY-REPORT-RECORD
    IF INTEGRITY-REPORT-STATUS NOT = "00"
        DISPLAY "RaceIntegrity: unable to write RACEINT.OUT, status " INTEGRITY-REPORT-STATUS
        MOVE "unable to write RACEINT.OUT" TO Ops-Message-Text
        PERFORM Abort-Run
    END-IF.

*> ---------------------------------------------------------------
*> Undo -- every row a purge run logged goes back under its own key.
*> A target file is opened only when the first row for it turns up,
*> so an undo never creates a file the purge did not touch; a key
*> already back on file is left as it stands and reported PRESENT.
*> ---------------------------------------------------------------
Undo-Purge.
    OPEN INPUT PURGE-LOG-FILE
    IF PURGE-LOG-STATUS NOT = "00"
        DISPLAY "RaceIntegrity: unable to open RACEPRG.LOG, status " PURGE-LOG-STATUS
        MOVE "unable to open RACEPRG.LOG" TO Ops-Message-Text
        PERFORM Abort-Run
    END-IF
    MOVE 'N' TO End-Of-File
    PERFORM Restore-Next-Row UNTIL No-More-Records
    CLOSE PURGE-LOG-FILE
    PERFORM Close-Restored-File
        VARYING File-Sub FROM 1 BY 1 UNTIL File-Sub > 6.

Restore-Next-Row.
    READ PURGE-LOG-FILE
        AT END
            SET No-More-Records TO TRUE
        NOT AT END
            IF PG-Txn-Code = 'D' AND PG-Run-Timestamp = Undo-Timestamp
                PERFORM Restore-Row
            END-IF
    END-READ.

Restore-Row.
    EVALUATE PG-File-Name
        WHEN "RACECRW.DAT"
            MOVE 1 TO File-Sub
        WHEN "RACEEXP.DAT"
            MOVE 2 TO File-Sub
        WHEN "RACELRS.DAT"
            MOVE 3 TO File-Sub
        WHEN "RACEWIN.DAT"
            MOVE 4 TO File-Sub
        WHEN "RACEHIS.DAT"
            MOVE 5 TO File-Sub
        WHEN "RACEENT.DAT"
            MOVE 6 TO File-Sub
        WHEN OTHER
            MOVE 99 TO File-Sub
    END-EVALUATE
    IF File-Sub > 6
        DISPLAY "RaceIntegrity: RACEPRG.LOG names unknown file " PG-File-Name
        MOVE "RACEPRG.LOG names an unknown file" TO Ops-Message-Text
        PERFORM Abort-Run
    END-IF
    IF NOT Open-For-Restore(File-Sub)
        PERFORM Open-Restored-File
    END-IF
    MOVE PG-Before-Image(1:Integrity-Key-Length(File-Sub)) TO Finding-Key
    MOVE PG-Finding TO Finding-Text
    MOVE "RESTORED" TO Finding-Action
    EVALUATE File-Sub
        WHEN 1
            MOVE PG-Before-Image TO CREW-RESULTS-RECORD
            WRITE CREW-RESULTS-RECORD
                INVALID KEY
                    MOVE "PRESENT" TO Finding-Action
            END-WRITE
            MOVE CREW-RESULTS-STATUS TO Restore-Status
        WHEN 2
            MOVE PG-Before-Image TO EXPECTED-RESULTS-RECORD
            WRITE EXPECTED-RESULTS-RECORD
                INVALID KEY
                    MOVE "PRESENT" TO Finding-Action
            END-WRITE
            MOVE EXPECTED-RESULTS-STATUS TO Restore-Status
        WHEN 3
            MOVE PG-Before-Image TO LATEST-RESULT-RECORD
            WRITE LATEST-RESULT-RECORD
                INVALID KEY
                    MOVE "PRESENT" TO Finding-Action
            END-WRITE
            MOVE LATEST-RESULT-STATUS TO Restore-Status
        WHEN 4
            MOVE PG-Before-Image TO WINDOW-RECORD
            WRITE WINDOW-RECORD
                INVALID KEY
                    MOVE "PRESENT" TO Finding-Action
            END-WRITE
            MOVE RACE-WINDOW-STATUS TO Restore-Status
        WHEN 5
            MOVE PG-Before-Image TO HISTORY-RECORD
            WRITE HISTORY-RECORD
                INVALID KEY
                    MOVE "PRESENT" TO Finding-Action
            END-WRITE
            MOVE RACE-HISTORY-STATUS TO Restore-Status
        WHEN 6
            MOVE PG-Before-Image TO MEET-ENTRY-RECORD
            WRITE MEET-ENTRY-RECORD
                INVALID KEY
                    MOVE "PRESENT" TO Finding-Action
            END-WRITE
            MOVE MEET-ENTRY-STATUS TO Restore-Status
    END-EVALUATE
    IF Finding-Action = "PRESENT"
        ADD 1 TO Present-Count(File-Sub)
        ADD 1 TO Total-Present
    ELSE
        *> "02": a restored entry whose race is entered in another meet.
        IF Restore-Status NOT = "00" AND Restore-Status NOT = "02"
            DISPLAY "RaceIntegrity: unable to restore to " PG-File-Name
                ", status " Restore-Status
            MOVE "unable to restore a purged row" TO Ops-Message-Text
            PERFORM Abort-Run
        END-IF
        ADD 1 TO Restored-Count(File-Sub)
        ADD 1 TO Total-Restored
    END-IF
    PERFORM Write-Finding.

Open-Restored-File.
    EVALUATE File-Sub
        WHEN 1
            OPEN I-O CREW-RESULTS-FILE
            IF CREW-RESULTS-STATUS = "35"
                OPEN OUTPUT CREW-RESULTS-FILE
                CLOSE CREW-RESULTS-FILE
                OPEN I-O CREW-RESULTS-FILE
            END-IF
            MOVE CREW-RESULTS-STATUS TO Restore-Status
        WHEN 2
            OPEN I-O EXPECTED-RESULTS-FILE
            IF EXPECTED-RESULTS-STATUS = "35"
                OPEN OUTPUT EXPECTED-RESULTS-FILE
                CLOSE EXPECTED-RESULTS-FILE
                OPEN I-O EXPECTED-RESULTS-FILE
            END-IF
            MOVE EXPECTED-RESULTS-STATUS TO Restore-Status
        WHEN 3
            OPEN I-O LATEST-RESULT-FILE
            IF LATEST-RESULT-STATUS = "35"
                OPEN OUTPUT LATEST-RESULT-FILE
                CLOSE LATEST-RESULT-FILE
                OPEN I-O LATEST-RESULT-FILE
            END-IF
            MOVE LATEST-RESULT-STATUS TO Restore-Status
        WHEN 4
            OPEN I-O RACE-WINDOW-FILE
            IF RACE-WINDOW-STATUS = "35"
                OPEN OUTPUT RACE-WINDOW-FILE
                CLOSE RACE-WINDOW-FILE
                OPEN I-O RACE-WINDOW-FILE
            END-IF
            MOVE RACE-WINDOW-STATUS TO Restore-Status
        WHEN 5
            OPEN I-O RACE-HISTORY-FILE
            IF RACE-HISTORY-STATUS = "35"
                OPEN OUTPUT RACE-HISTORY-FILE
                CLOSE RACE-HISTORY-FILE
                OPEN I-O RACE-HISTORY-FILE
            END-IF
            MOVE RACE-HISTORY-STATUS TO Restore-Status
        WHEN 6
            OPEN I-O MEET-ENTRY-FILE
            IF MEET-ENTRY-STATUS = "35"
                OPEN OUTPUT MEET-ENTRY-FILE
                CLOSE MEET-ENTRY-FILE
                OPEN I-O MEET-ENTRY-FILE
            END-IF
            MOVE MEET-ENTRY-STATUS TO Restore-Status
    END-EVALUATE
    IF Restore-Status NOT = "00"
        DISPLAY "RaceIntegrity: unable to open " Integrity-File-Name(File-Sub)
            ", status " Restore-Status
        MOVE "unable to open a file for restore" TO Ops-Message-Text
        PERFORM Abort-Run
    END-IF
    SET Open-For-Restore(File-Sub) TO TRUE.

Close-Restored-File.
    IF Open-For-Restore(File-Sub)
        EVALUATE File-Sub
            WHEN 1
                CLOSE CREW-RESULTS-FILE
            WHEN 2
                CLOSE EXPECTED-RESULTS-FILE
            WHEN 3
                CLOSE LATEST-RESULT-FILE
            WHEN 4
                CLOSE RACE-WINDOW-FILE
            WHEN 5
                CLOSE RACE-HISTORY-FILE
            WHEN 6
                CLOSE MEET-ENTRY-FILE
        END-EVALUATE
    END-IF.

Write-File-Totals.
    IF Undo-Run
        MOVE Restored-Count(File-Sub) TO ED-Count
        MOVE " restored" TO Total-Suffix
        PERFORM Write-Total-Line
        MOVE Present-Count(File-Sub) TO ED-Count
        MOVE " already present" TO Total-Suffix
        PERFORM Write-Total-Line
    ELSE
        MOVE Rows-Checked(File-Sub) TO ED-Count
        MOVE " rows checked" TO Total-Suffix
        PERFORM Write-Total-Line
        MOVE Orphan-Count(File-Sub) TO ED-Count
        MOVE " orphans" TO Total-Suffix
        PERFORM Write-Total-Line
        MOVE Purged-Count(File-Sub) TO ED-Count
        MOVE " purged" TO Total-Suffix
        PERFORM Write-Total-Line
        MOVE Mismatch-Count(File-Sub) TO ED-Count
        MOVE " mismatches" TO Total-Suffix
        PERFORM Write-Total-Line
    END-IF.

Write-Total-Line.
    MOVE SPACES TO ED-Label
    STRING Integrity-File-Name(File-Sub) DELIMITED BY SPACE
        Total-Suffix DELIMITED BY SIZE
        INTO ED-Label
    WRITE INTEGRITY-TOTAL-RECORD
    IF INTEGRITY-REPORT-STATUS NOT = "00"
        DISPLAY "RaceIntegrity: unable to write RACEINT.OUT, status " INTEGRITY-REPORT-STATUS
        MOVE "unable to write RACEINT.OUT" TO Ops-Message-Text
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
        DISPLAY "RaceIntegrity: unable to open RACEOPS.LOG, status " OPERATIONS-LOG-STATUS
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
        DISPLAY "RaceIntegrity: unable to write RACEOPS.LOG, status " OPERATIONS-LOG-STATUS
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
