IDENTIFICATION DIVISION.
PROGRAM-ID. RaceOutlierGate.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    *> The extract the scoring run just cut. A held extract is moved
    *> to RACEIFX.HLD and RACEIFX.OUT is left empty, so nothing goes to
    *> the league until a supervisor releases it.
    SELECT INTERFACE-EXTRACT-FILE ASSIGN TO "RACEIFX.OUT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS INTERFACE-EXTRACT-STATUS.

    SELECT HELD-EXTRACT-FILE ASSIGN TO "RACEIFX.HLD"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS HELD-EXTRACT-STATUS.

    SELECT RACE-MASTER-FILE ASSIGN TO "RACEMAS.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS RR-Race-Id
        FILE STATUS IS RACE-MASTER-STATUS.

    *> DYNAMIC: each race's rows are read in meet date order from a
    *> START on the race id.
    SELECT RACE-HISTORY-FILE ASSIGN TO "RACEHIS.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS HI-History-Key
        FILE STATUS IS RACE-HISTORY-STATUS.

    SELECT RACE-WINDOW-FILE ASSIGN TO "RACEWIN.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS WN-Race-Id
        FILE STATUS IS RACE-WINDOW-STATUS.

    *> RACEWIN.DAT is rewritten by every scoring run, so the gate keeps
    *> its own copy of each race's window as of the last extract that
    *> passed or was released, and measures the new window against it.
    SELECT WINDOW-BASELINE-FILE ASSIGN TO "RACEGTW.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS GW-Race-Id
        FILE STATUS IS WINDOW-BASELINE-STATUS.

    *> Filed here, not by the scoring run: a detail goes on the register
    *> only once its extract has passed the gate or been released.
    SELECT TRANSMISSION-REGISTER-FILE ASSIGN TO "RACETXR.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS RG-Register-Key
        ALTERNATE RECORD KEY IS RG-Run-Timestamp WITH DUPLICATES
        FILE STATUS IS TRANSMISSION-REGISTER-STATUS.

    SELECT GATE-CONTROL-FILE ASSIGN TO "RACEGAT.CTL"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS GATE-CONTROL-STATUS.

    SELECT GATE-RELEASE-FILE ASSIGN TO "RACEGAR.CTL"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS GATE-RELEASE-STATUS.

    *> INPUT only: the releasing supervisor must be granted extract
    *> release.
    SELECT OPERATOR-TABLE-FILE ASSIGN TO "RACEOPR.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS OA-Operator-Id
        FILE STATUS IS OPERATOR-TABLE-STATUS.

    SELECT GATE-REPORT-FILE ASSIGN TO "RACEGAT.OUT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS GATE-REPORT-STATUS.

    SELECT OPERATIONS-LOG-FILE ASSIGN TO "RACEOPS.LOG"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS OPERATIONS-LOG-STATUS.

DATA DIVISION.
FILE SECTION.
FD  INTERFACE-EXTRACT-FILE.
01  INTERFACE-EXTRACT-RECORD.
    COPY RACEIFX.

FD  HELD-EXTRACT-FILE.
01  HELD-EXTRACT-RECORD.
    COPY RACEIFX REPLACING LEADING ==IFX-== BY ==HX-==.

FD  RACE-MASTER-FILE.
01  RACE-MASTER-RECORD.
    COPY RACEREC.

FD  RACE-HISTORY-FILE.
01  RACE-HISTORY-RECORD.
    COPY RACEHIS.

FD  RACE-WINDOW-FILE.
01  RACE-WINDOW-RECORD.
    COPY RACEWIN.

FD  WINDOW-BASELINE-FILE.
01  WINDOW-BASELINE-RECORD.
    COPY RACEWIN REPLACING LEADING ==WN-== BY ==GW-==.

FD  TRANSMISSION-REGISTER-FILE.
01  TRANSMISSION-REGISTER-RECORD.
    COPY RACETXR.

FD  GATE-CONTROL-FILE.
01  GATE-CONTROL-RECORD.
    COPY RACEGTC.

FD  GATE-RELEASE-FILE.
01  GATE-RELEASE-RECORD.
    COPY RACEGAR.

FD  OPERATOR-TABLE-FILE.
01  OPERATOR-TABLE-RECORD.
    COPY RACEOPR.

FD  GATE-REPORT-FILE.
01  GATE-REPORT-RECORD.
    COPY RACEGTR.
01  GATE-TOTAL-RECORD.
    COPY RACEEDR.

FD  OPERATIONS-LOG-FILE.
01  OPERATIONS-LOG-RECORD.
    COPY RACEOPS.

WORKING-STORAGE SECTION.
    01 OPERATIONS-LOG-STATUS PIC XX.
    01 Ops-Severity          PIC X.
    01 Ops-Message-Text      PIC X(132).
    01 Ops-Timestamp         PIC X(21).
    01 WS-Ops-Program        PIC X(16) VALUE "RaceOutlierGate".
    01 Ops-Operator-Id       PIC X(8) VALUE SPACES.

    01 INTERFACE-EXTRACT-STATUS PIC XX.
    01 HELD-EXTRACT-STATUS   PIC XX.
    01 RACE-MASTER-STATUS    PIC XX.
    01 RACE-HISTORY-STATUS   PIC XX.
    01 RACE-WINDOW-STATUS    PIC XX.
    01 WINDOW-BASELINE-STATUS PIC XX.
    01 TRANSMISSION-REGISTER-STATUS PIC XX.
    01 GATE-CONTROL-STATUS   PIC XX.
    01 GATE-RELEASE-STATUS   PIC XX.
    01 OPERATOR-TABLE-STATUS PIC XX.
    01 GATE-REPORT-STATUS    PIC XX.

    *> Used when RACEGAT.CTL is not on hand: a quarter either way
    *> in any division, over the last three meets, and a single
    *> flagged race holds the extract.
    01 Default-Tolerance     PIC 9(3) VALUE 25.
    01 Default-Flag-Limit    PIC 9(5) VALUE 0.
    01 Default-History-Depth PIC 9(2) VALUE 3.
    01 Tolerance-J           PIC 9(3).
    01 Tolerance-S           PIC 9(3).
    01 Tolerance-M           PIC 9(3).
    01 Flag-Limit            PIC 9(5).
    01 History-Depth         PIC 9(2).
    01 Max-History-Depth     PIC 9(2) VALUE 12.

    01 Extract-Present-Flag  PIC X VALUE 'N'.
        88 Extract-Present   VALUE 'Y'.
    01 Held-Present-Flag     PIC X VALUE 'N'.
        88 Held-Present      VALUE 'Y'.
    01 Extract-Stamp         PIC X(21).
    01 Extract-Meet-Id       PIC X(6).
    01 Held-Stamp            PIC X(21).
    01 Release-Flag          PIC X.
        88 Release-Granted   VALUE 'Y'.
    01 Release-Refusal       PIC X(50).

    01 Have-History          PIC X VALUE 'N'.
        88 History-Available VALUE 'Y'.
    01 Have-Windows          PIC X VALUE 'N'.
        88 Windows-Available VALUE 'Y'.
    01 End-Of-Extract        PIC X.
        88 No-More-Extract   VALUE 'Y'.
    01 End-Of-History        PIC X.
        88 No-More-History   VALUE 'Y'.

    01 Race-Flag             PIC X.
        88 Race-Flagged      VALUE 'Y'.
    01 Race-Tolerance        PIC 9(3).
    01 Race-Division         PIC X.
    01 Unchecked-Reason      PIC X(60).

    *> The last History-Depth meets before this one, kept round-robin
    *> as the race's rows are read in date order.
    01 History-Ring.
        05 Ring-Ways         PIC 9(18) OCCURS 12 TIMES.
    01 Ring-Sub              PIC 9(2).
    01 Ring-Quotient         PIC 9(9).
    01 Ring-Remainder        PIC 9(2).
    01 Ring-Used             PIC 9(2).
    01 Prior-Meets           PIC 9(9).
    01 History-Total         PIC 9(20).
    01 History-Average       PIC 9(18).

    01 Current-Width         PIC 9(18).
    01 Baseline-Width        PIC 9(18).
    01 Check-Now             PIC 9(18).
    01 Check-Was             PIC 9(18).
    01 Check-Difference      PIC 9(18).
    01 Move-Pct              PIC 9(7)V99.
    01 Max-Move-Pct          PIC 9(7)V99 VALUE 9999999.99.
    01 Depth-Display         PIC Z9.

    01 Races-Checked         PIC 9(9) VALUE 0.
    01 Races-Flagged         PIC 9(9) VALUE 0.
    01 No-History-Count      PIC 9(9) VALUE 0.
    01 No-Window-Count       PIC 9(9) VALUE 0.
    01 Copied-Count          PIC 9(9).
    01 Gate-Timestamp        PIC X(21).
    01 Register-Meet-Id      PIC X(6).
    01 Registered-Count      PIC 9(9).

    01 WS-Label-Race        PIC X(7) VALUE "Race:  ".
    01 WS-Label-Div         PIC X(5) VALUE "Div: ".
    01 WS-Label-Now         PIC X(5) VALUE "Now: ".
    01 WS-Label-Was         PIC X(5) VALUE "Was: ".
    01 WS-Label-Move        PIC X(6) VALUE "Move: ".
    01 WS-Label-Tol         PIC X(7) VALUE "% Tol: ".
    01 WS-Check-History     PIC X(8) VALUE "HISTORY".
    01 WS-Check-Width       PIC X(8) VALUE "WIDTH".
    01 WS-Check-Best-Hold   PIC X(8) VALUE "BESTHOLD".
    01 WS-Check-Master      PIC X(8) VALUE "MASTER".
    01 WS-Label-Checked     PIC X(30) VALUE "Races checked".
    01 WS-Label-Flagged     PIC X(30) VALUE "Races flagged".
    01 WS-Label-No-History  PIC X(30) VALUE "Races with no earlier meet".
    01 WS-Label-No-Window   PIC X(30) VALUE "Races with no earlier window".
    01 WS-Label-Limit       PIC X(30) VALUE "Flag limit".
    01 WS-Label-Held        PIC X(30) VALUE "EXTRACT HELD FOR RELEASE".
    01 WS-Label-Passed      PIC X(30) VALUE "Extract passed".

PROCEDURE DIVISION.
Main-Logic.
    MOVE FUNCTION CURRENT-DATE TO Gate-Timestamp
    PERFORM Load-Gate-Control
    PERFORM Peek-Extract
    PERFORM Peek-Held-Extract

    *> A held extract waits for its release card. A newer extract cut
    *> since the hold supersedes it and is gated in its place.
    IF Held-Present
        IF Extract-Present AND Extract-Stamp NOT = Held-Stamp
            DISPLAY "RaceOutlierGate: held extract of " Held-Stamp
                " superseded by the extract of " Extract-Stamp
            MOVE 'W' TO Ops-Severity
            MOVE SPACES TO Ops-Message-Text
            STRING "held extract of " Held-Stamp
                " superseded by the extract of " Extract-Stamp
                ", never released"
                DELIMITED BY SIZE INTO Ops-Message-Text
            PERFORM Log-Ops-Message
            PERFORM Clear-Held-Extract
        ELSE
            PERFORM Release-Held-Extract
            STOP RUN
        END-IF
    END-IF

    IF NOT Extract-Present
        DISPLAY "RaceOutlierGate: RACEIFX.OUT has no extract header, nothing to gate"
        MOVE "RACEIFX.OUT has no extract header, nothing to gate" TO Ops-Message-Text
        PERFORM Abort-Run
    END-IF

    PERFORM Gate-Extract

    IF Races-Flagged > Flag-Limit
        PERFORM Hold-Extract
        DISPLAY "RaceOutlierGate: extract of " Extract-Stamp " held, "
            Races-Flagged " races flagged, limit " Flag-Limit
        MOVE 'W' TO Ops-Severity
        MOVE SPACES TO Ops-Message-Text
        STRING "extract of " Extract-Stamp " held, " Races-Flagged
            " races flagged over limit " Flag-Limit
            ", awaiting release on RACEGAR.CTL"
            DELIMITED BY SIZE INTO Ops-Message-Text
        PERFORM Log-Ops-Message
    ELSE
        PERFORM Refresh-Window-Baseline
        PERFORM Register-Transmission
        DISPLAY "RaceOutlierGate: extract of " Extract-Stamp " passed, "
            Races-Flagged " races flagged, limit " Flag-Limit
        MOVE 'I' TO Ops-Severity
        MOVE SPACES TO Ops-Message-Text
        STRING "extract of " Extract-Stamp " passed, checked " Races-Checked
            ", flagged " Races-Flagged ", limit " Flag-Limit
            DELIMITED BY SIZE INTO Ops-Message-Text
        PERFORM Log-Ops-Message
    END-IF
    STOP RUN.

Load-Gate-Control.
    MOVE Default-Tolerance TO Tolerance-J
    MOVE Default-Tolerance TO Tolerance-S
    MOVE Default-Tolerance TO Tolerance-M
    MOVE Default-Flag-Limit TO Flag-Limit
    MOVE Default-History-Depth TO History-Depth
    OPEN INPUT GATE-CONTROL-FILE
    IF GATE-CONTROL-STATUS NOT = "00"
        DISPLAY "RaceOutlierGate: no RACEGAT.CTL control card, defaults used"
        MOVE 'W' TO Ops-Severity
        MOVE "no RACEGAT.CTL control card, defaults used" TO Ops-Message-Text
        PERFORM Log-Ops-Message
        EXIT PARAGRAPH
    END-IF
    READ GATE-CONTROL-FILE
        AT END
            DISPLAY "RaceOutlierGate: RACEGAT.CTL is empty, defaults used"
            MOVE 'W' TO Ops-Severity
            MOVE "RACEGAT.CTL is empty, defaults used" TO Ops-Message-Text
            PERFORM Log-Ops-Message
        NOT AT END
            IF GT-Tolerance-J IS NOT NUMERIC
                    OR GT-Tolerance-S IS NOT NUMERIC
                    OR GT-Tolerance-M IS NOT NUMERIC
                    OR GT-Flag-Limit IS NOT NUMERIC
                    OR GT-History-Depth IS NOT NUMERIC
                DISPLAY "RaceOutlierGate: RACEGAT.CTL is not numeric, run refused"
                MOVE "RACEGAT.CTL is not numeric, run refused" TO Ops-Message-Text
                PERFORM Abort-Run
            END-IF
            IF GT-History-Depth = 0 OR GT-History-Depth > Max-History-Depth
                DISPLAY "RaceOutlierGate: RACEGAT.CTL history depth "
                    GT-History-Depth " not 1 to 12, run refused"
                MOVE "RACEGAT.CTL history depth not 1 to 12, run refused" TO Ops-Message-Text
                PERFORM Abort-Run
            END-IF
            MOVE GT-Tolerance-J TO Tolerance-J
            MOVE GT-Tolerance-S TO Tolerance-S
            MOVE GT-Tolerance-M TO Tolerance-M
            MOVE GT-Flag-Limit TO Flag-Limit
            MOVE GT-History-Depth TO History-Depth
    END-READ
    CLOSE GATE-CONTROL-FILE.

*> Only the header is read here: its run timestamp names the
*> extract, and its meet tells the history rows of this run apart
*> from those of earlier meets. An empty RACEIFX.OUT is the one a
*> hold left behind.
Peek-Extract.
    OPEN INPUT INTERFACE-EXTRACT-FILE
    IF INTERFACE-EXTRACT-STATUS NOT = "00"
        EXIT PARAGRAPH
    END-IF
    READ INTERFACE-EXTRACT-FILE
        AT END
            CONTINUE
        NOT AT END
            IF IFX-Header
                SET Extract-Present TO TRUE
                MOVE IFX-Run-Timestamp TO Extract-Stamp
                MOVE IFX-Meet-Id TO Extract-Meet-Id
            END-IF
    END-READ
    CLOSE INTERFACE-EXTRACT-FILE.

Peek-Held-Extract.
    OPEN INPUT HELD-EXTRACT-FILE
    IF HELD-EXTRACT-STATUS NOT = "00"
        EXIT PARAGRAPH
    END-IF
    READ HELD-EXTRACT-FILE
        AT END
            CONTINUE
        NOT AT END
            IF HX-Header
                SET Held-Present TO TRUE
                MOVE HX-Run-Timestamp TO Held-Stamp
            END-IF
    END-READ
    CLOSE HELD-EXTRACT-FILE.

*> ---------------------------------------------------------------
*> The gate proper: every detail on the extract is measured against
*> the race's recent meets and its last released window.
*> ---------------------------------------------------------------
Gate-Extract.
    OPEN INPUT RACE-MASTER-FILE
    IF RACE-MASTER-STATUS NOT = "00"
        DISPLAY "RaceOutlierGate: unable to open RACEMAS.DAT, status " RACE-MASTER-STATUS
        MOVE "unable to open RACEMAS.DAT" TO Ops-Message-Text
        PERFORM Abort-Run
    END-IF

    OPEN INPUT RACE-HISTORY-FILE
    IF RACE-HISTORY-STATUS = "00"
        SET History-Available TO TRUE
    ELSE
        DISPLAY "RaceOutlierGate: no RACEHIS.DAT history, status "
            RACE-HISTORY-STATUS ", history check skipped"
        MOVE 'W' TO Ops-Severity
        MOVE "no RACEHIS.DAT history, history check skipped" TO Ops-Message-Text
        PERFORM Log-Ops-Message
    END-IF

    PERFORM Open-Window-Files
    IF NOT Windows-Available
        DISPLAY "RaceOutlierGate: no RACEWIN.DAT windows, status "
            RACE-WINDOW-STATUS ", window check skipped"
        MOVE 'W' TO Ops-Severity
        MOVE "no RACEWIN.DAT windows, window check skipped" TO Ops-Message-Text
        PERFORM Log-Ops-Message
    END-IF

    OPEN OUTPUT GATE-REPORT-FILE
    IF GATE-REPORT-STATUS NOT = "00"
        DISPLAY "RaceOutlierGate: unable to open RACEGAT.OUT, status " GATE-REPORT-STATUS
        MOVE "unable to open RACEGAT.OUT" TO Ops-Message-Text
        PERFORM Abort-Run
    END-IF

    OPEN INPUT INTERFACE-EXTRACT-FILE
    IF INTERFACE-EXTRACT-STATUS NOT = "00"
        DISPLAY "RaceOutlierGate: unable to open RACEIFX.OUT, status " INTERFACE-EXTRACT-STATUS
        MOVE "unable to open RACEIFX.OUT" TO Ops-Message-Text
        PERFORM Abort-Run
    END-IF
    MOVE 'N' TO End-Of-Extract
    PERFORM Gate-Next-Detail UNTIL No-More-Extract
    CLOSE INTERFACE-EXTRACT-FILE

    MOVE WS-Label-Checked TO ED-Label
    MOVE Races-Checked TO ED-Count
    PERFORM Write-Gate-Total
    MOVE WS-Label-Flagged TO ED-Label
    MOVE Races-Flagged TO ED-Count
    PERFORM Write-Gate-Total
    MOVE WS-Label-No-History TO ED-Label
    MOVE No-History-Count TO ED-Count
    PERFORM Write-Gate-Total
    MOVE WS-Label-No-Window TO ED-Label
    MOVE No-Window-Count TO ED-Count
    PERFORM Write-Gate-Total
    MOVE WS-Label-Limit TO ED-Label
    MOVE Flag-Limit TO ED-Count
    PERFORM Write-Gate-Total
    IF Races-Flagged > Flag-Limit
        MOVE WS-Label-Held TO ED-Label
    ELSE
        MOVE WS-Label-Passed TO ED-Label
    END-IF
    MOVE Races-Flagged TO ED-Count
    PERFORM Write-Gate-Total

    CLOSE GATE-REPORT-FILE
    CLOSE RACE-MASTER-FILE
    IF History-Available
        CLOSE RACE-HISTORY-FILE
    END-IF
    IF Windows-Available
        CLOSE RACE-WINDOW-FILE
        CLOSE WINDOW-BASELINE-FILE
        MOVE 'N' TO Have-Windows
    END-IF.

Gate-Next-Detail.
    READ INTERFACE-EXTRACT-FILE
        AT END
            SET No-More-Extract TO TRUE
        NOT AT END
            IF IFX-Detail
                PERFORM Gate-Race
            END-IF
    END-READ.

*> A race off the master, or under no known division, has no
*> tolerance to measure against and is flagged as it stands.
Gate-Race.
    ADD 1 TO Races-Checked
    MOVE 'N' TO Race-Flag
    MOVE SPACES TO Race-Division
    MOVE IFX-Race-Id TO RR-Race-Id
    READ RACE-MASTER-FILE
        INVALID KEY
            MOVE "race is not on the race master" TO Unchecked-Reason
            PERFORM Flag-Unchecked-Race
            EXIT PARAGRAPH
    END-READ
    MOVE RR-Division TO Race-Division
    EVALUATE RR-Division
        WHEN 'J'
            MOVE Tolerance-J TO Race-Tolerance
        WHEN 'S'
            MOVE Tolerance-S TO Race-Tolerance
        WHEN 'M'
            MOVE Tolerance-M TO Race-Tolerance
        WHEN OTHER
            MOVE "division on the master is not J, S or M" TO Unchecked-Reason
            PERFORM Flag-Unchecked-Race
            EXIT PARAGRAPH
    END-EVALUATE
    IF History-Available
        PERFORM Check-History
    END-IF
    IF Windows-Available
        PERFORM Check-Window
    END-IF
    IF Race-Flagged
        ADD 1 TO Races-Flagged
    END-IF.

Flag-Unchecked-Race.
    MOVE IFX-WaysToWin TO Check-Now
    MOVE 0 TO Check-Was
    MOVE 0 TO Move-Pct
    MOVE 0 TO Race-Tolerance
    MOVE SPACES TO GATE-REPORT-RECORD
    PERFORM Init-Report-Line
    MOVE WS-Check-Master TO GX-Check
    MOVE Unchecked-Reason TO GX-Explanation
    PERFORM Write-Gate-Line
    ADD 1 TO Races-Flagged.

*> This run's ways-to-win against the average of the race's last
*> History-Depth meets. The row this run posted (same meet, or with
*> no meet the same run date) is passed over; rows are read in date
*> order, so the ring ends holding the most recent earlier meets.
Check-History.
    MOVE 0 TO Prior-Meets
    MOVE 'N' TO End-Of-History
    MOVE IFX-Race-Id TO HI-Race-Id
    MOVE LOW-VALUES TO HI-Run-Date
    MOVE LOW-VALUES TO HI-Meet-Id
    START RACE-HISTORY-FILE KEY IS NOT LESS THAN HI-History-Key
        INVALID KEY
            SET No-More-History TO TRUE
    END-START
    PERFORM Read-Race-History UNTIL No-More-History
    IF Prior-Meets = 0
        ADD 1 TO No-History-Count
        EXIT PARAGRAPH
    END-IF
    IF Prior-Meets < History-Depth
        MOVE Prior-Meets TO Ring-Used
    ELSE
        MOVE History-Depth TO Ring-Used
    END-IF
    MOVE 0 TO History-Total
    PERFORM Add-Ring-Entry
        VARYING Ring-Sub FROM 1 BY 1 UNTIL Ring-Sub > Ring-Used
    COMPUTE History-Average ROUNDED = History-Total / Ring-Used
    MOVE IFX-WaysToWin TO Check-Now
    MOVE History-Average TO Check-Was
    PERFORM Compute-Move-Pct
    IF Move-Pct > Race-Tolerance
        SET Race-Flagged TO TRUE
        MOVE SPACES TO GATE-REPORT-RECORD
        PERFORM Init-Report-Line
        MOVE WS-Check-History TO GX-Check
        MOVE Ring-Used TO Depth-Display
        STRING "ways to win against the average of the last "
            Depth-Display " meets"
            DELIMITED BY SIZE INTO GX-Explanation
        PERFORM Write-Gate-Line
    END-IF.

Read-Race-History.
    READ RACE-HISTORY-FILE NEXT
        AT END
            SET No-More-History TO TRUE
        NOT AT END
            IF HI-Race-Id NOT = IFX-Race-Id
                SET No-More-History TO TRUE
            ELSE
                PERFORM Keep-Prior-Meet
            END-IF
    END-READ.

Keep-Prior-Meet.
    IF Extract-Meet-Id NOT = SPACES
        IF HI-Meet-Id = Extract-Meet-Id
            EXIT PARAGRAPH
        END-IF
    ELSE
        IF HI-Meet-Id = SPACES AND HI-Run-Date = Extract-Stamp(1:8)
            EXIT PARAGRAPH
        END-IF
    END-IF
    DIVIDE Prior-Meets BY History-Depth
        GIVING Ring-Quotient REMAINDER Ring-Remainder
    COMPUTE Ring-Sub = Ring-Remainder + 1
    MOVE HI-WaysToWin TO Ring-Ways(Ring-Sub)
    ADD 1 TO Prior-Meets.

Add-Ring-Entry.
    ADD Ring-Ways(Ring-Sub) TO History-Total.

*> The winning window against the one on the baseline: its width
*> (latest less earliest winning hold) and its optimal hold. A race
*> with no baseline row has not been through the gate before.
Check-Window.
    MOVE IFX-Race-Id TO WN-Race-Id
    READ RACE-WINDOW-FILE
        INVALID KEY
            ADD 1 TO No-Window-Count
            EXIT PARAGRAPH
    END-READ
    MOVE IFX-Race-Id TO GW-Race-Id
    READ WINDOW-BASELINE-FILE
        INVALID KEY
            ADD 1 TO No-Window-Count
            EXIT PARAGRAPH
    END-READ

    MOVE 0 TO Current-Width
    IF WN-Last-Hold >= WN-First-Hold AND WN-Last-Hold > 0
        COMPUTE Current-Width = WN-Last-Hold - WN-First-Hold + 1
    END-IF
    MOVE 0 TO Baseline-Width
    IF GW-Last-Hold >= GW-First-Hold AND GW-Last-Hold > 0
        COMPUTE Baseline-Width = GW-Last-Hold - GW-First-Hold + 1
    END-IF
    MOVE Current-Width TO Check-Now
    MOVE Baseline-Width TO Check-Was
    PERFORM Compute-Move-Pct
    IF Move-Pct > Race-Tolerance
        SET Race-Flagged TO TRUE
        MOVE SPACES TO GATE-REPORT-RECORD
        PERFORM Init-Report-Line
        MOVE WS-Check-Width TO GX-Check
        STRING "winning window width against the run of "
            GW-Run-Timestamp(1:8)
            DELIMITED BY SIZE INTO GX-Explanation
        PERFORM Write-Gate-Line
    END-IF

    MOVE WN-Best-Hold TO Check-Now
    MOVE GW-Best-Hold TO Check-Was
    PERFORM Compute-Move-Pct
    IF Move-Pct > Race-Tolerance
        SET Race-Flagged TO TRUE
        MOVE SPACES TO GATE-REPORT-RECORD
        PERFORM Init-Report-Line
        MOVE WS-Check-Best-Hold TO GX-Check
        STRING "optimal hold against the run of "
            GW-Run-Timestamp(1:8)
            DELIMITED BY SIZE INTO GX-Explanation
        PERFORM Write-Gate-Line
    END-IF.

*> How far Check-Now has moved from Check-Was, as a percentage of
*> Check-Was. Anything from nothing counts as the largest move.
Compute-Move-Pct.
    MOVE 0 TO Move-Pct
    IF Check-Was = 0
        IF Check-Now NOT = 0
            MOVE Max-Move-Pct TO Move-Pct
        END-IF
        EXIT PARAGRAPH
    END-IF
    IF Check-Now >= Check-Was
        COMPUTE Check-Difference = Check-Now - Check-Was
    ELSE
        COMPUTE Check-Difference = Check-Was - Check-Now
    END-IF
    COMPUTE Move-Pct ROUNDED = Check-Difference * 100 / Check-Was
        ON SIZE ERROR
            MOVE Max-Move-Pct TO Move-Pct
    END-COMPUTE.

Init-Report-Line.
    MOVE WS-Label-Race TO GX-Label-Race
    MOVE IFX-Race-Id TO GX-Race-Id
    MOVE WS-Label-Div TO GX-Label-Div
    MOVE Race-Division TO GX-Division
    MOVE WS-Label-Now TO GX-Label-Now
    MOVE Check-Now TO GX-Now
    MOVE WS-Label-Was TO GX-Label-Was
    MOVE Check-Was TO GX-Was
    MOVE WS-Label-Move TO GX-Label-Move
    MOVE Move-Pct TO GX-Move-Pct
    MOVE WS-Label-Tol TO GX-Label-Tol
    MOVE Race-Tolerance TO GX-Tolerance
    MOVE "%" TO GX-Pct-Sign.

Write-Gate-Line.
    WRITE GATE-REPORT-RECORD
    IF GATE-REPORT-STATUS NOT = "00"
        DISPLAY "RaceOutlierGate: unable to write RACEGAT.OUT, status " GATE-REPORT-STATUS
        MOVE "unable to write RACEGAT.OUT" TO Ops-Message-Text
        PERFORM Abort-Run
    END-IF.

Write-Gate-Total.
    WRITE GATE-TOTAL-RECORD
    IF GATE-REPORT-STATUS NOT = "00"
        DISPLAY "RaceOutlierGate: unable to write RACEGAT.OUT, status " GATE-REPORT-STATUS
        MOVE "unable to write RACEGAT.OUT" TO Ops-Message-Text
        PERFORM Abort-Run
    END-IF
    MOVE SPACES TO GATE-TOTAL-RECORD.

*> The baseline is created on first use; RACEWIN.DAT must be on hand
*> for either to be of any use.
Open-Window-Files.
    OPEN INPUT RACE-WINDOW-FILE
    IF RACE-WINDOW-STATUS NOT = "00"
        EXIT PARAGRAPH
    END-IF
    OPEN I-O WINDOW-BASELINE-FILE
    IF WINDOW-BASELINE-STATUS = "35"
        OPEN OUTPUT WINDOW-BASELINE-FILE
        CLOSE WINDOW-BASELINE-FILE
        OPEN I-O WINDOW-BASELINE-FILE
    END-IF
    IF WINDOW-BASELINE-STATUS NOT = "00"
        DISPLAY "RaceOutlierGate: unable to open RACEGTW.DAT, status " WINDOW-BASELINE-STATUS
        MOVE "unable to open RACEGTW.DAT" TO Ops-Message-Text
        PERFORM Abort-Run
    END-IF
    SET Windows-Available TO TRUE.

*> ---------------------------------------------------------------
*> Hold and release. A held extract is copied whole to RACEIFX.HLD
*> and RACEIFX.OUT is emptied, so the file the league is sent has no
*> header or trailer and cannot pass for a result. Release copies it
*> back and only then moves the window baseline on.
*> ---------------------------------------------------------------
Hold-Extract.
    OPEN INPUT INTERFACE-EXTRACT-FILE
    IF INTERFACE-EXTRACT-STATUS NOT = "00"
        DISPLAY "RaceOutlierGate: unable to open RACEIFX.OUT, status " INTERFACE-EXTRACT-STATUS
        MOVE "unable to open RACEIFX.OUT" TO Ops-Message-Text
        PERFORM Abort-Run
    END-IF
    OPEN OUTPUT HELD-EXTRACT-FILE
    IF HELD-EXTRACT-STATUS NOT = "00"
        DISPLAY "RaceOutlierGate: unable to open RACEIFX.HLD, status " HELD-EXTRACT-STATUS
        MOVE "unable to open RACEIFX.HLD" TO Ops-Message-Text
        PERFORM Abort-Run
    END-IF
    MOVE 0 TO Copied-Count
    MOVE 'N' TO End-Of-Extract
    PERFORM Hold-Next-Record UNTIL No-More-Extract
    CLOSE INTERFACE-EXTRACT-FILE
    CLOSE HELD-EXTRACT-FILE
    PERFORM Empty-Extract.

Empty-Extract.
    OPEN OUTPUT INTERFACE-EXTRACT-FILE
    IF INTERFACE-EXTRACT-STATUS NOT = "00"
        DISPLAY "RaceOutlierGate: unable to empty RACEIFX.OUT, status " INTERFACE-EXTRACT-STATUS
        MOVE "unable to empty RACEIFX.OUT, extract copied to RACEIFX.HLD" TO Ops-Message-Text
        PERFORM Abort-Run
    END-IF
    CLOSE INTERFACE-EXTRACT-FILE.

Hold-Next-Record.
    READ INTERFACE-EXTRACT-FILE
        AT END
            SET No-More-Extract TO TRUE
        NOT AT END
            MOVE INTERFACE-EXTRACT-RECORD TO HELD-EXTRACT-RECORD
            WRITE HELD-EXTRACT-RECORD
            IF HELD-EXTRACT-STATUS NOT = "00"
                DISPLAY "RaceOutlierGate: unable to write RACEIFX.HLD, status " HELD-EXTRACT-STATUS
                MOVE "unable to write RACEIFX.HLD" TO Ops-Message-Text
                PERFORM Abort-Run
            END-IF
            ADD 1 TO Copied-Count
    END-READ.

*> The release card must name this hold's run timestamp and a
*> supervisor granted extract release; anything short of that keeps
*> the extract held and the run ends with a warning again. A hold
*> that stopped short of emptying RACEIFX.OUT is finished here.
Release-Held-Extract.
    PERFORM Check-Release
    IF NOT Release-Granted
        IF Extract-Present
            PERFORM Empty-Extract
        END-IF
        DISPLAY "RaceOutlierGate: extract of " Held-Stamp
            " still held, " Release-Refusal
        MOVE 'W' TO Ops-Severity
        MOVE SPACES TO Ops-Message-Text
        STRING "extract of " Held-Stamp " still held, " Release-Refusal
            DELIMITED BY SIZE INTO Ops-Message-Text
        MOVE GL-Released-By TO Ops-Operator-Id
        PERFORM Log-Ops-Message
        EXIT PARAGRAPH
    END-IF

    OPEN INPUT HELD-EXTRACT-FILE
    IF HELD-EXTRACT-STATUS NOT = "00"
        DISPLAY "RaceOutlierGate: unable to open RACEIFX.HLD, status " HELD-EXTRACT-STATUS
        MOVE "unable to open RACEIFX.HLD" TO Ops-Message-Text
        PERFORM Abort-Run
    END-IF
    OPEN OUTPUT INTERFACE-EXTRACT-FILE
    IF INTERFACE-EXTRACT-STATUS NOT = "00"
        DISPLAY "RaceOutlierGate: unable to open RACEIFX.OUT, status " INTERFACE-EXTRACT-STATUS
        MOVE "unable to open RACEIFX.OUT" TO Ops-Message-Text
        PERFORM Abort-Run
    END-IF
    MOVE 0 TO Copied-Count
    MOVE 'N' TO End-Of-Extract
    PERFORM Restore-Next-Record UNTIL No-More-Extract
    CLOSE HELD-EXTRACT-FILE
    CLOSE INTERFACE-EXTRACT-FILE
    PERFORM Clear-Held-Extract

    MOVE Held-Stamp TO Extract-Stamp
    PERFORM Open-Window-Files
    PERFORM Refresh-Window-Baseline
    PERFORM Register-Transmission

    DISPLAY "RaceOutlierGate: extract of " Held-Stamp " released by "
        GL-Released-By ", " Copied-Count " records restored"
    MOVE 'I' TO Ops-Severity
    MOVE SPACES TO Ops-Message-Text
    STRING "held extract of " Held-Stamp " released, " GL-Reason
        DELIMITED BY SIZE INTO Ops-Message-Text
    MOVE GL-Released-By TO Ops-Operator-Id
    PERFORM Log-Ops-Message.

Restore-Next-Record.
    READ HELD-EXTRACT-FILE
        AT END
            SET No-More-Extract TO TRUE
        NOT AT END
            MOVE HELD-EXTRACT-RECORD TO INTERFACE-EXTRACT-RECORD
            WRITE INTERFACE-EXTRACT-RECORD
            IF INTERFACE-EXTRACT-STATUS NOT = "00"
                DISPLAY "RaceOutlierGate: unable to write RACEIFX.OUT, status " INTERFACE-EXTRACT-STATUS
                MOVE "unable to write RACEIFX.OUT" TO Ops-Message-Text
                PERFORM Abort-Run
            END-IF
            ADD 1 TO Copied-Count
    END-READ.

Check-Release.
    MOVE 'N' TO Release-Flag
    MOVE SPACES TO GATE-RELEASE-RECORD
    OPEN INPUT GATE-RELEASE-FILE
    IF GATE-RELEASE-STATUS NOT = "00"
        MOVE "no RACEGAR.CTL release card" TO Release-Refusal
        EXIT PARAGRAPH
    END-IF
    READ GATE-RELEASE-FILE
        AT END
            MOVE SPACES TO GATE-RELEASE-RECORD
    END-READ
    CLOSE GATE-RELEASE-FILE
    IF GL-Run-Timestamp NOT = Held-Stamp
        MOVE "RACEGAR.CTL does not name this extract" TO Release-Refusal
        EXIT PARAGRAPH
    END-IF
    IF GL-Released-By = SPACES OR GL-Reason = SPACES
        MOVE "release without supervisor or reason" TO Release-Refusal
        EXIT PARAGRAPH
    END-IF
    OPEN INPUT OPERATOR-TABLE-FILE
    IF OPERATOR-TABLE-STATUS NOT = "00"
        MOVE "operator table not available" TO Release-Refusal
        EXIT PARAGRAPH
    END-IF
    MOVE GL-Released-By TO OA-Operator-Id
    READ OPERATOR-TABLE-FILE
        INVALID KEY
            MOVE "releaser not on the operator table" TO Release-Refusal
        NOT INVALID KEY
            IF OA-May-Release
                SET Release-Granted TO TRUE
            ELSE
                MOVE "releaser not granted extract release" TO Release-Refusal
            END-IF
    END-READ
    CLOSE OPERATOR-TABLE-FILE.

Clear-Held-Extract.
    OPEN OUTPUT HELD-EXTRACT-FILE
    IF HELD-EXTRACT-STATUS NOT = "00"
        DISPLAY "RaceOutlierGate: unable to empty RACEIFX.HLD, status " HELD-EXTRACT-STATUS
        MOVE "unable to empty RACEIFX.HLD" TO Ops-Message-Text
        PERFORM Abort-Run
    END-IF
    CLOSE HELD-EXTRACT-FILE.

*> The windows of the races on the extract now going out become
*> the baseline the next extract is measured against.
Refresh-Window-Baseline.
    IF NOT Windows-Available
        PERFORM Open-Window-Files
    END-IF
    IF NOT Windows-Available
        EXIT PARAGRAPH
    END-IF
    OPEN INPUT INTERFACE-EXTRACT-FILE
    IF INTERFACE-EXTRACT-STATUS NOT = "00"
        DISPLAY "RaceOutlierGate: unable to open RACEIFX.OUT, status " INTERFACE-EXTRACT-STATUS
        MOVE "unable to open RACEIFX.OUT" TO Ops-Message-Text
        PERFORM Abort-Run
    END-IF
    MOVE 'N' TO End-Of-Extract
    PERFORM Refresh-Next-Detail UNTIL No-More-Extract
    CLOSE INTERFACE-EXTRACT-FILE
    CLOSE RACE-WINDOW-FILE
    CLOSE WINDOW-BASELINE-FILE
    MOVE 'N' TO Have-Windows.

Refresh-Next-Detail.
    READ INTERFACE-EXTRACT-FILE
        AT END
            SET No-More-Extract TO TRUE
        NOT AT END
            IF IFX-Detail
                PERFORM Refresh-Race-Baseline
            END-IF
    END-READ.

Refresh-Race-Baseline.
    MOVE IFX-Race-Id TO WN-Race-Id
    READ RACE-WINDOW-FILE
        INVALID KEY
            EXIT PARAGRAPH
    END-READ
    MOVE RACE-WINDOW-RECORD TO WINDOW-BASELINE-RECORD
    WRITE WINDOW-BASELINE-RECORD
        INVALID KEY
            REWRITE WINDOW-BASELINE-RECORD
    END-WRITE
    IF WINDOW-BASELINE-STATUS NOT = "00"
        DISPLAY "RaceOutlierGate: unable to post race " IFX-Race-Id
            " to RACEGTW.DAT, status " WINDOW-BASELINE-STATUS
        MOVE "unable to post window to RACEGTW.DAT" TO Ops-Message-Text
        PERFORM Abort-Run
    END-IF.

*> Every detail of the extract now cleared to go is filed on the
*> register under the header's meet and run timestamp, sent as of
*> today. A row already on the register is the same extract put
*> through the gate again and is left as it stands, so an answer the
*> league has already given is never wiped.
Register-Transmission.
    OPEN I-O TRANSMISSION-REGISTER-FILE
    IF TRANSMISSION-REGISTER-STATUS = "35"
        OPEN OUTPUT TRANSMISSION-REGISTER-FILE
        CLOSE TRANSMISSION-REGISTER-FILE
        OPEN I-O TRANSMISSION-REGISTER-FILE
    END-IF
    IF TRANSMISSION-REGISTER-STATUS NOT = "00"
        DISPLAY "RaceOutlierGate: unable to open RACETXR.DAT, status " TRANSMISSION-REGISTER-STATUS
        MOVE "unable to open RACETXR.DAT" TO Ops-Message-Text
        PERFORM Abort-Run
    END-IF
    OPEN INPUT INTERFACE-EXTRACT-FILE
    IF INTERFACE-EXTRACT-STATUS NOT = "00"
        DISPLAY "RaceOutlierGate: unable to open RACEIFX.OUT, status " INTERFACE-EXTRACT-STATUS
        MOVE "unable to open RACEIFX.OUT" TO Ops-Message-Text
        PERFORM Abort-Run
    END-IF
    MOVE SPACES TO Register-Meet-Id
    MOVE 0 TO Registered-Count
    MOVE 'N' TO End-Of-Extract
    PERFORM Register-Next-Record UNTIL No-More-Extract
    CLOSE INTERFACE-EXTRACT-FILE
    CLOSE TRANSMISSION-REGISTER-FILE
    DISPLAY "RaceOutlierGate: " Registered-Count
        " races filed on RACETXR.DAT".

Register-Next-Record.
    READ INTERFACE-EXTRACT-FILE
        AT END
            SET No-More-Extract TO TRUE
        NOT AT END
            EVALUATE TRUE
                WHEN IFX-Header
                    MOVE IFX-Meet-Id TO Register-Meet-Id
                WHEN IFX-Detail
                    PERFORM Register-Race
            END-EVALUATE
    END-READ.

Register-Race.
    MOVE SPACES TO TRANSMISSION-REGISTER-RECORD
    MOVE Register-Meet-Id TO RG-Meet-Id
    MOVE IFX-Race-Id TO RG-Race-Id
    MOVE Extract-Stamp TO RG-Run-Timestamp
    MOVE IFX-Race-Date TO RG-Race-Date
    MOVE IFX-WaysToWin TO RG-WaysToWin
    MOVE Gate-Timestamp(1:8) TO RG-Sent-Date
    SET RG-Ack-Pending TO TRUE
    WRITE TRANSMISSION-REGISTER-RECORD
        INVALID KEY
            CONTINUE
        NOT INVALID KEY
            ADD 1 TO Registered-Count
    END-WRITE
    *> "02": other rows share the run timestamp alternate key; "22":
    *> the row was filed by an earlier pass of this same extract.
    IF TRANSMISSION-REGISTER-STATUS NOT = "00"
            AND TRANSMISSION-REGISTER-STATUS NOT = "02"
            AND TRANSMISSION-REGISTER-STATUS NOT = "22"
        DISPLAY "RaceOutlierGate: unable to write race " IFX-Race-Id
            " to RACETXR.DAT, status " TRANSMISSION-REGISTER-STATUS
        MOVE "unable to write RACETXR.DAT" TO Ops-Message-Text
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
        DISPLAY "RaceOutlierGate: unable to open RACEOPS.LOG, status " OPERATIONS-LOG-STATUS
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
        DISPLAY "RaceOutlierGate: unable to write RACEOPS.LOG, status " OPERATIONS-LOG-STATUS
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
