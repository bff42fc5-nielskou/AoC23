IDENTIFICATION DIVISION.
PROGRAM-ID. RaceStandings.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT CREW-RESULTS-FILE ASSIGN TO "RACECRW.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS SEQUENTIAL
        RECORD KEY IS CW-Crew-Key
        FILE STATUS IS CREW-RESULTS-STATUS.

    SELECT RACE-WINDOW-FILE ASSIGN TO "RACEWIN.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS WN-Race-Id
        FILE STATUS IS RACE-WINDOW-STATUS.

    SELECT RACE-HISTORY-FILE ASSIGN TO "RACEHIS.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS HI-History-Key
        FILE STATUS IS RACE-HISTORY-STATUS.

    SELECT RACE-MASTER-FILE ASSIGN TO "RACEMAS.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS RR-Race-Id
        FILE STATUS IS RACE-MASTER-STATUS.

    SELECT CURRENT-MEET-FILE ASSIGN TO "RACEMCR.CTL"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS CURRENT-MEET-STATUS.

    SELECT MEET-SCHEDULE-FILE ASSIGN TO "RACEMSC.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS MS-Meet-Id
        FILE STATUS IS MEET-SCHEDULE-STATUS.

    SELECT POINTS-TABLE-FILE ASSIGN TO "RACEPTS.CTL"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS POINTS-TABLE-STATUS.

    *> DYNAMIC: a meet's rows are swept out and reposted on a rerun,
    *> and the season table is rebuilt from a walk of the whole file.
    SELECT STANDINGS-FILE ASSIGN TO "RACESTD.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS ST-Standing-Key
        FILE STATUS IS STANDINGS-STATUS.

    SELECT STANDINGS-REPORT-FILE ASSIGN TO "RACESTD.OUT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS STANDINGS-REPORT-STATUS.

    SELECT OPERATIONS-LOG-FILE ASSIGN TO "RACEOPS.LOG"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS OPERATIONS-LOG-STATUS.

DATA DIVISION.
FILE SECTION.
FD  CREW-RESULTS-FILE.
01  CREW-RESULTS-RECORD.
    COPY RACECRW.

FD  RACE-WINDOW-FILE.
01  RACE-WINDOW-RECORD.
    COPY RACEWIN.

FD  RACE-HISTORY-FILE.
01  HISTORY-RECORD.
    COPY RACEHIS.

FD  RACE-MASTER-FILE.
01  RACE-MASTER-RECORD.
    COPY RACEREC.

FD  CURRENT-MEET-FILE.
01  CURRENT-MEET-RECORD.
    COPY RACEMCR.

FD  MEET-SCHEDULE-FILE.
01  MEET-SCHEDULE-RECORD.
    COPY RACEMSC.

FD  POINTS-TABLE-FILE.
01  POINTS-TABLE-RECORD.
    COPY RACEPTS.

FD  STANDINGS-FILE.
01  STANDINGS-RECORD.
    COPY RACESTD.

FD  STANDINGS-REPORT-FILE.
01  STANDINGS-LINE-RECORD.
    COPY RACESTP.
01  STANDINGS-HEADING-RECORD.
    COPY RACESTH.

FD  OPERATIONS-LOG-FILE.
01  OPERATIONS-LOG-RECORD.
    COPY RACEOPS.

WORKING-STORAGE SECTION.
    01 OPERATIONS-LOG-STATUS PIC XX.
    01 Ops-Severity          PIC X.
    01 Ops-Message-Text      PIC X(132).
    01 Ops-Timestamp         PIC X(21).
    01 WS-Ops-Program        PIC X(16) VALUE "RaceStandings".

    01 CREW-RESULTS-STATUS     PIC XX.
    01 RACE-WINDOW-STATUS      PIC XX.
    01 RACE-HISTORY-STATUS     PIC XX.
    01 RACE-MASTER-STATUS      PIC XX.
    01 CURRENT-MEET-STATUS     PIC XX.
    01 MEET-SCHEDULE-STATUS    PIC XX.
    01 POINTS-TABLE-STATUS     PIC XX.
    01 STANDINGS-STATUS        PIC XX.
    01 STANDINGS-REPORT-STATUS PIC XX.
    01 Run-Timestamp           PIC X(21).

    01 End-Of-Crews          PIC X VALUE 'N'.
        88 No-More-Crews     VALUE 'Y'.
    01 End-Of-Standings      PIC X.
        88 No-More-Standings VALUE 'Y'.

    01 Have-Posting          PIC X VALUE 'N'.
        88 Posting-Active    VALUE 'Y'.
    01 Meet-Id               PIC X(6) VALUE SPACES.
    01 Meet-Date             PIC X(8).

    *> Used when RACEPTS.CTL is not on hand: ten for a win, five more
    *> for a hold dead on the best hold, nothing outside the window.
    01 Default-Win-Points     PIC 9(4) VALUE 10.
    01 Default-Bonus-Offset   PIC 9(18) VALUE 0.
    01 Default-Bonus-Points   PIC 9(4) VALUE 5.
    01 Default-Outside-Points PIC 9(4) VALUE 0.
    01 Win-Points             PIC 9(4).
    01 Bonus-Offset           PIC 9(18).
    01 Bonus-Points           PIC 9(4).
    01 Outside-Points         PIC 9(4).

    01 Window-Found-Flag     PIC X.
        88 Window-Found      VALUE 'Y'.
    01 Hold-Offset           PIC S9(18).
    01 Absolute-Offset       PIC 9(18).
    01 Race-Division         PIC X.

    *> The current meet's points, one slot per crew per division,
    *> built up over the crew results walk and written to the
    *> standings file once the walk is done.
    01 Post-Table.
        05 Post-Entry OCCURS 1000 TIMES.
            10 Post-Crew-Id       PIC X(4).
            10 Post-Division      PIC X.
            10 Post-Points        PIC 9(7).
            10 Post-Wins          PIC 9(5).
            10 Post-Bonuses       PIC 9(5).
            10 Post-Races         PIC 9(5).
            10 Post-Offset-Total  PIC 9(18).
    01 Post-Count            PIC 9(4) VALUE 0.
    01 Post-Max              PIC 9(4) VALUE 1000.
    01 Post-Sub              PIC 9(4).
    01 Post-Hit-Sub          PIC 9(4).

    *> Every meet on the standings file in date order; the last one
    *> is the meet movement is reported for.
    01 Season-Meet-Table.
        05 Season-Meet-Entry OCCURS 60 TIMES.
            10 Season-Meet-Key.
                15 Season-Meet-Date  PIC X(8).
                15 Season-Meet-Id    PIC X(6).
    01 Season-Meet-Count     PIC 9(4) VALUE 0.
    01 Season-Meet-Max       PIC 9(4) VALUE 60.
    01 Meet-Sub              PIC 9(4).
    01 Meet-Hit-Sub          PIC 9(4).
    01 Meet-Insert-Sub       PIC 9(4).
    01 Row-Meet-Key          PIC X(14).

    *> The season table: one slot per crew in each table it appears
    *> in. Group 1 is all crews together; groups 2 to 5 are the
    *> divisions, slot 5 catching any code the edit pass should have
    *> kept off the master. Slots are created in crew id order off
    *> the standings file, which is what makes the crew id tie-break
    *> fall out of the ranking scan.
    01 Standing-Table.
        05 Standing-Entry OCCURS 1000 TIMES.
            10 Std-Group-Sub      PIC 9.
            10 Std-Crew-Id        PIC X(4).
            10 Std-Points         PIC 9(7).
            10 Std-Wins           PIC 9(5).
            10 Std-Bonuses        PIC 9(5).
            10 Std-Races          PIC 9(5).
            10 Std-Offset-Total   PIC 9(18).
            10 Std-Prior-Points   PIC 9(7).
            10 Std-Prior-Wins     PIC 9(5).
            10 Std-Prior-Bonuses  PIC 9(5).
            10 Std-Prior-Races    PIC 9(5).
            10 Std-Prior-Offset   PIC 9(18).
            10 Std-Rank           PIC 9(4).
            10 Std-Prior-Rank     PIC 9(4).
            10 Std-Meet-Points    PIC 9(5) OCCURS 60 TIMES.
            10 Std-Meet-Raced     PIC X OCCURS 60 TIMES.
    01 Standing-Count        PIC 9(4) VALUE 0.
    01 Standing-Max          PIC 9(4) VALUE 1000.
    01 Std-Sub               PIC 9(4).
    01 Std-Hit-Sub           PIC 9(4).
    01 Column-Sub            PIC 9(4).

    01 Group-Codes           PIC X(5) VALUE "*JSM?".
    01 Group-Sub             PIC 9.
    01 Group-Sub-Max         PIC 9 VALUE 5.
    01 Row-Group-Sub         PIC 9.
    01 Group-Members         PIC 9(4).

    *> Rank order: the ranking composite is points, wins, bonuses and
    *> the complement of the offset total, so a plain high-to-low
    *> comparison ranks on all four at once.
    01 Ranking-Mode          PIC X.
        88 Ranking-Current   VALUE 'C'.
        88 Ranking-Prior     VALUE 'P'.
    01 Rank-Order-Table.
        05 Rank-Order-Sub    PIC 9(4) OCCURS 1000 TIMES.
    01 Next-Rank             PIC 9(4).
    01 Best-Sub              PIC 9(4).
    01 Best-Key.
        05 Best-Key-Points   PIC 9(7).
        05 Best-Key-Wins     PIC 9(5).
        05 Best-Key-Bonuses  PIC 9(5).
        05 Best-Key-Offset   PIC 9(18).
    01 Candidate-Key.
        05 Cand-Key-Points   PIC 9(7).
        05 Cand-Key-Wins     PIC 9(5).
        05 Cand-Key-Bonuses  PIC 9(5).
        05 Cand-Key-Offset   PIC 9(18).
    01 Offset-Ceiling        PIC 9(18) VALUE 999999999999999999.
    01 Candidate-Eligible    PIC X.
        88 Candidate-Can-Rank VALUE 'Y'.
    01 Rank-Change           PIC S9(4).
    01 Edited-Change         PIC +(4)9.
    01 Edited-Meet-Points    PIC Z(5)9.
    01 First-Column-Meet     PIC 9(4).

    01 Crews-Read            PIC 9(9) VALUE 0.
    01 Crews-Posted          PIC 9(9) VALUE 0.
    01 Crews-Not-At-Meet     PIC 9(9) VALUE 0.
    01 Crews-No-Window       PIC 9(9) VALUE 0.
    01 Crews-No-Master       PIC 9(9) VALUE 0.
    01 Rows-Replaced         PIC 9(9) VALUE 0.
    01 Rows-Posted           PIC 9(9) VALUE 0.
    01 Crews-Ranked          PIC 9(9) VALUE 0.

    01 WS-Label-Rank        PIC X(6) VALUE "Rank: ".
    01 WS-Label-Crew        PIC X(6) VALUE "Crew: ".
    01 WS-Label-Points      PIC X(8) VALUE "Points: ".
    01 WS-Label-Wins        PIC X(6) VALUE "Wins: ".
    01 WS-Label-Bonus       PIC X(7) VALUE "Bonus: ".
    01 WS-Label-Races       PIC X(7) VALUE "Races: ".
    01 WS-Movement-New      PIC X(5) VALUE "NEW".
    01 WS-Movement-Same     PIC X(5) VALUE "=".
    01 WS-Not-Raced         PIC X(6) VALUE "     -".
    01 WS-Title-Overall     PIC X(40) VALUE "Season standings, all crews".
    01 WS-Title-Division    PIC X(36) VALUE "Season standings, division ".

PROCEDURE DIVISION.
Main-Logic.
    MOVE FUNCTION CURRENT-DATE TO Run-Timestamp

    OPEN I-O STANDINGS-FILE
    IF STANDINGS-STATUS = "35"
        OPEN OUTPUT STANDINGS-FILE
        CLOSE STANDINGS-FILE
        OPEN I-O STANDINGS-FILE
    END-IF
    IF STANDINGS-STATUS NOT = "00"
        DISPLAY "RaceStandings: unable to open RACESTD.DAT, status " STANDINGS-STATUS
        MOVE "unable to open RACESTD.DAT" TO Ops-Message-Text
        PERFORM Abort-Run
    END-IF

    PERFORM Read-Current-Meet
    IF Posting-Active
        PERFORM Load-Points-Table
        PERFORM Post-Current-Meet
    END-IF

    PERFORM Load-Season-Meets
    PERFORM Accumulate-Standings
    PERFORM Write-Standings-Report

    CLOSE STANDINGS-FILE

    IF Crews-No-Window > 0 OR Crews-No-Master > 0
        MOVE 'W' TO Ops-Severity
    ELSE
        MOVE 'I' TO Ops-Severity
    END-IF
    MOVE SPACES TO Ops-Message-Text
    STRING "standings completed, meet " Meet-Id
        " crews posted " Crews-Posted
        ", no window " Crews-No-Window
        ", not on master " Crews-No-Master
        ", meets in season " Season-Meet-Count
        DELIMITED BY SIZE INTO Ops-Message-Text
    PERFORM Log-Ops-Message

    DISPLAY "RaceStandings: crews posted " Crews-Posted
        ", not at meet " Crews-Not-At-Meet
        ", no window " Crews-No-Window
        ", not on master " Crews-No-Master
    DISPLAY "RaceStandings: meets in season " Season-Meet-Count
        ", crews ranked " Crews-Ranked
    STOP RUN.

*> The meet named on RACEMCR.CTL is posted once it has been scored.
*> No current meet is a report-only run -- the table is reprinted
*> from the standings already on file.
Read-Current-Meet.
    OPEN INPUT CURRENT-MEET-FILE
    IF CURRENT-MEET-STATUS NOT = "00"
        DISPLAY "RaceStandings: no RACEMCR.CTL current meet, standings report only"
        EXIT PARAGRAPH
    END-IF
    READ CURRENT-MEET-FILE
        AT END
            DISPLAY "RaceStandings: RACEMCR.CTL is empty, standings report only"
            CLOSE CURRENT-MEET-FILE
            EXIT PARAGRAPH
    END-READ
    CLOSE CURRENT-MEET-FILE
    MOVE MC-Meet-Id TO Meet-Id

    OPEN INPUT MEET-SCHEDULE-FILE
    IF MEET-SCHEDULE-STATUS NOT = "00"
        DISPLAY "RaceStandings: unable to open RACEMSC.DAT, status " MEET-SCHEDULE-STATUS
        MOVE "unable to open RACEMSC.DAT" TO Ops-Message-Text
        PERFORM Abort-Run
    END-IF
    MOVE Meet-Id TO MS-Meet-Id
    READ MEET-SCHEDULE-FILE
        INVALID KEY
            DISPLAY "RaceStandings: meet " Meet-Id
                " is not on the RACEMSC.DAT schedule, run refused"
            MOVE "meet is not on the RACEMSC.DAT schedule, run refused" TO Ops-Message-Text
            PERFORM Abort-Run
    END-READ
    CLOSE MEET-SCHEDULE-FILE
    MOVE MS-Meet-Date TO Meet-Date

    *> A meet still scheduled or mid-run has no settled windows yet;
    *> posting it would put half a meet in the table.
    IF MS-Scheduled OR MS-Open
        DISPLAY "RaceStandings: meet " Meet-Id
            " has not been scored, standings report only"
        MOVE 'W' TO Ops-Severity
        MOVE SPACES TO Ops-Message-Text
        STRING "meet " Meet-Id " has not been scored, not posted to standings"
            DELIMITED BY SIZE INTO Ops-Message-Text
        PERFORM Log-Ops-Message
        EXIT PARAGRAPH
    END-IF
    SET Posting-Active TO TRUE
    DISPLAY "RaceStandings: posting meet " Meet-Id " of " Meet-Date.

Load-Points-Table.
    MOVE Default-Win-Points TO Win-Points
    MOVE Default-Bonus-Offset TO Bonus-Offset
    MOVE Default-Bonus-Points TO Bonus-Points
    MOVE Default-Outside-Points TO Outside-Points
    OPEN INPUT POINTS-TABLE-FILE
    IF POINTS-TABLE-STATUS NOT = "00"
        DISPLAY "RaceStandings: no RACEPTS.CTL points table, default points used"
        MOVE 'W' TO Ops-Severity
        MOVE "no RACEPTS.CTL points table, default points used" TO Ops-Message-Text
        PERFORM Log-Ops-Message
        EXIT PARAGRAPH
    END-IF
    READ POINTS-TABLE-FILE
        AT END
            DISPLAY "RaceStandings: RACEPTS.CTL is empty, default points used"
            MOVE 'W' TO Ops-Severity
            MOVE "RACEPTS.CTL is empty, default points used" TO Ops-Message-Text
            PERFORM Log-Ops-Message
        NOT AT END
            IF PT-Win-Points IS NOT NUMERIC
                OR PT-Bonus-Offset IS NOT NUMERIC
                OR PT-Bonus-Points IS NOT NUMERIC
                OR PT-Outside-Points IS NOT NUMERIC
                DISPLAY "RaceStandings: RACEPTS.CTL is not numeric, run refused"
                MOVE "RACEPTS.CTL is not numeric, run refused" TO Ops-Message-Text
                PERFORM Abort-Run
            END-IF
            MOVE PT-Win-Points TO Win-Points
            MOVE PT-Bonus-Offset TO Bonus-Offset
            MOVE PT-Bonus-Points TO Bonus-Points
            MOVE PT-Outside-Points TO Outside-Points
    END-READ
    CLOSE POINTS-TABLE-FILE.

*> Score every crew result whose race was scored at this meet. The
*> history row under the meet's key is the proof the race ran here;
*> a crew result for any other race belongs to some other meet.
Post-Current-Meet.
    OPEN INPUT CREW-RESULTS-FILE
    IF CREW-RESULTS-STATUS NOT = "00"
        DISPLAY "RaceStandings: unable to open RACECRW.DAT, status " CREW-RESULTS-STATUS
        MOVE "unable to open RACECRW.DAT" TO Ops-Message-Text
        PERFORM Abort-Run
    END-IF
    OPEN INPUT RACE-WINDOW-FILE
    IF RACE-WINDOW-STATUS NOT = "00"
        DISPLAY "RaceStandings: unable to open RACEWIN.DAT, status " RACE-WINDOW-STATUS
        MOVE "unable to open RACEWIN.DAT" TO Ops-Message-Text
        PERFORM Abort-Run
    END-IF
    OPEN INPUT RACE-HISTORY-FILE
    IF RACE-HISTORY-STATUS NOT = "00"
        DISPLAY "RaceStandings: unable to open RACEHIS.DAT, status " RACE-HISTORY-STATUS
        MOVE "unable to open RACEHIS.DAT" TO Ops-Message-Text
        PERFORM Abort-Run
    END-IF
    OPEN INPUT RACE-MASTER-FILE
    IF RACE-MASTER-STATUS NOT = "00"
        DISPLAY "RaceStandings: unable to open RACEMAS.DAT, status " RACE-MASTER-STATUS
        MOVE "unable to open RACEMAS.DAT" TO Ops-Message-Text
        PERFORM Abort-Run
    END-IF

    PERFORM UNTIL No-More-Crews
        READ CREW-RESULTS-FILE NEXT
            AT END
                SET No-More-Crews TO TRUE
            NOT AT END
                ADD 1 TO Crews-Read
                PERFORM Post-Crew-Result
        END-READ
    END-PERFORM

    CLOSE CREW-RESULTS-FILE
    CLOSE RACE-WINDOW-FILE
    CLOSE RACE-HISTORY-FILE
    CLOSE RACE-MASTER-FILE

    PERFORM Clear-Meet-Rows
    PERFORM Write-Posted-Row
        VARYING Post-Sub FROM 1 BY 1 UNTIL Post-Sub > Post-Count.

Post-Crew-Result.
    MOVE CW-Race-Id TO HI-Race-Id
    MOVE Meet-Date TO HI-Run-Date
    MOVE Meet-Id TO HI-Meet-Id
    READ RACE-HISTORY-FILE
        INVALID KEY
            ADD 1 TO Crews-Not-At-Meet
            EXIT PARAGRAPH
    END-READ

    MOVE CW-Race-Id TO RR-Race-Id
    READ RACE-MASTER-FILE
        INVALID KEY
            DISPLAY "RaceStandings: race " CW-Race-Id
                " crew " CW-Crew-Id " has no RACEMAS.DAT record, not posted"
            ADD 1 TO Crews-No-Master
            EXIT PARAGRAPH
    END-READ
    EVALUATE RR-Division
        WHEN 'J'
        WHEN 'S'
        WHEN 'M'
            MOVE RR-Division TO Race-Division
        WHEN OTHER
            MOVE '?' TO Race-Division
    END-EVALUATE

    MOVE 'N' TO Window-Found-Flag
    MOVE CW-Race-Id TO WN-Race-Id
    READ RACE-WINDOW-FILE
        INVALID KEY
            DISPLAY "RaceStandings: race " CW-Race-Id
                " has no RACEWIN.DAT window, crew " CW-Crew-Id " scored outside"
            ADD 1 TO Crews-No-Window
        NOT INVALID KEY
            SET Window-Found TO TRUE
    END-READ

    PERFORM Find-Post-Entry
    ADD 1 TO Post-Races(Post-Hit-Sub)
    IF Window-Found
        COMPUTE Hold-Offset = CW-Hold-Time - WN-Best-Hold
        IF Hold-Offset < 0
            COMPUTE Absolute-Offset = 0 - Hold-Offset
        ELSE
            MOVE Hold-Offset TO Absolute-Offset
        END-IF
        ADD Absolute-Offset TO Post-Offset-Total(Post-Hit-Sub)
    END-IF
    IF Window-Found
        AND CW-Hold-Time >= WN-First-Hold
        AND CW-Hold-Time <= WN-Last-Hold
        ADD 1 TO Post-Wins(Post-Hit-Sub)
        ADD Win-Points TO Post-Points(Post-Hit-Sub)
        IF Absolute-Offset <= Bonus-Offset
            ADD 1 TO Post-Bonuses(Post-Hit-Sub)
            ADD Bonus-Points TO Post-Points(Post-Hit-Sub)
        END-IF
    ELSE
        ADD Outside-Points TO Post-Points(Post-Hit-Sub)
    END-IF
    ADD 1 TO Crews-Posted.

Find-Post-Entry.
    MOVE 0 TO Post-Hit-Sub
    PERFORM Check-Post-Entry
        VARYING Post-Sub FROM 1 BY 1
        UNTIL Post-Sub > Post-Count OR Post-Hit-Sub > 0
    IF Post-Hit-Sub > 0
        EXIT PARAGRAPH
    END-IF
    IF Post-Count >= Post-Max
        DISPLAY "RaceStandings: meet " Meet-Id " has more than "
            Post-Max " crew and division pairs, run refused"
        MOVE "meet exceeds the standings posting table, run refused" TO Ops-Message-Text
        PERFORM Abort-Run
    END-IF
    ADD 1 TO Post-Count
    MOVE Post-Count TO Post-Hit-Sub
    MOVE CW-Crew-Id TO Post-Crew-Id(Post-Hit-Sub)
    MOVE Race-Division TO Post-Division(Post-Hit-Sub)
    MOVE 0 TO Post-Points(Post-Hit-Sub)
    MOVE 0 TO Post-Wins(Post-Hit-Sub)
    MOVE 0 TO Post-Bonuses(Post-Hit-Sub)
    MOVE 0 TO Post-Races(Post-Hit-Sub)
    MOVE 0 TO Post-Offset-Total(Post-Hit-Sub).

Check-Post-Entry.
    IF Post-Crew-Id(Post-Sub) = CW-Crew-Id
        AND Post-Division(Post-Sub) = Race-Division
        MOVE Post-Sub TO Post-Hit-Sub
    END-IF.

*> A rerun of the meet replaces its rows outright, so a crew whose
*> result has since been deleted drops out of the meet instead of
*> keeping the points it had the first time.
Clear-Meet-Rows.
    MOVE 'N' TO End-Of-Standings
    MOVE LOW-VALUES TO ST-Standing-Key
    START STANDINGS-FILE KEY IS NOT LESS THAN ST-Standing-Key
        INVALID KEY
            SET No-More-Standings TO TRUE
    END-START
    PERFORM Clear-Next-Row UNTIL No-More-Standings.

Clear-Next-Row.
    READ STANDINGS-FILE NEXT
        AT END
            SET No-More-Standings TO TRUE
        NOT AT END
            IF ST-Meet-Id = Meet-Id AND ST-Meet-Date = Meet-Date
                DELETE STANDINGS-FILE
                IF STANDINGS-STATUS NOT = "00"
                    DISPLAY "RaceStandings: unable to delete RACESTD.DAT row, status " STANDINGS-STATUS
                    MOVE "unable to delete RACESTD.DAT row" TO Ops-Message-Text
                    PERFORM Abort-Run
                END-IF
                ADD 1 TO Rows-Replaced
            END-IF
    END-READ.

Write-Posted-Row.
    MOVE SPACES TO STANDINGS-RECORD
    MOVE Post-Crew-Id(Post-Sub) TO ST-Crew-Id
    MOVE Meet-Date TO ST-Meet-Date
    MOVE Meet-Id TO ST-Meet-Id
    MOVE Post-Division(Post-Sub) TO ST-Division
    MOVE Post-Points(Post-Sub) TO ST-Points
    MOVE Post-Wins(Post-Sub) TO ST-Wins
    MOVE Post-Bonuses(Post-Sub) TO ST-Bonuses
    MOVE Post-Races(Post-Sub) TO ST-Races
    MOVE Post-Offset-Total(Post-Sub) TO ST-Offset-Total
    MOVE Run-Timestamp TO ST-Post-Stamp
    WRITE STANDINGS-RECORD
    IF STANDINGS-STATUS NOT = "00"
        DISPLAY "RaceStandings: unable to write RACESTD.DAT, status " STANDINGS-STATUS
        MOVE "unable to write RACESTD.DAT" TO Ops-Message-Text
        PERFORM Abort-Run
    END-IF
    ADD 1 TO Rows-Posted.

*> First pass over the standings: collect the season's meets in date
*> order, so the second pass can drop each row's points into its
*> meet's column.
Load-Season-Meets.
    MOVE 'N' TO End-Of-Standings
    MOVE LOW-VALUES TO ST-Standing-Key
    START STANDINGS-FILE KEY IS NOT LESS THAN ST-Standing-Key
        INVALID KEY
            SET No-More-Standings TO TRUE
    END-START
    PERFORM Load-Next-Meet UNTIL No-More-Standings.

Load-Next-Meet.
    READ STANDINGS-FILE NEXT
        AT END
            SET No-More-Standings TO TRUE
        NOT AT END
            MOVE ST-Meet-Date TO Row-Meet-Key(1:8)
            MOVE ST-Meet-Id TO Row-Meet-Key(9:6)
            PERFORM Find-Season-Meet
            IF Meet-Hit-Sub = 0
                PERFORM Insert-Season-Meet
            END-IF
    END-READ.

Find-Season-Meet.
    MOVE 0 TO Meet-Hit-Sub
    PERFORM Check-Season-Meet
        VARYING Meet-Sub FROM 1 BY 1
        UNTIL Meet-Sub > Season-Meet-Count OR Meet-Hit-Sub > 0.

Check-Season-Meet.
    IF Season-Meet-Key(Meet-Sub) = Row-Meet-Key
        MOVE Meet-Sub TO Meet-Hit-Sub
    END-IF.

Insert-Season-Meet.
    IF Season-Meet-Count >= Season-Meet-Max
        DISPLAY "RaceStandings: RACESTD.DAT holds more than "
            Season-Meet-Max " meets, run refused"
        MOVE "RACESTD.DAT exceeds the season meet table, run refused" TO Ops-Message-Text
        PERFORM Abort-Run
    END-IF
    MOVE 1 TO Meet-Insert-Sub
    PERFORM Find-Meet-Insert-Point
        VARYING Meet-Sub FROM 1 BY 1 UNTIL Meet-Sub > Season-Meet-Count
    PERFORM Shift-Season-Meet
        VARYING Meet-Sub FROM Season-Meet-Count BY -1
        UNTIL Meet-Sub < Meet-Insert-Sub
    MOVE Row-Meet-Key TO Season-Meet-Key(Meet-Insert-Sub)
    ADD 1 TO Season-Meet-Count.

Find-Meet-Insert-Point.
    IF Season-Meet-Key(Meet-Sub) < Row-Meet-Key
        COMPUTE Meet-Insert-Sub = Meet-Sub + 1
    END-IF.

Shift-Season-Meet.
    MOVE Season-Meet-Key(Meet-Sub) TO Season-Meet-Key(Meet-Sub + 1).

*> Second pass: every row counts toward the all-crews table and its
*> own division's table. Rows from meets before the latest also make
*> up the prior totals movement is measured against.
Accumulate-Standings.
    MOVE 'N' TO End-Of-Standings
    MOVE LOW-VALUES TO ST-Standing-Key
    START STANDINGS-FILE KEY IS NOT LESS THAN ST-Standing-Key
        INVALID KEY
            SET No-More-Standings TO TRUE
    END-START
    PERFORM Accumulate-Next-Row UNTIL No-More-Standings.

Accumulate-Next-Row.
    READ STANDINGS-FILE NEXT
        AT END
            SET No-More-Standings TO TRUE
        NOT AT END
            MOVE ST-Meet-Date TO Row-Meet-Key(1:8)
            MOVE ST-Meet-Id TO Row-Meet-Key(9:6)
            PERFORM Find-Season-Meet
            MOVE 1 TO Row-Group-Sub
            PERFORM Add-Row-To-Group
            EVALUATE ST-Division
                WHEN 'J'
                    MOVE 2 TO Row-Group-Sub
                WHEN 'S'
                    MOVE 3 TO Row-Group-Sub
                WHEN 'M'
                    MOVE 4 TO Row-Group-Sub
                WHEN OTHER
                    MOVE 5 TO Row-Group-Sub
            END-EVALUATE
            PERFORM Add-Row-To-Group
    END-READ.

Add-Row-To-Group.
    PERFORM Find-Standing-Entry
    ADD ST-Points TO Std-Points(Std-Hit-Sub)
    ADD ST-Wins TO Std-Wins(Std-Hit-Sub)
    ADD ST-Bonuses TO Std-Bonuses(Std-Hit-Sub)
    ADD ST-Races TO Std-Races(Std-Hit-Sub)
    ADD ST-Offset-Total TO Std-Offset-Total(Std-Hit-Sub)
    ADD ST-Points TO Std-Meet-Points(Std-Hit-Sub, Meet-Hit-Sub)
    MOVE 'Y' TO Std-Meet-Raced(Std-Hit-Sub, Meet-Hit-Sub)
    IF Meet-Hit-Sub < Season-Meet-Count
        ADD ST-Points TO Std-Prior-Points(Std-Hit-Sub)
        ADD ST-Wins TO Std-Prior-Wins(Std-Hit-Sub)
        ADD ST-Bonuses TO Std-Prior-Bonuses(Std-Hit-Sub)
        ADD ST-Races TO Std-Prior-Races(Std-Hit-Sub)
        ADD ST-Offset-Total TO Std-Prior-Offset(Std-Hit-Sub)
    END-IF.

Find-Standing-Entry.
    MOVE 0 TO Std-Hit-Sub
    PERFORM Check-Standing-Entry
        VARYING Std-Sub FROM 1 BY 1
        UNTIL Std-Sub > Standing-Count OR Std-Hit-Sub > 0
    IF Std-Hit-Sub > 0
        EXIT PARAGRAPH
    END-IF
    IF Standing-Count >= Standing-Max
        DISPLAY "RaceStandings: RACESTD.DAT holds more than "
            Standing-Max " crew table entries, run refused"
        MOVE "RACESTD.DAT exceeds the standings table, run refused" TO Ops-Message-Text
        PERFORM Abort-Run
    END-IF
    ADD 1 TO Standing-Count
    MOVE Standing-Count TO Std-Hit-Sub
    INITIALIZE Standing-Entry(Std-Hit-Sub)
    MOVE Row-Group-Sub TO Std-Group-Sub(Std-Hit-Sub)
    MOVE ST-Crew-Id TO Std-Crew-Id(Std-Hit-Sub)
    PERFORM Clear-Meet-Column
        VARYING Column-Sub FROM 1 BY 1 UNTIL Column-Sub > Season-Meet-Max.

Check-Standing-Entry.
    IF Std-Group-Sub(Std-Sub) = Row-Group-Sub
        AND Std-Crew-Id(Std-Sub) = ST-Crew-Id
        MOVE Std-Sub TO Std-Hit-Sub
    END-IF.

Clear-Meet-Column.
    MOVE 'N' TO Std-Meet-Raced(Std-Hit-Sub, Column-Sub).

Write-Standings-Report.
    OPEN OUTPUT STANDINGS-REPORT-FILE
    IF STANDINGS-REPORT-STATUS NOT = "00"
        DISPLAY "RaceStandings: unable to open RACESTD.OUT, status " STANDINGS-REPORT-STATUS
        MOVE "unable to open RACESTD.OUT" TO Ops-Message-Text
        PERFORM Abort-Run
    END-IF

    *> The meet columns show the latest ten meets of the season.
    IF Season-Meet-Count > 10
        COMPUTE First-Column-Meet = Season-Meet-Count - 9
    ELSE
        MOVE 1 TO First-Column-Meet
    END-IF

    PERFORM Write-Group-Table
        VARYING Group-Sub FROM 1 BY 1 UNTIL Group-Sub > Group-Sub-Max

    CLOSE STANDINGS-REPORT-FILE.

Write-Group-Table.
    *> Rank as things stood before the latest meet first, so each
    *> line can show how far the crew moved at that meet.
    SET Ranking-Prior TO TRUE
    PERFORM Rank-Group
    SET Ranking-Current TO TRUE
    PERFORM Rank-Group
    MOVE Next-Rank TO Group-Members
    IF Group-Members = 0 AND Group-Sub > 1
        EXIT PARAGRAPH
    END-IF

    MOVE SPACES TO STANDINGS-HEADING-RECORD
    IF Group-Sub = 1
        MOVE WS-Title-Overall TO SH-Title
    ELSE
        MOVE WS-Title-Division TO SH-Title
        MOVE Group-Codes(Group-Sub:1) TO SH-Title(28:1)
    END-IF
    PERFORM Set-Heading-Column
        VARYING Column-Sub FROM 1 BY 1 UNTIL Column-Sub > 10
    WRITE STANDINGS-HEADING-RECORD
    IF STANDINGS-REPORT-STATUS NOT = "00"
        DISPLAY "RaceStandings: unable to write RACESTD.OUT, status " STANDINGS-REPORT-STATUS
        MOVE "unable to write RACESTD.OUT" TO Ops-Message-Text
        PERFORM Abort-Run
    END-IF

    PERFORM Write-Standing-Line
        VARYING Next-Rank FROM 1 BY 1 UNTIL Next-Rank > Group-Members.

Set-Heading-Column.
    COMPUTE Meet-Sub = First-Column-Meet + Column-Sub - 1
    IF Meet-Sub <= Season-Meet-Count
        MOVE Season-Meet-Id(Meet-Sub) TO SH-Meet-Id(Column-Sub)
    END-IF.

*> Rank one table, current or prior as Ranking-Mode says. Each pass
*> picks the best unranked crew in the group; a crew with no points
*> before the latest meet takes no prior rank.
Rank-Group.
    MOVE 0 TO Next-Rank
    PERFORM Clear-Group-Rank
        VARYING Std-Sub FROM 1 BY 1 UNTIL Std-Sub > Standing-Count
    MOVE 1 TO Best-Sub
    PERFORM Rank-Next-Entry UNTIL Best-Sub = 0.

Clear-Group-Rank.
    IF Std-Group-Sub(Std-Sub) = Group-Sub
        IF Ranking-Current
            MOVE 0 TO Std-Rank(Std-Sub)
        ELSE
            MOVE 0 TO Std-Prior-Rank(Std-Sub)
        END-IF
    END-IF.

Rank-Next-Entry.
    MOVE 0 TO Best-Sub
    PERFORM Compare-Rank-Entry
        VARYING Std-Sub FROM 1 BY 1 UNTIL Std-Sub > Standing-Count
    IF Best-Sub = 0
        EXIT PARAGRAPH
    END-IF
    ADD 1 TO Next-Rank
    IF Ranking-Current
        MOVE Next-Rank TO Std-Rank(Best-Sub)
        MOVE Best-Sub TO Rank-Order-Sub(Next-Rank)
        IF Group-Sub = 1
            ADD 1 TO Crews-Ranked
        END-IF
    ELSE
        MOVE Next-Rank TO Std-Prior-Rank(Best-Sub)
    END-IF.

Compare-Rank-Entry.
    MOVE 'N' TO Candidate-Eligible
    IF Std-Group-Sub(Std-Sub) = Group-Sub
        IF Ranking-Current
            IF Std-Rank(Std-Sub) = 0
                SET Candidate-Can-Rank TO TRUE
                MOVE Std-Points(Std-Sub) TO Cand-Key-Points
                MOVE Std-Wins(Std-Sub) TO Cand-Key-Wins
                MOVE Std-Bonuses(Std-Sub) TO Cand-Key-Bonuses
                COMPUTE Cand-Key-Offset = Offset-Ceiling - Std-Offset-Total(Std-Sub)
            END-IF
        ELSE
            IF Std-Prior-Rank(Std-Sub) = 0 AND Std-Prior-Races(Std-Sub) > 0
                SET Candidate-Can-Rank TO TRUE
                MOVE Std-Prior-Points(Std-Sub) TO Cand-Key-Points
                MOVE Std-Prior-Wins(Std-Sub) TO Cand-Key-Wins
                MOVE Std-Prior-Bonuses(Std-Sub) TO Cand-Key-Bonuses
                COMPUTE Cand-Key-Offset = Offset-Ceiling - Std-Prior-Offset(Std-Sub)
            END-IF
        END-IF
    END-IF
    IF NOT Candidate-Can-Rank
        EXIT PARAGRAPH
    END-IF
    *> Strictly greater: on a dead heat the earlier slot, which is the
    *> lower crew id, keeps the place.
    IF Best-Sub = 0 OR Candidate-Key > Best-Key
        MOVE Std-Sub TO Best-Sub
        MOVE Candidate-Key TO Best-Key
    END-IF.

Write-Standing-Line.
    MOVE Rank-Order-Sub(Next-Rank) TO Std-Sub
    MOVE SPACES TO STANDINGS-LINE-RECORD
    MOVE WS-Label-Rank TO SP-Label-Rank
    MOVE Std-Rank(Std-Sub) TO SP-Rank
    IF Std-Prior-Rank(Std-Sub) = 0
        MOVE WS-Movement-New TO SP-Movement
    ELSE
        COMPUTE Rank-Change = Std-Prior-Rank(Std-Sub) - Std-Rank(Std-Sub)
        IF Rank-Change = 0
            MOVE WS-Movement-Same TO SP-Movement
        ELSE
            MOVE Rank-Change TO Edited-Change
            MOVE Edited-Change TO SP-Movement
        END-IF
    END-IF
    MOVE WS-Label-Crew TO SP-Label-Crew
    MOVE Std-Crew-Id(Std-Sub) TO SP-Crew-Id
    MOVE WS-Label-Points TO SP-Label-Points
    MOVE Std-Points(Std-Sub) TO SP-Points
    MOVE WS-Label-Wins TO SP-Label-Wins
    MOVE Std-Wins(Std-Sub) TO SP-Wins
    MOVE WS-Label-Bonus TO SP-Label-Bonus
    MOVE Std-Bonuses(Std-Sub) TO SP-Bonuses
    MOVE WS-Label-Races TO SP-Label-Races
    MOVE Std-Races(Std-Sub) TO SP-Races
    PERFORM Set-Meet-Column
        VARYING Column-Sub FROM 1 BY 1 UNTIL Column-Sub > 10
    WRITE STANDINGS-LINE-RECORD
    IF STANDINGS-REPORT-STATUS NOT = "00"
        DISPLAY "RaceStandings: unable to write RACESTD.OUT, status " STANDINGS-REPORT-STATUS
        MOVE "unable to write RACESTD.OUT" TO Ops-Message-Text
        PERFORM Abort-Run
    END-IF.

Set-Meet-Column.
    COMPUTE Meet-Sub = First-Column-Meet + Column-Sub - 1
    IF Meet-Sub > Season-Meet-Count
        EXIT PARAGRAPH
    END-IF
    IF Std-Meet-Raced(Std-Sub, Meet-Sub) = 'Y'
        MOVE Std-Meet-Points(Std-Sub, Meet-Sub) TO Edited-Meet-Points
        MOVE Edited-Meet-Points TO SP-Meet-Points(Column-Sub)
    ELSE
        MOVE WS-Not-Raced TO SP-Meet-Points(Column-Sub)
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
        DISPLAY "RaceStandings: unable to open RACEOPS.LOG, status " OPERATIONS-LOG-STATUS
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
        DISPLAY "RaceStandings: unable to write RACEOPS.LOG, status " OPERATIONS-LOG-STATUS
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
