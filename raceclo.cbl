IDENTIFICATION DIVISION.
PROGRAM-ID. RaceSeasonClose.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT CLOSE-CONTROL-FILE ASSIGN TO "RACECLO.CTL"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS CLOSE-CONTROL-STATUS.

    SELECT RACE-HISTORY-FILE ASSIGN TO "RACEHIS.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS SEQUENTIAL
        RECORD KEY IS HI-History-Key
        FILE STATUS IS RACE-HISTORY-STATUS.

    SELECT RACE-WINDOW-FILE ASSIGN TO "RACEWIN.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS SEQUENTIAL
        RECORD KEY IS WN-Race-Id
        FILE STATUS IS RACE-WINDOW-STATUS.

    SELECT LATEST-RESULT-FILE ASSIGN TO "RACELRS.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS SEQUENTIAL
        RECORD KEY IS LR-Race-Id
        FILE STATUS IS LATEST-RESULT-STATUS.

    SELECT REPORT-LIBRARY-FILE ASSIGN TO "RACERLB.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS SEQUENTIAL
        RECORD KEY IS LB-Report-Key
        FILE STATUS IS REPORT-LIBRARY-STATUS.

    SELECT CREW-RESULTS-FILE ASSIGN TO "RACECRW.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS SEQUENTIAL
        RECORD KEY IS CW-Crew-Key
        FILE STATUS IS CREW-RESULTS-STATUS.

    SELECT RACE-MAINT-LOG-FILE ASSIGN TO "RACEMLG.LOG"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS RACE-MAINT-LOG-STATUS.

    SELECT STANDINGS-FILE ASSIGN TO "RACESTD.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS SEQUENTIAL
        RECORD KEY IS ST-Standing-Key
        FILE STATUS IS STANDINGS-STATUS.

    *> Season archives -- one per online file, appended season after
    *> season in the style of RACEAUD.ARC. Every row is the online
    *> record image behind a four-byte season stamp, copied in key
    *> order, so a reader selecting one season gets the rows in the
    *> same order the online file would have delivered them.
    SELECT HISTORY-ARCHIVE-FILE ASSIGN TO "RACEHIS.ARC"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS HISTORY-ARCHIVE-STATUS.

    SELECT WINDOW-ARCHIVE-FILE ASSIGN TO "RACEWIN.ARC"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WINDOW-ARCHIVE-STATUS.

    SELECT RESULT-ARCHIVE-FILE ASSIGN TO "RACELRS.ARC"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS RESULT-ARCHIVE-STATUS.

    SELECT LIBRARY-ARCHIVE-FILE ASSIGN TO "RACERLB.ARC"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS LIBRARY-ARCHIVE-STATUS.

    SELECT CREW-ARCHIVE-FILE ASSIGN TO "RACECRW.ARC"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS CREW-ARCHIVE-STATUS.

    SELECT MAINT-ARCHIVE-FILE ASSIGN TO "RACEMLG.ARC"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS MAINT-ARCHIVE-STATUS.

    SELECT STANDINGS-ARCHIVE-FILE ASSIGN TO "RACESTD.ARC"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS STANDINGS-ARCHIVE-STATUS.

    SELECT RACE-MASTER-FILE ASSIGN TO "RACEMAS.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS SEQUENTIAL
        RECORD KEY IS RR-Race-Id
        FILE STATUS IS RACE-MASTER-STATUS.

    SELECT RACE-CONTROL-FILE ASSIGN TO "RACECTL.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS RACE-CONTROL-STATUS.

    SELECT CLOSE-REPORT-FILE ASSIGN TO "RACECLO.OUT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS CLOSE-REPORT-STATUS.

    SELECT OPERATIONS-LOG-FILE ASSIGN TO "RACEOPS.LOG"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS OPERATIONS-LOG-STATUS.

DATA DIVISION.
FILE SECTION.
FD  CLOSE-CONTROL-FILE.
01  CLOSE-CONTROL-RECORD.
    COPY RACECLC.

FD  RACE-HISTORY-FILE.
01  HISTORY-RECORD.
    COPY RACEHIS.

FD  RACE-WINDOW-FILE.
01  WINDOW-RECORD.
    COPY RACEWIN.

FD  LATEST-RESULT-FILE.
01  LATEST-RESULT-RECORD.
    COPY RACELRS.

FD  REPORT-LIBRARY-FILE.
01  REPORT-LIBRARY-RECORD.
    COPY RACERLB.

FD  CREW-RESULTS-FILE.
01  CREW-RESULTS-RECORD.
    COPY RACECRW.

FD  RACE-MAINT-LOG-FILE.
01  MAINT-LOG-RECORD.
    COPY RACEMLG.

FD  STANDINGS-FILE.
01  STANDINGS-RECORD.
    COPY RACESTD.

FD  HISTORY-ARCHIVE-FILE.
01  HISTORY-ARCHIVE-RECORD.
    05 HA-Season         PIC X(4).
    COPY RACEHIS REPLACING LEADING ==HI-== BY ==HX-==.

FD  WINDOW-ARCHIVE-FILE.
01  WINDOW-ARCHIVE-RECORD.
    05 WA-Season         PIC X(4).
    COPY RACEWIN REPLACING LEADING ==WN-== BY ==WX-==.

FD  RESULT-ARCHIVE-FILE.
01  RESULT-ARCHIVE-RECORD.
    05 RA-Season         PIC X(4).
    COPY RACELRS REPLACING LEADING ==LR-== BY ==LX-==.

FD  LIBRARY-ARCHIVE-FILE.
01  LIBRARY-ARCHIVE-RECORD.
    05 BA-Season         PIC X(4).
    COPY RACERLB REPLACING LEADING ==LB-== BY ==BX-==.

FD  CREW-ARCHIVE-FILE.
01  CREW-ARCHIVE-RECORD.
    05 CA-Season         PIC X(4).
    COPY RACECRW REPLACING LEADING ==CW-== BY ==CX-==.

FD  MAINT-ARCHIVE-FILE.
01  MAINT-ARCHIVE-RECORD.
    05 MA-Season         PIC X(4).
    COPY RACEMLG REPLACING LEADING ==ML-== BY ==MX-==
                           LEADING ==MLB-== BY ==MXB-==
                           LEADING ==MLA-== BY ==MXA-==.

FD  STANDINGS-ARCHIVE-FILE.
01  STANDINGS-ARCHIVE-RECORD.
    05 SA-Season         PIC X(4).
    COPY RACESTD REPLACING LEADING ==ST-== BY ==SX-==.

FD  RACE-MASTER-FILE.
01  RACE-RECORD.
    COPY RACEREC.

FD  RACE-CONTROL-FILE.
01  CONTROL-RECORD.
    COPY RACECTL.

FD  CLOSE-REPORT-FILE.
01  CLOSE-HEADING-RECORD.
    COPY RACECLH.
01  CLOSE-REPORT-RECORD.
    COPY RACECLR.
01  CLOSE-TOTAL-RECORD.
    COPY RACEEDR.

FD  OPERATIONS-LOG-FILE.
01  OPERATIONS-LOG-RECORD.
    COPY RACEOPS.

WORKING-STORAGE SECTION.
    01 OPERATIONS-LOG-STATUS PIC XX.
    01 Ops-Severity          PIC X.
    01 Ops-Message-Text      PIC X(132).
    01 Ops-Timestamp         PIC X(21).
    01 WS-Ops-Program        PIC X(16) VALUE "RaceSeasonClose".

    01 CLOSE-CONTROL-STATUS  PIC XX.
    01 RACE-HISTORY-STATUS   PIC XX.
    01 RACE-WINDOW-STATUS    PIC XX.
    01 LATEST-RESULT-STATUS  PIC XX.
    01 REPORT-LIBRARY-STATUS PIC XX.
    01 CREW-RESULTS-STATUS   PIC XX.
    01 RACE-MAINT-LOG-STATUS PIC XX.
    01 STANDINGS-STATUS      PIC XX.
    01 HISTORY-ARCHIVE-STATUS  PIC XX.
    01 WINDOW-ARCHIVE-STATUS   PIC XX.
    01 RESULT-ARCHIVE-STATUS   PIC XX.
    01 LIBRARY-ARCHIVE-STATUS  PIC XX.
    01 CREW-ARCHIVE-STATUS     PIC XX.
    01 MAINT-ARCHIVE-STATUS    PIC XX.
    01 STANDINGS-ARCHIVE-STATUS PIC XX.
    01 RACE-MASTER-STATUS    PIC XX.
    01 RACE-CONTROL-STATUS   PIC XX.
    01 CLOSE-REPORT-STATUS   PIC XX.

    01 End-Of-File           PIC X VALUE 'N'.
        88 No-More-Records   VALUE 'Y'.

    01 Close-Season          PIC X(4).
    01 Close-Stamp           PIC X(21).

    *> One slot per file the close touches, in report order: the
    *> seven archived files, then the carried master and its control
    *> totals. The archived files' hash is the sum of one numeric
    *> field per row -- ways-to-win on history and latest results,
    *> best hold on windows, line sequence on the library, hold time
    *> on crew results, the after-image (else before-image) time on
    *> the maintenance log and points on standings; the master's is
    *> the RACECTL time hash.
    01 Close-File-Names.
        05 FILLER            PIC X(12) VALUE "RACEHIS.DAT".
        05 FILLER            PIC X(12) VALUE "RACEWIN.DAT".
        05 FILLER            PIC X(12) VALUE "RACELRS.DAT".
        05 FILLER            PIC X(12) VALUE "RACERLB.DAT".
        05 FILLER            PIC X(12) VALUE "RACECRW.DAT".
        05 FILLER            PIC X(12) VALUE "RACEMLG.LOG".
        05 FILLER            PIC X(12) VALUE "RACESTD.DAT".
        05 FILLER            PIC X(12) VALUE "RACEMAS.DAT".
        05 FILLER            PIC X(12) VALUE "RACECTL.DAT".
    01 Close-File-Table REDEFINES Close-File-Names.
        05 Close-File-Name   PIC X(12) OCCURS 9 TIMES.
    01 Close-Totals.
        05 Close-Total OCCURS 9 TIMES.
            10 Before-Count      PIC 9(9).
            10 Before-Hash       PIC 9(30).
            10 Archived-Count    PIC 9(9).
            10 Archived-Hash     PIC 9(30).
            10 After-Count       PIC 9(9).
            10 After-Hash        PIC 9(30).
    01 Archived-File-Count   PIC 99 VALUE 7.
    01 File-Sub              PIC 99.

    01 Have-Season-Rows      PIC X VALUE 'N'.
        88 Season-Already-Archived VALUE 'Y'.
    01 Have-Imbalance        PIC X VALUE 'N'.
        88 Archive-Out-Of-Balance VALUE 'Y'.
    01 Have-Old-Control      PIC X VALUE 'N'.
        88 Old-Control-Read  VALUE 'Y'.
    01 Old-Control-Dist-Hash PIC 9(30) VALUE 0.
    01 Master-Dist-Hash      PIC 9(30) VALUE 0.
    01 Rows-Archived         PIC 9(9) VALUE 0.
    01 Image-Time            PIC 9(18).

    01 WS-Label-Season       PIC X(14) VALUE "Season close: ".
    01 WS-Label-Stamp        PIC X(8) VALUE "Closed: ".
    01 WS-Label-File         PIC X(6) VALUE "File: ".
    01 WS-Label-Before       PIC X(8) VALUE "Before: ".
    01 WS-Label-Archived     PIC X(10) VALUE "Archived: ".
    01 WS-Label-After        PIC X(7) VALUE "After: ".
    01 WS-Label-Rows         PIC X(30) VALUE "Rows archived".
    01 WS-Label-Races        PIC X(30) VALUE "Races carried forward".

PROCEDURE DIVISION.
Main-Logic.
    OPEN INPUT CLOSE-CONTROL-FILE
    IF CLOSE-CONTROL-STATUS NOT = "00"
        DISPLAY "RaceSeasonClose: unable to open RACECLO.CTL, status " CLOSE-CONTROL-STATUS
        MOVE "unable to open RACECLO.CTL" TO Ops-Message-Text
        PERFORM Abort-Run
    END-IF
    MOVE SPACES TO Close-Season
    READ CLOSE-CONTROL-FILE
        AT END
            CONTINUE
        NOT AT END
            MOVE CL-Season TO Close-Season
    END-READ
    CLOSE CLOSE-CONTROL-FILE
    IF Close-Season = SPACES
        DISPLAY "RaceSeasonClose: RACECLO.CTL names no season, nothing closed"
        MOVE "RACECLO.CTL names no season, nothing closed" TO Ops-Message-Text
        PERFORM Abort-Run
    END-IF

    MOVE FUNCTION CURRENT-DATE TO Close-Stamp
    INITIALIZE Close-Totals

    *> A season is closed once. Any row already stamped with this
    *> season on any archive means an earlier close got at least as
    *> far as the copy, so the online files may no longer be the
    *> season's -- refuse rather than archive them a second time.
    PERFORM Count-History-Archive
    PERFORM Count-Window-Archive
    PERFORM Count-Result-Archive
    PERFORM Count-Library-Archive
    PERFORM Count-Crew-Archive
    PERFORM Count-Maint-Archive
    PERFORM Count-Standings-Archive
    PERFORM Check-Season-Rows
        VARYING File-Sub FROM 1 BY 1 UNTIL File-Sub > Archived-File-Count
    IF Season-Already-Archived
        MOVE SPACES TO Ops-Message-Text
        STRING "season " Close-Season " is already on the archives, close refused"
            DELIMITED BY SIZE INTO Ops-Message-Text
        PERFORM Abort-Run
    END-IF

    OPEN OUTPUT CLOSE-REPORT-FILE
    IF CLOSE-REPORT-STATUS NOT = "00"
        DISPLAY "RaceSeasonClose: unable to open RACECLO.OUT, status " CLOSE-REPORT-STATUS
        MOVE "unable to open RACECLO.OUT" TO Ops-Message-Text
        PERFORM Abort-Run
    END-IF
    MOVE SPACES TO CLOSE-HEADING-RECORD
    MOVE WS-Label-Season TO CH-Label-Season
    MOVE Close-Season TO CH-Season
    MOVE WS-Label-Stamp TO CH-Label-Stamp
    MOVE Close-Stamp TO CH-Close-Stamp
    WRITE CLOSE-HEADING-RECORD
    IF CLOSE-REPORT-STATUS NOT = "00"
        DISPLAY "RaceSeasonClose: unable to write RACECLO.OUT, status " CLOSE-REPORT-STATUS
        MOVE "unable to write RACECLO.OUT" TO Ops-Message-Text
        PERFORM Abort-Run
    END-IF

    *> Copy every file before emptying any of them, then prove each
    *> archive by reading the season back -- the online files are
    *> only emptied once all seven archives balance to the rows read.
    PERFORM Archive-History
    PERFORM Archive-Window
    PERFORM Archive-Result
    PERFORM Archive-Library
    PERFORM Archive-Crew
    PERFORM Archive-Maint
    PERFORM Archive-Standings

    PERFORM Count-History-Archive
    PERFORM Count-Window-Archive
    PERFORM Count-Result-Archive
    PERFORM Count-Library-Archive
    PERFORM Count-Crew-Archive
    PERFORM Count-Maint-Archive
    PERFORM Count-Standings-Archive
    PERFORM Check-Archive-Balance
        VARYING File-Sub FROM 1 BY 1 UNTIL File-Sub > Archived-File-Count

    IF Archive-Out-Of-Balance
        PERFORM Write-Close-Line
            VARYING File-Sub FROM 1 BY 1 UNTIL File-Sub > Archived-File-Count
        CLOSE CLOSE-REPORT-FILE
        MOVE SPACES TO Ops-Message-Text
        STRING "season " Close-Season
            " archive out of balance, online files left in place"
            DELIMITED BY SIZE INTO Ops-Message-Text
        PERFORM Abort-Run
    END-IF

    PERFORM Empty-History
    PERFORM Empty-Window
    PERFORM Empty-Result
    PERFORM Empty-Library
    PERFORM Empty-Crew
    PERFORM Empty-Maint
    PERFORM Empty-Standings

    PERFORM Carry-Master-Forward

    PERFORM Write-Close-Line
        VARYING File-Sub FROM 1 BY 1 UNTIL File-Sub > 9

    MOVE SPACES TO CLOSE-TOTAL-RECORD
    MOVE WS-Label-Rows TO ED-Label
    MOVE Rows-Archived TO ED-Count
    PERFORM Write-Close-Total
    MOVE SPACES TO CLOSE-TOTAL-RECORD
    MOVE WS-Label-Races TO ED-Label
    MOVE After-Count(8) TO ED-Count
    PERFORM Write-Close-Total
    CLOSE CLOSE-REPORT-FILE

    MOVE 'I' TO Ops-Severity
    MOVE SPACES TO Ops-Message-Text
    STRING "season " Close-Season " closed, rows archived " Rows-Archived
        ", races carried forward " After-Count(8)
        DELIMITED BY SIZE INTO Ops-Message-Text
    PERFORM Log-Ops-Message

    DISPLAY "RaceSeasonClose: season " Close-Season
        " closed, rows archived " Rows-Archived
        ", races carried forward " After-Count(8)
    STOP RUN.

Check-Season-Rows.
    IF Archived-Count(File-Sub) > 0
        DISPLAY "RaceSeasonClose: season " Close-Season " already has "
            Archived-Count(File-Sub) " rows archived from "
            Close-File-Name(File-Sub)
        SET Season-Already-Archived TO TRUE
    END-IF.

Check-Archive-Balance.
    IF Archived-Count(File-Sub) NOT = Before-Count(File-Sub)
        OR Archived-Hash(File-Sub) NOT = Before-Hash(File-Sub)
        DISPLAY "RaceSeasonClose: archive of " Close-File-Name(File-Sub)
            " out of balance, read " Before-Count(File-Sub)
            " archived " Archived-Count(File-Sub)
        SET Archive-Out-Of-Balance TO TRUE
    END-IF
    *> Until a file is emptied what stays online is what was read.
    MOVE Before-Count(File-Sub) TO After-Count(File-Sub)
    MOVE Before-Hash(File-Sub) TO After-Hash(File-Sub)
    ADD Archived-Count(File-Sub) TO Rows-Archived.

*> ---------------------------------------------------------------
*> Copy pass -- each online file read in key order and appended to
*> its archive behind the season stamp; a file that was never
*> created this season simply contributes no rows.
*> ---------------------------------------------------------------
Archive-History.
    OPEN INPUT RACE-HISTORY-FILE
    IF RACE-HISTORY-STATUS = "35"
        EXIT PARAGRAPH
    END-IF
    IF RACE-HISTORY-STATUS NOT = "00"
        DISPLAY "RaceSeasonClose: unable to open RACEHIS.DAT, status " RACE-HISTORY-STATUS
        MOVE "unable to open RACEHIS.DAT" TO Ops-Message-Text
        PERFORM Abort-Run
    END-IF
    OPEN EXTEND HISTORY-ARCHIVE-FILE
    IF HISTORY-ARCHIVE-STATUS = "35"
        OPEN OUTPUT HISTORY-ARCHIVE-FILE
    END-IF
    IF HISTORY-ARCHIVE-STATUS NOT = "00"
        DISPLAY "RaceSeasonClose: unable to open RACEHIS.ARC, status " HISTORY-ARCHIVE-STATUS
        MOVE "unable to open RACEHIS.ARC" TO Ops-Message-Text
        PERFORM Abort-Run
    END-IF
    MOVE 'N' TO End-Of-File
    PERFORM Copy-History-Row UNTIL No-More-Records
    CLOSE HISTORY-ARCHIVE-FILE
    CLOSE RACE-HISTORY-FILE.

Copy-History-Row.
    READ RACE-HISTORY-FILE NEXT
        AT END
            SET No-More-Records TO TRUE
        NOT AT END
            MOVE Close-Season TO HA-Season
            MOVE HISTORY-RECORD TO HISTORY-ARCHIVE-RECORD(5:)
            WRITE HISTORY-ARCHIVE-RECORD
            IF HISTORY-ARCHIVE-STATUS NOT = "00"
                DISPLAY "RaceSeasonClose: unable to write RACEHIS.ARC, status " HISTORY-ARCHIVE-STATUS
                MOVE "unable to write RACEHIS.ARC" TO Ops-Message-Text
                PERFORM Abort-Run
            END-IF
            ADD 1 TO Before-Count(1)
            ADD HI-WaysToWin TO Before-Hash(1)
    END-READ.

Archive-Window.
    OPEN INPUT RACE-WINDOW-FILE
    IF RACE-WINDOW-STATUS = "35"
        EXIT PARAGRAPH
    END-IF
    IF RACE-WINDOW-STATUS NOT = "00"
        DISPLAY "RaceSeasonClose: unable to open RACEWIN.DAT, status " RACE-WINDOW-STATUS
        MOVE "unable to open RACEWIN.DAT" TO Ops-Message-Text
        PERFORM Abort-Run
    END-IF
    OPEN EXTEND WINDOW-ARCHIVE-FILE
    IF WINDOW-ARCHIVE-STATUS = "35"
        OPEN OUTPUT WINDOW-ARCHIVE-FILE
    END-IF
    IF WINDOW-ARCHIVE-STATUS NOT = "00"
        DISPLAY "RaceSeasonClose: unable to open RACEWIN.ARC, status " WINDOW-ARCHIVE-STATUS
        MOVE "unable to open RACEWIN.ARC" TO Ops-Message-Text
        PERFORM Abort-Run
    END-IF
    MOVE 'N' TO End-Of-File
    PERFORM Copy-Window-Row UNTIL No-More-Records
    CLOSE WINDOW-ARCHIVE-FILE
    CLOSE RACE-WINDOW-FILE.

Copy-Window-Row.
    READ RACE-WINDOW-FILE NEXT
        AT END
            SET No-More-Records TO TRUE
        NOT AT END
            MOVE Close-Season TO WA-Season
            MOVE WINDOW-RECORD TO WINDOW-ARCHIVE-RECORD(5:)
            WRITE WINDOW-ARCHIVE-RECORD
            IF WINDOW-ARCHIVE-STATUS NOT = "00"
                DISPLAY "RaceSeasonClose: unable to write RACEWIN.ARC, status " WINDOW-ARCHIVE-STATUS
                MOVE "unable to write RACEWIN.ARC" TO Ops-Message-Text
                PERFORM Abort-Run
            END-IF
            ADD 1 TO Before-Count(2)
            ADD WN-Best-Hold TO Before-Hash(2)
    END-READ.

Archive-Result.
    OPEN INPUT LATEST-RESULT-FILE
    IF LATEST-RESULT-STATUS = "35"
        EXIT PARAGRAPH
    END-IF
    IF LATEST-RESULT-STATUS NOT = "00"
        DISPLAY "RaceSeasonClose: unable to open RACELRS.DAT, status " LATEST-RESULT-STATUS
        MOVE "unable to open RACELRS.DAT" TO Ops-Message-Text
        PERFORM Abort-Run
    END-IF
    OPEN EXTEND RESULT-ARCHIVE-FILE
    IF RESULT-ARCHIVE-STATUS = "35"
        OPEN OUTPUT RESULT-ARCHIVE-FILE
    END-IF
    IF RESULT-ARCHIVE-STATUS NOT = "00"
        DISPLAY "RaceSeasonClose: unable to open RACELRS.ARC, status " RESULT-ARCHIVE-STATUS
        MOVE "unable to open RACELRS.ARC" TO Ops-Message-Text
        PERFORM Abort-Run
    END-IF
    MOVE 'N' TO End-Of-File
    PERFORM Copy-Result-Row UNTIL No-More-Records
    CLOSE RESULT-ARCHIVE-FILE
    CLOSE LATEST-RESULT-FILE.

Copy-Result-Row.
    READ LATEST-RESULT-FILE NEXT
        AT END
            SET No-More-Records TO TRUE
        NOT AT END
            MOVE Close-Season TO RA-Season
            MOVE LATEST-RESULT-RECORD TO RESULT-ARCHIVE-RECORD(5:)
            WRITE RESULT-ARCHIVE-RECORD
            IF RESULT-ARCHIVE-STATUS NOT = "00"
                DISPLAY "RaceSeasonClose: unable to write RACELRS.ARC, status " RESULT-ARCHIVE-STATUS
                MOVE "unable to write RACELRS.ARC" TO Ops-Message-Text
                PERFORM Abort-Run
            END-IF
            ADD 1 TO Before-Count(3)
            ADD LR-WaysToWin TO Before-Hash(3)
    END-READ.

Archive-Library.
    OPEN INPUT REPORT-LIBRARY-FILE
    IF REPORT-LIBRARY-STATUS = "35"
        EXIT PARAGRAPH
    END-IF
    IF REPORT-LIBRARY-STATUS NOT = "00"
        DISPLAY "RaceSeasonClose: unable to open RACERLB.DAT, status " REPORT-LIBRARY-STATUS
        MOVE "unable to open RACERLB.DAT" TO Ops-Message-Text
        PERFORM Abort-Run
    END-IF
    OPEN EXTEND LIBRARY-ARCHIVE-FILE
    IF LIBRARY-ARCHIVE-STATUS = "35"
        OPEN OUTPUT LIBRARY-ARCHIVE-FILE
    END-IF
    IF LIBRARY-ARCHIVE-STATUS NOT = "00"
        DISPLAY "RaceSeasonClose: unable to open RACERLB.ARC, status " LIBRARY-ARCHIVE-STATUS
        MOVE "unable to open RACERLB.ARC" TO Ops-Message-Text
        PERFORM Abort-Run
    END-IF
    MOVE 'N' TO End-Of-File
    PERFORM Copy-Library-Row UNTIL No-More-Records
    CLOSE LIBRARY-ARCHIVE-FILE
    CLOSE REPORT-LIBRARY-FILE.

Copy-Library-Row.
    READ REPORT-LIBRARY-FILE NEXT
        AT END
            SET No-More-Records TO TRUE
        NOT AT END
            MOVE Close-Season TO BA-Season
            MOVE REPORT-LIBRARY-RECORD TO LIBRARY-ARCHIVE-RECORD(5:)
            WRITE LIBRARY-ARCHIVE-RECORD
            IF LIBRARY-ARCHIVE-STATUS NOT = "00"
                DISPLAY "RaceSeasonClose: unable to write RACERLB.ARC, status " LIBRARY-ARCHIVE-STATUS
                MOVE "unable to write RACERLB.ARC" TO Ops-Message-Text
                PERFORM Abort-Run
            END-IF
            ADD 1 TO Before-Count(4)
            ADD LB-Line-Seq TO Before-Hash(4)
    END-READ.

Archive-Crew.
    OPEN INPUT CREW-RESULTS-FILE
    IF CREW-RESULTS-STATUS = "35"
        EXIT PARAGRAPH
    END-IF
    IF CREW-RESULTS-STATUS NOT = "00"
        DISPLAY "RaceSeasonClose: unable to open RACECRW.DAT, status " CREW-RESULTS-STATUS
        MOVE "unable to open RACECRW.DAT" TO Ops-Message-Text
        PERFORM Abort-Run
    END-IF
    OPEN EXTEND CREW-ARCHIVE-FILE
    IF CREW-ARCHIVE-STATUS = "35"
        OPEN OUTPUT CREW-ARCHIVE-FILE
    END-IF
    IF CREW-ARCHIVE-STATUS NOT = "00"
        DISPLAY "RaceSeasonClose: unable to open RACECRW.ARC, status " CREW-ARCHIVE-STATUS
        MOVE "unable to open RACECRW.ARC" TO Ops-Message-Text
        PERFORM Abort-Run
    END-IF
    MOVE 'N' TO End-Of-File
    PERFORM Copy-Crew-Row UNTIL No-More-Records
    CLOSE CREW-ARCHIVE-FILE
    CLOSE CREW-RESULTS-FILE.

Copy-Crew-Row.
    READ CREW-RESULTS-FILE NEXT
        AT END
            SET No-More-Records TO TRUE
        NOT AT END
            MOVE Close-Season TO CA-Season
            MOVE CREW-RESULTS-RECORD TO CREW-ARCHIVE-RECORD(5:)
            WRITE CREW-ARCHIVE-RECORD
            IF CREW-ARCHIVE-STATUS NOT = "00"
                DISPLAY "RaceSeasonClose: unable to write RACECRW.ARC, status " CREW-ARCHIVE-STATUS
                MOVE "unable to write RACECRW.ARC" TO Ops-Message-Text
                PERFORM Abort-Run
            END-IF
            ADD 1 TO Before-Count(5)
            ADD CW-Hold-Time TO Before-Hash(5)
    END-READ.

Archive-Maint.
    OPEN INPUT RACE-MAINT-LOG-FILE
    IF RACE-MAINT-LOG-STATUS = "35"
        EXIT PARAGRAPH
    END-IF
    IF RACE-MAINT-LOG-STATUS NOT = "00"
        DISPLAY "RaceSeasonClose: unable to open RACEMLG.LOG, status " RACE-MAINT-LOG-STATUS
        MOVE "unable to open RACEMLG.LOG" TO Ops-Message-Text
        PERFORM Abort-Run
    END-IF
    OPEN EXTEND MAINT-ARCHIVE-FILE
    IF MAINT-ARCHIVE-STATUS = "35"
        OPEN OUTPUT MAINT-ARCHIVE-FILE
    END-IF
    IF MAINT-ARCHIVE-STATUS NOT = "00"
        DISPLAY "RaceSeasonClose: unable to open RACEMLG.ARC, status " MAINT-ARCHIVE-STATUS
        MOVE "unable to open RACEMLG.ARC" TO Ops-Message-Text
        PERFORM Abort-Run
    END-IF
    MOVE 'N' TO End-Of-File
    PERFORM Copy-Maint-Row UNTIL No-More-Records
    CLOSE MAINT-ARCHIVE-FILE
    CLOSE RACE-MAINT-LOG-FILE.

Copy-Maint-Row.
    READ RACE-MAINT-LOG-FILE
        AT END
            SET No-More-Records TO TRUE
        NOT AT END
            MOVE Close-Season TO MA-Season
            MOVE MAINT-LOG-RECORD TO MAINT-ARCHIVE-RECORD(5:)
            WRITE MAINT-ARCHIVE-RECORD
            IF MAINT-ARCHIVE-STATUS NOT = "00"
                DISPLAY "RaceSeasonClose: unable to write RACEMLG.ARC, status " MAINT-ARCHIVE-STATUS
                MOVE "unable to write RACEMLG.ARC" TO Ops-Message-Text
                PERFORM Abort-Run
            END-IF
            ADD 1 TO Before-Count(6)
            *> The images are X so the absent side can stay spaces --
            *> hash the after-image time, or the before-image time on
            *> a delete.
            MOVE 0 TO Image-Time
            IF MLA-MilliSeconds IS NUMERIC
                MOVE MLA-MilliSeconds TO Image-Time
            ELSE
                IF MLB-MilliSeconds IS NUMERIC
                    MOVE MLB-MilliSeconds TO Image-Time
                END-IF
            END-IF
            ADD Image-Time TO Before-Hash(6)
    END-READ.

Archive-Standings.
    OPEN INPUT STANDINGS-FILE
    IF STANDINGS-STATUS = "35"
        EXIT PARAGRAPH
    END-IF
    IF STANDINGS-STATUS NOT = "00"
        DISPLAY "RaceSeasonClose: unable to open RACESTD.DAT, status " STANDINGS-STATUS
        MOVE "unable to open RACESTD.DAT" TO Ops-Message-Text
        PERFORM Abort-Run
    END-IF
    OPEN EXTEND STANDINGS-ARCHIVE-FILE
    IF STANDINGS-ARCHIVE-STATUS = "35"
        OPEN OUTPUT STANDINGS-ARCHIVE-FILE
    END-IF
    IF STANDINGS-ARCHIVE-STATUS NOT = "00"
        DISPLAY "RaceSeasonClose: unable to open RACESTD.ARC, status " STANDINGS-ARCHIVE-STATUS
        MOVE "unable to open RACESTD.ARC" TO Ops-Message-Text
        PERFORM Abort-Run
    END-IF
    MOVE 'N' TO End-Of-File
    PERFORM Copy-Standings-Row UNTIL No-More-Records
    CLOSE STANDINGS-ARCHIVE-FILE
    CLOSE STANDINGS-FILE.

Copy-Standings-Row.
    READ STANDINGS-FILE NEXT
        AT END
            SET No-More-Records TO TRUE
        NOT AT END
            MOVE Close-Season TO SA-Season
            MOVE STANDINGS-RECORD TO STANDINGS-ARCHIVE-RECORD(5:)
            WRITE STANDINGS-ARCHIVE-RECORD
            IF STANDINGS-ARCHIVE-STATUS NOT = "00"
                DISPLAY "RaceSeasonClose: unable to write RACESTD.ARC, status " STANDINGS-ARCHIVE-STATUS
                MOVE "unable to write RACESTD.ARC" TO Ops-Message-Text
                PERFORM Abort-Run
            END-IF
            ADD 1 TO Before-Count(7)
            ADD ST-Points TO Before-Hash(7)
    END-READ.

*> ---------------------------------------------------------------
*> Archive read-back -- count and hash the rows stamped with the
*> season being closed. Run once before the copy (where anything
*> found refuses the close) and once after it (where the figures
*> must match the copy pass).
*> ---------------------------------------------------------------
Count-History-Archive.
    MOVE 0 TO Archived-Count(1)
    MOVE 0 TO Archived-Hash(1)
    OPEN INPUT HISTORY-ARCHIVE-FILE
    IF HISTORY-ARCHIVE-STATUS = "35"
        EXIT PARAGRAPH
    END-IF
    IF HISTORY-ARCHIVE-STATUS NOT = "00"
        DISPLAY "RaceSeasonClose: unable to open RACEHIS.ARC, status " HISTORY-ARCHIVE-STATUS
        MOVE "unable to open RACEHIS.ARC" TO Ops-Message-Text
        PERFORM Abort-Run
    END-IF
    MOVE 'N' TO End-Of-File
    PERFORM Count-History-Archive-Row UNTIL No-More-Records
    CLOSE HISTORY-ARCHIVE-FILE.

Count-History-Archive-Row.
    READ HISTORY-ARCHIVE-FILE
        AT END
            SET No-More-Records TO TRUE
        NOT AT END
            IF HA-Season = Close-Season
                ADD 1 TO Archived-Count(1)
                ADD HX-WaysToWin TO Archived-Hash(1)
            END-IF
    END-READ.

Count-Window-Archive.
    MOVE 0 TO Archived-Count(2)
    MOVE 0 TO Archived-Hash(2)
    OPEN INPUT WINDOW-ARCHIVE-FILE
    IF WINDOW-ARCHIVE-STATUS = "35"
        EXIT PARAGRAPH
    END-IF
    IF WINDOW-ARCHIVE-STATUS NOT = "00"
        DISPLAY "RaceSeasonClose: unable to open RACEWIN.ARC, status " WINDOW-ARCHIVE-STATUS
        MOVE "unable to open RACEWIN.ARC" TO Ops-Message-Text
        PERFORM Abort-Run
    END-IF
    MOVE 'N' TO End-Of-File
    PERFORM Count-Window-Archive-Row UNTIL No-More-Records
    CLOSE WINDOW-ARCHIVE-FILE.

Count-Window-Archive-Row.
    READ WINDOW-ARCHIVE-FILE
        AT END
            SET No-More-Records TO TRUE
        NOT AT END
            IF WA-Season = Close-Season
                ADD 1 TO Archived-Count(2)
                ADD WX-Best-Hold TO Archived-Hash(2)
            END-IF
    END-READ.

Count-Result-Archive.
    MOVE 0 TO Archived-Count(3)
    MOVE 0 TO Archived-Hash(3)
    OPEN INPUT RESULT-ARCHIVE-FILE
    IF RESULT-ARCHIVE-STATUS = "35"
        EXIT PARAGRAPH
    END-IF
    IF RESULT-ARCHIVE-STATUS NOT = "00"
        DISPLAY "RaceSeasonClose: unable to open RACELRS.ARC, status " RESULT-ARCHIVE-STATUS
        MOVE "unable to open RACELRS.ARC" TO Ops-Message-Text
        PERFORM Abort-Run
    END-IF
    MOVE 'N' TO End-Of-File
    PERFORM Count-Result-Archive-Row UNTIL No-More-Records
    CLOSE RESULT-ARCHIVE-FILE.

Count-Result-Archive-Row.
    READ RESULT-ARCHIVE-FILE
        AT END
            SET No-More-Records TO TRUE
        NOT AT END
            IF RA-Season = Close-Season
                ADD 1 TO Archived-Count(3)
                ADD LX-WaysToWin TO Archived-Hash(3)
            END-IF
    END-READ.

Count-Library-Archive.
    MOVE 0 TO Archived-Count(4)
    MOVE 0 TO Archived-Hash(4)
    OPEN INPUT LIBRARY-ARCHIVE-FILE
    IF LIBRARY-ARCHIVE-STATUS = "35"
        EXIT PARAGRAPH
    END-IF
    IF LIBRARY-ARCHIVE-STATUS NOT = "00"
        DISPLAY "RaceSeasonClose: unable to open RACERLB.ARC, status " LIBRARY-ARCHIVE-STATUS
        MOVE "unable to open RACERLB.ARC" TO Ops-Message-Text
        PERFORM Abort-Run
    END-IF
    MOVE 'N' TO End-Of-File
    PERFORM Count-Library-Archive-Row UNTIL No-More-Records
    CLOSE LIBRARY-ARCHIVE-FILE.

Count-Library-Archive-Row.
    READ LIBRARY-ARCHIVE-FILE
        AT END
            SET No-More-Records TO TRUE
        NOT AT END
            IF BA-Season = Close-Season
                ADD 1 TO Archived-Count(4)
                ADD BX-Line-Seq TO Archived-Hash(4)
            END-IF
    END-READ.

Count-Crew-Archive.
    MOVE 0 TO Archived-Count(5)
    MOVE 0 TO Archived-Hash(5)
    OPEN INPUT CREW-ARCHIVE-FILE
    IF CREW-ARCHIVE-STATUS = "35"
        EXIT PARAGRAPH
    END-IF
    IF CREW-ARCHIVE-STATUS NOT = "00"
        DISPLAY "RaceSeasonClose: unable to open RACECRW.ARC, status " CREW-ARCHIVE-STATUS
        MOVE "unable to open RACECRW.ARC" TO Ops-Message-Text
        PERFORM Abort-Run
    END-IF
    MOVE 'N' TO End-Of-File
    PERFORM Count-Crew-Archive-Row UNTIL No-More-Records
    CLOSE CREW-ARCHIVE-FILE.

Count-Crew-Archive-Row.
    READ CREW-ARCHIVE-FILE
        AT END
            SET No-More-Records TO TRUE
        NOT AT END
            IF CA-Season = Close-Season
                ADD 1 TO Archived-Count(5)
                ADD CX-Hold-Time TO Archived-Hash(5)
            END-IF
    END-READ.

Count-Maint-Archive.
    MOVE 0 TO Archived-Count(6)
    MOVE 0 TO Archived-Hash(6)
    OPEN INPUT MAINT-ARCHIVE-FILE
    IF MAINT-ARCHIVE-STATUS = "35"
        EXIT PARAGRAPH
    END-IF
    IF MAINT-ARCHIVE-STATUS NOT = "00"
        DISPLAY "RaceSeasonClose: unable to open RACEMLG.ARC, status " MAINT-ARCHIVE-STATUS
        MOVE "unable to open RACEMLG.ARC" TO Ops-Message-Text
        PERFORM Abort-Run
    END-IF
    MOVE 'N' TO End-Of-File
    PERFORM Count-Maint-Archive-Row UNTIL No-More-Records
    CLOSE MAINT-ARCHIVE-FILE.

Count-Maint-Archive-Row.
    READ MAINT-ARCHIVE-FILE
        AT END
            SET No-More-Records TO TRUE
        NOT AT END
            IF MA-Season = Close-Season
                ADD 1 TO Archived-Count(6)
                MOVE 0 TO Image-Time
                IF MXA-MilliSeconds IS NUMERIC
                    MOVE MXA-MilliSeconds TO Image-Time
                ELSE
                    IF MXB-MilliSeconds IS NUMERIC
                        MOVE MXB-MilliSeconds TO Image-Time
                    END-IF
                END-IF
                ADD Image-Time TO Archived-Hash(6)
            END-IF
    END-READ.

Count-Standings-Archive.
    MOVE 0 TO Archived-Count(7)
    MOVE 0 TO Archived-Hash(7)
    OPEN INPUT STANDINGS-ARCHIVE-FILE
    IF STANDINGS-ARCHIVE-STATUS = "35"
        EXIT PARAGRAPH
    END-IF
    IF STANDINGS-ARCHIVE-STATUS NOT = "00"
        DISPLAY "RaceSeasonClose: unable to open RACESTD.ARC, status " STANDINGS-ARCHIVE-STATUS
        MOVE "unable to open RACESTD.ARC" TO Ops-Message-Text
        PERFORM Abort-Run
    END-IF
    MOVE 'N' TO End-Of-File
    PERFORM Count-Standings-Archive-Row UNTIL No-More-Records
    CLOSE STANDINGS-ARCHIVE-FILE.

Count-Standings-Archive-Row.
    READ STANDINGS-ARCHIVE-FILE
        AT END
            SET No-More-Records TO TRUE
        NOT AT END
            IF SA-Season = Close-Season
                ADD 1 TO Archived-Count(7)
                ADD SX-Points TO Archived-Hash(7)
            END-IF
    END-READ.

*> ---------------------------------------------------------------
*> Rollover -- each online file recreated empty under the name every
*> other program opens, then read back so the report shows what the
*> new season starts with.
*> ---------------------------------------------------------------
Empty-History.
    OPEN OUTPUT RACE-HISTORY-FILE
    IF RACE-HISTORY-STATUS NOT = "00"
        DISPLAY "RaceSeasonClose: unable to recreate RACEHIS.DAT, status " RACE-HISTORY-STATUS
        MOVE "unable to recreate RACEHIS.DAT" TO Ops-Message-Text
        PERFORM Abort-Run
    END-IF
    CLOSE RACE-HISTORY-FILE
    MOVE 0 TO After-Count(1)
    MOVE 0 TO After-Hash(1)
    OPEN INPUT RACE-HISTORY-FILE
    MOVE 'N' TO End-Of-File
    PERFORM Count-History-Row UNTIL No-More-Records
    CLOSE RACE-HISTORY-FILE.

Count-History-Row.
    READ RACE-HISTORY-FILE NEXT
        AT END
            SET No-More-Records TO TRUE
        NOT AT END
            ADD 1 TO After-Count(1)
            ADD HI-WaysToWin TO After-Hash(1)
    END-READ.

Empty-Window.
    OPEN OUTPUT RACE-WINDOW-FILE
    IF RACE-WINDOW-STATUS NOT = "00"
        DISPLAY "RaceSeasonClose: unable to recreate RACEWIN.DAT, status " RACE-WINDOW-STATUS
        MOVE "unable to recreate RACEWIN.DAT" TO Ops-Message-Text
        PERFORM Abort-Run
    END-IF
    CLOSE RACE-WINDOW-FILE
    MOVE 0 TO After-Count(2)
    MOVE 0 TO After-Hash(2)
    OPEN INPUT RACE-WINDOW-FILE
    MOVE 'N' TO End-Of-File
    PERFORM Count-Window-Row UNTIL No-More-Records
    CLOSE RACE-WINDOW-FILE.

Count-Window-Row.
    READ RACE-WINDOW-FILE NEXT
        AT END
            SET No-More-Records TO TRUE
        NOT AT END
            ADD 1 TO After-Count(2)
            ADD WN-Best-Hold TO After-Hash(2)
    END-READ.

Empty-Result.
    OPEN OUTPUT LATEST-RESULT-FILE
    IF LATEST-RESULT-STATUS NOT = "00"
        DISPLAY "RaceSeasonClose: unable to recreate RACELRS.DAT, status " LATEST-RESULT-STATUS
        MOVE "unable to recreate RACELRS.DAT" TO Ops-Message-Text
        PERFORM Abort-Run
    END-IF
    CLOSE LATEST-RESULT-FILE
    MOVE 0 TO After-Count(3)
    MOVE 0 TO After-Hash(3)
    OPEN INPUT LATEST-RESULT-FILE
    MOVE 'N' TO End-Of-File
    PERFORM Count-Result-Row UNTIL No-More-Records
    CLOSE LATEST-RESULT-FILE.

Count-Result-Row.
    READ LATEST-RESULT-FILE NEXT
        AT END
            SET No-More-Records TO TRUE
        NOT AT END
            ADD 1 TO After-Count(3)
            ADD LR-WaysToWin TO After-Hash(3)
    END-READ.

Empty-Library.
    OPEN OUTPUT REPORT-LIBRARY-FILE
    IF REPORT-LIBRARY-STATUS NOT = "00"
        DISPLAY "RaceSeasonClose: unable to recreate RACERLB.DAT, status " REPORT-LIBRARY-STATUS
        MOVE "unable to recreate RACERLB.DAT" TO Ops-Message-Text
        PERFORM Abort-Run
    END-IF
    CLOSE REPORT-LIBRARY-FILE
    MOVE 0 TO After-Count(4)
    MOVE 0 TO After-Hash(4)
    OPEN INPUT REPORT-LIBRARY-FILE
    MOVE 'N' TO End-Of-File
    PERFORM Count-Library-Row UNTIL No-More-Records
    CLOSE REPORT-LIBRARY-FILE.

Count-Library-Row.
    READ REPORT-LIBRARY-FILE NEXT
        AT END
            SET No-More-Records TO TRUE
        NOT AT END
            ADD 1 TO After-Count(4)
            ADD LB-Line-Seq TO After-Hash(4)
    END-READ.

Empty-Crew.
    OPEN OUTPUT CREW-RESULTS-FILE
    IF CREW-RESULTS-STATUS NOT = "00"
        DISPLAY "RaceSeasonClose: unable to recreate RACECRW.DAT, status " CREW-RESULTS-STATUS
        MOVE "unable to recreate RACECRW.DAT" TO Ops-Message-Text
        PERFORM Abort-Run
    END-IF
    CLOSE CREW-RESULTS-FILE
    MOVE 0 TO After-Count(5)
    MOVE 0 TO After-Hash(5)
    OPEN INPUT CREW-RESULTS-FILE
    MOVE 'N' TO End-Of-File
    PERFORM Count-Crew-Row UNTIL No-More-Records
    CLOSE CREW-RESULTS-FILE.

Count-Crew-Row.
    READ CREW-RESULTS-FILE NEXT
        AT END
            SET No-More-Records TO TRUE
        NOT AT END
            ADD 1 TO After-Count(5)
            ADD CW-Hold-Time TO After-Hash(5)
    END-READ.

Empty-Maint.
    OPEN OUTPUT RACE-MAINT-LOG-FILE
    IF RACE-MAINT-LOG-STATUS NOT = "00"
        DISPLAY "RaceSeasonClose: unable to recreate RACEMLG.LOG, status " RACE-MAINT-LOG-STATUS
        MOVE "unable to recreate RACEMLG.LOG" TO Ops-Message-Text
        PERFORM Abort-Run
    END-IF
    CLOSE RACE-MAINT-LOG-FILE
    MOVE 0 TO After-Count(6)
    MOVE 0 TO After-Hash(6)
    OPEN INPUT RACE-MAINT-LOG-FILE
    MOVE 'N' TO End-Of-File
    PERFORM Count-Maint-Row UNTIL No-More-Records
    CLOSE RACE-MAINT-LOG-FILE.

Count-Maint-Row.
    READ RACE-MAINT-LOG-FILE
        AT END
            SET No-More-Records TO TRUE
        NOT AT END
            ADD 1 TO After-Count(6)
            MOVE 0 TO Image-Time
            IF MLA-MilliSeconds IS NUMERIC
                MOVE MLA-MilliSeconds TO Image-Time
            ELSE
                IF MLB-MilliSeconds IS NUMERIC
                    MOVE MLB-MilliSeconds TO Image-Time
                END-IF
            END-IF
            ADD Image-Time TO After-Hash(6)
    END-READ.

Empty-Standings.
    OPEN OUTPUT STANDINGS-FILE
    IF STANDINGS-STATUS NOT = "00"
        DISPLAY "RaceSeasonClose: unable to recreate RACESTD.DAT, status " STANDINGS-STATUS
        MOVE "unable to recreate RACESTD.DAT" TO Ops-Message-Text
        PERFORM Abort-Run
    END-IF
    CLOSE STANDINGS-FILE
    MOVE 0 TO After-Count(7)
    MOVE 0 TO After-Hash(7)
    OPEN INPUT STANDINGS-FILE
    MOVE 'N' TO End-Of-File
    PERFORM Count-Standings-Row UNTIL No-More-Records
    CLOSE STANDINGS-FILE.

Count-Standings-Row.
    READ STANDINGS-FILE NEXT
        AT END
            SET No-More-Records TO TRUE
        NOT AT END
            ADD 1 TO After-Count(7)
            ADD ST-Points TO After-Hash(7)
    END-READ.

*> The race master is the one file that crosses the season line
*> untouched. Sweep it for the control totals exactly as RaceMaint
*> does and rewrite RACECTL.DAT from the sweep, so the first scoring
*> run of the new season proves its card against the carried master
*> whatever state the old control file was left in.
Carry-Master-Forward.
    OPEN INPUT RACE-CONTROL-FILE
    IF RACE-CONTROL-STATUS = "00"
        READ RACE-CONTROL-FILE
            AT END
                CONTINUE
            NOT AT END
                SET Old-Control-Read TO TRUE
                MOVE CT-Race-Count TO Before-Count(9)
                MOVE CT-Time-Hash TO Before-Hash(9)
                MOVE CT-Dist-Hash TO Old-Control-Dist-Hash
        END-READ
        CLOSE RACE-CONTROL-FILE
    ELSE
        DISPLAY "RaceSeasonClose: no RACECTL.DAT on file, rebuilding from the master"
    END-IF

    OPEN INPUT RACE-MASTER-FILE
    IF RACE-MASTER-STATUS NOT = "00"
        DISPLAY "RaceSeasonClose: unable to open RACEMAS.DAT, status " RACE-MASTER-STATUS
        MOVE "unable to open RACEMAS.DAT" TO Ops-Message-Text
        PERFORM Abort-Run
    END-IF
    MOVE 'N' TO End-Of-File
    PERFORM Sweep-Master-Record UNTIL No-More-Records
    CLOSE RACE-MASTER-FILE
    MOVE Before-Count(8) TO After-Count(8)
    MOVE Before-Hash(8) TO After-Hash(8)

    OPEN OUTPUT RACE-CONTROL-FILE
    IF RACE-CONTROL-STATUS NOT = "00"
        DISPLAY "RaceSeasonClose: unable to open RACECTL.DAT, status " RACE-CONTROL-STATUS
        MOVE "unable to open RACECTL.DAT" TO Ops-Message-Text
        PERFORM Abort-Run
    END-IF
    MOVE After-Count(8) TO CT-Race-Count
    MOVE After-Hash(8) TO CT-Time-Hash
    MOVE Master-Dist-Hash TO CT-Dist-Hash
    WRITE CONTROL-RECORD
    IF RACE-CONTROL-STATUS NOT = "00"
        DISPLAY "RaceSeasonClose: unable to write RACECTL.DAT, status " RACE-CONTROL-STATUS
        MOVE "unable to write RACECTL.DAT" TO Ops-Message-Text
        PERFORM Abort-Run
    END-IF
    CLOSE RACE-CONTROL-FILE
    MOVE CT-Race-Count TO After-Count(9)
    MOVE CT-Time-Hash TO After-Hash(9)

    IF Old-Control-Read
        AND (Before-Count(9) NOT = After-Count(9)
             OR Before-Hash(9) NOT = After-Hash(9)
             OR Old-Control-Dist-Hash NOT = Master-Dist-Hash)
        DISPLAY "RaceSeasonClose: RACECTL.DAT did not agree with RACEMAS.DAT, rebuilt"
        MOVE 'W' TO Ops-Severity
        MOVE "RACECTL.DAT did not agree with RACEMAS.DAT, rebuilt at season close"
            TO Ops-Message-Text
        PERFORM Log-Ops-Message
    END-IF.

Sweep-Master-Record.
    READ RACE-MASTER-FILE NEXT
        AT END
            SET No-More-Records TO TRUE
        NOT AT END
            ADD 1 TO Before-Count(8)
            ADD RR-MilliSeconds TO Before-Hash(8)
            ADD RR-MilliMeters TO Master-Dist-Hash
    END-READ.

Write-Close-Line.
    MOVE SPACES TO CLOSE-REPORT-RECORD
    MOVE WS-Label-File TO CR-Label-File
    MOVE Close-File-Name(File-Sub) TO CR-File-Name
    MOVE WS-Label-Before TO CR-Label-Before
    MOVE Before-Count(File-Sub) TO CR-Before-Count
    MOVE Before-Hash(File-Sub) TO CR-Before-Hash
    IF File-Sub NOT > Archived-File-Count
        MOVE WS-Label-Archived TO CR-Label-Archived
        MOVE Archived-Count(File-Sub) TO CR-Archived-Count
        MOVE Archived-Hash(File-Sub) TO CR-Archived-Hash
    END-IF
    MOVE WS-Label-After TO CR-Label-After
    MOVE After-Count(File-Sub) TO CR-After-Count
    MOVE After-Hash(File-Sub) TO CR-After-Hash
    EVALUATE TRUE
        WHEN File-Sub = 8
            MOVE "CARRIED" TO CR-Result
        WHEN File-Sub = 9
            MOVE "REBUILT" TO CR-Result
        WHEN Archived-Count(File-Sub) NOT = Before-Count(File-Sub)
            OR Archived-Hash(File-Sub) NOT = Before-Hash(File-Sub)
            MOVE "OUT OF BALANCE" TO CR-Result
        WHEN Archive-Out-Of-Balance
            MOVE "NOT EMPTIED" TO CR-Result
        WHEN OTHER
            MOVE "BALANCED" TO CR-Result
    END-EVALUATE
    WRITE CLOSE-REPORT-RECORD
    IF CLOSE-REPORT-STATUS NOT = "00"
        DISPLAY "RaceSeasonClose: unable to write RACECLO.OUT, status " CLOSE-REPORT-STATUS
        MOVE "unable to write RACECLO.OUT" TO Ops-Message-Text
        PERFORM Abort-Run
    END-IF.

Write-Close-Total.
    WRITE CLOSE-TOTAL-RECORD
    IF CLOSE-REPORT-STATUS NOT = "00"
        DISPLAY "RaceSeasonClose: unable to write RACECLO.OUT, status " CLOSE-REPORT-STATUS
        MOVE "unable to write RACECLO.OUT" TO Ops-Message-Text
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
        DISPLAY "RaceSeasonClose: unable to open RACEOPS.LOG, status " OPERATIONS-LOG-STATUS
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
        DISPLAY "RaceSeasonClose: unable to write RACEOPS.LOG, status " OPERATIONS-LOG-STATUS
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
