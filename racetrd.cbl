        RECORD KEY IS HI-History-Key
        FILE STATUS IS RACE-HISTORY-STATUS.

    *> A closed season is reported from its archive: RACETRD.CTL,
    *> when present, names the season and the walk reads RACEHIS.ARC
    *> (written by RaceSeasonClose) instead of the online history.
    SELECT TREND-CONTROL-FILE ASSIGN TO "RACETRD.CTL"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS TREND-CONTROL-STATUS.

    SELECT HISTORY-ARCHIVE-FILE ASSIGN TO "RACEHIS.ARC"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS HISTORY-ARCHIVE-STATUS.

    SELECT TREND-REPORT-FILE ASSIGN TO "RACETRD.OUT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS TREND-REPORT-STATUS.
01  HISTORY-RECORD.
    COPY RACEHIS.

FD  TREND-CONTROL-FILE.
01  TREND-CONTROL-RECORD.
    COPY RACECLC.

FD  HISTORY-ARCHIVE-FILE.
01  HISTORY-ARCHIVE-RECORD.
    05 HA-Season         PIC X(4).
    COPY RACEHIS REPLACING LEADING ==HI-== BY ==HX-==.

FD  TREND-REPORT-FILE.
01  TREND-REPORT-RECORD.
    COPY RACETRD.

    01 RACE-HISTORY-STATUS   PIC XX.
    01 TREND-REPORT-STATUS   PIC XX.
    01 TREND-CONTROL-STATUS  PIC XX.
    01 HISTORY-ARCHIVE-STATUS PIC XX.
    01 Trend-Season          PIC X(4) VALUE SPACES.
        88 Report-Current-Season VALUE SPACES.
    01 End-Of-History        PIC X VALUE 'N'.
        88 No-More-History   VALUE 'Y'.


PROCEDURE DIVISION.
Main-Logic.
    OPEN INPUT TREND-CONTROL-FILE
    IF TREND-CONTROL-STATUS = "00"
        READ TREND-CONTROL-FILE
            AT END
                CONTINUE
            NOT AT END
                MOVE CL-Season TO Trend-Season
        END-READ
        CLOSE TREND-CONTROL-FILE
    END-IF

    IF Report-Current-Season
        OPEN INPUT RACE-HISTORY-FILE
        IF RACE-HISTORY-STATUS NOT = "00"
            DISPLAY "RaceTrend: unable to open RACEHIS.DAT, status " RACE-HISTORY-STATUS
            MOVE "unable to open RACEHIS.DAT" TO Ops-Message-Text
            PERFORM Abort-Run
        END-IF
    ELSE
        OPEN INPUT HISTORY-ARCHIVE-FILE
        IF HISTORY-ARCHIVE-STATUS NOT = "00"
            DISPLAY "RaceTrend: unable to open RACEHIS.ARC, status " HISTORY-ARCHIVE-STATUS
            MOVE "unable to open RACEHIS.ARC" TO Ops-Message-Text
            PERFORM Abort-Run
        END-IF
    END-IF

    OPEN OUTPUT TREND-REPORT-FILE
    *> The history is keyed on race id plus meet date and meet id, so
    *> a sequential walk delivers each race's meets together in date
    *> order -- the control break on race id needs no sort step.
    *> The archive holds each closed season in that order too, so
    *> the season asked for is walked the same way.
    IF Report-Current-Season
        PERFORM UNTIL No-More-History
            READ RACE-HISTORY-FILE NEXT
                AT END
                    SET No-More-History TO TRUE
                NOT AT END
                    PERFORM Process-History-Row
            END-READ
        END-PERFORM
    ELSE
        PERFORM Read-Archived-History UNTIL No-More-History
    END-IF

    IF Race-In-Progress
        PERFORM Write-Season-Line
    END-IF

    IF Report-Current-Season
        CLOSE RACE-HISTORY-FILE
    ELSE
        CLOSE HISTORY-ARCHIVE-FILE
    END-IF
    CLOSE TREND-REPORT-FILE

    IF NOT Report-Current-Season AND Races-Reported = 0
        DISPLAY "RaceTrend: no archived history for season " Trend-Season
        MOVE 'W' TO Ops-Severity
        MOVE SPACES TO Ops-Message-Text
        STRING "no archived history for season " Trend-Season
            DELIMITED BY SIZE INTO Ops-Message-Text
        PERFORM Log-Ops-Message
    ELSE
        MOVE 'I' TO Ops-Severity
        MOVE SPACES TO Ops-Message-Text
        IF Report-Current-Season
            STRING "trend report completed, races reported " Races-Reported
                DELIMITED BY SIZE INTO Ops-Message-Text
        ELSE
            STRING "trend report completed for season " Trend-Season
                ", races reported " Races-Reported
                DELIMITED BY SIZE INTO Ops-Message-Text
        END-IF
        PERFORM Log-Ops-Message
    END-IF

    DISPLAY "RaceTrend: races reported: " Races-Reported
    STOP RUN.
    MOVE HI-WaysToWin TO Prior-Margin
    MOVE 'N' TO First-Meet-Of-Race.

Read-Archived-History.
    READ HISTORY-ARCHIVE-FILE
        AT END
            SET No-More-History TO TRUE
        NOT AT END
            IF HA-Season = Trend-Season
                MOVE HISTORY-ARCHIVE-RECORD(5:) TO HISTORY-RECORD
                PERFORM Process-History-Row
            END-IF
    END-READ.

Write-Trend-Line.
    MOVE SPACES TO TREND-REPORT-RECORD
    MOVE WS-Label-Race TO TR-Label-Race
