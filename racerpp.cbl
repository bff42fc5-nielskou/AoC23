        RECORD KEY IS LB-Report-Key
        FILE STATUS IS REPORT-LIBRARY-STATUS.

    SELECT LIBRARY-ARCHIVE-FILE ASSIGN TO "RACERLB.ARC"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS LIBRARY-ARCHIVE-STATUS.

    SELECT REPRINT-CONTROL-FILE ASSIGN TO "RACERPP.CTL"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS REPRINT-CONTROL-STATUS.
01  REPORT-LIBRARY-RECORD.
    COPY RACERLB.

FD  LIBRARY-ARCHIVE-FILE.
01  LIBRARY-ARCHIVE-RECORD.
    05 BA-Season         PIC X(4).
    COPY RACERLB REPLACING LEADING ==LB-== BY ==BX-==.

FD  REPRINT-CONTROL-FILE.
01  REPRINT-CONTROL-RECORD.
    COPY RACERPC.

WORKING-STORAGE SECTION.
    01 REPORT-LIBRARY-STATUS PIC XX.
    01 LIBRARY-ARCHIVE-STATUS PIC XX.
    01 REPRINT-CONTROL-STATUS PIC XX.
    01 REPRINT-OUTPUT-STATUS PIC XX.
    01 OPERATIONS-LOG-STATUS PIC XX.
        88 No-More-Library   VALUE 'Y'.
    01 Requested-Timestamp   PIC X(21).
    01 Requested-Type        PIC X(4).
    01 Requested-Season      PIC X(4).
        88 Reprint-From-Library VALUE SPACES.
    01 Lines-Reprinted       PIC 9(9) VALUE 0.

PROCEDURE DIVISION.
    CLOSE REPRINT-CONTROL-FILE
    MOVE PC-Run-Timestamp TO Requested-Timestamp
    MOVE PC-Report-Type TO Requested-Type
    MOVE PC-Season TO Requested-Season

    IF Reprint-From-Library
        OPEN INPUT REPORT-LIBRARY-FILE
        IF REPORT-LIBRARY-STATUS NOT = "00"
            DISPLAY "RaceRptPrint: unable to open RACERLB.DAT, status " REPORT-LIBRARY-STATUS
            MOVE "unable to open RACERLB.DAT" TO Ops-Message-Text
            PERFORM Abort-Run
        END-IF
    ELSE
        OPEN INPUT LIBRARY-ARCHIVE-FILE
        IF LIBRARY-ARCHIVE-STATUS NOT = "00"
            DISPLAY "RaceRptPrint: unable to open RACERLB.ARC, status " LIBRARY-ARCHIVE-STATUS
            MOVE "unable to open RACERLB.ARC" TO Ops-Message-Text
            PERFORM Abort-Run
        END-IF
    END-IF

    OPEN OUTPUT REPRINT-OUTPUT-FILE
    *> Position on the first line of the requested run and type and
    *> read forward while the key still matches -- the sequence is
    *> the low-order part of the key, so the lines come back in the
    *> order the original run printed them. A closed season's archive
    *> was copied from the library in key order, so a straight pass
    *> selecting the season, run and type gives the same order.
    IF Reprint-From-Library
        MOVE Requested-Timestamp TO LB-Run-Timestamp
        MOVE Requested-Type TO LB-Report-Type
        MOVE ZEROES TO LB-Line-Seq
        START REPORT-LIBRARY-FILE KEY IS NOT LESS THAN LB-Report-Key
            INVALID KEY
                SET No-More-Library TO TRUE
        END-START
        PERFORM Reprint-Next-Line UNTIL No-More-Library
        CLOSE REPORT-LIBRARY-FILE
    ELSE
        PERFORM Reprint-Archived-Line UNTIL No-More-Library
        CLOSE LIBRARY-ARCHIVE-FILE
    END-IF

    CLOSE REPRINT-OUTPUT-FILE

    IF Lines-Reprinted = 0
                SET No-More-Library TO TRUE
            ELSE
                MOVE LB-Line TO PO-Line
                PERFORM Write-Reprint-Line
            END-IF
    END-READ.

Reprint-Archived-Line.
    READ LIBRARY-ARCHIVE-FILE
        AT END
            SET No-More-Library TO TRUE
        NOT AT END
            IF BA-Season = Requested-Season
                AND BX-Run-Timestamp = Requested-Timestamp
                AND BX-Report-Type = Requested-Type
                MOVE BX-Line TO PO-Line
                PERFORM Write-Reprint-Line
            END-IF
    END-READ.

Write-Reprint-Line.
    WRITE REPRINT-OUTPUT-RECORD
    IF REPRINT-OUTPUT-STATUS NOT = "00"
        DISPLAY "RaceRptPrint: unable to write RACERPP.OUT, status " REPRINT-OUTPUT-STATUS
        MOVE "unable to write RACERPP.OUT" TO Ops-Message-Text
        PERFORM Abort-Run
    END-IF
    ADD 1 TO Lines-Reprinted.

*> Shared operations log -- every program in the suite appends its
*> messages here with a stamp, program name and severity, so the
*> morning operator reads one log instead of the console scrollback.
