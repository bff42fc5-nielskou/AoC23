IDENTIFICATION DIVISION.
PROGRAM-ID. RaceChain.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT STEP-DEFINITION-FILE ASSIGN TO "RACECHN.CTL"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS STEP-DEFINITION-STATUS.

    *> Appended to across nights; the last chain on it says whether
    *> tonight is a fresh chain or the rerun of one that stopped.
    SELECT CHAIN-STATUS-FILE ASSIGN TO "RACECHS.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS CHAIN-STATUS-STATUS.

    SELECT RUN-LEDGER-FILE ASSIGN TO "RACERUN.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS RUN-LEDGER-STATUS.

    SELECT RUN-SHEET-FILE ASSIGN TO "RACECHN.OUT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS RUN-SHEET-STATUS.

    SELECT OPERATIONS-LOG-FILE ASSIGN TO "RACEOPS.LOG"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS OPERATIONS-LOG-STATUS.

DATA DIVISION.
FILE SECTION.
FD  STEP-DEFINITION-FILE.
01  STEP-DEFINITION-RECORD.
    COPY RACECHC.

FD  CHAIN-STATUS-FILE.
01  CHAIN-STATUS-RECORD.
    COPY RACECHS.

FD  RUN-LEDGER-FILE.
01  RUN-LEDGER-RECORD.
    COPY RACERUN.

FD  RUN-SHEET-FILE.
01  RUN-SHEET-RECORD.
    COPY RACECHR.
01  RUN-SHEET-TOTAL-RECORD.
    COPY RACEEDR.

FD  OPERATIONS-LOG-FILE.
01  OPERATIONS-LOG-RECORD.
    COPY RACEOPS.

WORKING-STORAGE SECTION.
    01 OPERATIONS-LOG-STATUS PIC XX.
    01 Ops-Severity          PIC X.
    01 Ops-Message-Text      PIC X(132).
    01 Ops-Timestamp         PIC X(21).
    01 WS-Ops-Program        PIC X(16) VALUE "RaceChain".

    01 STEP-DEFINITION-STATUS PIC XX.
    01 CHAIN-STATUS-STATUS    PIC XX.
    01 RUN-LEDGER-STATUS      PIC XX.
    01 RUN-SHEET-STATUS       PIC XX.
    01 Run-Timestamp          PIC X(21).

    01 End-Of-Steps          PIC X VALUE 'N'.
        88 No-More-Steps     VALUE 'Y'.
    01 End-Of-Status         PIC X.
        88 No-More-Status    VALUE 'Y'.
    01 End-Of-Ledger         PIC X.
        88 No-More-Ledger    VALUE 'Y'.

    *> The night's steps, loaded once from RACECHN.CTL.
    01 Step-Table.
        05 Step-Entry OCCURS 50 TIMES.
            10 Step-Seq          PIC 9(3).
            10 Step-Name         PIC X(16).
            10 Step-Warn-RC      PIC 9(2).
            10 Step-Stop-RC      PIC 9(2).
            10 Step-Command      PIC X(80).
    01 Step-Count            PIC 9(4) VALUE 0.
    01 Step-Max              PIC 9(4) VALUE 50.
    01 Step-Sub              PIC 9(4).
    01 Stopped-Step-Sub      PIC 9(4) VALUE 0.
    01 Not-Run-Sub           PIC 9(4).

    01 Chain-Id              PIC X(21).
    01 Last-Chain-Id         PIC X(21) VALUE SPACES.
    01 Last-Chain-Ended      PIC X VALUE 'N'.
        88 Last-Chain-Complete VALUE 'Y'.
    01 Last-Good-Seq         PIC 9(3) VALUE 0.
    01 Resume-After-Seq      PIC 9(3) VALUE 0.
    01 Chain-Resumed-Flag    PIC X VALUE 'N'.
        88 Chain-Resumed     VALUE 'Y'.
    01 Chain-Stopped-Flag    PIC X VALUE 'N'.
        88 Chain-Stopped     VALUE 'Y'.

    01 Step-Return-Code      PIC S9(9).
    01 Step-Start-Stamp      PIC X(21).
    01 Step-End-Stamp        PIC X(21).
    01 Stamp-Seconds         PIC 9(7).
    01 Start-Seconds         PIC 9(7).
    01 End-Seconds           PIC 9(7).
    01 Stamp-Work            PIC X(21).
    01 Stamp-Parts REDEFINES Stamp-Work.
        05 Stamp-Date        PIC X(8).
        05 Stamp-Hour        PIC 9(2).
        05 Stamp-Minute      PIC 9(2).
        05 Stamp-Second      PIC 9(2).
        05 FILLER            PIC X(7).
    01 Elapsed-Seconds       PIC 9(7).

    01 Ledger-Found-Flag     PIC X.
        88 Ledger-Entry-Found VALUE 'Y'.
    01 Ledger-Count-A        PIC 9(9).
    01 Ledger-Count-B        PIC 9(9).

    01 Steps-Run             PIC 9(9) VALUE 0.
    01 Steps-Completed       PIC 9(9) VALUE 0.
    01 Steps-Warned          PIC 9(9) VALUE 0.
    01 Steps-Failed          PIC 9(9) VALUE 0.
    01 Steps-Skipped         PIC 9(9) VALUE 0.
    01 Steps-Not-Run         PIC 9(9) VALUE 0.

    01 WS-Label-Step         PIC X(6) VALUE "Step: ".
    01 WS-Label-RC           PIC X(4) VALUE "RC: ".
    01 WS-Label-Elapsed      PIC X(9) VALUE "Elapsed: ".
    01 WS-Elapsed-Unit       PIC X(2) VALUE "s ".
    01 WS-Label-Ledger       PIC X(8) VALUE "Ledger: ".
    01 WS-Outcome-Completed  PIC X(10) VALUE "COMPLETED".
    01 WS-Outcome-Warning    PIC X(10) VALUE "WARNING".
    01 WS-Outcome-Failed     PIC X(10) VALUE "FAILED".
    01 WS-Outcome-Not-Run    PIC X(10) VALUE "NOT RUN".
    01 WS-Label-Run          PIC X(30) VALUE "Steps run tonight:    ".
    01 WS-Label-Completed    PIC X(30) VALUE "Steps completed:      ".
    01 WS-Label-Warned       PIC X(30) VALUE "Steps with warnings:  ".
    01 WS-Label-Failed       PIC X(30) VALUE "Steps failed:         ".
    01 WS-Label-Skipped      PIC X(30) VALUE "Steps done before rerun:".
    01 WS-Label-Not-Run      PIC X(30) VALUE "Steps not run:        ".

PROCEDURE DIVISION.
Main-Logic.
    MOVE FUNCTION CURRENT-DATE TO Run-Timestamp

    PERFORM Load-Step-Table
    PERFORM Find-Restart-Point

    OPEN EXTEND CHAIN-STATUS-FILE
    IF CHAIN-STATUS-STATUS = "35"
        OPEN OUTPUT CHAIN-STATUS-FILE
    END-IF
    IF CHAIN-STATUS-STATUS NOT = "00"
        DISPLAY "RaceChain: unable to open RACECHS.DAT, status " CHAIN-STATUS-STATUS
        MOVE "unable to open RACECHS.DAT" TO Ops-Message-Text
        PERFORM Abort-Run
    END-IF

    PERFORM Run-Step
        VARYING Step-Sub FROM 1 BY 1
        UNTIL Step-Sub > Step-Count OR Chain-Stopped

    IF NOT Chain-Stopped
        MOVE SPACES TO CHAIN-STATUS-RECORD
        SET CS-End-Record TO TRUE
        MOVE Chain-Id TO CS-Chain-Id
        MOVE FUNCTION CURRENT-DATE TO CS-End-Stamp
        PERFORM Write-Chain-Status
    END-IF
    CLOSE CHAIN-STATUS-FILE

    PERFORM Write-Run-Sheet

    *> The steps' own return codes came back through RETURN-CODE;
    *> the driver's is set afresh from how the chain ended.
    MOVE 0 TO RETURN-CODE
    MOVE SPACES TO Ops-Message-Text
    IF Chain-Stopped
        MOVE 'E' TO Ops-Severity
        STRING "chain " Chain-Id " stopped at step "
            Step-Seq(Stopped-Step-Sub) " " Step-Name(Stopped-Step-Sub)
            ", rerun RaceChain to resume there"
            DELIMITED BY SIZE INTO Ops-Message-Text
    ELSE
        IF Steps-Warned > 0
            MOVE 'W' TO Ops-Severity
        ELSE
            MOVE 'I' TO Ops-Severity
        END-IF
        STRING "chain " Chain-Id " completed, steps run " Steps-Run
            ", warnings " Steps-Warned
            DELIMITED BY SIZE INTO Ops-Message-Text
    END-IF
    PERFORM Log-Ops-Message

    DISPLAY "RaceChain: steps run " Steps-Run
        ", completed " Steps-Completed
        ", warnings " Steps-Warned
        ", failed " Steps-Failed
        ", not run " Steps-Not-Run
    IF Chain-Stopped
        MOVE 8 TO RETURN-CODE
    END-IF
    STOP RUN.

Load-Step-Table.
    OPEN INPUT STEP-DEFINITION-FILE
    IF STEP-DEFINITION-STATUS NOT = "00"
        DISPLAY "RaceChain: unable to open RACECHN.CTL, status " STEP-DEFINITION-STATUS
        MOVE "unable to open RACECHN.CTL" TO Ops-Message-Text
        PERFORM Abort-Run
    END-IF
    PERFORM Load-Step-Record UNTIL No-More-Steps
    CLOSE STEP-DEFINITION-FILE
    IF Step-Count = 0
        DISPLAY "RaceChain: RACECHN.CTL defines no steps, run refused"
        MOVE "RACECHN.CTL defines no steps, run refused" TO Ops-Message-Text
        PERFORM Abort-Run
    END-IF.

*> Step numbers must climb: the restart point is "every step after
*> the last one that completed", which only means something when the
*> numbers run in the order the steps do.
Load-Step-Record.
    READ STEP-DEFINITION-FILE
        AT END
            SET No-More-Steps TO TRUE
        NOT AT END
            IF CC-Step-Seq IS NOT NUMERIC
                OR CC-Warn-RC IS NOT NUMERIC
                OR CC-Stop-RC IS NOT NUMERIC
                OR CC-Step-Name = SPACES
                OR CC-Command = SPACES
                DISPLAY "RaceChain: RACECHN.CTL step card '" CC-Step-Seq
                    "' is incomplete, run refused"
                MOVE "RACECHN.CTL step card is incomplete, run refused" TO Ops-Message-Text
                PERFORM Abort-Run
            END-IF
            IF CC-Warn-RC > CC-Stop-RC
                DISPLAY "RaceChain: RACECHN.CTL step " CC-Step-Seq
                    " warns above its stop code, run refused"
                MOVE "RACECHN.CTL step warns above its stop code, run refused" TO Ops-Message-Text
                PERFORM Abort-Run
            END-IF
            IF Step-Count > 0
                IF CC-Step-Seq NOT > Step-Seq(Step-Count)
                    DISPLAY "RaceChain: RACECHN.CTL step " CC-Step-Seq
                        " is out of sequence, run refused"
                    MOVE "RACECHN.CTL steps are out of sequence, run refused" TO Ops-Message-Text
                    PERFORM Abort-Run
                END-IF
            END-IF
            IF Step-Count >= Step-Max
                DISPLAY "RaceChain: RACECHN.CTL holds more than "
                    Step-Max " steps, run refused"
                MOVE "RACECHN.CTL exceeds the step table, run refused" TO Ops-Message-Text
                PERFORM Abort-Run
            END-IF
            ADD 1 TO Step-Count
            MOVE CC-Step-Seq TO Step-Seq(Step-Count)
            MOVE CC-Step-Name TO Step-Name(Step-Count)
            MOVE CC-Warn-RC TO Step-Warn-RC(Step-Count)
            MOVE CC-Stop-RC TO Step-Stop-RC(Step-Count)
            MOVE CC-Command TO Step-Command(Step-Count)
    END-READ.

*> The last chain on the status file decides where tonight starts.
*> Finished (it has its end record) or no chain at all: a fresh
*> chain from the first step. Unfinished: the same chain again,
*> picking up after the last step that completed or warned.
Find-Restart-Point.
    MOVE 'N' TO End-Of-Status
    OPEN INPUT CHAIN-STATUS-FILE
    IF CHAIN-STATUS-STATUS = "00"
        PERFORM Scan-Chain-Status UNTIL No-More-Status
        CLOSE CHAIN-STATUS-FILE
    END-IF
    IF Last-Chain-Id NOT = SPACES AND NOT Last-Chain-Complete
        MOVE Last-Chain-Id TO Chain-Id
        MOVE Last-Good-Seq TO Resume-After-Seq
        SET Chain-Resumed TO TRUE
        DISPLAY "RaceChain: resuming chain " Chain-Id
            " after step " Resume-After-Seq
        MOVE 'I' TO Ops-Severity
        MOVE SPACES TO Ops-Message-Text
        STRING "resuming chain " Chain-Id " after step " Resume-After-Seq
            DELIMITED BY SIZE INTO Ops-Message-Text
        PERFORM Log-Ops-Message
    ELSE
        MOVE Run-Timestamp TO Chain-Id
        DISPLAY "RaceChain: starting chain " Chain-Id
    END-IF.

Scan-Chain-Status.
    READ CHAIN-STATUS-FILE
        AT END
            SET No-More-Status TO TRUE
        NOT AT END
            IF CS-Chain-Id NOT = Last-Chain-Id
                MOVE CS-Chain-Id TO Last-Chain-Id
                MOVE 'N' TO Last-Chain-Ended
                MOVE 0 TO Last-Good-Seq
            END-IF
            IF CS-End-Record
                SET Last-Chain-Complete TO TRUE
            END-IF
            IF CS-Step-Record AND (CS-Completed OR CS-Warned)
                AND CS-Step-Seq > Last-Good-Seq
                MOVE CS-Step-Seq TO Last-Good-Seq
            END-IF
    END-READ.

Run-Step.
    IF Step-Seq(Step-Sub) NOT > Resume-After-Seq
        DISPLAY "RaceChain: step " Step-Seq(Step-Sub) " "
            Step-Name(Step-Sub) " completed earlier in this chain, skipped"
        ADD 1 TO Steps-Skipped
        EXIT PARAGRAPH
    END-IF

    DISPLAY "RaceChain: step " Step-Seq(Step-Sub) " "
        Step-Name(Step-Sub) " starting"
    MOVE FUNCTION CURRENT-DATE TO Step-Start-Stamp
    CALL "SYSTEM" USING Step-Command(Step-Sub)
    MOVE RETURN-CODE TO Step-Return-Code
    MOVE 0 TO RETURN-CODE
    MOVE FUNCTION CURRENT-DATE TO Step-End-Stamp
    *> A shell that hands back the raw wait status carries the exit
    *> code in the high byte.
    IF Step-Return-Code > 255
        DIVIDE Step-Return-Code BY 256 GIVING Step-Return-Code
    END-IF
    IF Step-Return-Code < 0
        MOVE 9999 TO Step-Return-Code
    END-IF
    ADD 1 TO Steps-Run

    PERFORM Compute-Elapsed
    PERFORM Find-Ledger-Counts

    MOVE SPACES TO CHAIN-STATUS-RECORD
    SET CS-Step-Record TO TRUE
    MOVE Chain-Id TO CS-Chain-Id
    MOVE Step-Seq(Step-Sub) TO CS-Step-Seq
    MOVE Step-Name(Step-Sub) TO CS-Step-Name
    MOVE Step-Return-Code TO CS-Return-Code
    MOVE Step-Start-Stamp TO CS-Start-Stamp
    MOVE Step-End-Stamp TO CS-End-Stamp
    MOVE Elapsed-Seconds TO CS-Elapsed-Seconds
    MOVE Ledger-Found-Flag TO CS-Ledger-Found
    MOVE Ledger-Count-A TO CS-Count-A
    MOVE Ledger-Count-B TO CS-Count-B

    EVALUATE TRUE
        WHEN Step-Return-Code >= Step-Stop-RC(Step-Sub)
            SET CS-Failed TO TRUE
            ADD 1 TO Steps-Failed
            SET Chain-Stopped TO TRUE
            MOVE Step-Sub TO Stopped-Step-Sub
            DISPLAY "RaceChain: step " Step-Seq(Step-Sub) " "
                Step-Name(Step-Sub) " ended RC " CS-Return-Code
                ", chain stopped"
        WHEN Step-Return-Code >= Step-Warn-RC(Step-Sub)
            SET CS-Warned TO TRUE
            ADD 1 TO Steps-Warned
            DISPLAY "RaceChain: step " Step-Seq(Step-Sub) " "
                Step-Name(Step-Sub) " ended RC " CS-Return-Code
                ", carrying on with a warning"
            MOVE 'W' TO Ops-Severity
            MOVE SPACES TO Ops-Message-Text
            STRING "step " Step-Seq(Step-Sub) " " Step-Name(Step-Sub)
                " ended with a warning, chain carried on"
                DELIMITED BY SIZE INTO Ops-Message-Text
            PERFORM Log-Ops-Message
        WHEN OTHER
            SET CS-Completed TO TRUE
            ADD 1 TO Steps-Completed
            DISPLAY "RaceChain: step " Step-Seq(Step-Sub) " "
                Step-Name(Step-Sub) " completed"
    END-EVALUATE
    PERFORM Write-Chain-Status.

*> Elapsed wall-clock seconds off the two stamps; a step that runs
*> over midnight picks up the day it crossed.
Compute-Elapsed.
    MOVE Step-Start-Stamp TO Stamp-Work
    PERFORM Stamp-To-Seconds
    MOVE Stamp-Seconds TO Start-Seconds
    MOVE Step-End-Stamp TO Stamp-Work
    PERFORM Stamp-To-Seconds
    MOVE Stamp-Seconds TO End-Seconds
    IF Step-End-Stamp(1:8) NOT = Step-Start-Stamp(1:8)
        ADD 86400 TO End-Seconds
    END-IF
    IF End-Seconds < Start-Seconds
        MOVE 0 TO Elapsed-Seconds
    ELSE
        COMPUTE Elapsed-Seconds = End-Seconds - Start-Seconds
    END-IF.

Stamp-To-Seconds.
    COMPUTE Stamp-Seconds = Stamp-Hour * 3600
        + Stamp-Minute * 60 + Stamp-Second.

*> The step's completion on the ledger is the last one it stamped
*> since it started; a step that keeps no ledger leaves none.
Find-Ledger-Counts.
    MOVE 'N' TO Ledger-Found-Flag
    MOVE 0 TO Ledger-Count-A
    MOVE 0 TO Ledger-Count-B
    MOVE 'N' TO End-Of-Ledger
    OPEN INPUT RUN-LEDGER-FILE
    IF RUN-LEDGER-STATUS NOT = "00"
        EXIT PARAGRAPH
    END-IF
    PERFORM Scan-Ledger-Record UNTIL No-More-Ledger
    CLOSE RUN-LEDGER-FILE.

Scan-Ledger-Record.
    READ RUN-LEDGER-FILE
        AT END
            SET No-More-Ledger TO TRUE
        NOT AT END
            IF RU-Completion
                AND RU-Program = Step-Name(Step-Sub)
                AND RU-Run-Timestamp >= Step-Start-Stamp
                SET Ledger-Entry-Found TO TRUE
                MOVE RU-Count-A TO Ledger-Count-A
                MOVE RU-Count-B TO Ledger-Count-B
            END-IF
    END-READ.

Write-Chain-Status.
    WRITE CHAIN-STATUS-RECORD
    IF CHAIN-STATUS-STATUS NOT = "00"
        DISPLAY "RaceChain: unable to write RACECHS.DAT, status " CHAIN-STATUS-STATUS
        MOVE "unable to write RACECHS.DAT" TO Ops-Message-Text
        PERFORM Abort-Run
    END-IF.

*> The whole night on one page: every step record the chain has
*> written, tonight's and any from the run that stopped before the
*> rerun, then the steps a stopped chain never reached.
Write-Run-Sheet.
    OPEN OUTPUT RUN-SHEET-FILE
    IF RUN-SHEET-STATUS NOT = "00"
        DISPLAY "RaceChain: unable to open RACECHN.OUT, status " RUN-SHEET-STATUS
        MOVE "unable to open RACECHN.OUT" TO Ops-Message-Text
        PERFORM Abort-Run
    END-IF

    MOVE 'N' TO End-Of-Status
    OPEN INPUT CHAIN-STATUS-FILE
    IF CHAIN-STATUS-STATUS NOT = "00"
        DISPLAY "RaceChain: unable to reopen RACECHS.DAT, status " CHAIN-STATUS-STATUS
        MOVE "unable to reopen RACECHS.DAT" TO Ops-Message-Text
        PERFORM Abort-Run
    END-IF
    PERFORM Sheet-Chain-Status UNTIL No-More-Status
    CLOSE CHAIN-STATUS-FILE

    IF Chain-Stopped
        COMPUTE Not-Run-Sub = Stopped-Step-Sub + 1
        PERFORM Sheet-Not-Run-Step
            VARYING Step-Sub FROM Not-Run-Sub BY 1 UNTIL Step-Sub > Step-Count
    END-IF

    MOVE SPACES TO RUN-SHEET-TOTAL-RECORD
    MOVE WS-Label-Run TO ED-Label
    MOVE Steps-Run TO ED-Count
    PERFORM Write-Sheet-Total
    MOVE WS-Label-Completed TO ED-Label
    MOVE Steps-Completed TO ED-Count
    PERFORM Write-Sheet-Total
    MOVE WS-Label-Warned TO ED-Label
    MOVE Steps-Warned TO ED-Count
    PERFORM Write-Sheet-Total
    MOVE WS-Label-Failed TO ED-Label
    MOVE Steps-Failed TO ED-Count
    PERFORM Write-Sheet-Total
    IF Chain-Resumed
        MOVE WS-Label-Skipped TO ED-Label
        MOVE Steps-Skipped TO ED-Count
        PERFORM Write-Sheet-Total
    END-IF
    MOVE WS-Label-Not-Run TO ED-Label
    MOVE Steps-Not-Run TO ED-Count
    PERFORM Write-Sheet-Total

    CLOSE RUN-SHEET-FILE.

Sheet-Chain-Status.
    READ CHAIN-STATUS-FILE
        AT END
            SET No-More-Status TO TRUE
        NOT AT END
            IF CS-Chain-Id = Chain-Id AND CS-Step-Record
                PERFORM Write-Sheet-Step
            END-IF
    END-READ.

Write-Sheet-Step.
    MOVE SPACES TO RUN-SHEET-RECORD
    MOVE WS-Label-Step TO CR-Label-Step
    MOVE CS-Step-Seq TO CR-Step-Seq
    MOVE CS-Step-Name TO CR-Step-Name
    MOVE WS-Label-RC TO CR-Label-RC
    MOVE CS-Return-Code TO CR-Return-Code
    EVALUATE TRUE
        WHEN CS-Completed
            MOVE WS-Outcome-Completed TO CR-Outcome
        WHEN CS-Warned
            MOVE WS-Outcome-Warning TO CR-Outcome
        WHEN OTHER
            MOVE WS-Outcome-Failed TO CR-Outcome
    END-EVALUATE
    MOVE WS-Label-Elapsed TO CR-Label-Elapsed
    MOVE CS-Elapsed-Seconds TO CR-Elapsed-Seconds
    MOVE WS-Elapsed-Unit TO CR-Elapsed-Unit
    IF CS-Ledger-Found = 'Y'
        MOVE WS-Label-Ledger TO CR-Label-Ledger
        MOVE CS-Count-A TO CR-Count-A
        MOVE CS-Count-B TO CR-Count-B
    END-IF
    PERFORM Write-Sheet-Line.

Sheet-Not-Run-Step.
    MOVE SPACES TO RUN-SHEET-RECORD
    MOVE WS-Label-Step TO CR-Label-Step
    MOVE Step-Seq(Step-Sub) TO CR-Step-Seq
    MOVE Step-Name(Step-Sub) TO CR-Step-Name
    MOVE WS-Outcome-Not-Run TO CR-Outcome
    ADD 1 TO Steps-Not-Run
    PERFORM Write-Sheet-Line.

Write-Sheet-Line.
    WRITE RUN-SHEET-RECORD
    IF RUN-SHEET-STATUS NOT = "00"
        DISPLAY "RaceChain: unable to write RACECHN.OUT, status " RUN-SHEET-STATUS
        MOVE "unable to write RACECHN.OUT" TO Ops-Message-Text
        PERFORM Abort-Run
    END-IF.

Write-Sheet-Total.
    WRITE RUN-SHEET-TOTAL-RECORD
    IF RUN-SHEET-STATUS NOT = "00"
        DISPLAY "RaceChain: unable to write RACECHN.OUT, status " RUN-SHEET-STATUS
        MOVE "unable to write RACECHN.OUT" TO Ops-Message-Text
        PERFORM Abort-Run
    END-IF
    MOVE SPACES TO RUN-SHEET-TOTAL-RECORD.

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
        DISPLAY "RaceChain: unable to open RACEOPS.LOG, status " OPERATIONS-LOG-STATUS
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
        DISPLAY "RaceChain: unable to write RACEOPS.LOG, status " OPERATIONS-LOG-STATUS
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
