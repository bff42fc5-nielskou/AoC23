*> Meet schedule record -- one row per meet of the season, keyed by
*> meet id on RACEMSC.DAT and maintained by RaceMeetMaint. The scoring
*> run validates the current meet id against this file and stamps the
*> meet's scheduled date onto the history key, so two meets held on
*> one day keep separate history rows.
    05 MS-Meet-Id        PIC X(6).
    05 MS-Meet-Date      PIC X(8).
*> Where the meet stands in its lifecycle. RaceMeetMaint adds a meet
*> as scheduled and opens it; the scoring run marks it open while it
*> runs and scored when it completes; RaceAckRecon marks it
*> transmitted when the league answers and certified once every race
*> comes back accepted. A certified meet is locked against scoring,
*> rescoring and race maintenance until RaceMeetMaint logs an
*> authorised reopen, which puts it back to open.
    05 MS-Meet-Status    PIC X.
        88 MS-Scheduled   VALUE 'S'.
        88 MS-Open        VALUE 'O'.
        88 MS-Scored      VALUE 'R'.
        88 MS-Transmitted VALUE 'T'.
        88 MS-Certified   VALUE 'C'.
    05 MS-Status-Stamp   PIC X(21).
