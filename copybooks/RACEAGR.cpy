*> Acknowledgement aging report line -- one per transmitted race still
*> awaiting the league's answer after the allowed days: the meet, the
*> race, the run timestamp it went out under, the date sent and the
*> days outstanding. Label literals live in WORKING-STORAGE and are
*> MOVEd in before the WRITE, matching RACERPT.cpy's pattern.
    05 GR-Label-Meet      PIC X(6).
    05 GR-Meet-Id         PIC X(6).
    05 FILLER             PIC X(3).
    05 GR-Label-Race      PIC X(7).
    05 GR-Race-Id         PIC X(6).
    05 FILLER             PIC X(3).
    05 GR-Label-Run       PIC X(5).
    05 GR-Run-Timestamp   PIC X(21).
    05 FILLER             PIC X(3).
    05 GR-Label-Sent      PIC X(6).
    05 GR-Sent-Date       PIC X(8).
    05 FILLER             PIC X(3).
    05 GR-Label-Days      PIC X(6).
    05 GR-Days-Out        PIC Z(4)9.
