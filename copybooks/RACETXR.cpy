*> Outbound transmission register -- one row per extract detail sent
*> to the league, kept across runs so an acknowledgement can be
*> matched to the transmission it answers however late it arrives.
*> Filed by RaceOutlierGate when the extract passes the gate or a
*> held extract is released, so only extracts cleared to go are on
*> it and the sent date is the day they were cleared. Keyed meet +
*> race + the run timestamp on the extract header (the original
*> run's on a checkpoint restart), so a race sent again in a later
*> run gets a row of its own. The ack status stays space until
*> RaceAckRecon stamps the league's answer: A accepted, R rejected,
*> D accepted with official figures differing from ours.
    05 RG-Register-Key.
        10 RG-Meet-Id        PIC X(6).
        10 RG-Race-Id        PIC X(6).
        10 RG-Run-Timestamp  PIC X(21).
    05 RG-Race-Date       PIC X(8).
    05 RG-WaysToWin       PIC 9(18).
    05 RG-Sent-Date       PIC X(8).
    05 RG-Ack-Status      PIC X.
        88 RG-Ack-Pending  VALUE SPACE.
        88 RG-Ack-Accepted VALUE 'A'.
        88 RG-Ack-Rejected VALUE 'R'.
        88 RG-Ack-Disputed VALUE 'D'.
    05 RG-Ack-Timestamp   PIC X(21).
