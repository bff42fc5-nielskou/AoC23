*> Extract release record -- the card on RACEGAR.CTL a supervisor
*> keys to let a held league extract go. It names the run timestamp
*> on the held extract's header, so a card left over from an earlier
*> hold never releases a later one; the supervisor must be granted
*> extract release on RACEOPR.DAT, and the reason is logged.
    05 GL-Run-Timestamp   PIC X(21).
    05 GL-Released-By     PIC X(8).
    05 GL-Reason          PIC X(40).
