*> Meet schedule maintenance log record -- one per transaction
*> RaceMeetMaint applies to RACEMSC.DAT, appended to RACEMSL.LOG with
*> the meet's date and status before and after, so every status move
*> (above all a reopen of a certified meet) can be traced to the run,
*> the person who authorised it and the reason given.
    05 SL-Txn-Code       PIC X.
    05 SL-Run-Timestamp  PIC X(21).
    05 SL-Meet-Id        PIC X(6).
    05 SL-Before-Date    PIC X(8).
    05 SL-Before-Status  PIC X.
    05 SL-After-Date     PIC X(8).
    05 SL-After-Status   PIC X.
    05 SL-Authorised-By  PIC X(8).
    05 SL-Reason         PIC X(40).
