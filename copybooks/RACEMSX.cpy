*> Meet schedule maintenance transaction record, applied to
*> RACEMSC.DAT by RaceMeetMaint. Add puts a meet on the schedule as
*> scheduled; change moves its date while nothing has been scored
*> under it; delete takes a scheduled meet off again. Open and
*> transmitted are the operator's own status moves. Reopen is the only
*> way back from certified, and must carry who authorised it and why
*> -- both are logged to RACEMSL.LOG with the before and after status.
    05 MT-Txn-Code       PIC X.
        88 MT-Add        VALUE 'A'.
        88 MT-Change     VALUE 'C'.
        88 MT-Delete     VALUE 'D'.
        88 MT-Open       VALUE 'O'.
        88 MT-Transmit   VALUE 'T'.
        88 MT-Reopen     VALUE 'R'.
    05 MT-Meet-Id        PIC X(6).
    05 MT-Meet-Date      PIC X(8).
    05 MT-Authorised-By  PIC X(8).
    05 MT-Reason         PIC X(40).
