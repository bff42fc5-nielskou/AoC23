            15 CKPT-Div-Ways-Product PIC 9(30).
            15 CKPT-Div-Product-Overflowed PIC X.
            15 CKPT-Div-Exceptions   PIC 9(9).
*> Entered races found missing from the master so far, so a
*> restarted entry-list run still reports the meet's whole count.
    05 CKPT-Missing-Count      PIC 9(9).
