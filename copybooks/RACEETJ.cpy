*> Rejected meet entry transaction record, written by RaceEntryEdit
*> for every RACEENM.DAT transaction that fails editing. Carries the
*> original transaction image verbatim followed by one reason code
*> per edited field -- spaces where that field passed, matching
*> RACEREJ.cpy's pattern. E210 bad transaction code; E220/E221 meet
*> id blank or left-padded, E222 meet not on the RACEMSC.DAT
*> schedule, E223 meet already certified; E230/E231 race id blank
*> or left-padded; E240 add for an entry already on file or already
*> added in the batch, E241 delete for an entry not on file or
*> already deleted in the batch.
    05 EJ-Txn-Code       PIC X.
    05 EJ-Meet-Id        PIC X(6).
    05 EJ-Race-Id        PIC X(6).
    05 FILLER            PIC X(3).
    05 EJ-Code-Reason    PIC X(4).
    05 FILLER            PIC X(1).
    05 EJ-Meet-Reason    PIC X(4).
    05 FILLER            PIC X(1).
    05 EJ-Race-Reason    PIC X(4).
    05 FILLER            PIC X(1).
    05 EJ-Entry-Reason   PIC X(4).
