*> Season-close balancing line -- one per file the close touches:
*> record count and hash total online before the close, on the
*> season archive after the copy, and online after the close. The
*> archived columns stay spaces for RACEMAS.DAT (carried forward, not
*> archived) and RACECTL.DAT (rebuilt from the carried master).
*> Label literals live in WORKING-STORAGE, as in RACECLH.cpy.
    05 CR-Label-File      PIC X(6).
    05 CR-File-Name       PIC X(12).
    05 FILLER             PIC X(3).
    05 CR-Label-Before    PIC X(8).
    05 CR-Before-Count    PIC Z(8)9.
    05 FILLER             PIC X(1).
    05 CR-Before-Hash     PIC Z(29)9.
    05 FILLER             PIC X(3).
    05 CR-Label-Archived  PIC X(10).
    05 CR-Archived-Count  PIC Z(8)9.
    05 FILLER             PIC X(1).
    05 CR-Archived-Hash   PIC Z(29)9.
    05 FILLER             PIC X(3).
    05 CR-Label-After     PIC X(7).
    05 CR-After-Count     PIC Z(8)9.
    05 FILLER             PIC X(1).
    05 CR-After-Hash      PIC Z(29)9.
    05 FILLER             PIC X(3).
    05 CR-Result          PIC X(14).
