    05 CJ-Hold-Reason    PIC X(4).
    05 FILLER            PIC X(1).
    05 CJ-Dist-Reason    PIC X(4).
*> Operator edit: E160 operator id blank or not on RACEOPR.DAT,
*> E161 operator not granted crew maintenance.
    05 FILLER            PIC X(1).
    05 CJ-Operator-Id    PIC X(8).
    05 FILLER            PIC X(1).
    05 CJ-Oper-Reason    PIC X(4).
