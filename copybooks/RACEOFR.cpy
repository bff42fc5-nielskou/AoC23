*> League official-records feed record -- the league's course
*> records as they stand: one header ('H') with the league's issue
*> timestamp, one detail ('D') per race with the record time and
*> record distance, one trailer ('T') carrying the detail count and a
*> hash total (sum of the detail record distances) so we can prove
*> the file arrived whole before a single figure is compared. The
*> three bodies REDEFINE one area, matching RACEACK.cpy's pattern.
    05 OF-Record-Type     PIC X.
        88 OF-Header      VALUE 'H'.
        88 OF-Detail      VALUE 'D'.
        88 OF-Trailer     VALUE 'T'.
    05 OF-Header-Body.
        10 OF-Issue-Timestamp PIC X(21).
        10 FILLER             PIC X(29).
    05 OF-Detail-Body REDEFINES OF-Header-Body.
        10 OF-Race-Id        PIC X(6).
        10 OF-Record-Date    PIC X(8).
        10 OF-MilliSeconds   PIC 9(18).
        10 OF-MilliMeters    PIC 9(18).
    05 OF-Trailer-Body REDEFINES OF-Header-Body.
        10 OF-Record-Count   PIC 9(9).
        10 OF-Hash-Total     PIC 9(30).
        10 FILLER            PIC X(11).
