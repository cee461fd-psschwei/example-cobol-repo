*> WSSRCTRL - per-source control totals carried on the generated
*> HASHRPT and IDMIFACE trailers from column 27, straight after the
*> WSHDRTRL trailer fields, one entry per source system whose KEYIN
*> segment the run hashed (see EXAMPLE1I).  Readers that take only
*> trailer columns 1-26 are unaffected.  Written by EXAMPLE1 and by
*> EXAMPLE1J for a consolidated run; balanced by EXAMPLE1D.
*>     HASHRPT   SOURCE-REPORT-TOTALS: keys received on the source's
*>               KEYIN segment(s), report lines, validation rejects
*>               (compromised-feed hits included) and keys with a
*>               hash failure
*>     IDMIFACE  SOURCE-IFACE-TOTALS: batch interface records; the
*>               online records merged from ONLIFQ belong to no
*>               source and are the trailer count less these
*> Six sources fit in one run, the same limit EXAMPLE1 and the
*> registry entry (WSRUNREG) hold.

01  SOURCE-REPORT-TOTALS.
    05  STR-SOURCE-COUNT            PIC 9.
    05  STR-SOURCE-ENTRY            OCCURS 6 TIMES.
        10  STR-SOURCE-ID           PIC X(8).
        10  STR-KEYIN-COUNT         PIC 9(9).
        10  STR-REPORTED-COUNT      PIC 9(9).
        10  STR-REJECTED-COUNT      PIC 9(9).
        10  STR-FAILED-COUNT        PIC 9(9).

01  SOURCE-IFACE-TOTALS.
    05  STI-SOURCE-COUNT            PIC 9.
    05  STI-SOURCE-ENTRY            OCCURS 6 TIMES.
        10  STI-SOURCE-ID           PIC X(8).
        10  STI-INTERFACE-COUNT     PIC 9(9).
