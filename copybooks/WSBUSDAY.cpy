*> WSBUSDAY - working storage for the business-day paragraphs
*> (ESTABLISH-PROCESSING-DATE, TEST-BUSINESS-DAY,
*> SUBTRACT-BUSINESS-DAYS) carried by every job that reads the
*> BUSCAL business calendar (WSBUSCAL).
*>     WS-PROCESSING-DATE         the window's processing date, from
*>                                the calendar's PROCDATE record, or
*>                                the system date when there is none
*>     WS-PROCESSING-DATE-SOURCE  CALENDAR or SYSTEM, for the reports
*>     WS-BUSDAY-DATE             date tested / stepped back from
*>     WS-BUSDAY-WANTED           business days to step back

01  WS-BUSCAL-FILE-STATUS           PIC X(2) VALUE "00".
    88  WS-BUSCAL-FILE-FOUND                VALUE "00".
    88  WS-BUSCAL-FILE-NOT-FOUND            VALUE "35".

01  WS-BUSCAL-OPEN-SW               PIC X VALUE "N".
    88  BUSCAL-IS-OPEN                      VALUE "Y".

01  WS-PROCESSING-DATE              PIC X(8).
01  WS-PROCESSING-DATE-SOURCE       PIC X(8).
    88  PROCESSING-DATE-FROM-CALENDAR       VALUE "CALENDAR".
    88  PROCESSING-DATE-FROM-SYSTEM         VALUE "SYSTEM".

01  WS-BUSDAY-DATE                  PIC X(8).
01  WS-BUSDAY-INTEGER               PIC 9(8).
01  WS-BUSDAY-WEEKDAY               PIC 9.
01  WS-BUSDAY-WANTED                PIC 9(5).
01  WS-BUSDAY-COUNTED               PIC 9(5).
01  WS-BUSDAY-SW                    PIC X.
    88  IS-BUSINESS-DAY                     VALUE "Y".
    88  IS-NOT-BUSINESS-DAY                 VALUE "N".

01  WS-PROCESSING-DATE-LINE.
    05  FILLER                      PIC X(16)
        VALUE "PROCESSING DATE ".
    05  WS-PDL-DATE                 PIC X(8).
    05  FILLER                      PIC X(7) VALUE "  FROM ".
    05  WS-PDL-SOURCE               PIC X(8).
