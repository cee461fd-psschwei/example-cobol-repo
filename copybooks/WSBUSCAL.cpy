*> WSBUSCAL - shared business calendar (BUSCAL), keyed on the date
*> yyyymmdd.  Monday to Friday are business days and Saturday and
*> Sunday are not, so the calendar holds only the exceptions: a
*> holiday on a weekday, or a weekend day that is being worked.  One
*> further record, keyed PROCDATE, carries the processing date of the
*> current batch window; it is set once at the start of the window,
*> so every job that ages or cuts off by date works from the same
*> "today" however late the window runs.  Maintained by EXAMPLE1U
*> from CALMNT transactions; read by every job with an aging window
*> or retention cutoff (EXAMPLE1K, 1R, 1C, 1A, 1P), by the EXAMPLE1I
*> intake to know which sources are due, and by the EXAMPLE1EN expiry
*> notices.

01  BUSINESS-CALENDAR-RECORD.
    05  BCL-KEY                     PIC X(8).
        88  BCL-KEY-PROCESSING-DATE         VALUE "PROCDATE".
    05  BCL-DAY-TYPE                PIC X.
        88  BCL-DAY-HOLIDAY                 VALUE "H".
        88  BCL-DAY-WORKED                  VALUE "B".
        88  BCL-DAY-CONTROL                 VALUE "P".
    05  BCL-DESCRIPTION             PIC X(30).
*>  Set on the PROCDATE record only.
    05  BCL-PROCESSING-DATE         PIC X(8).
    05  BCL-UPDATED-BY              PIC X(8).
    05  BCL-UPDATED-TIMESTAMP       PIC X(21).
