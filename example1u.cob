IDENTIFICATION DIVISION.
PROGRAM-ID. EXAMPLE1U.

*> Business calendar maintenance.  Loads and maintains the shared
*> BUSCAL calendar (layout WSBUSCAL) that every aging window and
*> cutoff is counted against - EXAMPLE1K key rotation aging, the
*> EXAMPLE1R break aging, the EXAMPLE1C resend window, the EXAMPLE1A
*> retention cutoff, the EXAMPLE1P token retirement cutoff and the
*> EXAMPLE1I source due days - and whose processing date the
*> EXAMPLE1EN owner expiry notices are dated from.
*> Monday to Friday are business days unless the calendar marks a
*> holiday; Saturday and Sunday are not unless it marks a worked day.
*> Run once a year with the coming year's holidays, and as the first
*> step of every batch window with a PROC transaction, which fixes
*> the processing date the window's jobs all age against.
*>
*> Input is CALMNT, one transaction per record:
*>     columns  1-4   action
*>                      HOLI  add (or replace) a holiday, weekday only
*>                      WORK  add (or replace) a worked weekend day
*>                      DELE  remove the calendar entry for the date
*>                      PROC  set the processing date; a blank date
*>                            sets today's system date
*>     columns  6-13  date yyyymmdd
*>     columns 15-44  description (holiday name, reason worked)
*>     columns 46-53  user-id of the requester
*> A transaction that fails validation is rejected and nothing is
*> changed for it.  The processing date may not be later than the
*> system date.  CALRPT lists every transaction with its outcome,
*> then the calendar entries from the start of the processing year
*> onward, so a year's load can be checked against the source list.
*>
*> Condition codes: 0 every transaction applied, 4 a transaction
*> rejected (see CALRPT), 16 the calendar or CALMNT could not be
*> opened - nothing changed.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT CALENDAR-MAINT-IN ASSIGN TO "CALMNT"
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS WS-CALMNT-FILE-STATUS.

*> DYNAMIC: keyed maintenance, then a sequential listing.
    SELECT BUSINESS-CALENDAR ASSIGN TO "BUSCAL"
        ORGANIZATION INDEXED
        ACCESS MODE DYNAMIC
        RECORD KEY IS BCL-KEY
        FILE STATUS IS WS-BUSCAL-FILE-STATUS.

    SELECT CALENDAR-REPORT-OUT ASSIGN TO "CALRPT"
        ORGANIZATION LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD  CALENDAR-MAINT-IN.
01  CALENDAR-MAINT-RECORD       PIC X(80).

FD  BUSINESS-CALENDAR.
COPY WSBUSCAL.

FD  CALENDAR-REPORT-OUT.
01  CALENDAR-REPORT-RECORD      PIC X(120).

WORKING-STORAGE SECTION.

COPY WSBUSDAY.

01  WS-CALMNT-FILE-STATUS       PIC X(2) VALUE "00".
    88  WS-CALMNT-FILE-FOUND            VALUE "00".
    88  WS-CALMNT-FILE-NOT-FOUND        VALUE "35".

01  WS-EOF-SWITCHES.
    05  WS-CALMNT-EOF           PIC X VALUE "N".
        88  CALMNT-EOF                  VALUE "Y".
    05  WS-BUSCAL-EOF           PIC X VALUE "N".
        88  BUSCAL-EOF                  VALUE "Y".

01  WS-MAINT-LINE.
    05  WS-MNT-ACTION           PIC X(4).
        88  WS-MNT-ADD-HOLIDAY          VALUE "HOLI".
        88  WS-MNT-ADD-WORKED-DAY       VALUE "WORK".
        88  WS-MNT-DELETE-ENTRY         VALUE "DELE".
        88  WS-MNT-SET-PROCESSING-DATE  VALUE "PROC".
    05  FILLER                  PIC X.
    05  WS-MNT-DATE             PIC X(8).
    05  FILLER                  PIC X.
    05  WS-MNT-DESCRIPTION      PIC X(30).
    05  FILLER                  PIC X.
    05  WS-MNT-USER-ID          PIC X(8).
    05  FILLER                  PIC X(27).

01  WS-CURRENT-TIMESTAMP        PIC X(21).
01  WS-SYSTEM-DATE              PIC X(8).
01  WS-LIST-FROM-DATE           PIC X(8).

01  WS-MNT-RESULT               PIC X(8).
    88  WS-MNT-APPLIED                  VALUE "APPLIED".
    88  WS-MNT-REPLACED                 VALUE "REPLACED".
    88  WS-MNT-DELETED                  VALUE "DELETED".
    88  WS-MNT-REJECTED                 VALUE "REJECTED".
01  WS-MNT-REASON               PIC X(30).

01  WS-READ-COUNT               PIC 9(6) VALUE 0.
01  WS-APPLIED-COUNT            PIC 9(6) VALUE 0.
01  WS-REJECTED-COUNT           PIC 9(6) VALUE 0.
01  WS-LISTED-COUNT             PIC 9(6) VALUE 0.

01  WS-REPORT-HEADING-1.
    05  FILLER                  PIC X(34)
        VALUE "BUSINESS CALENDAR MAINTENANCE  RUN".
    05  FILLER                  PIC X VALUE SPACE.
    05  WS-RH1-TIMESTAMP        PIC X(14).

01  WS-TRANSACTION-HEADING.
    05  FILLER                  PIC X(6) VALUE "ACTION".
    05  FILLER                  PIC X(2) VALUE SPACES.
    05  FILLER                  PIC X(8) VALUE "DATE".
    05  FILLER                  PIC X(2) VALUE SPACES.
    05  FILLER                  PIC X(30) VALUE "DESCRIPTION".
    05  FILLER                  PIC X(2) VALUE SPACES.
    05  FILLER                  PIC X(8) VALUE "USER".
    05  FILLER                  PIC X(2) VALUE SPACES.
    05  FILLER                  PIC X(8) VALUE "RESULT".
    05  FILLER                  PIC X(2) VALUE SPACES.
    05  FILLER                  PIC X(30) VALUE "REASON".

01  WS-TRANSACTION-LINE.
    05  WS-TRL-ACTION           PIC X(4).
    05  FILLER                  PIC X(4) VALUE SPACES.
    05  WS-TRL-DATE             PIC X(8).
    05  FILLER                  PIC X(2) VALUE SPACES.
    05  WS-TRL-DESCRIPTION      PIC X(30).
    05  FILLER                  PIC X(2) VALUE SPACES.
    05  WS-TRL-USER-ID          PIC X(8).
    05  FILLER                  PIC X(2) VALUE SPACES.
    05  WS-TRL-RESULT           PIC X(8).
    05  FILLER                  PIC X(2) VALUE SPACES.
    05  WS-TRL-REASON           PIC X(30).

01  WS-LISTING-HEADING.
    05  FILLER                  PIC X(23)
        VALUE "CALENDAR ENTRIES FROM ".
    05  WS-LH-FROM-DATE         PIC X(8).

01  WS-LISTING-LINE.
    05  WS-LST-DATE             PIC X(8).
    05  FILLER                  PIC X(2) VALUE SPACES.
    05  WS-LST-TYPE             PIC X(11).
    05  FILLER                  PIC X(2) VALUE SPACES.
    05  WS-LST-DESCRIPTION      PIC X(30).
    05  FILLER                  PIC X(2) VALUE SPACES.
    05  WS-LST-UPDATED-BY       PIC X(8).
    05  FILLER                  PIC X(2) VALUE SPACES.
    05  WS-LST-UPDATED-AT       PIC X(14).

01  WS-SUMMARY-LINE.
    05  WS-SUM-LABEL            PIC X(40).
    05  WS-SUM-COUNT            PIC Z(5)9.

PROCEDURE DIVISION.

MAIN-PROCESSING.
    MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP
    MOVE WS-CURRENT-TIMESTAMP (1:8) TO WS-SYSTEM-DATE

    PERFORM OPEN-FILES
    PERFORM APPLY-MAINTENANCE
    PERFORM LIST-CALENDAR
    PERFORM WRITE-SUMMARY
    PERFORM CLOSE-FILES

    DISPLAY "Calendar maintenance complete. Read: " WS-READ-COUNT
        " applied: " WS-APPLIED-COUNT
        " rejected: " WS-REJECTED-COUNT
    DISPLAY "Processing date: " WS-PROCESSING-DATE
        " from " WS-PROCESSING-DATE-SOURCE

    IF WS-REJECTED-COUNT > 0
        DISPLAY "WARNING: calendar transactions rejected - see CALRPT"
        MOVE 4 TO RETURN-CODE
    ELSE
        MOVE 0 TO RETURN-CODE
    END-IF

    STOP RUN.

OPEN-FILES.
    OPEN INPUT CALENDAR-MAINT-IN
    IF NOT WS-CALMNT-FILE-FOUND
        DISPLAY "Calendar transactions CALMNT not available, status "
            WS-CALMNT-FILE-STATUS
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF

*> First execution against a freshly defined cluster: create the
*> calendar, then reopen it for keyed update.
    OPEN I-O BUSINESS-CALENDAR
    IF WS-BUSCAL-FILE-NOT-FOUND
        OPEN OUTPUT BUSINESS-CALENDAR
        CLOSE BUSINESS-CALENDAR
        OPEN I-O BUSINESS-CALENDAR
    END-IF
    IF NOT WS-BUSCAL-FILE-FOUND
        DISPLAY "Business calendar BUSCAL not available, status "
            WS-BUSCAL-FILE-STATUS " - nothing changed"
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF
    SET BUSCAL-IS-OPEN TO TRUE

    OPEN OUTPUT CALENDAR-REPORT-OUT
    MOVE WS-CURRENT-TIMESTAMP (1:14) TO WS-RH1-TIMESTAMP
    WRITE CALENDAR-REPORT-RECORD FROM WS-REPORT-HEADING-1
    MOVE SPACES TO CALENDAR-REPORT-RECORD
    WRITE CALENDAR-REPORT-RECORD
    WRITE CALENDAR-REPORT-RECORD FROM WS-TRANSACTION-HEADING.

APPLY-MAINTENANCE.
    PERFORM UNTIL CALMNT-EOF
        READ CALENDAR-MAINT-IN INTO WS-MAINT-LINE
            AT END
                SET CALMNT-EOF TO TRUE
            NOT AT END
                IF WS-MAINT-LINE NOT = SPACES
                    ADD 1 TO WS-READ-COUNT
                    PERFORM APPLY-ONE-TRANSACTION
                END-IF
        END-READ
    END-PERFORM.

APPLY-ONE-TRANSACTION.
    MOVE SPACES TO WS-MNT-RESULT
    MOVE SPACES TO WS-MNT-REASON

    IF WS-MNT-SET-PROCESSING-DATE AND WS-MNT-DATE = SPACES
        MOVE WS-SYSTEM-DATE TO WS-MNT-DATE
    END-IF

    EVALUATE TRUE
        WHEN NOT WS-MNT-ADD-HOLIDAY
            AND NOT WS-MNT-ADD-WORKED-DAY
            AND NOT WS-MNT-DELETE-ENTRY
            AND NOT WS-MNT-SET-PROCESSING-DATE
            SET WS-MNT-REJECTED TO TRUE
            MOVE "ACTION NOT HOLI/WORK/DELE/PROC" TO WS-MNT-REASON
        WHEN WS-MNT-DATE NOT NUMERIC
            SET WS-MNT-REJECTED TO TRUE
            MOVE "DATE NOT YYYYMMDD" TO WS-MNT-REASON
        WHEN FUNCTION TEST-DATE-YYYYMMDD
                (FUNCTION NUMVAL (WS-MNT-DATE)) NOT = 0
            SET WS-MNT-REJECTED TO TRUE
            MOVE "NOT A VALID CALENDAR DATE" TO WS-MNT-REASON
        WHEN WS-MNT-ADD-HOLIDAY
            PERFORM ADD-HOLIDAY
        WHEN WS-MNT-ADD-WORKED-DAY
            PERFORM ADD-WORKED-DAY
        WHEN WS-MNT-DELETE-ENTRY
            PERFORM DELETE-CALENDAR-ENTRY
        WHEN WS-MNT-SET-PROCESSING-DATE
            PERFORM SET-PROCESSING-DATE
    END-EVALUATE

    IF WS-MNT-REJECTED
        ADD 1 TO WS-REJECTED-COUNT
    ELSE
        ADD 1 TO WS-APPLIED-COUNT
    END-IF

    MOVE SPACES TO WS-TRANSACTION-LINE
    MOVE WS-MNT-ACTION TO WS-TRL-ACTION
    MOVE WS-MNT-DATE TO WS-TRL-DATE
    MOVE WS-MNT-DESCRIPTION TO WS-TRL-DESCRIPTION
    MOVE WS-MNT-USER-ID TO WS-TRL-USER-ID
    MOVE WS-MNT-RESULT TO WS-TRL-RESULT
    MOVE WS-MNT-REASON TO WS-TRL-REASON
    WRITE CALENDAR-REPORT-RECORD FROM WS-TRANSACTION-LINE.

ADD-HOLIDAY.
*> A holiday on a Saturday or Sunday changes nothing - the day is not
*> a business day anyway - and usually means the substitute weekday
*> was meant; it is rejected so the list is checked.
    MOVE WS-MNT-DATE TO WS-BUSDAY-DATE
    PERFORM COMPUTE-WEEKDAY
    IF WS-BUSDAY-WEEKDAY = 0 OR WS-BUSDAY-WEEKDAY = 6
        SET WS-MNT-REJECTED TO TRUE
        MOVE "HOLIDAY FALLS ON A WEEKEND" TO WS-MNT-REASON
    ELSE
        PERFORM BUILD-CALENDAR-ENTRY
        SET BCL-DAY-HOLIDAY TO TRUE
        PERFORM STORE-CALENDAR-ENTRY
    END-IF.

ADD-WORKED-DAY.
    MOVE WS-MNT-DATE TO WS-BUSDAY-DATE
    PERFORM COMPUTE-WEEKDAY
    IF WS-BUSDAY-WEEKDAY NOT = 0 AND WS-BUSDAY-WEEKDAY NOT = 6
        SET WS-MNT-REJECTED TO TRUE
        MOVE "WORKED DAY IS NOT A WEEKEND" TO WS-MNT-REASON
    ELSE
        PERFORM BUILD-CALENDAR-ENTRY
        SET BCL-DAY-WORKED TO TRUE
        PERFORM STORE-CALENDAR-ENTRY
    END-IF.

DELETE-CALENDAR-ENTRY.
    MOVE WS-MNT-DATE TO BCL-KEY
    DELETE BUSINESS-CALENDAR
        INVALID KEY
            SET WS-MNT-REJECTED TO TRUE
            MOVE "NO CALENDAR ENTRY FOR DATE" TO WS-MNT-REASON
        NOT INVALID KEY
            SET WS-MNT-DELETED TO TRUE
    END-DELETE.

SET-PROCESSING-DATE.
    IF WS-MNT-DATE > WS-SYSTEM-DATE
        SET WS-MNT-REJECTED TO TRUE
        MOVE "PROCESSING DATE IN THE FUTURE" TO WS-MNT-REASON
    ELSE
        MOVE SPACES TO BUSINESS-CALENDAR-RECORD
        MOVE "PROCDATE" TO BCL-KEY
        SET BCL-DAY-CONTROL TO TRUE
        MOVE "BATCH WINDOW PROCESSING DATE" TO BCL-DESCRIPTION
        MOVE WS-MNT-DATE TO BCL-PROCESSING-DATE
        MOVE WS-MNT-USER-ID TO BCL-UPDATED-BY
        MOVE WS-CURRENT-TIMESTAMP TO BCL-UPDATED-TIMESTAMP
        PERFORM STORE-CALENDAR-ENTRY
    END-IF.

BUILD-CALENDAR-ENTRY.
    MOVE SPACES TO BUSINESS-CALENDAR-RECORD
    MOVE WS-MNT-DATE TO BCL-KEY
    MOVE WS-MNT-DESCRIPTION TO BCL-DESCRIPTION
    MOVE WS-MNT-USER-ID TO BCL-UPDATED-BY
    MOVE WS-CURRENT-TIMESTAMP TO BCL-UPDATED-TIMESTAMP.

STORE-CALENDAR-ENTRY.
    WRITE BUSINESS-CALENDAR-RECORD
        INVALID KEY
            REWRITE BUSINESS-CALENDAR-RECORD
                INVALID KEY
                    SET WS-MNT-REJECTED TO TRUE
                    MOVE "CALENDAR UPDATE FAILED" TO WS-MNT-REASON
                NOT INVALID KEY
                    SET WS-MNT-REPLACED TO TRUE
            END-REWRITE
        NOT INVALID KEY
            SET WS-MNT-APPLIED TO TRUE
    END-WRITE.

COMPUTE-WEEKDAY.
*> Day 1 of the integer date calendar, 1601-01-01, was a Monday, so
*> the integer MOD 7 is 6 for a Saturday and 0 for a Sunday - the
*> same rule the jobs reading the calendar apply.
    COMPUTE WS-BUSDAY-INTEGER =
        FUNCTION INTEGER-OF-DATE (FUNCTION NUMVAL (WS-BUSDAY-DATE))
    COMPUTE WS-BUSDAY-WEEKDAY = FUNCTION MOD (WS-BUSDAY-INTEGER, 7).

LIST-CALENDAR.
*> The processing date is read back rather than taken from the
*> transactions, so the report shows what the next job will use.
    MOVE WS-SYSTEM-DATE TO WS-PROCESSING-DATE
    SET PROCESSING-DATE-FROM-SYSTEM TO TRUE
    MOVE "PROCDATE" TO BCL-KEY
    READ BUSINESS-CALENDAR
        INVALID KEY
            CONTINUE
        NOT INVALID KEY
            MOVE BCL-PROCESSING-DATE TO WS-PROCESSING-DATE
            SET PROCESSING-DATE-FROM-CALENDAR TO TRUE
    END-READ
    MOVE WS-PROCESSING-DATE TO WS-PDL-DATE
    MOVE WS-PROCESSING-DATE-SOURCE TO WS-PDL-SOURCE

    MOVE SPACES TO CALENDAR-REPORT-RECORD
    WRITE CALENDAR-REPORT-RECORD
    WRITE CALENDAR-REPORT-RECORD FROM WS-PROCESSING-DATE-LINE

    MOVE WS-PROCESSING-DATE (1:4) TO WS-LIST-FROM-DATE (1:4)
    MOVE "0101" TO WS-LIST-FROM-DATE (5:4)
    MOVE WS-LIST-FROM-DATE TO WS-LH-FROM-DATE
    MOVE SPACES TO CALENDAR-REPORT-RECORD
    WRITE CALENDAR-REPORT-RECORD
    WRITE CALENDAR-REPORT-RECORD FROM WS-LISTING-HEADING

    MOVE WS-LIST-FROM-DATE TO BCL-KEY
    START BUSINESS-CALENDAR KEY >= BCL-KEY
        INVALID KEY
            SET BUSCAL-EOF TO TRUE
    END-START

    PERFORM UNTIL BUSCAL-EOF
        READ BUSINESS-CALENDAR NEXT
            AT END
                SET BUSCAL-EOF TO TRUE
            NOT AT END
                IF NOT BCL-DAY-CONTROL
                    PERFORM LIST-ONE-ENTRY
                END-IF
        END-READ
    END-PERFORM.

LIST-ONE-ENTRY.
    ADD 1 TO WS-LISTED-COUNT
    MOVE SPACES TO WS-LISTING-LINE
    MOVE BCL-KEY TO WS-LST-DATE
    IF BCL-DAY-HOLIDAY
        MOVE "HOLIDAY" TO WS-LST-TYPE
    ELSE
        MOVE "WORKED DAY" TO WS-LST-TYPE
    END-IF
    MOVE BCL-DESCRIPTION TO WS-LST-DESCRIPTION
    MOVE BCL-UPDATED-BY TO WS-LST-UPDATED-BY
    MOVE BCL-UPDATED-TIMESTAMP (1:14) TO WS-LST-UPDATED-AT
    WRITE CALENDAR-REPORT-RECORD FROM WS-LISTING-LINE.

WRITE-SUMMARY.
    MOVE SPACES TO CALENDAR-REPORT-RECORD
    WRITE CALENDAR-REPORT-RECORD

    MOVE "TRANSACTIONS READ" TO WS-SUM-LABEL
    MOVE WS-READ-COUNT TO WS-SUM-COUNT
    WRITE CALENDAR-REPORT-RECORD FROM WS-SUMMARY-LINE

    MOVE "TRANSACTIONS APPLIED" TO WS-SUM-LABEL
    MOVE WS-APPLIED-COUNT TO WS-SUM-COUNT
    WRITE CALENDAR-REPORT-RECORD FROM WS-SUMMARY-LINE

    MOVE "TRANSACTIONS REJECTED" TO WS-SUM-LABEL
    MOVE WS-REJECTED-COUNT TO WS-SUM-COUNT
    WRITE CALENDAR-REPORT-RECORD FROM WS-SUMMARY-LINE

    MOVE "CALENDAR ENTRIES LISTED" TO WS-SUM-LABEL
    MOVE WS-LISTED-COUNT TO WS-SUM-COUNT
    WRITE CALENDAR-REPORT-RECORD FROM WS-SUMMARY-LINE.

CLOSE-FILES.
    CLOSE CALENDAR-MAINT-IN
    CLOSE BUSINESS-CALENDAR
    CLOSE CALENDAR-REPORT-OUT.
