*> inventory, or when the token was assigned too recently to have
*> inventory history.  The inventory is keyed on the masked key, so
*> two keys sharing a mask are conservatively treated as one - a
*> collision can only delay a retirement, never cause one.  The
*> cutoff is in business days on the shared BUSCAL calendar, counted
*> back from the batch window's processing date; the disposition
*> report shows the processing date used.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS WS-TOKPCTL-FILE-STATUS.

*> Shared business calendar (layout WSBUSCAL): holidays, worked
*> weekend days and the batch window's processing date.
    SELECT BUSINESS-CALENDAR ASSIGN TO "BUSCAL"
        ORGANIZATION INDEXED
        ACCESS MODE RANDOM
        RECORD KEY IS BCL-KEY
        FILE STATUS IS WS-BUSCAL-FILE-STATUS.

*> Batch window step timing log (layout WSSTPTIM), appended to by
*> every step of the batch and read by the EXAMPLE1SL SLA report.
    SELECT STEP-TIMING-OUT ASSIGN TO "STEPTIME"
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS WS-STEPTIME-FILE-STATUS.

DATA DIVISION.
FILE SECTION.
FD  TOKEN-XREF.
FD  TOKP-CONTROL-IN.
01  TOKP-CONTROL-RECORD         PIC X(80).

FD  BUSINESS-CALENDAR.
COPY WSBUSCAL.

FD  STEP-TIMING-OUT.
COPY WSSTPTIM.

WORKING-STORAGE SECTION.

COPY WSSTPWRK.

COPY WSBUSDAY.

COPY WSHDRTRL.

01  WS-TOKENXRF-FILE-STATUS     PIC X(2) VALUE "00".
    88  WS-TOKPCTL-FILE-NOT-FOUND       VALUE "35".

*> TOKPCTL is one record, positional:
*>     columns 1-5   inactivity cutoff business days  (digits,
*>                   default 261)
01  WS-TOKP-CONTROL-LINE.
    05  WS-TOKP-CUTOFF-DAYS     PIC 9(5).
    05  FILLER                  PIC X(75).

01  WS-DEFAULT-CUTOFF-DAYS      PIC 9(5) VALUE 261.

01  WS-EOF-SWITCHES.
    05  WS-TOKENXRF-EOF         PIC X VALUE "N".
01  WS-CURRENT-TIMESTAMP        PIC X(21).
01  WS-CURRENT-DATE             PIC X(8).
01  WS-CUTOFF-DATE              PIC X(8).

01  WS-KEY-TO-MASK              PIC X(100).
01  WS-MASKED-KEY               PIC X(100).
        VALUE "TOKEN CROSS-REFERENCE HOUSEKEEPIN".
    05  FILLER                  PIC X(10) VALUE "G  CUTOFF ".
    05  WS-RH1-CUTOFF-DATE      PIC X(8).
    05  FILLER                  PIC X(10) VALUE " INACTIVE ".
    05  WS-RH1-CUTOFF-DAYS      PIC ZZZZ9.
    05  FILLER                  PIC X(14) VALUE " BUSINESS DAYS".

01  WS-SUMMARY-LINE.
    05  WS-SUM-LABEL            PIC X(40).
PROCEDURE DIVISION.

MAIN-PROCESSING.
    MOVE "EXAMPLE1P" TO WS-STT-PROGRAM-ID
    PERFORM RECORD-STEP-START
    PERFORM ESTABLISH-PROCESSING-DATE
    MOVE WS-PROCESSING-DATE TO WS-CURRENT-DATE

    PERFORM LOAD-TOKP-CONTROL
    PERFORM COMPUTE-CUTOFF-DATE
        " Retired: " WS-RETIRED-COUNT
        " Deleted: " WS-DELETED-COUNT

    PERFORM RECORD-STEP-END
    STOP RUN.

LOAD-TOKP-CONTROL.
        MOVE WS-DEFAULT-CUTOFF-DAYS TO WS-TOKP-CUTOFF-DAYS
    END-IF

    DISPLAY "Housekeeping control: inactivity cutoff business days="
        WS-TOKP-CUTOFF-DAYS.

ESTABLISH-PROCESSING-DATE.
*> The processing date is the BUSCAL PROCDATE record, set once at the
*> start of the batch window, so a step that runs past midnight still
*> ages against the same day as the steps before it.  With no PROCDATE
*> record, or one later than the system date, the system date is
*> used.  A PROCDATE older than the business day before the system
*> date means the calendar was not rolled forward; it is still used,
*> but the step warns and ends with condition code 4, as it does when
*> there is no calendar at all and only weekends are non-business
*> days.  EXAMPLE1I, 1K, 1R, 1C, 1A, 1P and 1EN each carry this
*> paragraph and the two it uses, TEST-BUSINESS-DAY and
*> SUBTRACT-BUSINESS-DAYS; the copies must stay identical.
    MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP
    MOVE WS-CURRENT-TIMESTAMP (1:8) TO WS-PROCESSING-DATE
    SET PROCESSING-DATE-FROM-SYSTEM TO TRUE

    OPEN INPUT BUSINESS-CALENDAR
    IF WS-BUSCAL-FILE-FOUND
        SET BUSCAL-IS-OPEN TO TRUE
        MOVE "PROCDATE" TO BCL-KEY
        READ BUSINESS-CALENDAR
            INVALID KEY
                DISPLAY "WARNING: no PROCDATE record on BUSCAL - "
                    "using the system date"
            NOT INVALID KEY
                IF BCL-PROCESSING-DATE IS NUMERIC
                    AND BCL-PROCESSING-DATE
                        NOT > WS-CURRENT-TIMESTAMP (1:8)
                    MOVE BCL-PROCESSING-DATE TO WS-PROCESSING-DATE
                    SET PROCESSING-DATE-FROM-CALENDAR TO TRUE
                    MOVE WS-CURRENT-TIMESTAMP (1:8) TO WS-BUSDAY-DATE
                    MOVE 1 TO WS-BUSDAY-WANTED
                    PERFORM SUBTRACT-BUSINESS-DAYS
                    IF WS-PROCESSING-DATE < WS-BUSDAY-DATE
                        DISPLAY "WARNING: BUSCAL PROCDATE "
                            WS-PROCESSING-DATE
                            " is older than the previous business "
                            "day " WS-BUSDAY-DATE
                            " - EXAMPLE1U PROC not run"
                        MOVE 4 TO RETURN-CODE
                    END-IF
                ELSE
                    DISPLAY "WARNING: BUSCAL PROCDATE "
                        BCL-PROCESSING-DATE
                        " invalid or in the future - using the "
                        "system date"
                END-IF
        END-READ
    ELSE
        DISPLAY "WARNING: business calendar BUSCAL not available ("
            WS-BUSCAL-FILE-STATUS ") - weekends only, system date"
        MOVE 4 TO RETURN-CODE
    END-IF

    MOVE WS-PROCESSING-DATE TO WS-PDL-DATE
    MOVE WS-PROCESSING-DATE-SOURCE TO WS-PDL-SOURCE
    DISPLAY "Processing date: " WS-PROCESSING-DATE
        " from " WS-PROCESSING-DATE-SOURCE.

TEST-BUSINESS-DAY.
*> Day 1 of the integer date calendar, 1601-01-01, was a Monday, so
*> the integer MOD 7 is 6 for a Saturday and 0 for a Sunday.  A
*> calendar entry overrides the weekday rule either way.
    COMPUTE WS-BUSDAY-INTEGER =
        FUNCTION INTEGER-OF-DATE (FUNCTION NUMVAL (WS-BUSDAY-DATE))
    COMPUTE WS-BUSDAY-WEEKDAY = FUNCTION MOD (WS-BUSDAY-INTEGER, 7)
    IF WS-BUSDAY-WEEKDAY = 0 OR WS-BUSDAY-WEEKDAY = 6
        SET IS-NOT-BUSINESS-DAY TO TRUE
    ELSE
        SET IS-BUSINESS-DAY TO TRUE
    END-IF

    IF BUSCAL-IS-OPEN
        MOVE WS-BUSDAY-DATE TO BCL-KEY
        READ BUSINESS-CALENDAR
            INVALID KEY
                CONTINUE
            NOT INVALID KEY
                EVALUATE TRUE
                    WHEN BCL-DAY-HOLIDAY
                        SET IS-NOT-BUSINESS-DAY TO TRUE
                    WHEN BCL-DAY-WORKED
                        SET IS-BUSINESS-DAY TO TRUE
                END-EVALUATE
        END-READ
    END-IF.

SUBTRACT-BUSINESS-DAYS.
*> Steps back a day at a time from WS-BUSDAY-DATE until
*> WS-BUSDAY-WANTED business days have been counted, leaving the last
*> of them in WS-BUSDAY-DATE.  Anything dated before that day has had
*> at least WS-BUSDAY-WANTED whole business days go by since, not
*> counting the processing date itself.
    MOVE 0 TO WS-BUSDAY-COUNTED
    PERFORM UNTIL WS-BUSDAY-COUNTED NOT < WS-BUSDAY-WANTED
        COMPUTE WS-BUSDAY-INTEGER =
            FUNCTION INTEGER-OF-DATE (FUNCTION NUMVAL (WS-BUSDAY-DATE))
            - 1
        MOVE FUNCTION DATE-OF-INTEGER (WS-BUSDAY-INTEGER)
            TO WS-BUSDAY-DATE
        PERFORM TEST-BUSINESS-DAY
        IF IS-BUSINESS-DAY
            ADD 1 TO WS-BUSDAY-COUNTED
        END-IF
    END-PERFORM.

COMPUTE-CUTOFF-DATE.
    MOVE WS-CURRENT-DATE TO WS-BUSDAY-DATE
    MOVE WS-TOKP-CUTOFF-DAYS TO WS-BUSDAY-WANTED
    PERFORM SUBTRACT-BUSINESS-DAYS
    MOVE WS-BUSDAY-DATE TO WS-CUTOFF-DATE
    IF BUSCAL-IS-OPEN
        CLOSE BUSINESS-CALENDAR
    END-IF.

STAGE-IN-FLIGHT-TOKENS.
*> Every token still sitting in an interface record the IDM side has
        DISPLAY "Token cross-reference TOKENXRF not available, "
            "status " WS-TOKENXRF-FILE-STATUS
        MOVE 16 TO RETURN-CODE
        PERFORM RECORD-STEP-END
        STOP RUN
    END-IF

        DISPLAY "Key inventory KEYINV not available, status "
            WS-KEYINV-FILE-STATUS " - run EXAMPLE1K before this job"
        MOVE 16 TO RETURN-CODE
        PERFORM RECORD-STEP-END
        STOP RUN
    END-IF

    MOVE WS-CUTOFF-DATE TO WS-RH1-CUTOFF-DATE
    MOVE WS-TOKP-CUTOFF-DAYS TO WS-RH1-CUTOFF-DAYS
    WRITE DISPOSITION-REPORT-RECORD FROM WS-REPORT-HEADING-1
    WRITE DISPOSITION-REPORT-RECORD FROM WS-PROCESSING-DATE-LINE

    MOVE "TOKENS SWEPT" TO WS-SUM-LABEL
    MOVE WS-SWEPT-COUNT TO WS-SUM-COUNT
    CLOSE KEY-INVENTORY
    CLOSE TOKEN-HOLD-WORK
    CLOSE DISPOSITION-REPORT-OUT.

RECORD-STEP-START.
*> Step timing: a START record as the step begins and an END record
*> as it stops, on every exit, normal or not, with the return code
*> the step is stopping with.  Timing is never allowed to fail a
*> step - a STEPTIME that cannot be written is a warning only.  The
*> same paragraphs are in EXAMPLE1, 1I, 1F, 1J, 1D, 1R, 1C, 1K, 1A
*> and 1P; the copies must stay identical.
    MOVE FUNCTION CURRENT-DATE TO WS-STT-TIMESTAMP
    MOVE WS-STT-TIMESTAMP (1:16) TO WS-STT-STEP-STARTED
    INITIALIZE STEP-TIMING-RECORD
    SET STT-START-RECORD TO TRUE
    MOVE WS-STT-STEP-STARTED TO STT-EVENT-TIMESTAMP
    PERFORM WRITE-STEP-TIMING-RECORD.

RECORD-STEP-END.
    IF NOT STEP-END-RECORDED
        SET STEP-END-RECORDED TO TRUE
        PERFORM SET-STEP-TIMING-DETAILS
        MOVE FUNCTION CURRENT-DATE TO WS-STT-TIMESTAMP
        INITIALIZE STEP-TIMING-RECORD
        SET STT-END-RECORD TO TRUE
        MOVE WS-STT-TIMESTAMP (1:16) TO STT-EVENT-TIMESTAMP
        MOVE WS-STT-RECORDS-READ TO STT-RECORDS-READ
        MOVE WS-STT-RECORDS-WRITTEN TO STT-RECORDS-WRITTEN
        MOVE RETURN-CODE TO STT-CONDITION-CODE
        PERFORM WRITE-STEP-TIMING-RECORD
    END-IF.

WRITE-STEP-TIMING-RECORD.
*> Opened and closed around the one record so that parallel legs
*> appending at the same time each write whole records.
    MOVE WS-STT-PROGRAM-ID TO STT-PROGRAM-ID
    MOVE WS-STT-RUN-ID TO STT-RUN-ID
    MOVE WS-STT-STEP-STARTED TO STT-STEP-STARTED
    OPEN EXTEND STEP-TIMING-OUT
    IF WS-STEPTIME-FILE-NOT-FOUND
        OPEN OUTPUT STEP-TIMING-OUT
    END-IF
    IF WS-STEPTIME-FILE-FOUND
        WRITE STEP-TIMING-RECORD
        CLOSE STEP-TIMING-OUT
    ELSE
        DISPLAY "WARNING: step timing file STEPTIME not available ("
            WS-STEPTIME-FILE-STATUS ") - " STT-RECORD-TYPE
            " record for " WS-STT-PROGRAM-ID " not written"
    END-IF.

SET-STEP-TIMING-DETAILS.
*> Tokens swept; tokens retired to the archive.
    MOVE WS-SWEPT-COUNT TO WS-STT-RECORDS-READ
    MOVE WS-RETIRED-COUNT TO WS-STT-RECORDS-WRITTEN.
