IDENTIFICATION DIVISION.
PROGRAM-ID. EXAMPLE1I.

*> Source-system key intake, run ahead of EXAMPLE1 (or EXAMPLE1F) in
*> the batch window.  SRCKEYS is every source KEYIN file that arrived
*> for the window, concatenated in any order and any number - each
*> source sends its own HDR, data and TRL on its own schedule.  Each
*> file is balanced on its own against its own trailer and checked
*> against the SRCREG source-system register (WSSRCREG, loaded by
*> EXAMPLE1L): a file that is incomplete, out of balance, from a
*> source the register does not know or has suspended, or beyond the
*> number of sources one run can carry, is held back whole on SRCHELD
*> for resubmission, and only that file.  Every other file is passed
*> to KEYIN as one HDR ... TRL segment, its header stamped with the
*> POLREF rule set and hash algorithm the register gives its source,
*> so one late or bad feed does not hold up everyone else's keys.
*> The register says which sources are expected on each weekday; a
*> source due on the processing date that sent nothing is reported
*> missing (nobody is due on a BUSCAL holiday).  A file from a source
*> not due that day is a late or catch-up file and is accepted.  The
*> SRCRPT report lists every file received and every registered
*> source's outcome, and the register keeps the outcome and the last
*> accepted file of each source.
*>     RETURN-CODE  0  every file accepted, every due source received
*>                  4  a file held back or a due source missing (or
*>                     no business calendar, or a stale PROCDATE)
*>                  8  nothing accepted - there is no KEYIN to hash
*>                 16  the register or the input could not be used

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT SOURCE-KEYS-IN ASSIGN TO "SRCKEYS"
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS WS-SRCKEYS-FILE-STATUS.

    SELECT KEY-FILE-OUT ASSIGN TO "KEYIN"
        ORGANIZATION LINE SEQUENTIAL.

*> Held files, copied record for record as they arrived, so a
*> corrected or released file can go back in with the next intake.
    SELECT HELD-KEYS-OUT ASSIGN TO "SRCHELD"
        ORGANIZATION LINE SEQUENTIAL.

    SELECT INTAKE-REPORT-OUT ASSIGN TO "SRCRPT"
        ORGANIZATION LINE SEQUENTIAL.

    SELECT SOURCE-REGISTER ASSIGN TO "SRCREG"
        ORGANIZATION INDEXED
        ACCESS MODE DYNAMIC
        RECORD KEY IS SRC-SOURCE-ID
        FILE STATUS IS WS-SRCREG-FILE-STATUS.

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
FD  SOURCE-KEYS-IN.
01  SOURCE-KEY-RECORD           PIC X(100).

FD  KEY-FILE-OUT.
01  KEY-FILE-RECORD             PIC X(100).

FD  HELD-KEYS-OUT.
01  HELD-KEY-RECORD             PIC X(100).

FD  INTAKE-REPORT-OUT.
01  INTAKE-REPORT-RECORD        PIC X(120).

FD  SOURCE-REGISTER.
COPY WSSRCREG.

FD  BUSINESS-CALENDAR.
COPY WSBUSCAL.

FD  STEP-TIMING-OUT.
COPY WSSTPTIM.

WORKING-STORAGE SECTION.

COPY WSSTPWRK.

COPY WSBUSDAY.

COPY WSHDRTRL.

01  WS-SRCKEYS-FILE-STATUS      PIC X(2) VALUE "00".
    88  WS-SRCKEYS-FILE-FOUND           VALUE "00".
    88  WS-SRCKEYS-FILE-NOT-FOUND       VALUE "35".

01  WS-SRCREG-FILE-STATUS       PIC X(2) VALUE "00".
    88  WS-SRCREG-FILE-FOUND            VALUE "00".
    88  WS-SRCREG-FILE-NOT-FOUND        VALUE "35".

01  WS-EOF-SWITCHES.
    05  WS-SRCKEYS-EOF          PIC X VALUE "N".
        88  SRCKEYS-EOF                 VALUE "Y".
    05  WS-SRCREG-EOF           PIC X VALUE "N".
        88  SRCREG-EOF                  VALUE "Y".

01  WS-CURRENT-TIMESTAMP        PIC X(21).

*> The register, held for the run.  WS-REG-IN-RUN is set once a file
*> from the source has been accepted, which is what counts toward
*> the limit of sources one EXAMPLE1 run can carry on its trailers
*> and registry entry.
01  WS-REGISTER-TABLE.
    05  WS-REG-COUNT            PIC 9(3) VALUE 0.
    05  WS-REG-MAX-SOURCES      PIC 9(3) VALUE 50.
    05  WS-REG-ENTRY            OCCURS 50 TIMES.
        10  WS-REG-SOURCE-ID    PIC X(8).
        10  WS-REG-STATUS       PIC X.
            88  WS-REG-ACTIVE           VALUE "A".
            88  WS-REG-SUSPENDED        VALUE "S".
        10  WS-REG-RULE-SET     PIC X(8).
        10  WS-REG-ALGORITHM    PIC X(8).
        10  WS-REG-EXPECTED-SW  PIC X.
            88  WS-REG-EXPECTED-TODAY   VALUE "Y".
        10  WS-REG-IN-RUN-SW    PIC X.
            88  WS-REG-IN-RUN           VALUE "Y".
        10  WS-REG-FILES-ACCEPTED PIC 9(3).
        10  WS-REG-FILES-HELD   PIC 9(3).
        10  WS-REG-KEYS-ACCEPTED PIC 9(9).
        10  WS-REG-LAST-FILE-DATE PIC X(8).
        10  WS-REG-OUTCOME      PIC X(8).
01  WS-REG-SUB                  PIC 9(3).
01  WS-REG-FOUND-SUB            PIC 9(3).

*> Same limit as WSSRCTRL / WSRUNREG.
01  WS-RUN-MAX-SOURCES          PIC 9 VALUE 6.
01  WS-RUN-SOURCE-COUNT         PIC 9 VALUE 0.

*> One entry per file (HDR ... TRL segment) found on SRCKEYS, built
*> by the first pass and used by the second to route each record.
*> Records outside any header open a segment of their own, so stray
*> data or a trailer without its header is held, never merged into a
*> neighbouring source's file.
01  WS-SEGMENT-TABLE.
    05  WS-SEG-COUNT            PIC 9(3) VALUE 0.
    05  WS-SEG-MAX-SEGMENTS     PIC 9(3) VALUE 50.
    05  WS-SEG-ENTRY            OCCURS 50 TIMES.
        10  WS-SEG-SOURCE-ID    PIC X(8).
        10  WS-SEG-FILE-DATE    PIC X(8).
        10  WS-SEG-HEADER-SW    PIC X.
            88  WS-SEG-HAS-HEADER       VALUE "Y".
        10  WS-SEG-TRAILER-SW   PIC X.
            88  WS-SEG-HAS-TRAILER      VALUE "Y".
        10  WS-SEG-DATA-COUNT   PIC 9(9).
        10  WS-SEG-TRAILER-COUNT PIC 9(9).
        10  WS-SEG-REG-SUB      PIC 9(3).
*> Spaces when the file is accepted; otherwise why it was held.
        10  WS-SEG-HOLD-REASON  PIC X(30).
            88  WS-SEG-ACCEPTED         VALUE SPACES.
01  WS-SEG-SUB                  PIC 9(3).
01  WS-SEG-CURRENT              PIC 9(3) VALUE 0.

*> Where the record just read falls: set by ADVANCE-SEGMENT-STATE,
*> which both passes share so they cut SRCKEYS into the same files.
01  WS-IN-SEGMENT-SW            PIC X VALUE "N".
    88  IN-SEGMENT                      VALUE "Y".
01  WS-PASS-SW                  PIC X VALUE "S".
    88  SCANNING-PASS                   VALUE "S".
    88  ROUTING-PASS                    VALUE "R".
01  WS-RECORD-KIND              PIC X.
    88  RECORD-IS-HEADER                VALUE "H".
    88  RECORD-IS-TRAILER               VALUE "T".
    88  RECORD-IS-DATA                  VALUE "D".

01  WS-INTAKE-TOTALS.
    05  WS-RECORDS-READ         PIC 9(9) VALUE 0.
    05  WS-FILES-ACCEPTED       PIC 9(3) VALUE 0.
    05  WS-FILES-HELD           PIC 9(3) VALUE 0.
    05  WS-KEYS-ACCEPTED        PIC 9(9) VALUE 0.
    05  WS-KEYS-HELD            PIC 9(9) VALUE 0.
    05  WS-RECORDS-HELD         PIC 9(9) VALUE 0.
    05  WS-SOURCES-EXPECTED     PIC 9(3) VALUE 0.
    05  WS-SOURCES-MISSING      PIC 9(3) VALUE 0.

01  WS-INTAKE-RETURN-CODE       PIC 9(2) VALUE 0.

*> Weekday of the processing date as SRC-EXPECTED-DAY numbers it,
*> Monday 1 to Sunday 7, and whether the calendar makes it a weekday
*> holiday, on which no source is expected.
01  WS-EXPECTED-DAY-SUB         PIC 9.
01  WS-HOLIDAY-SW               PIC X VALUE "N".
    88  PROCESSING-DATE-IS-HOLIDAY      VALUE "Y".

01  WS-INTAKE-HEADING-1.
    05  FILLER                  PIC X(22)
        VALUE "SOURCE KEY INTAKE  AS ".
    05  FILLER                  PIC X(3) VALUE "OF ".
    05  WS-IH1-PROCESSING-DATE  PIC X(8).
    05  FILLER                  PIC X(12) VALUE "  DATE FROM ".
    05  WS-IH1-DATE-SOURCE      PIC X(8).
    05  FILLER                  PIC X(2) VALUE SPACES.
    05  WS-IH1-HOLIDAY          PIC X(30).

01  WS-FILE-HEADING-1.
    05  FILLER                  PIC X(40)
        VALUE "FILES RECEIVED ON SRCKEYS".

01  WS-FILE-HEADING-2.
    05  FILLER                  PIC X(5) VALUE "FILE".
    05  FILLER                  PIC X(10) VALUE "SOURCE".
    05  FILLER                  PIC X(10) VALUE "FILE DATE".
    05  FILLER                  PIC X(11) VALUE "   RECORDS".
    05  FILLER                  PIC X(11) VALUE "   TRAILER".
    05  FILLER                  PIC X(2) VALUE SPACES.
    05  FILLER                  PIC X(10) VALUE "OUTCOME".
    05  FILLER                  PIC X(30) VALUE "HELD BECAUSE".

01  WS-FILE-DETAIL-LINE.
    05  WS-FDL-SEQUENCE         PIC ZZ9.
    05  FILLER                  PIC X(2) VALUE SPACES.
    05  WS-FDL-SOURCE-ID        PIC X(8).
    05  FILLER                  PIC X(2) VALUE SPACES.
    05  WS-FDL-FILE-DATE        PIC X(8).
    05  FILLER                  PIC X(2) VALUE SPACES.
    05  WS-FDL-DATA-COUNT       PIC Z(8)9.
    05  FILLER                  PIC X(2) VALUE SPACES.
    05  WS-FDL-TRAILER-COUNT    PIC X(9).
    05  FILLER                  PIC X(4) VALUE SPACES.
    05  WS-FDL-OUTCOME          PIC X(8).
    05  FILLER                  PIC X(2) VALUE SPACES.
    05  WS-FDL-HOLD-REASON      PIC X(30).

01  WS-FDL-TRAILER-EDIT         PIC Z(8)9.

01  WS-SOURCE-HEADING-1.
    05  FILLER                  PIC X(40)
        VALUE "REGISTERED SOURCES".

01  WS-SOURCE-HEADING-2.
    05  FILLER                  PIC X(10) VALUE "SOURCE".
    05  FILLER                  PIC X(7) VALUE "STATUS".
    05  FILLER                  PIC X(5) VALUE "DUE".
    05  FILLER                  PIC X(6) VALUE " FILES".
    05  FILLER                  PIC X(6) VALUE "  HELD".
    05  FILLER                  PIC X(11) VALUE "       KEYS".
    05  FILLER                  PIC X(2) VALUE SPACES.
    05  FILLER                  PIC X(10) VALUE "RULE SET".
    05  FILLER                  PIC X(10) VALUE "ALGORITHM".
    05  FILLER                  PIC X(8) VALUE "OUTCOME".

01  WS-SOURCE-DETAIL-LINE.
    05  WS-SDL-SOURCE-ID        PIC X(8).
    05  FILLER                  PIC X(2) VALUE SPACES.
    05  WS-SDL-STATUS           PIC X(5).
    05  FILLER                  PIC X(2) VALUE SPACES.
    05  WS-SDL-EXPECTED         PIC X(3).
    05  FILLER                  PIC X(2) VALUE SPACES.
    05  WS-SDL-FILES-ACCEPTED   PIC ZZ9.
    05  FILLER                  PIC X(3) VALUE SPACES.
    05  WS-SDL-FILES-HELD       PIC ZZ9.
    05  FILLER                  PIC X(2) VALUE SPACES.
    05  WS-SDL-KEYS-ACCEPTED    PIC Z(8)9.
    05  FILLER                  PIC X(2) VALUE SPACES.
    05  WS-SDL-RULE-SET         PIC X(8).
    05  FILLER                  PIC X(2) VALUE SPACES.
    05  WS-SDL-ALGORITHM        PIC X(8).
    05  FILLER                  PIC X(2) VALUE SPACES.
    05  WS-SDL-OUTCOME          PIC X(8).

01  WS-SUMMARY-LINE-1.
    05  FILLER                  PIC X(16) VALUE "FILES RECEIVED ".
    05  WS-SL1-FILES-RECEIVED   PIC ZZ9.
    05  FILLER                  PIC X(12) VALUE "  ACCEPTED ".
    05  WS-SL1-FILES-ACCEPTED   PIC ZZ9.
    05  FILLER                  PIC X(8) VALUE "  HELD ".
    05  WS-SL1-FILES-HELD       PIC ZZ9.
    05  FILLER                  PIC X(17) VALUE "  KEYS ACCEPTED ".
    05  WS-SL1-KEYS-ACCEPTED    PIC Z(8)9.
    05  FILLER                  PIC X(13) VALUE "  KEYS HELD ".
    05  WS-SL1-KEYS-HELD        PIC Z(8)9.

01  WS-SUMMARY-LINE-2.
    05  FILLER                  PIC X(16) VALUE "SOURCES DUE    ".
    05  WS-SL2-SOURCES-EXPECTED PIC ZZ9.
    05  FILLER                  PIC X(12) VALUE "  IN KEYIN ".
    05  WS-SL2-SOURCES-IN-RUN   PIC ZZ9.
    05  FILLER                  PIC X(11) VALUE "  MISSING ".
    05  WS-SL2-SOURCES-MISSING  PIC ZZ9.
    05  FILLER                  PIC X(17) VALUE "  RETURN CODE ".
    05  WS-SL2-RETURN-CODE      PIC Z9.

PROCEDURE DIVISION.

MAIN-PROCESSING.
    MOVE "EXAMPLE1I" TO WS-STT-PROGRAM-ID
    PERFORM RECORD-STEP-START
    PERFORM ESTABLISH-PROCESSING-DATE
    IF RETURN-CODE > WS-INTAKE-RETURN-CODE
        MOVE RETURN-CODE TO WS-INTAKE-RETURN-CODE
    END-IF
    PERFORM FIND-EXPECTED-WEEKDAY

    PERFORM LOAD-SOURCE-REGISTER
    PERFORM SCAN-SOURCE-FILES
    PERFORM DECIDE-SEGMENT-OUTCOMES
    PERFORM ROUTE-SOURCE-FILES
    PERFORM DECIDE-SOURCE-OUTCOMES
    PERFORM UPDATE-SOURCE-REGISTER
    PERFORM SET-INTAKE-RETURN-CODE
    PERFORM WRITE-INTAKE-REPORT
    PERFORM CLOSE-FILES

    DISPLAY "Source intake complete. Files accepted: "
        WS-FILES-ACCEPTED " held: " WS-FILES-HELD
        " keys accepted: " WS-KEYS-ACCEPTED
        " held: " WS-KEYS-HELD
        " due sources missing: " WS-SOURCES-MISSING

    MOVE WS-INTAKE-RETURN-CODE TO RETURN-CODE
    PERFORM RECORD-STEP-END
    STOP RUN.

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

FIND-EXPECTED-WEEKDAY.
*> TEST-BUSINESS-DAY numbers the weekday 0 (Sunday) to 6 (Saturday);
*> the register numbers it Monday 1 to Sunday 7.  A weekday that is
*> not a business day can only be a calendar holiday.
    MOVE WS-PROCESSING-DATE TO WS-BUSDAY-DATE
    PERFORM TEST-BUSINESS-DAY
    IF WS-BUSDAY-WEEKDAY = 0
        MOVE 7 TO WS-EXPECTED-DAY-SUB
    ELSE
        MOVE WS-BUSDAY-WEEKDAY TO WS-EXPECTED-DAY-SUB
    END-IF

    IF IS-NOT-BUSINESS-DAY
        AND WS-EXPECTED-DAY-SUB < 6
        SET PROCESSING-DATE-IS-HOLIDAY TO TRUE
        DISPLAY "Processing date " WS-PROCESSING-DATE
            " is a calendar holiday - no source is due"
    END-IF.

LOAD-SOURCE-REGISTER.
*> Without the register no file can be checked or given its rule set
*> and algorithm, so nothing is passed on.
    OPEN I-O SOURCE-REGISTER
    IF NOT WS-SRCREG-FILE-FOUND
        DISPLAY "Source register SRCREG not available ("
            WS-SRCREG-FILE-STATUS ") - run EXAMPLE1L with the "
            "SRCSYS extract; nothing passed to KEYIN"
        MOVE 16 TO RETURN-CODE
        PERFORM RECORD-STEP-END
        STOP RUN
    END-IF

    MOVE LOW-VALUES TO SRC-SOURCE-ID
    START SOURCE-REGISTER KEY IS NOT LESS THAN SRC-SOURCE-ID
        INVALID KEY
            SET SRCREG-EOF TO TRUE
    END-START

    PERFORM UNTIL SRCREG-EOF
        READ SOURCE-REGISTER NEXT RECORD
            AT END
                SET SRCREG-EOF TO TRUE
            NOT AT END
                PERFORM HOLD-REGISTER-ENTRY
        END-READ
    END-PERFORM

    DISPLAY "Source register: " WS-REG-COUNT " sources".

HOLD-REGISTER-ENTRY.
    IF WS-REG-COUNT >= WS-REG-MAX-SOURCES
        DISPLAY "Source register SRCREG holds more than "
            WS-REG-MAX-SOURCES " sources - nothing passed to KEYIN"
        MOVE 16 TO RETURN-CODE
        PERFORM RECORD-STEP-END
        STOP RUN
    END-IF

    ADD 1 TO WS-REG-COUNT
    MOVE SRC-SOURCE-ID TO WS-REG-SOURCE-ID (WS-REG-COUNT)
    MOVE SRC-STATUS TO WS-REG-STATUS (WS-REG-COUNT)
    MOVE SRC-POLICY-RULE-SET TO WS-REG-RULE-SET (WS-REG-COUNT)
    MOVE SRC-HASH-ALGORITHM TO WS-REG-ALGORITHM (WS-REG-COUNT)
    MOVE "N" TO WS-REG-EXPECTED-SW (WS-REG-COUNT)
    MOVE "N" TO WS-REG-IN-RUN-SW (WS-REG-COUNT)
    MOVE 0 TO WS-REG-FILES-ACCEPTED (WS-REG-COUNT)
    MOVE 0 TO WS-REG-FILES-HELD (WS-REG-COUNT)
    MOVE 0 TO WS-REG-KEYS-ACCEPTED (WS-REG-COUNT)
    MOVE SPACES TO WS-REG-LAST-FILE-DATE (WS-REG-COUNT)
    MOVE SPACES TO WS-REG-OUTCOME (WS-REG-COUNT)

    IF SRC-STATUS-ACTIVE
        AND NOT PROCESSING-DATE-IS-HOLIDAY
        AND SRC-EXPECTED-DAY (WS-EXPECTED-DAY-SUB) = "Y"
        MOVE "Y" TO WS-REG-EXPECTED-SW (WS-REG-COUNT)
        ADD 1 TO WS-SOURCES-EXPECTED
    END-IF.

SCAN-SOURCE-FILES.
*> First pass: cut SRCKEYS into its files and count each one, so
*> every file's fate is settled before a record of it is written.
    OPEN INPUT SOURCE-KEYS-IN
    IF WS-SRCKEYS-FILE-NOT-FOUND
        DISPLAY "WARNING: no source files on SRCKEYS"
        SET SRCKEYS-EOF TO TRUE
    ELSE
        IF NOT WS-SRCKEYS-FILE-FOUND
            DISPLAY "SRCKEYS could not be opened ("
                WS-SRCKEYS-FILE-STATUS ") - nothing passed to KEYIN"
            MOVE 16 TO RETURN-CODE
            PERFORM RECORD-STEP-END
            STOP RUN
        END-IF
    END-IF

    PERFORM UNTIL SRCKEYS-EOF
        READ SOURCE-KEYS-IN
            AT END
                SET SRCKEYS-EOF TO TRUE
            NOT AT END
                ADD 1 TO WS-RECORDS-READ
                PERFORM ADVANCE-SEGMENT-STATE
                PERFORM COUNT-SEGMENT-RECORD
        END-READ
    END-PERFORM

    IF WS-SRCKEYS-FILE-FOUND
        CLOSE SOURCE-KEYS-IN
    END-IF

    DISPLAY "SRCKEYS: " WS-RECORDS-READ " records in "
        WS-SEG-COUNT " files".

ADVANCE-SEGMENT-STATE.
*> A header always opens a new file, cutting off one that never got
*> its trailer; a trailer closes the file it ends; a data record
*> outside any file opens one with no header.
    EVALUATE TRUE
        WHEN SOURCE-KEY-RECORD (1:3) = "HDR"
            SET RECORD-IS-HEADER TO TRUE
        WHEN SOURCE-KEY-RECORD (1:3) = "TRL"
            SET RECORD-IS-TRAILER TO TRUE
        WHEN OTHER
            SET RECORD-IS-DATA TO TRUE
    END-EVALUATE

    IF RECORD-IS-HEADER OR NOT IN-SEGMENT
        PERFORM OPEN-SEGMENT
    END-IF

    IF RECORD-IS-TRAILER
        MOVE "N" TO WS-IN-SEGMENT-SW
    END-IF.

OPEN-SEGMENT.
    IF WS-SEG-COUNT >= WS-SEG-MAX-SEGMENTS
        DISPLAY "SRCKEYS holds more than " WS-SEG-MAX-SEGMENTS
            " files - nothing passed to KEYIN"
        MOVE 16 TO RETURN-CODE
        PERFORM RECORD-STEP-END
        STOP RUN
    END-IF

    ADD 1 TO WS-SEG-COUNT
    MOVE WS-SEG-COUNT TO WS-SEG-CURRENT
    MOVE "Y" TO WS-IN-SEGMENT-SW

    IF SCANNING-PASS
        MOVE SPACES TO WS-SEG-SOURCE-ID (WS-SEG-CURRENT)
        MOVE SPACES TO WS-SEG-FILE-DATE (WS-SEG-CURRENT)
        MOVE "N" TO WS-SEG-HEADER-SW (WS-SEG-CURRENT)
        MOVE "N" TO WS-SEG-TRAILER-SW (WS-SEG-CURRENT)
        MOVE 0 TO WS-SEG-DATA-COUNT (WS-SEG-CURRENT)
        MOVE 0 TO WS-SEG-TRAILER-COUNT (WS-SEG-CURRENT)
        MOVE 0 TO WS-SEG-REG-SUB (WS-SEG-CURRENT)
        MOVE SPACES TO WS-SEG-HOLD-REASON (WS-SEG-CURRENT)
    END-IF.

COUNT-SEGMENT-RECORD.
    EVALUATE TRUE
        WHEN RECORD-IS-HEADER
            MOVE SOURCE-KEY-RECORD TO FILE-HEADER-RECORD
            MOVE "Y" TO WS-SEG-HEADER-SW (WS-SEG-CURRENT)
            MOVE FH-SOURCE-SYSTEM TO WS-SEG-SOURCE-ID (WS-SEG-CURRENT)
            MOVE FH-FILE-DATE TO WS-SEG-FILE-DATE (WS-SEG-CURRENT)
        WHEN RECORD-IS-TRAILER
            MOVE SOURCE-KEY-RECORD (1:12) TO FILE-TRAILER-RECORD
            MOVE "Y" TO WS-SEG-TRAILER-SW (WS-SEG-CURRENT)
            IF FT-RECORD-COUNT IS NUMERIC
                MOVE FT-RECORD-COUNT
                    TO WS-SEG-TRAILER-COUNT (WS-SEG-CURRENT)
            ELSE
                MOVE 999999999 TO WS-SEG-TRAILER-COUNT (WS-SEG-CURRENT)
            END-IF
        WHEN OTHER
            ADD 1 TO WS-SEG-DATA-COUNT (WS-SEG-CURRENT)
    END-EVALUATE.

DECIDE-SEGMENT-OUTCOMES.
*> Each file stands or falls on its own.  The first reason that
*> applies is the one reported.
    PERFORM VARYING WS-SEG-SUB FROM 1 BY 1
        UNTIL WS-SEG-SUB > WS-SEG-COUNT
        PERFORM DECIDE-ONE-SEGMENT
        IF WS-SEG-ACCEPTED (WS-SEG-SUB)
            ADD 1 TO WS-FILES-ACCEPTED
            ADD WS-SEG-DATA-COUNT (WS-SEG-SUB) TO WS-KEYS-ACCEPTED
        ELSE
            ADD 1 TO WS-FILES-HELD
            ADD WS-SEG-DATA-COUNT (WS-SEG-SUB) TO WS-KEYS-HELD
            DISPLAY "Holding file " WS-SEG-SUB " from source "
                WS-SEG-SOURCE-ID (WS-SEG-SUB) " dated "
                WS-SEG-FILE-DATE (WS-SEG-SUB) ": "
                WS-SEG-HOLD-REASON (WS-SEG-SUB)
        END-IF
    END-PERFORM.

DECIDE-ONE-SEGMENT.
    MOVE 0 TO WS-REG-FOUND-SUB
    PERFORM VARYING WS-REG-SUB FROM 1 BY 1
        UNTIL WS-REG-SUB > WS-REG-COUNT
           OR WS-REG-FOUND-SUB > 0
        IF WS-REG-SOURCE-ID (WS-REG-SUB) = WS-SEG-SOURCE-ID (WS-SEG-SUB)
            MOVE WS-REG-SUB TO WS-REG-FOUND-SUB
        END-IF
    END-PERFORM
    MOVE WS-REG-FOUND-SUB TO WS-SEG-REG-SUB (WS-SEG-SUB)

    EVALUATE TRUE
        WHEN NOT WS-SEG-HAS-HEADER (WS-SEG-SUB)
            MOVE "HEADER MISSING"
                TO WS-SEG-HOLD-REASON (WS-SEG-SUB)
        WHEN NOT WS-SEG-HAS-TRAILER (WS-SEG-SUB)
            MOVE "TRAILER MISSING"
                TO WS-SEG-HOLD-REASON (WS-SEG-SUB)
        WHEN WS-SEG-TRAILER-COUNT (WS-SEG-SUB)
                NOT = WS-SEG-DATA-COUNT (WS-SEG-SUB)
            MOVE "CONTROL TOTAL OUT OF BALANCE"
                TO WS-SEG-HOLD-REASON (WS-SEG-SUB)
        WHEN WS-SEG-FILE-DATE (WS-SEG-SUB) NOT NUMERIC
            MOVE "HEADER FILE DATE INVALID"
                TO WS-SEG-HOLD-REASON (WS-SEG-SUB)
        WHEN WS-REG-FOUND-SUB = 0
            MOVE "SOURCE NOT REGISTERED"
                TO WS-SEG-HOLD-REASON (WS-SEG-SUB)
        WHEN NOT WS-REG-ACTIVE (WS-REG-FOUND-SUB)
            MOVE "SOURCE SUSPENDED"
                TO WS-SEG-HOLD-REASON (WS-SEG-SUB)
        WHEN NOT WS-REG-IN-RUN (WS-REG-FOUND-SUB)
            AND WS-RUN-SOURCE-COUNT >= WS-RUN-MAX-SOURCES
            MOVE "SOURCE LIMIT FOR ONE RUN"
                TO WS-SEG-HOLD-REASON (WS-SEG-SUB)
        WHEN OTHER
            MOVE SPACES TO WS-SEG-HOLD-REASON (WS-SEG-SUB)
            IF NOT WS-REG-IN-RUN (WS-REG-FOUND-SUB)
                MOVE "Y" TO WS-REG-IN-RUN-SW (WS-REG-FOUND-SUB)
                ADD 1 TO WS-RUN-SOURCE-COUNT
            END-IF
    END-EVALUATE

    IF WS-REG-FOUND-SUB > 0
        IF WS-SEG-ACCEPTED (WS-SEG-SUB)
            ADD 1 TO WS-REG-FILES-ACCEPTED (WS-REG-FOUND-SUB)
            ADD WS-SEG-DATA-COUNT (WS-SEG-SUB)
                TO WS-REG-KEYS-ACCEPTED (WS-REG-FOUND-SUB)
            IF WS-SEG-FILE-DATE (WS-SEG-SUB)
                > WS-REG-LAST-FILE-DATE (WS-REG-FOUND-SUB)
                MOVE WS-SEG-FILE-DATE (WS-SEG-SUB)
                    TO WS-REG-LAST-FILE-DATE (WS-REG-FOUND-SUB)
            END-IF
        ELSE
            ADD 1 TO WS-REG-FILES-HELD (WS-REG-FOUND-SUB)
        END-IF
    END-IF.

ROUTE-SOURCE-FILES.
*> Second pass: the same cut, each record following its file's
*> outcome.  An accepted file's header goes out stamped with its
*> source's register settings; everything else is copied unchanged.
    OPEN OUTPUT KEY-FILE-OUT
    OPEN OUTPUT HELD-KEYS-OUT
    SET ROUTING-PASS TO TRUE
    MOVE 0 TO WS-SEG-COUNT
    MOVE "N" TO WS-IN-SEGMENT-SW
    MOVE "N" TO WS-SRCKEYS-EOF

    OPEN INPUT SOURCE-KEYS-IN
    IF NOT WS-SRCKEYS-FILE-FOUND
        SET SRCKEYS-EOF TO TRUE
    END-IF

    PERFORM UNTIL SRCKEYS-EOF
        READ SOURCE-KEYS-IN
            AT END
                SET SRCKEYS-EOF TO TRUE
            NOT AT END
                PERFORM ADVANCE-SEGMENT-STATE
                PERFORM ROUTE-ONE-RECORD
        END-READ
    END-PERFORM

    IF WS-SRCKEYS-FILE-FOUND
        CLOSE SOURCE-KEYS-IN
    END-IF.

ROUTE-ONE-RECORD.
    IF WS-SEG-ACCEPTED (WS-SEG-CURRENT)
        IF RECORD-IS-HEADER
            MOVE SOURCE-KEY-RECORD TO FILE-HEADER-RECORD
            MOVE WS-SEG-REG-SUB (WS-SEG-CURRENT) TO WS-REG-SUB
            MOVE WS-REG-RULE-SET (WS-REG-SUB) TO FH-POLICY-RULE-SET
            MOVE WS-REG-ALGORITHM (WS-REG-SUB) TO FH-HASH-ALGORITHM
            MOVE SPACES TO KEY-FILE-RECORD
            MOVE FILE-HEADER-RECORD TO KEY-FILE-RECORD
        ELSE
            MOVE SOURCE-KEY-RECORD TO KEY-FILE-RECORD
        END-IF
        WRITE KEY-FILE-RECORD
    ELSE
        WRITE HELD-KEY-RECORD FROM SOURCE-KEY-RECORD
        ADD 1 TO WS-RECORDS-HELD
    END-IF.

DECIDE-SOURCE-OUTCOMES.
*> Any accepted file makes the day ACCEPTED for its source, even if
*> another of its files was held; that file is on the report.
    PERFORM VARYING WS-REG-SUB FROM 1 BY 1
        UNTIL WS-REG-SUB > WS-REG-COUNT
        EVALUATE TRUE
            WHEN WS-REG-FILES-ACCEPTED (WS-REG-SUB) > 0
                MOVE "ACCEPTED" TO WS-REG-OUTCOME (WS-REG-SUB)
            WHEN WS-REG-FILES-HELD (WS-REG-SUB) > 0
                MOVE "HELD" TO WS-REG-OUTCOME (WS-REG-SUB)
            WHEN WS-REG-EXPECTED-TODAY (WS-REG-SUB)
                MOVE "MISSING" TO WS-REG-OUTCOME (WS-REG-SUB)
                ADD 1 TO WS-SOURCES-MISSING
                DISPLAY "Source " WS-REG-SOURCE-ID (WS-REG-SUB)
                    " is due today and sent no file"
            WHEN OTHER
                MOVE "NOTDUE" TO WS-REG-OUTCOME (WS-REG-SUB)
        END-EVALUATE
    END-PERFORM.

UPDATE-SOURCE-REGISTER.
    PERFORM VARYING WS-REG-SUB FROM 1 BY 1
        UNTIL WS-REG-SUB > WS-REG-COUNT
        MOVE WS-REG-SOURCE-ID (WS-REG-SUB) TO SRC-SOURCE-ID
        READ SOURCE-REGISTER
            INVALID KEY
                DISPLAY "WARNING: source " SRC-SOURCE-ID
                    " left SRCREG during the intake"
            NOT INVALID KEY
                MOVE WS-PROCESSING-DATE TO SRC-LAST-INTAKE-DATE
                MOVE WS-REG-OUTCOME (WS-REG-SUB) TO SRC-LAST-OUTCOME
                IF WS-REG-FILES-ACCEPTED (WS-REG-SUB) > 0
                    MOVE WS-REG-LAST-FILE-DATE (WS-REG-SUB)
                        TO SRC-LAST-FILE-DATE
                    MOVE WS-REG-KEYS-ACCEPTED (WS-REG-SUB)
                        TO SRC-LAST-KEY-COUNT
                END-IF
                REWRITE SOURCE-REGISTER-RECORD
        END-READ
    END-PERFORM.

SET-INTAKE-RETURN-CODE.
    EVALUATE TRUE
        WHEN WS-FILES-ACCEPTED = 0
            MOVE 8 TO WS-INTAKE-RETURN-CODE
            DISPLAY "No source file accepted - KEYIN is empty"
        WHEN WS-FILES-HELD > 0 OR WS-SOURCES-MISSING > 0
            IF WS-INTAKE-RETURN-CODE < 4
                MOVE 4 TO WS-INTAKE-RETURN-CODE
            END-IF
    END-EVALUATE.

WRITE-INTAKE-REPORT.
    OPEN OUTPUT INTAKE-REPORT-OUT
    MOVE WS-PROCESSING-DATE TO WS-IH1-PROCESSING-DATE
    MOVE WS-PROCESSING-DATE-SOURCE TO WS-IH1-DATE-SOURCE
    IF PROCESSING-DATE-IS-HOLIDAY
        MOVE "HOLIDAY - NO SOURCE DUE" TO WS-IH1-HOLIDAY
    ELSE
        MOVE SPACES TO WS-IH1-HOLIDAY
    END-IF
    WRITE INTAKE-REPORT-RECORD FROM WS-INTAKE-HEADING-1
    MOVE SPACES TO INTAKE-REPORT-RECORD
    WRITE INTAKE-REPORT-RECORD

    WRITE INTAKE-REPORT-RECORD FROM WS-FILE-HEADING-1
    WRITE INTAKE-REPORT-RECORD FROM WS-FILE-HEADING-2
    PERFORM VARYING WS-SEG-SUB FROM 1 BY 1
        UNTIL WS-SEG-SUB > WS-SEG-COUNT
        PERFORM WRITE-FILE-DETAIL-LINE
    END-PERFORM
    MOVE SPACES TO INTAKE-REPORT-RECORD
    WRITE INTAKE-REPORT-RECORD

    WRITE INTAKE-REPORT-RECORD FROM WS-SOURCE-HEADING-1
    WRITE INTAKE-REPORT-RECORD FROM WS-SOURCE-HEADING-2
    PERFORM VARYING WS-REG-SUB FROM 1 BY 1
        UNTIL WS-REG-SUB > WS-REG-COUNT
        PERFORM WRITE-SOURCE-DETAIL-LINE
    END-PERFORM
    MOVE SPACES TO INTAKE-REPORT-RECORD
    WRITE INTAKE-REPORT-RECORD

    MOVE WS-SEG-COUNT TO WS-SL1-FILES-RECEIVED
    MOVE WS-FILES-ACCEPTED TO WS-SL1-FILES-ACCEPTED
    MOVE WS-FILES-HELD TO WS-SL1-FILES-HELD
    MOVE WS-KEYS-ACCEPTED TO WS-SL1-KEYS-ACCEPTED
    MOVE WS-KEYS-HELD TO WS-SL1-KEYS-HELD
    WRITE INTAKE-REPORT-RECORD FROM WS-SUMMARY-LINE-1

    MOVE WS-SOURCES-EXPECTED TO WS-SL2-SOURCES-EXPECTED
    MOVE WS-RUN-SOURCE-COUNT TO WS-SL2-SOURCES-IN-RUN
    MOVE WS-SOURCES-MISSING TO WS-SL2-SOURCES-MISSING
    MOVE WS-INTAKE-RETURN-CODE TO WS-SL2-RETURN-CODE
    WRITE INTAKE-REPORT-RECORD FROM WS-SUMMARY-LINE-2.

WRITE-FILE-DETAIL-LINE.
    MOVE WS-SEG-SUB TO WS-FDL-SEQUENCE
    MOVE WS-SEG-SOURCE-ID (WS-SEG-SUB) TO WS-FDL-SOURCE-ID
    MOVE WS-SEG-FILE-DATE (WS-SEG-SUB) TO WS-FDL-FILE-DATE
    MOVE WS-SEG-DATA-COUNT (WS-SEG-SUB) TO WS-FDL-DATA-COUNT
    IF WS-SEG-HAS-TRAILER (WS-SEG-SUB)
        MOVE WS-SEG-TRAILER-COUNT (WS-SEG-SUB) TO WS-FDL-TRAILER-EDIT
        MOVE WS-FDL-TRAILER-EDIT TO WS-FDL-TRAILER-COUNT
    ELSE
        MOVE "     NONE" TO WS-FDL-TRAILER-COUNT
    END-IF
    IF WS-SEG-ACCEPTED (WS-SEG-SUB)
        MOVE "ACCEPTED" TO WS-FDL-OUTCOME
    ELSE
        MOVE "HELD" TO WS-FDL-OUTCOME
    END-IF
    MOVE WS-SEG-HOLD-REASON (WS-SEG-SUB) TO WS-FDL-HOLD-REASON
    WRITE INTAKE-REPORT-RECORD FROM WS-FILE-DETAIL-LINE.

WRITE-SOURCE-DETAIL-LINE.
    MOVE WS-REG-SOURCE-ID (WS-REG-SUB) TO WS-SDL-SOURCE-ID
    IF WS-REG-ACTIVE (WS-REG-SUB)
        MOVE "ACTIV" TO WS-SDL-STATUS
    ELSE
        MOVE "SUSP" TO WS-SDL-STATUS
    END-IF
    IF WS-REG-EXPECTED-TODAY (WS-REG-SUB)
        MOVE "YES" TO WS-SDL-EXPECTED
    ELSE
        MOVE "NO" TO WS-SDL-EXPECTED
    END-IF
    MOVE WS-REG-FILES-ACCEPTED (WS-REG-SUB) TO WS-SDL-FILES-ACCEPTED
    MOVE WS-REG-FILES-HELD (WS-REG-SUB) TO WS-SDL-FILES-HELD
    MOVE WS-REG-KEYS-ACCEPTED (WS-REG-SUB) TO WS-SDL-KEYS-ACCEPTED
    MOVE WS-REG-RULE-SET (WS-REG-SUB) TO WS-SDL-RULE-SET
    MOVE WS-REG-ALGORITHM (WS-REG-SUB) TO WS-SDL-ALGORITHM
    IF WS-SDL-ALGORITHM = SPACES
        MOVE "CTLCARD" TO WS-SDL-ALGORITHM
    END-IF
    MOVE WS-REG-OUTCOME (WS-REG-SUB) TO WS-SDL-OUTCOME
    WRITE INTAKE-REPORT-RECORD FROM WS-SOURCE-DETAIL-LINE.

CLOSE-FILES.
    CLOSE SOURCE-REGISTER
    IF BUSCAL-IS-OPEN
        CLOSE BUSINESS-CALENDAR
    END-IF
    CLOSE KEY-FILE-OUT
    CLOSE HELD-KEYS-OUT
    CLOSE INTAKE-REPORT-OUT.

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
*> Records read from SRCKEYS; keys passed on to KEYIN.
    MOVE WS-RECORDS-READ TO WS-STT-RECORDS-READ
    MOVE WS-KEYS-ACCEPTED TO WS-STT-RECORDS-WRITTEN.
