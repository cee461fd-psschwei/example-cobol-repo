IDENTIFICATION DIVISION.
PROGRAM-ID. EXAMPLE1EN.

*> Weekly key expiry notice extract.  Every key on the OWNREG key
*> ownership register (maintained through EX1M) carries the date it
*> must be rotated by, and EXAMPLE1 refuses to hash it once that date
*> has passed.  This job tells the owners before that happens: it
*> reads the whole register and picks out every key already past its
*> date or due within the next 30, 60 or 90 days of the batch
*> window's processing date (the BUSCAL PROCDATE, as for every other
*> job that works by date; the horizons themselves are calendar
*> days), groups them by owner - contact mailbox, then application -
*> and writes the OWNNOTC extract (WSOWNNOT) the key owners' mailbox
*> is sent from, soonest-due first within each owner.  The OWNNRPT
*> report lists each owner's counts and the run totals.
*>
*> The selected keys are held in a scratch indexed work file (NOTCWRK,
*> recreated each run) keyed on owner, expiry date and token, so the
*> grouping is a sequential read however the register is ordered.
*> Each owner's keys are read twice - once to count them for the OWN
*> record that heads the group, then again from the first of them to
*> write the KEY records.
*>
*> Condition codes: 0 no key is due, 4 at least one notice was written
*> (or the business calendar was not available or its PROCDATE is
*> stale), 16 the register could not be read.  An OWNREG that has
*> never been created means no key has an owner yet: the extract is
*> written with a header and trailer only.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT KEY-OWNER-REG ASSIGN TO "OWNREG"
        ORGANIZATION INDEXED
        ACCESS MODE SEQUENTIAL
        RECORD KEY IS OWN-TOKEN
        ALTERNATE RECORD KEY IS OWN-MASKED-KEY WITH DUPLICATES
        FILE STATUS IS WS-OWNREG-FILE-STATUS.

    SELECT NOTICE-WORK ASSIGN TO "NOTCWRK"
        ORGANIZATION INDEXED
        ACCESS MODE DYNAMIC
        RECORD KEY IS NTW-KEY
        FILE STATUS IS WS-NOTCWRK-FILE-STATUS.

    SELECT OWNER-NOTICE-OUT ASSIGN TO "OWNNOTC"
        ORGANIZATION LINE SEQUENTIAL.

    SELECT NOTICE-REPORT-OUT ASSIGN TO "OWNNRPT"
        ORGANIZATION LINE SEQUENTIAL.

*> Same one-record parameter card convention as CTLCARD/SIEMCTL.
    SELECT NOTICE-CONTROL-IN ASSIGN TO "NOTCCTL"
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS WS-NOTCCTL-FILE-STATUS.

*> Shared business calendar (layout WSBUSCAL): holidays, worked
*> weekend days and the batch window's processing date.
    SELECT BUSINESS-CALENDAR ASSIGN TO "BUSCAL"
        ORGANIZATION INDEXED
        ACCESS MODE RANDOM
        RECORD KEY IS BCL-KEY
        FILE STATUS IS WS-BUSCAL-FILE-STATUS.

DATA DIVISION.
FILE SECTION.
FD  KEY-OWNER-REG.
COPY WSOWNREG.

FD  NOTICE-WORK.
01  NOTICE-WORK-RECORD.
    05  NTW-KEY.
        10  NTW-CONTACT         PIC X(60).
        10  NTW-APPLICATION     PIC X(20).
        10  NTW-EXPIRY-DATE     PIC X(8).
        10  NTW-TOKEN           PIC X(22).
*>  0 past its date, 1-3 the horizon it falls within.
    05  NTW-BUCKET-NO           PIC 9.
    05  NTW-MASKED-KEY          PIC X(100).
    05  NTW-DAYS-REMAINING      PIC 9(5).
    05  NTW-DAYS-OVERDUE        PIC 9(5).

FD  OWNER-NOTICE-OUT.
COPY WSOWNNOT.

FD  NOTICE-REPORT-OUT.
01  NOTICE-REPORT-RECORD        PIC X(160).

FD  NOTICE-CONTROL-IN.
01  NOTICE-CONTROL-RECORD       PIC X(80).

FD  BUSINESS-CALENDAR.
COPY WSBUSCAL.

WORKING-STORAGE SECTION.

COPY WSBUSDAY.

COPY WSHDRTRL.

01  WS-OWNREG-FILE-STATUS       PIC X(2) VALUE "00".
    88  WS-OWNREG-FILE-FOUND            VALUE "00".
    88  WS-OWNREG-FILE-NOT-FOUND        VALUE "35".

01  WS-NOTCWRK-FILE-STATUS      PIC X(2) VALUE "00".

01  WS-NOTCCTL-FILE-STATUS      PIC X(2) VALUE "00".
    88  WS-NOTCCTL-FILE-FOUND           VALUE "00".
    88  WS-NOTCCTL-FILE-NOT-FOUND       VALUE "35".

*> NOTCCTL is one record, positional:
*>     columns  1-3   first notice horizon, calendar days (default 030)
*>     columns  5-7   second notice horizon (default 060)
*>     columns  9-11  third notice horizon (default 090)
*> Digits, zero-filled.  Horizons that are missing, zero or not in
*> ascending order are all replaced by the defaults.
01  WS-NOTICE-CONTROL-LINE.
    05  WS-NCT-HORIZON-1        PIC 9(3).
    05  FILLER                  PIC X.
    05  WS-NCT-HORIZON-2        PIC 9(3).
    05  FILLER                  PIC X.
    05  WS-NCT-HORIZON-3        PIC 9(3).
    05  FILLER                  PIC X(69).

01  WS-DEFAULT-HORIZON-1        PIC 9(3) VALUE 30.
01  WS-DEFAULT-HORIZON-2        PIC 9(3) VALUE 60.
01  WS-DEFAULT-HORIZON-3        PIC 9(3) VALUE 90.

01  WS-EOF-SWITCHES.
    05  WS-OWNREG-EOF           PIC X VALUE "N".
        88  OWNREG-EOF                  VALUE "Y".
    05  WS-NOTCWRK-EOF          PIC X VALUE "N".
        88  NOTCWRK-EOF                 VALUE "Y".
    05  WS-NOTCCTL-FILE-EOF     PIC X VALUE "N".
        88  NOTCCTL-FILE-EOF            VALUE "Y".

01  WS-OWNREG-OPEN-SW           PIC X VALUE "N".
    88  OWNREG-IS-OPEN                  VALUE "Y".

*> Set after every work file read: still the owner being written.
01  WS-SAME-OWNER-SW            PIC X VALUE "N".
    88  SAME-OWNER                      VALUE "Y".

01  WS-CURRENT-TIMESTAMP        PIC X(21).
01  WS-CURRENT-DATE             PIC X(8).

01  WS-PROCESSING-DAY-INTEGER   PIC 9(8).
01  WS-DAYS-TO-EXPIRY           PIC S9(7).

01  WS-OWNER-CONTACT            PIC X(60).
01  WS-OWNER-APPLICATION        PIC X(20).
01  WS-OWNER-FIRST-KEY          PIC X(110).

01  WS-OWNER-COUNTS.
    05  WS-OWNER-EXPIRED        PIC 9(5).
    05  WS-OWNER-HORIZON-1      PIC 9(5).
    05  WS-OWNER-HORIZON-2      PIC 9(5).
    05  WS-OWNER-HORIZON-3      PIC 9(5).

01  WS-REGISTER-READ-COUNT      PIC 9(9) VALUE 0.
01  WS-NO-EXPIRY-COUNT          PIC 9(9) VALUE 0.
01  WS-INVALID-EXPIRY-COUNT     PIC 9(9) VALUE 0.
01  WS-NOT-YET-DUE-COUNT        PIC 9(9) VALUE 0.
01  WS-KEYS-DUE-COUNT           PIC 9(9) VALUE 0.
01  WS-OWNERS-NOTIFIED-COUNT    PIC 9(9) VALUE 0.
01  WS-TOTAL-EXPIRED            PIC 9(9) VALUE 0.
01  WS-TOTAL-HORIZON-1          PIC 9(9) VALUE 0.
01  WS-TOTAL-HORIZON-2          PIC 9(9) VALUE 0.
01  WS-TOTAL-HORIZON-3          PIC 9(9) VALUE 0.
01  WS-NOTICE-RECORDS-WRITTEN   PIC 9(9) VALUE 0.

01  WS-BUCKET-LABEL.
    05  WS-BKL-DAYS             PIC 9(3).
    05  FILLER                  PIC X(5) VALUE " DAYS".

01  WS-REPORT-HEADING.
    05  FILLER                  PIC X(44)
        VALUE "KEY EXPIRY NOTICES BY OWNER                 ".
    05  FILLER                  PIC X(9) VALUE "PRODUCED ".
    05  WS-RH-DATE              PIC X(8).

01  WS-HORIZON-LINE.
    05  FILLER                  PIC X(21) VALUE "NOTICE HORIZONS DAYS ".
    05  WS-HL-HORIZON-1         PIC ZZ9.
    05  FILLER                  PIC X(2) VALUE SPACES.
    05  WS-HL-HORIZON-2         PIC ZZ9.
    05  FILLER                  PIC X(2) VALUE SPACES.
    05  WS-HL-HORIZON-3         PIC ZZ9.

01  WS-COLUMN-HEADING.
    05  FILLER                  PIC X(60) VALUE "CONTACT".
    05  FILLER                  PIC X(2) VALUE SPACES.
    05  FILLER                  PIC X(20) VALUE "APPLICATION".
    05  FILLER                  PIC X(2) VALUE SPACES.
    05  FILLER                  PIC X(8) VALUE " EXPIRED".
    05  FILLER                  PIC X(2) VALUE SPACES.
    05  WS-CH-HORIZON-1         PIC X(8).
    05  FILLER                  PIC X(2) VALUE SPACES.
    05  WS-CH-HORIZON-2         PIC X(8).
    05  FILLER                  PIC X(2) VALUE SPACES.
    05  WS-CH-HORIZON-3         PIC X(8).

01  WS-OWNER-LINE.
    05  WS-OL-CONTACT           PIC X(60).
    05  FILLER                  PIC X(2) VALUE SPACES.
    05  WS-OL-APPLICATION       PIC X(20).
    05  FILLER                  PIC X(2) VALUE SPACES.
    05  WS-OL-EXPIRED           PIC Z(7)9.
    05  FILLER                  PIC X(2) VALUE SPACES.
    05  WS-OL-HORIZON-1         PIC Z(7)9.
    05  FILLER                  PIC X(2) VALUE SPACES.
    05  WS-OL-HORIZON-2         PIC Z(7)9.
    05  FILLER                  PIC X(2) VALUE SPACES.
    05  WS-OL-HORIZON-3         PIC Z(7)9.

01  WS-EXCEPTION-LINE.
    05  FILLER                  PIC X(24) VALUE "EXPIRY DATE NOT VALID - ".
    05  WS-EL-TOKEN             PIC X(22).
    05  FILLER                  PIC X(2) VALUE SPACES.
    05  WS-EL-EXPIRY-DATE       PIC X(8).
    05  FILLER                  PIC X(2) VALUE SPACES.
    05  WS-EL-APPLICATION       PIC X(20).

01  WS-SUMMARY-LINE.
    05  WS-SUM-LABEL            PIC X(40).
    05  WS-SUM-COUNT            PIC Z(8)9.

PROCEDURE DIVISION.

MAIN-PROCESSING.
    PERFORM ESTABLISH-PROCESSING-DATE
    MOVE WS-PROCESSING-DATE TO WS-CURRENT-DATE
    IF BUSCAL-IS-OPEN
        CLOSE BUSINESS-CALENDAR
    END-IF
    COMPUTE WS-PROCESSING-DAY-INTEGER =
        FUNCTION INTEGER-OF-DATE (FUNCTION NUMVAL (WS-CURRENT-DATE))

    PERFORM LOAD-NOTICE-CONTROL
    PERFORM OPEN-FILES
    PERFORM WRITE-REPORT-HEADINGS
    PERFORM SELECT-DUE-KEYS
    PERFORM WRITE-NOTICE-HEADER
    PERFORM WRITE-OWNER-NOTICES
    PERFORM WRITE-NOTICE-TRAILER
    PERFORM WRITE-REPORT-SUMMARY
    PERFORM CLOSE-FILES

    DISPLAY "Key expiry notices complete. Register entries: "
        WS-REGISTER-READ-COUNT " keys due: " WS-KEYS-DUE-COUNT
        " owners notified: " WS-OWNERS-NOTIFIED-COUNT

    IF WS-KEYS-DUE-COUNT > 0
        MOVE 4 TO RETURN-CODE
    END-IF

    STOP RUN.

LOAD-NOTICE-CONTROL.
    MOVE WS-DEFAULT-HORIZON-1 TO WS-NCT-HORIZON-1
    MOVE WS-DEFAULT-HORIZON-2 TO WS-NCT-HORIZON-2
    MOVE WS-DEFAULT-HORIZON-3 TO WS-NCT-HORIZON-3

    OPEN INPUT NOTICE-CONTROL-IN
    IF WS-NOTCCTL-FILE-FOUND
        READ NOTICE-CONTROL-IN INTO WS-NOTICE-CONTROL-LINE
            AT END
                SET NOTCCTL-FILE-EOF TO TRUE
        END-READ
        CLOSE NOTICE-CONTROL-IN
    END-IF

    IF WS-NCT-HORIZON-1 NOT NUMERIC
        OR WS-NCT-HORIZON-2 NOT NUMERIC
        OR WS-NCT-HORIZON-3 NOT NUMERIC
        OR WS-NCT-HORIZON-1 = 0
        OR WS-NCT-HORIZON-2 NOT > WS-NCT-HORIZON-1
        OR WS-NCT-HORIZON-3 NOT > WS-NCT-HORIZON-2
        DISPLAY "WARNING: NOTCCTL horizons not usable - defaults used"
        MOVE WS-DEFAULT-HORIZON-1 TO WS-NCT-HORIZON-1
        MOVE WS-DEFAULT-HORIZON-2 TO WS-NCT-HORIZON-2
        MOVE WS-DEFAULT-HORIZON-3 TO WS-NCT-HORIZON-3
    END-IF

    DISPLAY "Notice control: horizons=" WS-NCT-HORIZON-1 "/"
        WS-NCT-HORIZON-2 "/" WS-NCT-HORIZON-3 " days".

OPEN-FILES.
    OPEN INPUT KEY-OWNER-REG
    EVALUATE TRUE
        WHEN WS-OWNREG-FILE-FOUND
            SET OWNREG-IS-OPEN TO TRUE
        WHEN WS-OWNREG-FILE-NOT-FOUND
            DISPLAY "Key ownership register OWNREG not present - "
                "no key has an owner, no notices"
            SET OWNREG-EOF TO TRUE
        WHEN OTHER
            DISPLAY "Key ownership register OWNREG not available, "
                "status " WS-OWNREG-FILE-STATUS
            MOVE 16 TO RETURN-CODE
            STOP RUN
    END-EVALUATE

*> Recreated empty every run.
    OPEN OUTPUT NOTICE-WORK

    OPEN OUTPUT OWNER-NOTICE-OUT
    OPEN OUTPUT NOTICE-REPORT-OUT.

WRITE-REPORT-HEADINGS.
    MOVE WS-CURRENT-DATE TO WS-RH-DATE
    WRITE NOTICE-REPORT-RECORD FROM WS-REPORT-HEADING
    WRITE NOTICE-REPORT-RECORD FROM WS-PROCESSING-DATE-LINE

    MOVE WS-NCT-HORIZON-1 TO WS-HL-HORIZON-1
    MOVE WS-NCT-HORIZON-2 TO WS-HL-HORIZON-2
    MOVE WS-NCT-HORIZON-3 TO WS-HL-HORIZON-3
    WRITE NOTICE-REPORT-RECORD FROM WS-HORIZON-LINE

    MOVE SPACES TO NOTICE-REPORT-RECORD
    WRITE NOTICE-REPORT-RECORD.

SELECT-DUE-KEYS.
    PERFORM READ-OWNER-REGISTER
    PERFORM UNTIL OWNREG-EOF
        PERFORM CLASSIFY-OWNED-KEY
        PERFORM READ-OWNER-REGISTER
    END-PERFORM

    CLOSE NOTICE-WORK
    IF OWNREG-IS-OPEN
        CLOSE KEY-OWNER-REG
    END-IF.

READ-OWNER-REGISTER.
    IF OWNREG-IS-OPEN
        READ KEY-OWNER-REG NEXT RECORD
            AT END
                SET OWNREG-EOF TO TRUE
            NOT AT END
                ADD 1 TO WS-REGISTER-READ-COUNT
        END-READ
    END-IF.

CLASSIFY-OWNED-KEY.
*> Days to expiry are counted from the processing date: 0 on the
*> expiry date itself, which EXAMPLE1 still accepts, so the key falls
*> in the first horizon; below 0 it is already being refused.
    EVALUATE TRUE
        WHEN OWN-EXPIRY-DATE = SPACES
            ADD 1 TO WS-NO-EXPIRY-COUNT
        WHEN OWN-EXPIRY-DATE NOT NUMERIC
            PERFORM REPORT-INVALID-EXPIRY
        WHEN FUNCTION TEST-DATE-YYYYMMDD
                (FUNCTION NUMVAL (OWN-EXPIRY-DATE)) NOT = 0
            PERFORM REPORT-INVALID-EXPIRY
        WHEN OTHER
            COMPUTE WS-DAYS-TO-EXPIRY =
                FUNCTION INTEGER-OF-DATE
                    (FUNCTION NUMVAL (OWN-EXPIRY-DATE))
                - WS-PROCESSING-DAY-INTEGER
            PERFORM HOLD-DUE-KEY
    END-EVALUATE.

HOLD-DUE-KEY.
    MOVE SPACES TO NOTICE-WORK-RECORD
    MOVE 0 TO NTW-DAYS-REMAINING
    MOVE 0 TO NTW-DAYS-OVERDUE

    EVALUATE TRUE
        WHEN WS-DAYS-TO-EXPIRY < 0
            MOVE 0 TO NTW-BUCKET-NO
            COMPUTE NTW-DAYS-OVERDUE = 0 - WS-DAYS-TO-EXPIRY
        WHEN WS-DAYS-TO-EXPIRY NOT > WS-NCT-HORIZON-1
            MOVE 1 TO NTW-BUCKET-NO
            MOVE WS-DAYS-TO-EXPIRY TO NTW-DAYS-REMAINING
        WHEN WS-DAYS-TO-EXPIRY NOT > WS-NCT-HORIZON-2
            MOVE 2 TO NTW-BUCKET-NO
            MOVE WS-DAYS-TO-EXPIRY TO NTW-DAYS-REMAINING
        WHEN WS-DAYS-TO-EXPIRY NOT > WS-NCT-HORIZON-3
            MOVE 3 TO NTW-BUCKET-NO
            MOVE WS-DAYS-TO-EXPIRY TO NTW-DAYS-REMAINING
        WHEN OTHER
            MOVE 9 TO NTW-BUCKET-NO
    END-EVALUATE

    IF NTW-BUCKET-NO = 9
        ADD 1 TO WS-NOT-YET-DUE-COUNT
    ELSE
        MOVE OWN-CONTACT TO NTW-CONTACT
        IF NTW-CONTACT = SPACES
            MOVE "*NO CONTACT ON REGISTER*" TO NTW-CONTACT
        END-IF
        MOVE OWN-APPLICATION TO NTW-APPLICATION
        MOVE OWN-EXPIRY-DATE TO NTW-EXPIRY-DATE
        MOVE OWN-TOKEN TO NTW-TOKEN
        MOVE OWN-MASKED-KEY TO NTW-MASKED-KEY
        WRITE NOTICE-WORK-RECORD
            INVALID KEY
                DISPLAY "Notice work write failed for token "
                    OWN-TOKEN " status " WS-NOTCWRK-FILE-STATUS
            NOT INVALID KEY
                ADD 1 TO WS-KEYS-DUE-COUNT
        END-WRITE
    END-IF.

REPORT-INVALID-EXPIRY.
    ADD 1 TO WS-INVALID-EXPIRY-COUNT
    MOVE OWN-TOKEN TO WS-EL-TOKEN
    MOVE OWN-EXPIRY-DATE TO WS-EL-EXPIRY-DATE
    MOVE OWN-APPLICATION TO WS-EL-APPLICATION
    WRITE NOTICE-REPORT-RECORD FROM WS-EXCEPTION-LINE.

WRITE-NOTICE-HEADER.
    MOVE SPACES TO FILE-HEADER-RECORD
    MOVE "HDR" TO FH-RECORD-TYPE
    MOVE WS-CURRENT-DATE TO FH-FILE-DATE
    MOVE "OWNNOTC" TO FH-SOURCE-SYSTEM
    WRITE OWNER-NOTICE-RECORD FROM FILE-HEADER-RECORD.

WRITE-OWNER-NOTICES.
    MOVE WS-NCT-HORIZON-1 TO WS-BKL-DAYS
    MOVE WS-BUCKET-LABEL TO WS-CH-HORIZON-1
    MOVE WS-NCT-HORIZON-2 TO WS-BKL-DAYS
    MOVE WS-BUCKET-LABEL TO WS-CH-HORIZON-2
    MOVE WS-NCT-HORIZON-3 TO WS-BKL-DAYS
    MOVE WS-BUCKET-LABEL TO WS-CH-HORIZON-3
    MOVE SPACES TO NOTICE-REPORT-RECORD
    WRITE NOTICE-REPORT-RECORD
    WRITE NOTICE-REPORT-RECORD FROM WS-COLUMN-HEADING

    OPEN INPUT NOTICE-WORK
    PERFORM READ-NOTICE-WORK
    PERFORM UNTIL NOTCWRK-EOF
        PERFORM WRITE-ONE-OWNER-NOTICE
    END-PERFORM
    CLOSE NOTICE-WORK.

WRITE-ONE-OWNER-NOTICE.
*> First pass over this owner's keys counts them for the OWN record;
*> the second, from the owner's first key again, writes the KEY
*> records.  Either pass stops at the first key of the next owner.
    MOVE NTW-CONTACT TO WS-OWNER-CONTACT
    MOVE NTW-APPLICATION TO WS-OWNER-APPLICATION
    MOVE NTW-KEY TO WS-OWNER-FIRST-KEY
    INITIALIZE WS-OWNER-COUNTS
    SET SAME-OWNER TO TRUE

    PERFORM UNTIL NOT SAME-OWNER
        PERFORM COUNT-OWNER-KEY
        PERFORM READ-NOTICE-WORK
    END-PERFORM

    PERFORM WRITE-OWNER-RECORD

    MOVE WS-OWNER-FIRST-KEY TO NTW-KEY
    START NOTICE-WORK KEY NOT < NTW-KEY
        INVALID KEY
            DISPLAY "Notice work reposition failed, status "
                WS-NOTCWRK-FILE-STATUS
            MOVE 16 TO RETURN-CODE
            STOP RUN
    END-START
    MOVE "N" TO WS-NOTCWRK-EOF
    PERFORM READ-NOTICE-WORK

    PERFORM UNTIL NOT SAME-OWNER
        PERFORM WRITE-KEY-RECORD
        PERFORM READ-NOTICE-WORK
    END-PERFORM.

READ-NOTICE-WORK.
    READ NOTICE-WORK NEXT RECORD
        AT END
            SET NOTCWRK-EOF TO TRUE
    END-READ

    IF NOT NOTCWRK-EOF
        AND NTW-CONTACT = WS-OWNER-CONTACT
        AND NTW-APPLICATION = WS-OWNER-APPLICATION
        SET SAME-OWNER TO TRUE
    ELSE
        MOVE "N" TO WS-SAME-OWNER-SW
    END-IF.

COUNT-OWNER-KEY.
    EVALUATE NTW-BUCKET-NO
        WHEN 0
            ADD 1 TO WS-OWNER-EXPIRED
        WHEN 1
            ADD 1 TO WS-OWNER-HORIZON-1
        WHEN 2
            ADD 1 TO WS-OWNER-HORIZON-2
        WHEN 3
            ADD 1 TO WS-OWNER-HORIZON-3
    END-EVALUATE.

WRITE-OWNER-RECORD.
    MOVE SPACES TO OWNER-NOTICE-RECORD
    SET ONT-IS-OWNER TO TRUE
    MOVE WS-OWNER-CONTACT TO ONT-CONTACT
    MOVE WS-OWNER-APPLICATION TO ONT-APPLICATION
    MOVE WS-OWNER-EXPIRED TO ONT-EXPIRED-COUNT
    MOVE WS-OWNER-HORIZON-1 TO ONT-HORIZON-1-COUNT
    MOVE WS-OWNER-HORIZON-2 TO ONT-HORIZON-2-COUNT
    MOVE WS-OWNER-HORIZON-3 TO ONT-HORIZON-3-COUNT
    WRITE OWNER-NOTICE-RECORD
    ADD 1 TO WS-NOTICE-RECORDS-WRITTEN
    ADD 1 TO WS-OWNERS-NOTIFIED-COUNT

    ADD WS-OWNER-EXPIRED TO WS-TOTAL-EXPIRED
    ADD WS-OWNER-HORIZON-1 TO WS-TOTAL-HORIZON-1
    ADD WS-OWNER-HORIZON-2 TO WS-TOTAL-HORIZON-2
    ADD WS-OWNER-HORIZON-3 TO WS-TOTAL-HORIZON-3

    MOVE WS-OWNER-CONTACT TO WS-OL-CONTACT
    MOVE WS-OWNER-APPLICATION TO WS-OL-APPLICATION
    MOVE WS-OWNER-EXPIRED TO WS-OL-EXPIRED
    MOVE WS-OWNER-HORIZON-1 TO WS-OL-HORIZON-1
    MOVE WS-OWNER-HORIZON-2 TO WS-OL-HORIZON-2
    MOVE WS-OWNER-HORIZON-3 TO WS-OL-HORIZON-3
    WRITE NOTICE-REPORT-RECORD FROM WS-OWNER-LINE.

WRITE-KEY-RECORD.
    MOVE SPACES TO OWNER-NOTICE-RECORD
    SET ONT-IS-KEY TO TRUE
    MOVE NTW-CONTACT TO ONT-CONTACT
    MOVE NTW-APPLICATION TO ONT-APPLICATION
    EVALUATE NTW-BUCKET-NO
        WHEN 0
            MOVE "EXPIRED" TO ONT-BUCKET
        WHEN 1
            MOVE WS-NCT-HORIZON-1 TO WS-BKL-DAYS
            MOVE WS-BUCKET-LABEL TO ONT-BUCKET
        WHEN 2
            MOVE WS-NCT-HORIZON-2 TO WS-BKL-DAYS
            MOVE WS-BUCKET-LABEL TO ONT-BUCKET
        WHEN 3
            MOVE WS-NCT-HORIZON-3 TO WS-BKL-DAYS
            MOVE WS-BUCKET-LABEL TO ONT-BUCKET
    END-EVALUATE
    MOVE NTW-TOKEN TO ONT-TOKEN
    MOVE NTW-MASKED-KEY TO ONT-MASKED-KEY
    MOVE NTW-EXPIRY-DATE TO ONT-EXPIRY-DATE
    MOVE NTW-DAYS-REMAINING TO ONT-DAYS-REMAINING
    MOVE NTW-DAYS-OVERDUE TO ONT-DAYS-OVERDUE
    WRITE OWNER-NOTICE-RECORD
    ADD 1 TO WS-NOTICE-RECORDS-WRITTEN.

WRITE-NOTICE-TRAILER.
*> Same convention as the other interface files: the count of data
*> records actually written, OWN and KEY alike.  The extract belongs
*> to no hashing run, so the run-id is the production timestamp.
    MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP
    MOVE SPACES TO FILE-TRAILER-RECORD
    MOVE "TRL" TO FT-RECORD-TYPE
    MOVE WS-NOTICE-RECORDS-WRITTEN TO FT-RECORD-COUNT
    MOVE WS-CURRENT-TIMESTAMP (1:14) TO FT-RUN-ID
    WRITE OWNER-NOTICE-RECORD FROM FILE-TRAILER-RECORD.

WRITE-REPORT-SUMMARY.
    MOVE SPACES TO NOTICE-REPORT-RECORD
    WRITE NOTICE-REPORT-RECORD

    MOVE "REGISTER ENTRIES READ" TO WS-SUM-LABEL
    MOVE WS-REGISTER-READ-COUNT TO WS-SUM-COUNT
    WRITE NOTICE-REPORT-RECORD FROM WS-SUMMARY-LINE

    MOVE "ENTRIES WITH NO EXPIRY DATE" TO WS-SUM-LABEL
    MOVE WS-NO-EXPIRY-COUNT TO WS-SUM-COUNT
    WRITE NOTICE-REPORT-RECORD FROM WS-SUMMARY-LINE

    MOVE "ENTRIES WITH AN INVALID EXPIRY DATE" TO WS-SUM-LABEL
    MOVE WS-INVALID-EXPIRY-COUNT TO WS-SUM-COUNT
    WRITE NOTICE-REPORT-RECORD FROM WS-SUMMARY-LINE

    MOVE "KEYS NOT DUE WITHIN THE LAST HORIZON" TO WS-SUM-LABEL
    MOVE WS-NOT-YET-DUE-COUNT TO WS-SUM-COUNT
    WRITE NOTICE-REPORT-RECORD FROM WS-SUMMARY-LINE

    MOVE "KEYS ALREADY PAST THEIR EXPIRY DATE" TO WS-SUM-LABEL
    MOVE WS-TOTAL-EXPIRED TO WS-SUM-COUNT
    WRITE NOTICE-REPORT-RECORD FROM WS-SUMMARY-LINE

    MOVE SPACES TO WS-SUM-LABEL
    STRING "KEYS DUE WITHIN " WS-NCT-HORIZON-1 " DAYS"
        DELIMITED BY SIZE INTO WS-SUM-LABEL
    MOVE WS-TOTAL-HORIZON-1 TO WS-SUM-COUNT
    WRITE NOTICE-REPORT-RECORD FROM WS-SUMMARY-LINE

    MOVE SPACES TO WS-SUM-LABEL
    STRING "KEYS DUE WITHIN " WS-NCT-HORIZON-2 " DAYS"
        DELIMITED BY SIZE INTO WS-SUM-LABEL
    MOVE WS-TOTAL-HORIZON-2 TO WS-SUM-COUNT
    WRITE NOTICE-REPORT-RECORD FROM WS-SUMMARY-LINE

    MOVE SPACES TO WS-SUM-LABEL
    STRING "KEYS DUE WITHIN " WS-NCT-HORIZON-3 " DAYS"
        DELIMITED BY SIZE INTO WS-SUM-LABEL
    MOVE WS-TOTAL-HORIZON-3 TO WS-SUM-COUNT
    WRITE NOTICE-REPORT-RECORD FROM WS-SUMMARY-LINE

    MOVE "OWNERS NOTIFIED" TO WS-SUM-LABEL
    MOVE WS-OWNERS-NOTIFIED-COUNT TO WS-SUM-COUNT
    WRITE NOTICE-REPORT-RECORD FROM WS-SUMMARY-LINE

    MOVE "NOTICE RECORDS WRITTEN" TO WS-SUM-LABEL
    MOVE WS-NOTICE-RECORDS-WRITTEN TO WS-SUM-COUNT
    WRITE NOTICE-REPORT-RECORD FROM WS-SUMMARY-LINE.

CLOSE-FILES.
    CLOSE OWNER-NOTICE-OUT
    CLOSE NOTICE-REPORT-OUT.

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
