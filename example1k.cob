*> whose last activity is older than the rotation policy threshold
*> and keys still being hashed with SHA-1 only, so rotation
*> compliance no longer means eyeballing audit records run by run.
*> The threshold is in business days on the shared BUSCAL calendar,
*> counted back from the batch window's processing date, which the
*> report heading shows with where it came from.  Each reported key
*> shows its owning application and contact from the OWNREG key
*> ownership register, matched on the masked key; a mask shared by
*> keys with different owners says so rather than naming one.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
        RECORD KEY IS RRG-RUN-ID
        FILE STATUS IS WS-RUNREG-FILE-STATUS.

*> Shared business calendar (layout WSBUSCAL): holidays, worked
*> weekend days and the batch window's processing date.
    SELECT BUSINESS-CALENDAR ASSIGN TO "BUSCAL"
        ORGANIZATION INDEXED
        ACCESS MODE RANDOM
        RECORD KEY IS BCL-KEY
        FILE STATUS IS WS-BUSCAL-FILE-STATUS.

*> Key ownership register (layout WSOWNREG), maintained through EX1M,
*> read by its masked-key alternate index.  Absent = no owners shown.
    SELECT KEY-OWNER-REG ASSIGN TO "OWNREG"
        ORGANIZATION INDEXED
        ACCESS MODE DYNAMIC
        RECORD KEY IS OWN-TOKEN
        ALTERNATE RECORD KEY IS OWN-MASKED-KEY WITH DUPLICATES
        FILE STATUS IS WS-OWNREG-FILE-STATUS.

*> Batch window step timing log (layout WSSTPTIM), appended to by
*> every step of the batch and read by the EXAMPLE1SL SLA report.
    SELECT STEP-TIMING-OUT ASSIGN TO "STEPTIME"
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS WS-STEPTIME-FILE-STATUS.

DATA DIVISION.
FILE SECTION.
FD  AUDIT-FILE-IN.
COPY WSKEYINV.

FD  AGING-REPORT-OUT.
01  AGING-REPORT-RECORD         PIC X(250).

FD  INVENTORY-CONTROL-IN.
01  INVENTORY-CONTROL-RECORD    PIC X(80).
FD  RUN-REGISTRY.
COPY WSRUNREG.

FD  BUSINESS-CALENDAR.
COPY WSBUSCAL.

FD  KEY-OWNER-REG.
COPY WSOWNREG.

FD  STEP-TIMING-OUT.
COPY WSSTPTIM.

WORKING-STORAGE SECTION.

COPY WSSTPWRK.

COPY WSBUSDAY.

01  WS-KEYINV-FILE-STATUS       PIC X(2) VALUE "00".
    88  WS-KEYINV-FILE-FOUND            VALUE "00".
    88  WS-KEYINV-FILE-NOT-FOUND        VALUE "35".
01  WS-UNREG-RUN-SKIP-COUNT     PIC 9(8) VALUE 0.
01  WS-FAILED-RUN-SKIP-COUNT    PIC 9(8) VALUE 0.
01  WS-BLOCKED-SKIP-COUNT       PIC 9(8) VALUE 0.
01  WS-ERASED-SKIP-COUNT        PIC 9(8) VALUE 0.

*> KINVCTL is one record, positional:
*>     columns  1-8   post-from date  yyyymmdd, spaces = no lower bound
*>     columns 10-17  post-to date    yyyymmdd, spaces = no upper bound
*>     columns 19-21  aging threshold business days (digits,
*>                    default 64)
01  WS-INVENTORY-CONTROL-LINE.
    05  WS-KINV-FROM-DATE       PIC X(8).
    05  FILLER                  PIC X.
    05  WS-KINV-AGING-DAYS      PIC 9(3).
    05  FILLER                  PIC X(59).

01  WS-DEFAULT-AGING-DAYS       PIC 9(3) VALUE 64.

01  WS-EOF-SWITCHES.
    05  WS-AUDIT-FILE-EOF       PIC X VALUE "N".
01  WS-CURRENT-TIMESTAMP        PIC X(21).
01  WS-CURRENT-DATE             PIC X(8).
01  WS-AGING-CUTOFF-DATE        PIC X(8).
01  WS-AUDIT-DATE               PIC X(8).
01  WS-AUDIT-ALGORITHM          PIC X(8).

01  WS-STALE-KEY-COUNT          PIC 9(8) VALUE 0.
01  WS-SHA1-ONLY-COUNT          PIC 9(8) VALUE 0.

01  WS-OWNREG-FILE-STATUS       PIC X(2) VALUE "00".
    88  WS-OWNREG-FILE-FOUND            VALUE "00".
    88  WS-OWNREG-FILE-NOT-FOUND        VALUE "35".

01  WS-OWNREG-OPEN-SW           PIC X VALUE "N".
    88  OWNREG-IS-OPEN                  VALUE "Y".

01  WS-OWNER-APPLICATION        PIC X(20).
01  WS-OWNER-MASK-SCAN-SW       PIC X VALUE "N".
    88  OWNER-MASK-SCAN-DONE            VALUE "Y".
01  WS-OWNER-CONTACT            PIC X(60).

01  WS-AGING-HEADING-1.
    05  FILLER                  PIC X(30)
        VALUE "KEY ROTATION AGING REPORT  AS ".
    05  WS-AH1-RUN-DATE         PIC X(8).
    05  FILLER                  PIC X(9) VALUE "  CUTOFF ".
    05  WS-AH1-CUTOFF-DATE      PIC X(8).
    05  FILLER                  PIC X(2) VALUE SPACES.
    05  WS-AH1-AGING-DAYS       PIC ZZ9.
    05  FILLER                  PIC X(14) VALUE " BUSINESS DAYS".
    05  FILLER                  PIC X(12) VALUE "  DATE FROM ".
    05  WS-AH1-DATE-SOURCE      PIC X(8).

01  WS-AGING-HEADING-2.
    05  FILLER                  PIC X(100) VALUE "MASKED KEY".
    05  FILLER                  PIC X(9) VALUE " REQUESTS".
    05  FILLER                  PIC X(2) VALUE SPACES.
    05  FILLER                  PIC X(23) VALUE "FLAG".
    05  FILLER                  PIC X(2) VALUE SPACES.
    05  FILLER                  PIC X(20) VALUE "OWNER APPLICATION".
    05  FILLER                  PIC X(2) VALUE SPACES.
    05  FILLER                  PIC X(60) VALUE "OWNER CONTACT".

01  WS-AGING-DETAIL-LINE.
    05  WS-AGE-MASKED-KEY       PIC X(100).
    05  WS-AGE-REQUEST-COUNT    PIC Z(8)9.
    05  FILLER                  PIC X(2) VALUE SPACES.
    05  WS-AGE-FLAG             PIC X(23).
    05  FILLER                  PIC X(2) VALUE SPACES.
    05  WS-AGE-OWNER-APPL       PIC X(20).
    05  FILLER                  PIC X(2) VALUE SPACES.
    05  WS-AGE-OWNER-CONTACT    PIC X(60).

PROCEDURE DIVISION.

MAIN-PROCESSING.
    MOVE "EXAMPLE1K" TO WS-STT-PROGRAM-ID
    PERFORM RECORD-STEP-START
    PERFORM ESTABLISH-PROCESSING-DATE
    MOVE WS-PROCESSING-DATE TO WS-CURRENT-DATE

    PERFORM LOAD-INVENTORY-CONTROL
    PERFORM COMPUTE-AGING-CUTOFF
        " (new keys: " WS-NEW-KEY-COUNT
        ", updated: " WS-UPDATED-KEY-COUNT
        ", outside date range: " WS-SKIPPED-COUNT
        ", blocked attempts not posted: " WS-BLOCKED-SKIP-COUNT
        ", erased keys not posted: " WS-ERASED-SKIP-COUNT ")"
    IF WS-UNREG-RUN-SKIP-COUNT > 0
        OR WS-FAILED-RUN-SKIP-COUNT > 0
        DISPLAY "Run verification skipped records - unregistered "
    DISPLAY "Aging report: stale keys: " WS-STALE-KEY-COUNT
        " SHA-1 only keys: " WS-SHA1-ONLY-COUNT

    PERFORM RECORD-STEP-END
    STOP RUN.

LOAD-INVENTORY-CONTROL.

    DISPLAY "Inventory control: post from=" WS-KINV-FROM-DATE
        " to=" WS-KINV-TO-DATE
        " aging business days=" WS-KINV-AGING-DAYS.

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

COMPUTE-AGING-CUTOFF.
    MOVE WS-CURRENT-DATE TO WS-BUSDAY-DATE
    MOVE WS-KINV-AGING-DAYS TO WS-BUSDAY-WANTED
    PERFORM SUBTRACT-BUSINESS-DAYS
    MOVE WS-BUSDAY-DATE TO WS-AGING-CUTOFF-DATE.

OPEN-FILES.
    OPEN INPUT AUDIT-FILE-IN
    IF NOT WS-RUNREG-FILE-FOUND
        DISPLAY "Run registry RUNREG not present, status "
            WS-RUNREG-FILE-STATUS " - run verification skipped"
    END-IF

    OPEN INPUT KEY-OWNER-REG
    IF WS-OWNREG-FILE-FOUND
        SET OWNREG-IS-OPEN TO TRUE
    ELSE
        DISPLAY "Key ownership register OWNREG not available, status "
            WS-OWNREG-FILE-STATUS " - owners not shown"
    END-IF.

POST-AUDIT-ACTIVITY.
*> A blocked online attempt (ONLBLKD) is not key activity: posting
*> it would roll the last-hashed date forward, making a blocked key
*> look rotation-active - and keep its cross-reference token alive
*> through EXAMPLE1P's inventory hold.  A record EXAMPLE1Q has
*> scrubbed belongs to a key that has been erased everywhere, its
*> inventory entry included; posting it would bring the entry back.
    EVALUATE TRUE
        WHEN AUD-SOURCE-ONLINE-BLOCKED
            ADD 1 TO WS-BLOCKED-SKIP-COUNT
        WHEN AUD-MASKED-KEY-ERASED
            ADD 1 TO WS-ERASED-SKIP-COUNT
        WHEN OTHER
            PERFORM POST-SERVED-AUDIT-RECORD
    END-EVALUATE.

POST-SERVED-AUDIT-RECORD.
    ADD 1 TO WS-POSTED-COUNT
*> algorithms actually produced a hash is, in the shape of the hash
*> fields.  A record where every attempt failed carries no algorithm
*> at all and must not count as SHA-1 usage on the aging report.
*> A keyed hash sits in the SHA-256 slot; the secret version that
*> keyed it is what tells it apart from a bare SHA-256.
    IF AUD-HASH-SHA1 NOT = SPACES AND AUD-HASH-SHA256 NOT = SPACES
        MOVE "BOTH" TO WS-AUDIT-ALGORITHM
    ELSE
        IF AUD-HASH-SHA256 NOT = SPACES
            IF AUD-SECRET-VERSION NUMERIC
                AND AUD-SECRET-VERSION > 0
                MOVE "HMAC256" TO WS-AUDIT-ALGORITHM
            ELSE
                MOVE "SHA256" TO WS-AUDIT-ALGORITHM
            END-IF
        ELSE
            IF AUD-HASH-SHA1 NOT = SPACES
                MOVE "SHA1" TO WS-AUDIT-ALGORITHM
WRITE-AGING-REPORT.
    MOVE WS-CURRENT-DATE TO WS-AH1-RUN-DATE
    MOVE WS-AGING-CUTOFF-DATE TO WS-AH1-CUTOFF-DATE
    MOVE WS-KINV-AGING-DAYS TO WS-AH1-AGING-DAYS
    MOVE WS-PROCESSING-DATE-SOURCE TO WS-AH1-DATE-SOURCE
    WRITE AGING-REPORT-RECORD FROM WS-AGING-HEADING-1
    WRITE AGING-REPORT-RECORD FROM WS-AGING-HEADING-2

    END-PERFORM.

REPORT-ONE-INVENTORY-KEY.
    PERFORM FIND-KEY-OWNER

    IF KIV-LAST-HASHED-DATE < WS-AGING-CUTOFF-DATE
        ADD 1 TO WS-STALE-KEY-COUNT
        MOVE "STALE - ROTATION DUE" TO WS-AGE-FLAG
    MOVE KIV-FIRST-SEEN-DATE TO WS-AGE-FIRST-SEEN
    MOVE KIV-LAST-HASHED-DATE TO WS-AGE-LAST-HASHED
    MOVE KIV-REQUEST-COUNT TO WS-AGE-REQUEST-COUNT
    MOVE WS-OWNER-APPLICATION TO WS-AGE-OWNER-APPL
    MOVE WS-OWNER-CONTACT TO WS-AGE-OWNER-CONTACT
    WRITE AGING-REPORT-RECORD FROM WS-AGING-DETAIL-LINE.

FIND-KEY-OWNER.
*> The inventory only knows the masked key, and two keys can share a
*> mask.  The first register entry under the mask gives the owner; a
*> further entry under the same mask with a different owner means the
*> line cannot be attributed to one of them.
    MOVE SPACES TO WS-OWNER-APPLICATION
    MOVE SPACES TO WS-OWNER-CONTACT

    IF OWNREG-IS-OPEN
        MOVE KIV-MASKED-KEY TO OWN-MASKED-KEY
        READ KEY-OWNER-REG KEY IS OWN-MASKED-KEY
            INVALID KEY
                MOVE "NO OWNER RECORDED" TO WS-OWNER-APPLICATION
            NOT INVALID KEY
                MOVE OWN-APPLICATION TO WS-OWNER-APPLICATION
                MOVE OWN-CONTACT TO WS-OWNER-CONTACT
                MOVE "N" TO WS-OWNER-MASK-SCAN-SW
                PERFORM CHECK-SHARED-MASK-OWNER
                    UNTIL OWNER-MASK-SCAN-DONE
        END-READ
    END-IF.

CHECK-SHARED-MASK-OWNER.
    READ KEY-OWNER-REG NEXT
        AT END
            SET OWNER-MASK-SCAN-DONE TO TRUE
        NOT AT END
            EVALUATE TRUE
                WHEN OWN-MASKED-KEY NOT = KIV-MASKED-KEY
                    SET OWNER-MASK-SCAN-DONE TO TRUE
                WHEN OWN-APPLICATION NOT = WS-OWNER-APPLICATION
                  OR OWN-CONTACT NOT = WS-OWNER-CONTACT
                    MOVE "MULTIPLE OWNERS" TO WS-OWNER-APPLICATION
                    MOVE SPACES TO WS-OWNER-CONTACT
                    SET OWNER-MASK-SCAN-DONE TO TRUE
            END-EVALUATE
    END-READ.

CLOSE-FILES.
    CLOSE AUDIT-FILE-IN
    CLOSE KEY-INVENTORY
    IF WS-RUNREG-FILE-FOUND
        CLOSE RUN-REGISTRY
    END-IF
    IF OWNREG-IS-OPEN
        CLOSE KEY-OWNER-REG
    END-IF
    IF BUSCAL-IS-OPEN
        CLOSE BUSINESS-CALENDAR
    END-IF
    CLOSE AGING-REPORT-OUT.

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
*> AUDIT records examined; KEYINV records added or updated.
    MOVE WS-VERIFIED-RUN-ID TO WS-STT-RUN-ID
    COMPUTE WS-STT-RECORDS-READ = WS-POSTED-COUNT + WS-SKIPPED-COUNT
        + WS-UNREG-RUN-SKIP-COUNT + WS-FAILED-RUN-SKIP-COUNT
        + WS-BLOCKED-SKIP-COUNT + WS-ERASED-SKIP-COUNT
    END-COMPUTE
    COMPUTE WS-STT-RECORDS-WRITTEN =
        WS-NEW-KEY-COUNT + WS-UPDATED-KEY-COUNT
    END-COMPUTE.
