*> break history, which carries first-seen/last-seen dates and
*> occurrence counts across runs, closes breaks that clear, and
*> escalates breaks open longer than the RECONCTL aging threshold
*> onto the AGEDBRK report.  The dates posted to the history and the
*> aging threshold both come from the shared BUSCAL business
*> calendar: "today" is the batch window's processing date, and a
*> break ages only over business days, so a bank-holiday weekend no
*> longer escalates breaks nobody could have worked.  Each aged break
*> shows the owning application and contact from the OWNREG key
*> ownership register, so the review knows whom to chase.

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

*> Key ownership register (layout WSOWNREG), maintained through EX1M.
*> Read by token, or by masked key for a vault orphan that has no
*> token.  Absent = no owners shown.
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
FD  HASH-REPORT-IN.
COPY WSBRKHST.

FD  AGED-BREAKS-REPORT-OUT.
01  AGED-BREAKS-RECORD          PIC X(250).

FD  RECON-CONTROL-IN.
01  RECON-CONTROL-RECORD        PIC X(80).

FD  KEY-OWNER-REG.
COPY WSOWNREG.

FD  RUN-REGISTRY.
COPY WSRUNREG.

FD  BUSINESS-CALENDAR.
COPY WSBUSCAL.

FD  STEP-TIMING-OUT.
COPY WSSTPTIM.

WORKING-STORAGE SECTION.

COPY WSSTPWRK.

COPY WSBUSDAY.

COPY WSCTRL.

COPY WSHASHRPT.
01  WS-HASHRPT-TRAILER-SW       PIC X VALUE "N".
    88  HASHRPT-TRAILER-SEEN            VALUE "Y".

*> Whether any of the run's keys carry a SHA-1 hash, and whether
*> some do and some do not: a run fed by several source systems
*> hashes each source under its own registered algorithm.
01  WS-SHA1-IN-RUN-SW           PIC X VALUE "N".
    88  SHA1-IN-RUN                     VALUE "Y".
01  WS-SHA1-MIXED-SW            PIC X VALUE "N".
    88  SHA1-MIXED-IN-RUN               VALUE "Y".
01  WS-RUN-SOURCE-COUNT         PIC 9 VALUE 0.
01  WS-RUN-SOURCE-SUB           PIC 9.

01  WS-RUNREG-FILE-STATUS       PIC X(2) VALUE "00".
    88  WS-RUNREG-FILE-FOUND            VALUE "00".
    88  WS-RUNREG-FILE-NOT-FOUND        VALUE "35".
    88  WS-RECONCTL-FILE-NOT-FOUND      VALUE "35".

*> RECONCTL is one record, positional:
*>     columns 1-3   break aging threshold business days (digits,
*>                   default 22)
01  WS-RECON-CONTROL-LINE.
    05  WS-RECON-AGING-DAYS     PIC 9(3).
    05  FILLER                  PIC X(77).

01  WS-DEFAULT-AGING-DAYS       PIC 9(3) VALUE 22.

01  WS-VAULT-EOF-SW             PIC X VALUE "N".
    88  VAULT-REF-EOF                   VALUE "Y".

01  WS-CURRENT-TIMESTAMP        PIC X(21).
01  WS-CURRENT-DATE             PIC X(8).
01  WS-BREAK-AGING-CUTOFF-DATE  PIC X(8).
01  WS-BREAK-AGE-DAYS           PIC 9(5).

01  WS-MASKED-KEY               PIC X(100).
01  WS-BREAKS-CLOSED-COUNT      PIC 9(8) VALUE 0.
01  WS-BREAKS-AGED-COUNT        PIC 9(8) VALUE 0.

01  WS-OWNREG-FILE-STATUS       PIC X(2) VALUE "00".
    88  WS-OWNREG-FILE-FOUND            VALUE "00".
    88  WS-OWNREG-FILE-NOT-FOUND        VALUE "35".

01  WS-OWNREG-OPEN-SW           PIC X VALUE "N".
    88  OWNREG-IS-OPEN                  VALUE "Y".

01  WS-OWNER-APPLICATION        PIC X(20).
01  WS-OWNER-MASK-SCAN-SW       PIC X VALUE "N".
    88  OWNER-MASK-SCAN-DONE            VALUE "Y".
01  WS-OWNER-CONTACT            PIC X(60).

01  WS-AGED-HEADING-1.
    05  FILLER                  PIC X(29)
        VALUE "AGED RECONCILIATION BREAKS AT".
    05  FILLER                  PIC X(18) VALUE "  OPEN LONGER THAN".
    05  FILLER                  PIC X VALUE SPACE.
    05  WS-AGH-AGING-DAYS       PIC ZZ9.
    05  FILLER                  PIC X(14) VALUE " BUSINESS DAYS".
    05  FILLER                  PIC X(12) VALUE "  DATE FROM ".
    05  WS-AGH-DATE-SOURCE      PIC X(8).

01  WS-AGED-DETAIL-LINE.
    05  WS-AGED-TOKEN           PIC X(100).
    05  WS-AGED-OCCURRENCES     PIC Z(4)9.
    05  FILLER                  PIC X(2) VALUE SPACES.
    05  WS-AGED-AGE-DAYS        PIC Z(4)9.
    05  FILLER                  PIC X(2) VALUE SPACES.
    05  WS-AGED-OWNER-APPL      PIC X(20).
    05  FILLER                  PIC X(2) VALUE SPACES.
    05  WS-AGED-OWNER-CONTACT   PIC X(60).

PROCEDURE DIVISION.

MAIN-PROCESSING.
    MOVE "EXAMPLE1R" TO WS-STT-PROGRAM-ID
    PERFORM RECORD-STEP-START
    PERFORM ESTABLISH-PROCESSING-DATE
    MOVE WS-PROCESSING-DATE TO WS-CURRENT-DATE

    PERFORM LOAD-RECON-CONTROL
    PERFORM OPEN-FILES
        " closed " WS-BREAKS-CLOSED-COUNT
        " aged " WS-BREAKS-AGED-COUNT

    PERFORM RECORD-STEP-END
    STOP RUN.

LOAD-RECON-CONTROL.
        MOVE WS-DEFAULT-AGING-DAYS TO WS-RECON-AGING-DAYS
    END-IF

    DISPLAY "Recon control: break aging business days="
        WS-RECON-AGING-DAYS.

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

OPEN-FILES.
    OPEN INPUT HASH-REPORT-IN
        DISPLAY "Vault reference VAULTREF not available, status "
            WS-VAULTREF-FILE-STATUS " - run EXAMPLE1L before this job"
        MOVE 16 TO RETURN-CODE
        PERFORM RECORD-STEP-END
        STOP RUN
    END-IF

        DISPLAY "Token cross-reference TOKENXRF not available, "
            "status " WS-TOKENXRF-FILE-STATUS
        MOVE 16 TO RETURN-CODE
        PERFORM RECORD-STEP-END
        STOP RUN
    END-IF

    OPEN OUTPUT RECON-BREAK-REPORT-OUT
    OPEN OUTPUT AGED-BREAKS-REPORT-OUT

    OPEN INPUT KEY-OWNER-REG
    IF WS-OWNREG-FILE-FOUND
        SET OWNREG-IS-OPEN TO TRUE
    ELSE
        DISPLAY "Key ownership register OWNREG not available, status "
            WS-OWNREG-FILE-STATUS " - aged break owners not shown"
    END-IF

*> Recreated empty every run, same pattern as the batch job's
*> SEENWRK scratch file.
    OPEN OUTPUT RECON-SEEN-WORK
            WS-RUNREG-FILE-STATUS " - cannot verify which run "
            "produced HASHRPT"
        MOVE 16 TO RETURN-CODE
        PERFORM RECORD-STEP-END
        STOP RUN
    END-IF.

        DISPLAY "HASHRPT carries no run-id trailer - "
            "cannot verify which run produced it"
        MOVE 16 TO RETURN-CODE
        PERFORM RECORD-STEP-END
        STOP RUN
    END-IF

            DISPLAY "Run " WS-INPUT-RUN-ID " is not in the run "
                "registry - HASHRPT rejected"
            MOVE 16 TO RETURN-CODE
            PERFORM RECORD-STEP-END
            STOP RUN
    END-READ

        DISPLAY "Run " WS-INPUT-RUN-ID " ended with condition code 16"
            " - HASHRPT rejected"
        MOVE 16 TO RETURN-CODE
        PERFORM RECORD-STEP-END
        STOP RUN
    END-IF

    MOVE RRG-CTL-ALGORITHM TO WS-CTL-ALGORITHM
    MOVE RRG-CTL-FORMAT TO WS-CTL-FORMAT
    PERFORM NOTE-RUN-SHA1-SOURCES

*> Rewind for the reconciliation pass proper.
    CLOSE HASH-REPORT-IN
            PERFORM COMPARE-RESOLVED-KEY-TO-VAULT
    END-READ.

NOTE-RUN-SHA1-SOURCES.
*> The CTLCARD algorithm covers every key unless the registry lists
*> the run's source systems, each with its own (blank = CTLCARD).
    IF RRG-SOURCE-COUNT IS NUMERIC
        MOVE RRG-SOURCE-COUNT TO WS-RUN-SOURCE-COUNT
    END-IF

    IF WS-RUN-SOURCE-COUNT = 0
        IF WS-CTL-ALGO-SHA1 OR WS-CTL-ALGO-BOTH
            SET SHA1-IN-RUN TO TRUE
        END-IF
    ELSE
        PERFORM VARYING WS-RUN-SOURCE-SUB FROM 1 BY 1
            UNTIL WS-RUN-SOURCE-SUB > WS-RUN-SOURCE-COUNT
            IF RRG-SRC-ALGORITHM (WS-RUN-SOURCE-SUB) NOT = SPACES
                MOVE RRG-SRC-ALGORITHM (WS-RUN-SOURCE-SUB)
                    TO WS-CTL-ALGORITHM
            ELSE
                MOVE RRG-CTL-ALGORITHM TO WS-CTL-ALGORITHM
            END-IF
            IF WS-CTL-ALGO-SHA1 OR WS-CTL-ALGO-BOTH
                SET SHA1-IN-RUN TO TRUE
            ELSE
                SET SHA1-MIXED-IN-RUN TO TRUE
            END-IF
        END-PERFORM
        MOVE RRG-CTL-ALGORITHM TO WS-CTL-ALGORITHM
    END-IF.

COMPARE-RESOLVED-KEY-TO-VAULT.
*> Remember every key this run's report resolved to, so the
*> vault-side pass can tell a vault orphan from a key we hashed.
                TO WS-PENDING-BREAK-REASON
            PERFORM WRITE-BREAK-LINE
        NOT INVALID KEY
*> In a run that mixes sources with and without SHA-1, a report line
*> with no SHA-1 hash came from a source that was not issued one.
            IF SHA1-IN-RUN
                AND WS-CTL-FMT-HEX
                AND (NOT SHA1-MIXED-IN-RUN OR HR-HASH-SHA1 NOT = SPACES)
                AND VLR-HASH-SHA1 NOT = HR-HASH-SHA1
                MOVE "SHA-1 HASH MISMATCH" TO WS-PENDING-BREAK-REASON
                PERFORM WRITE-BREAK-LINE
*> for the service review.
    MOVE WS-CURRENT-DATE TO WS-AGH-RUN-DATE
    MOVE WS-RECON-AGING-DAYS TO WS-AGH-AGING-DAYS
    MOVE WS-PROCESSING-DATE-SOURCE TO WS-AGH-DATE-SOURCE
    MOVE WS-CURRENT-DATE TO WS-BUSDAY-DATE
    MOVE WS-RECON-AGING-DAYS TO WS-BUSDAY-WANTED
    PERFORM SUBTRACT-BUSINESS-DAYS
    MOVE WS-BUSDAY-DATE TO WS-BREAK-AGING-CUTOFF-DATE
    WRITE AGED-BREAKS-RECORD FROM WS-AGED-HEADING-1

    MOVE LOW-VALUES TO BRH-KEY
        REWRITE BREAK-HISTORY-RECORD
        ADD 1 TO WS-BREAKS-CLOSED-COUNT
    ELSE
        IF BRH-FIRST-SEEN-DATE < WS-BREAK-AGING-CUTOFF-DATE
            PERFORM COUNT-BREAK-BUSINESS-AGE
            ADD 1 TO WS-BREAKS-AGED-COUNT
            MOVE SPACES TO WS-AGED-DETAIL-LINE
            MOVE BRH-TOKEN TO WS-AGED-TOKEN
            MOVE BRH-LAST-SEEN-DATE TO WS-AGED-LAST-SEEN
            MOVE BRH-OCCURRENCE-COUNT TO WS-AGED-OCCURRENCES
            MOVE WS-BREAK-AGE-DAYS TO WS-AGED-AGE-DAYS
            PERFORM FIND-BREAK-OWNER
            MOVE WS-OWNER-APPLICATION TO WS-AGED-OWNER-APPL
            MOVE WS-OWNER-CONTACT TO WS-AGED-OWNER-CONTACT
            WRITE AGED-BREAKS-RECORD FROM WS-AGED-DETAIL-LINE
        END-IF
    END-IF.

COUNT-BREAK-BUSINESS-AGE.
*> The age shown is the business days from the day after first-seen
*> up to and including the processing date.
    MOVE 0 TO WS-BREAK-AGE-DAYS
    MOVE BRH-FIRST-SEEN-DATE TO WS-BUSDAY-DATE
    PERFORM UNTIL WS-BUSDAY-DATE NOT < WS-CURRENT-DATE
        COMPUTE WS-BUSDAY-INTEGER =
            FUNCTION INTEGER-OF-DATE (FUNCTION NUMVAL (WS-BUSDAY-DATE))
            + 1
        MOVE FUNCTION DATE-OF-INTEGER (WS-BUSDAY-INTEGER)
            TO WS-BUSDAY-DATE
        PERFORM TEST-BUSINESS-DAY
        IF IS-BUSINESS-DAY
            ADD 1 TO WS-BREAK-AGE-DAYS
        END-IF
    END-PERFORM.

FIND-BREAK-OWNER.
*> A break identity is a 22-byte token, or for a vault orphan with no
*> cross-reference entry its masked key.  Two keys can share a mask,
*> so a mask with register entries for different owners is reported
*> as such rather than naming one of them - the same rule EXAMPLE1K
*> applies to the aging report.
    MOVE SPACES TO WS-OWNER-APPLICATION
    MOVE SPACES TO WS-OWNER-CONTACT

    IF OWNREG-IS-OPEN
        IF BRH-TOKEN (23:78) = SPACES
            MOVE BRH-TOKEN (1:22) TO OWN-TOKEN
            READ KEY-OWNER-REG KEY IS OWN-TOKEN
                INVALID KEY
                    MOVE "NO OWNER RECORDED" TO WS-OWNER-APPLICATION
                NOT INVALID KEY
                    MOVE OWN-APPLICATION TO WS-OWNER-APPLICATION
                    MOVE OWN-CONTACT TO WS-OWNER-CONTACT
            END-READ
        ELSE
            MOVE BRH-TOKEN TO OWN-MASKED-KEY
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
        END-IF
    END-IF.

CHECK-SHARED-MASK-OWNER.
    READ KEY-OWNER-REG NEXT
        AT END
            SET OWNER-MASK-SCAN-DONE TO TRUE
        NOT AT END
            EVALUATE TRUE
                WHEN OWN-MASKED-KEY NOT = BRH-TOKEN
                    SET OWNER-MASK-SCAN-DONE TO TRUE
                WHEN OWN-APPLICATION NOT = WS-OWNER-APPLICATION
                  OR OWN-CONTACT NOT = WS-OWNER-CONTACT
                    MOVE "MULTIPLE OWNERS" TO WS-OWNER-APPLICATION
                    MOVE SPACES TO WS-OWNER-CONTACT
                    SET OWNER-MASK-SCAN-DONE TO TRUE
            END-EVALUATE
    END-READ.

CLOSE-FILES.
    CLOSE HASH-REPORT-IN
    CLOSE VAULT-REF
    CLOSE RUN-REGISTRY
    CLOSE RECON-SEEN-WORK
    CLOSE BREAK-HISTORY
    IF OWNREG-IS-OPEN
        CLOSE KEY-OWNER-REG
    END-IF
    IF BUSCAL-IS-OPEN
        CLOSE BUSINESS-CALENDAR
    END-IF
    CLOSE RECON-BREAK-REPORT-OUT
    CLOSE AGED-BREAKS-REPORT-OUT.

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
*> Keys compared against the vault; breaks written.
    MOVE WS-INPUT-RUN-ID TO WS-STT-RUN-ID
    MOVE WS-COMPARED-COUNT TO WS-STT-RECORDS-READ
    MOVE WS-BREAK-COUNT TO WS-STT-RECORDS-WRITTEN.
