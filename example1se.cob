IDENTIFICATION DIVISION.
PROGRAM-ID. EXAMPLE1SE.

*> Daily security event feed to the SOC's SIEM.  The events the SOC
*> needs to see are recorded in five places nobody outside this team
*> reads: token resolutions in RESLOG (EX1Z/EXAMPLE1X), weak-key adds
*> and retires in WEAKHIST (EX1W), blocked online attempts on AUDIT
*> (AUD-SOURCE "ONLBLKD", EX1O), the day-end balancing certificate
*> BALCERT when EXAMPLE1D fails it, and the aged breaks EXAMPLE1R
*> escalates onto AGEDBRK.  This job picks up each source's events
*> since its last run and writes them, one WSSIEMEV record each, to
*> the SIEMFEED interface file between HDR/TRL control records like
*> every other file this system sends.
*>
*> A high-water mark per source (SIEMHWM, WSSIEMHW) records how far
*> each source has been sent.  The marks are moved only after the
*> feed is written and closed, so a rerun after a failure resends
*> exactly the failed run's events and a rerun after a good run sends
*> nothing twice.  The keyed logs are read only up to the start of
*> the current minute: an online task stamps its record in the second
*> it writes it, so nothing can still arrive behind the mark.  BALCERT
*> and AGEDBRK are rewritten by every EXAMPLE1D/EXAMPLE1R run; each
*> certificate or report is sent once, the first time this job sees
*> it (an aged break still open tomorrow is on tomorrow's report and
*> is sent again as that day's event).
*>
*> Severity, for the SOC's alerting:
*>     RESLOG    LOW for a resolution, MEDIUM for an unknown token;
*>               HIGH when the same user made at least the SIEMCTL
*>               burst threshold of requests in that clock hour,
*>               CRITICAL at twice the threshold
*>     WEAKHIST  LOW for an add, MEDIUM for a retire (a blocked key
*>               made usable again)
*>     AUDIT     MEDIUM for every blocked online attempt
*>     BALCERT   HIGH - the IDM pickup is held
*>     AGEDBRK   MEDIUM, HIGH once a break is open more than twice
*>               the aging threshold on the report
*>
*> Condition codes: 0 feed written, 4 feed written but a source could
*> not be read (its mark is not moved - the next run catches up), 16
*> the feed or the marks could not be written.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
*> Keyed on timestamp plus sequence, so reading on from the mark is
*> reading on in time.
    SELECT RESOLUTION-LOG-IN ASSIGN TO "RESLOG"
        ORGANIZATION INDEXED
        ACCESS MODE DYNAMIC
        RECORD KEY IS RSL-KEY
        FILE STATUS IS WS-RESLOG-FILE-STATUS.

    SELECT WEAK-KEY-HIST-IN ASSIGN TO "WEAKHIST"
        ORGANIZATION INDEXED
        ACCESS MODE DYNAMIC
        RECORD KEY IS WKH-KEY
        FILE STATUS IS WS-WEAKHIST-FILE-STATUS.

    SELECT AUDIT-FILE-IN ASSIGN TO "AUDIT"
        ORGANIZATION INDEXED
        ACCESS MODE DYNAMIC
        RECORD KEY IS AUD-KEY
        ALTERNATE RECORD KEY IS AUD-MASKED-KEY WITH DUPLICATES
        FILE STATUS IS WS-AUDIT-FILE-STATUS.

    SELECT CERTIFICATE-IN ASSIGN TO "BALCERT"
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS WS-BALCERT-FILE-STATUS.

    SELECT AGED-BREAKS-IN ASSIGN TO "AGEDBRK"
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS WS-AGEDBRK-FILE-STATUS.

    SELECT SIEM-HIGH-WATER-MARK ASSIGN TO "SIEMHWM"
        ORGANIZATION INDEXED
        ACCESS MODE RANDOM
        RECORD KEY IS SHW-SOURCE
        FILE STATUS IS WS-SIEMHWM-FILE-STATUS.

*> Requests per user per clock hour, for the resolution burst
*> severity; recreated empty every run.
    SELECT USER-HOUR-WORK ASSIGN TO "SIEMWRK"
        ORGANIZATION INDEXED
        ACCESS MODE RANDOM
        RECORD KEY IS UHW-KEY.

    SELECT SIEM-FEED-OUT ASSIGN TO "SIEMFEED"
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS WS-SIEMFEED-FILE-STATUS.

*> Same one-record parameter card convention as CTLCARD.
    SELECT SIEM-CONTROL-IN ASSIGN TO "SIEMCTL"
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS WS-SIEMCTL-FILE-STATUS.

DATA DIVISION.
FILE SECTION.
FD  RESOLUTION-LOG-IN.
COPY WSRESLOG.

FD  WEAK-KEY-HIST-IN.
COPY WSWKHIST.

FD  AUDIT-FILE-IN.
COPY WSAUDREC.

FD  CERTIFICATE-IN.
01  CERTIFICATE-RECORD          PIC X(100).

FD  AGED-BREAKS-IN.
01  AGED-BREAKS-RECORD          PIC X(250).

FD  SIEM-HIGH-WATER-MARK.
COPY WSSIEMHW.

FD  USER-HOUR-WORK.
01  USER-HOUR-WORK-RECORD.
    05  UHW-KEY.
        10  UHW-USER-ID         PIC X(8).
        10  UHW-HOUR            PIC X(10).
    05  UHW-REQUEST-COUNT       PIC 9(7).

FD  SIEM-FEED-OUT.
COPY WSSIEMEV.

FD  SIEM-CONTROL-IN.
01  SIEM-CONTROL-RECORD         PIC X(80).

WORKING-STORAGE SECTION.

COPY WSHDRTRL.

01  WS-RESLOG-FILE-STATUS       PIC X(2) VALUE "00".
    88  WS-RESLOG-FILE-FOUND            VALUE "00".
    88  WS-RESLOG-FILE-NOT-FOUND        VALUE "35".

01  WS-WEAKHIST-FILE-STATUS     PIC X(2) VALUE "00".
    88  WS-WEAKHIST-FILE-FOUND          VALUE "00".
    88  WS-WEAKHIST-FILE-NOT-FOUND      VALUE "35".

01  WS-AUDIT-FILE-STATUS        PIC X(2) VALUE "00".
    88  WS-AUDIT-FILE-FOUND             VALUE "00".
    88  WS-AUDIT-FILE-NOT-FOUND         VALUE "35".

01  WS-BALCERT-FILE-STATUS      PIC X(2) VALUE "00".
    88  WS-BALCERT-FILE-FOUND           VALUE "00".
    88  WS-BALCERT-FILE-NOT-FOUND       VALUE "35".

01  WS-AGEDBRK-FILE-STATUS      PIC X(2) VALUE "00".
    88  WS-AGEDBRK-FILE-FOUND           VALUE "00".
    88  WS-AGEDBRK-FILE-NOT-FOUND       VALUE "35".

01  WS-SIEMHWM-FILE-STATUS      PIC X(2) VALUE "00".
    88  WS-SIEMHWM-FILE-FOUND           VALUE "00".
    88  WS-SIEMHWM-FILE-NOT-FOUND       VALUE "35".
    88  WS-SIEMHWM-FILE-OK              VALUE "00".

01  WS-SIEMFEED-FILE-STATUS     PIC X(2) VALUE "00".
    88  WS-SIEMFEED-FILE-OK             VALUE "00".

01  WS-SIEMCTL-FILE-STATUS      PIC X(2) VALUE "00".
    88  WS-SIEMCTL-FILE-FOUND           VALUE "00".
    88  WS-SIEMCTL-FILE-NOT-FOUND       VALUE "35".

*> SIEMCTL is one record, positional:
*>     columns  1-4   resolution burst threshold: requests by one user
*>                    in one clock hour that raise the severity
*>                    (digits, zero-filled; default 10)
*>     columns  6-13  first-run start date yyyymmdd for a source with
*>                    no high-water mark yet; spaces = everything on
*>                    file
01  WS-SIEM-CONTROL-LINE.
    05  WS-SCT-BURST-THRESHOLD  PIC 9(4).
    05  FILLER                  PIC X.
    05  WS-SCT-INITIAL-DATE     PIC X(8).
    05  FILLER                  PIC X(67).

01  WS-DEFAULT-BURST-THRESHOLD  PIC 9(4) VALUE 10.
01  WS-CRITICAL-BURST-THRESHOLD PIC 9(5).

01  WS-EOF-SWITCHES.
    05  WS-RESLOG-EOF           PIC X VALUE "N".
        88  RESLOG-EOF                  VALUE "Y".
    05  WS-WEAKHIST-EOF         PIC X VALUE "N".
        88  WEAKHIST-EOF                VALUE "Y".
    05  WS-AUDIT-FILE-EOF       PIC X VALUE "N".
        88  AUDIT-FILE-EOF              VALUE "Y".
    05  WS-BALCERT-EOF          PIC X VALUE "N".
        88  BALCERT-EOF                 VALUE "Y".
    05  WS-AGEDBRK-EOF          PIC X VALUE "N".
        88  AGEDBRK-EOF                 VALUE "Y".
    05  WS-SIEMCTL-FILE-EOF     PIC X VALUE "N".
        88  SIEMCTL-FILE-EOF            VALUE "Y".

01  WS-CURRENT-TIMESTAMP        PIC X(21).
01  WS-FEED-RUN-ID              PIC X(14).
*> Events stamped at or after this are left for the next run.
01  WS-CUTOFF-TIMESTAMP         PIC X(14).
*> Where a source with no mark yet starts reading.
01  WS-INITIAL-START-KEY        PIC X(22).

*> Marks as found at the start of the run, and as they will be saved
*> once the feed is safely written.
01  WS-HIGH-WATER-MARKS.
    05  WS-HWM-RESLOG           PIC X(22).
    05  WS-HWM-WEAKHIST         PIC X(22).
    05  WS-HWM-AUDIT            PIC X(22).
    05  WS-HWM-BALCERT          PIC X(22).
    05  WS-HWM-AGEDBRK          PIC X(22).
01  WS-NEW-HIGH-WATER-MARKS.
    05  WS-NEW-HWM-RESLOG       PIC X(22).
    05  WS-NEW-HWM-WEAKHIST     PIC X(22).
    05  WS-NEW-HWM-AUDIT        PIC X(22).
    05  WS-NEW-HWM-BALCERT      PIC X(22).
    05  WS-NEW-HWM-AGEDBRK      PIC X(22).

*> One mark being read or saved.
01  WS-MARK-SOURCE              PIC X(8).
01  WS-MARK-KEY                 PIC X(22).
01  WS-MARK-EVENT-COUNT         PIC 9(9).
01  WS-MARK-SAVE-FAILED-COUNT   PIC 9(2) VALUE 0.

01  WS-SOURCE-SKIPPED-COUNT     PIC 9(2) VALUE 0.

01  WS-SOURCE-EVENT-COUNTS.
    05  WS-RESLOG-EVENT-COUNT   PIC 9(9) VALUE 0.
    05  WS-WEAKHIST-EVENT-COUNT PIC 9(9) VALUE 0.
    05  WS-AUDIT-EVENT-COUNT    PIC 9(9) VALUE 0.
    05  WS-BALCERT-EVENT-COUNT  PIC 9(9) VALUE 0.
    05  WS-AGEDBRK-EVENT-COUNT  PIC 9(9) VALUE 0.
01  WS-EVENTS-WRITTEN           PIC 9(9) VALUE 0.
01  WS-HIGH-SEVERITY-COUNT      PIC 9(9) VALUE 0.
01  WS-AUDIT-EXAMINED-COUNT     PIC 9(9) VALUE 0.

*> Same masking EXAMPLE1's MASK-INPUT-KEY applies before a key goes
*> anywhere but the hash routines.
01  WS-RAW-KEY                  PIC X(100).
01  WS-MASKED-KEY               PIC X(100).
01  WS-KEY-LENGTH               PIC 9(3).

01  WS-EDIT-COUNT               PIC Z(6)9.

*> BALCERT, as EXAMPLE1D writes it.
01  WS-CERT-HEADING-VIEW.
    05  WS-CHV-TITLE            PIC X(29).
        88  WS-CHV-IS-CERTIFICATE
                VALUE "DAY-END BALANCING CERTIFICATE".
    05  FILLER                  PIC X(7).
    05  WS-CHV-RUN-ID           PIC X(14).
    05  FILLER                  PIC X(11).
    05  WS-CHV-DATE             PIC X(8).
    05  FILLER                  PIC X(31).
01  WS-CERT-DETAIL-VIEW.
    05  WS-CDV-EQ-ID            PIC X(4).
    05  FILLER                  PIC X(70).
    05  WS-CDV-RESULT           PIC X(6).
    05  FILLER                  PIC X(20).
01  WS-CERT-IDENTITY.
    05  WS-CID-RUN-ID           PIC X(14).
    05  WS-CID-DATE             PIC X(8).
01  WS-FAILED-EQ-LIST           PIC X(40).
01  WS-FAILED-EQ-PTR            PIC 9(3).
01  WS-FAILED-EQ-COUNT          PIC 9(2).

*> AGEDBRK, as EXAMPLE1R writes it.
01  WS-AGED-HEADING-VIEW.
    05  WS-AHV-TITLE            PIC X(29).
        88  WS-AHV-IS-AGED-REPORT
                VALUE "AGED RECONCILIATION BREAKS AT".
    05  FILLER                  PIC X.
    05  WS-AHV-RUN-DATE         PIC X(8).
    05  FILLER                  PIC X(19).
    05  WS-AHV-AGING-DAYS       PIC X(3).
    05  FILLER                  PIC X(190).
01  WS-AGED-DETAIL-VIEW.
    05  WS-ADV-TOKEN            PIC X(100).
    05  FILLER                  PIC X(2).
    05  WS-ADV-REASON           PIC X(30).
    05  FILLER                  PIC X(2).
    05  WS-ADV-FIRST-SEEN       PIC X(8).
    05  FILLER                  PIC X(2).
    05  WS-ADV-LAST-SEEN        PIC X(8).
    05  FILLER                  PIC X(2).
    05  WS-ADV-OCCURRENCES      PIC X(5).
    05  FILLER                  PIC X(2).
    05  WS-ADV-AGE-DAYS         PIC X(5).
    05  FILLER                  PIC X(84).
01  WS-AGED-REPORT-DATE         PIC X(8).
01  WS-AGED-THRESHOLD           PIC 9(3).
01  WS-AGED-AGE                 PIC 9(5).

PROCEDURE DIVISION.

MAIN-PROCESSING.
    MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP
    MOVE WS-CURRENT-TIMESTAMP (1:14) TO WS-FEED-RUN-ID
    MOVE WS-CURRENT-TIMESTAMP (1:12) TO WS-CUTOFF-TIMESTAMP
    MOVE "00" TO WS-CUTOFF-TIMESTAMP (13:2)

    PERFORM LOAD-SIEM-CONTROL
    PERFORM OPEN-FILES
    PERFORM LOAD-HIGH-WATER-MARKS
    PERFORM WRITE-FEED-HEADER

    PERFORM COLLECT-RESLOG-EVENTS
    PERFORM COLLECT-WEAKHIST-EVENTS
    PERFORM COLLECT-AUDIT-EVENTS
    PERFORM COLLECT-BALCERT-EVENTS
    PERFORM COLLECT-AGEDBRK-EVENTS

    PERFORM WRITE-FEED-TRAILER
    CLOSE SIEM-FEED-OUT
    IF NOT WS-SIEMFEED-FILE-OK
        DISPLAY "SIEM feed SIEMFEED not closed cleanly, status "
            WS-SIEMFEED-FILE-STATUS " - high-water marks not moved"
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF

    PERFORM SAVE-HIGH-WATER-MARKS
    CLOSE SIEM-HIGH-WATER-MARK
    CLOSE USER-HOUR-WORK
    IF WS-MARK-SAVE-FAILED-COUNT > 0
        DISPLAY "SIEM feed " WS-FEED-RUN-ID " written but "
            WS-MARK-SAVE-FAILED-COUNT " high-water mark(s) not saved"
            " - those events will be sent again next run"
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF

    DISPLAY "SIEM feed " WS-FEED-RUN-ID " complete. Events: "
        WS-EVENTS-WRITTEN " (high/critical " WS-HIGH-SEVERITY-COUNT
        ") RESLOG " WS-RESLOG-EVENT-COUNT
        " WEAKHIST " WS-WEAKHIST-EVENT-COUNT
        " AUDIT " WS-AUDIT-EVENT-COUNT
        " BALCERT " WS-BALCERT-EVENT-COUNT
        " AGEDBRK " WS-AGEDBRK-EVENT-COUNT

    IF WS-SOURCE-SKIPPED-COUNT > 0
        DISPLAY "WARNING: " WS-SOURCE-SKIPPED-COUNT
            " source(s) could not be read - picked up next run"
        MOVE 4 TO RETURN-CODE
    ELSE
        MOVE 0 TO RETURN-CODE
    END-IF

    STOP RUN.

LOAD-SIEM-CONTROL.
    MOVE WS-DEFAULT-BURST-THRESHOLD TO WS-SCT-BURST-THRESHOLD
    MOVE SPACES TO WS-SCT-INITIAL-DATE

    OPEN INPUT SIEM-CONTROL-IN
    IF WS-SIEMCTL-FILE-FOUND
        READ SIEM-CONTROL-IN INTO WS-SIEM-CONTROL-LINE
            AT END
                SET SIEMCTL-FILE-EOF TO TRUE
        END-READ
        CLOSE SIEM-CONTROL-IN
    END-IF

    IF WS-SCT-BURST-THRESHOLD NOT NUMERIC
        OR WS-SCT-BURST-THRESHOLD = 0
        MOVE WS-DEFAULT-BURST-THRESHOLD TO WS-SCT-BURST-THRESHOLD
    END-IF
    COMPUTE WS-CRITICAL-BURST-THRESHOLD = WS-SCT-BURST-THRESHOLD * 2

    IF WS-SCT-INITIAL-DATE = SPACES
        MOVE LOW-VALUES TO WS-INITIAL-START-KEY
    ELSE
        MOVE ALL "0" TO WS-INITIAL-START-KEY
        MOVE WS-SCT-INITIAL-DATE TO WS-INITIAL-START-KEY (1:8)
    END-IF

    DISPLAY "SIEM control: burst threshold=" WS-SCT-BURST-THRESHOLD
        " first-run start=" WS-SCT-INITIAL-DATE
        " cutoff=" WS-CUTOFF-TIMESTAMP.

OPEN-FILES.
*> First execution against a freshly defined cluster: create it,
*> then reopen for keyed update.
    OPEN I-O SIEM-HIGH-WATER-MARK
    IF WS-SIEMHWM-FILE-NOT-FOUND
        OPEN OUTPUT SIEM-HIGH-WATER-MARK
        CLOSE SIEM-HIGH-WATER-MARK
        OPEN I-O SIEM-HIGH-WATER-MARK
    END-IF
    IF NOT WS-SIEMHWM-FILE-FOUND
        DISPLAY "High-water marks SIEMHWM not available, status "
            WS-SIEMHWM-FILE-STATUS " - nothing sent"
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF

    OPEN OUTPUT USER-HOUR-WORK
    CLOSE USER-HOUR-WORK
    OPEN I-O USER-HOUR-WORK

    OPEN OUTPUT SIEM-FEED-OUT
    IF NOT WS-SIEMFEED-FILE-OK
        DISPLAY "SIEM feed SIEMFEED cannot be opened, status "
            WS-SIEMFEED-FILE-STATUS " - nothing sent"
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.

LOAD-HIGH-WATER-MARKS.
    MOVE "RESLOG" TO WS-MARK-SOURCE
    PERFORM READ-ONE-HIGH-WATER-MARK
    MOVE WS-MARK-KEY TO WS-HWM-RESLOG

    MOVE "WEAKHIST" TO WS-MARK-SOURCE
    PERFORM READ-ONE-HIGH-WATER-MARK
    MOVE WS-MARK-KEY TO WS-HWM-WEAKHIST

    MOVE "AUDIT" TO WS-MARK-SOURCE
    PERFORM READ-ONE-HIGH-WATER-MARK
    MOVE WS-MARK-KEY TO WS-HWM-AUDIT

    MOVE "BALCERT" TO WS-MARK-SOURCE
    PERFORM READ-ONE-HIGH-WATER-MARK
    MOVE WS-MARK-KEY TO WS-HWM-BALCERT

    MOVE "AGEDBRK" TO WS-MARK-SOURCE
    PERFORM READ-ONE-HIGH-WATER-MARK
    MOVE WS-MARK-KEY TO WS-HWM-AGEDBRK

*> A source that yields nothing this run keeps its mark.
    MOVE WS-HIGH-WATER-MARKS TO WS-NEW-HIGH-WATER-MARKS.

READ-ONE-HIGH-WATER-MARK.
    MOVE WS-MARK-SOURCE TO SHW-SOURCE
    READ SIEM-HIGH-WATER-MARK
        INVALID KEY
            MOVE SPACES TO WS-MARK-KEY
        NOT INVALID KEY
            MOVE SHW-LAST-KEY TO WS-MARK-KEY
    END-READ
    DISPLAY "High-water mark " WS-MARK-SOURCE ": " WS-MARK-KEY.

WRITE-FEED-HEADER.
    MOVE SPACES TO FILE-HEADER-RECORD
    MOVE "HDR" TO FH-RECORD-TYPE
    MOVE WS-CURRENT-TIMESTAMP (1:8) TO FH-FILE-DATE
    MOVE "SIEMFEED" TO FH-SOURCE-SYSTEM
    WRITE SIEM-EVENT-RECORD FROM FILE-HEADER-RECORD.

COLLECT-RESLOG-EVENTS.
    OPEN INPUT RESOLUTION-LOG-IN
    IF NOT WS-RESLOG-FILE-FOUND
        DISPLAY "Resolution log RESLOG not available, status "
            WS-RESLOG-FILE-STATUS " - source skipped"
        ADD 1 TO WS-SOURCE-SKIPPED-COUNT
    ELSE
        PERFORM COUNT-REQUESTS-PER-USER-HOUR
        PERFORM SEND-RESOLUTION-EVENTS
        CLOSE RESOLUTION-LOG-IN
    END-IF.

COUNT-REQUESTS-PER-USER-HOUR.
*> Counted from the top of the hour the mark falls in, so an hour
*> split across two runs is judged on all of its requests.
    IF WS-HWM-RESLOG = SPACES
        MOVE WS-INITIAL-START-KEY TO RSL-KEY
    ELSE
        MOVE ALL "0" TO RSL-KEY
        MOVE WS-HWM-RESLOG (1:10) TO RSL-TIMESTAMP (1:10)
    END-IF

    MOVE "N" TO WS-RESLOG-EOF
    START RESOLUTION-LOG-IN KEY IS NOT LESS THAN RSL-KEY
        INVALID KEY
            SET RESLOG-EOF TO TRUE
    END-START

    PERFORM UNTIL RESLOG-EOF
        READ RESOLUTION-LOG-IN NEXT RECORD
            AT END
                SET RESLOG-EOF TO TRUE
            NOT AT END
                IF RSL-TIMESTAMP NOT < WS-CUTOFF-TIMESTAMP
                    SET RESLOG-EOF TO TRUE
                ELSE
                    PERFORM COUNT-ONE-USER-HOUR-REQUEST
                END-IF
        END-READ
    END-PERFORM.

COUNT-ONE-USER-HOUR-REQUEST.
    MOVE RSL-USER-ID TO UHW-USER-ID
    MOVE RSL-TIMESTAMP (1:10) TO UHW-HOUR
    READ USER-HOUR-WORK
        INVALID KEY
            MOVE 1 TO UHW-REQUEST-COUNT
            WRITE USER-HOUR-WORK-RECORD
        NOT INVALID KEY
            ADD 1 TO UHW-REQUEST-COUNT
            REWRITE USER-HOUR-WORK-RECORD
    END-READ.

SEND-RESOLUTION-EVENTS.
    MOVE "N" TO WS-RESLOG-EOF
    IF WS-HWM-RESLOG = SPACES
        MOVE WS-INITIAL-START-KEY TO RSL-KEY
        START RESOLUTION-LOG-IN KEY IS NOT LESS THAN RSL-KEY
            INVALID KEY
                SET RESLOG-EOF TO TRUE
        END-START
    ELSE
        MOVE WS-HWM-RESLOG TO RSL-KEY
        START RESOLUTION-LOG-IN KEY IS GREATER THAN RSL-KEY
            INVALID KEY
                SET RESLOG-EOF TO TRUE
        END-START
    END-IF

    PERFORM UNTIL RESLOG-EOF
        READ RESOLUTION-LOG-IN NEXT RECORD
            AT END
                SET RESLOG-EOF TO TRUE
            NOT AT END
                IF RSL-TIMESTAMP NOT < WS-CUTOFF-TIMESTAMP
                    SET RESLOG-EOF TO TRUE
                ELSE
                    PERFORM SEND-ONE-RESOLUTION-EVENT
                END-IF
        END-READ
    END-PERFORM.

SEND-ONE-RESOLUTION-EVENT.
    MOVE RSL-USER-ID TO UHW-USER-ID
    MOVE RSL-TIMESTAMP (1:10) TO UHW-HOUR
    READ USER-HOUR-WORK
        INVALID KEY
            MOVE 1 TO UHW-REQUEST-COUNT
    END-READ

    MOVE SPACES TO SIEM-EVENT-RECORD
    MOVE RSL-TIMESTAMP TO SEV-EVENT-TIMESTAMP
    SET SEV-SOURCE-RESLOG TO TRUE
    IF RSL-RESOLVED
        SET SEV-TYPE-TOKEN-RESOLVED TO TRUE
    ELSE
        SET SEV-TYPE-TOKEN-UNKNOWN TO TRUE
    END-IF
    EVALUATE TRUE
        WHEN UHW-REQUEST-COUNT NOT < WS-CRITICAL-BURST-THRESHOLD
            SET SEV-SEVERITY-CRITICAL TO TRUE
        WHEN UHW-REQUEST-COUNT NOT < WS-SCT-BURST-THRESHOLD
            SET SEV-SEVERITY-HIGH TO TRUE
        WHEN NOT RSL-RESOLVED
            SET SEV-SEVERITY-MEDIUM TO TRUE
        WHEN OTHER
            SET SEV-SEVERITY-LOW TO TRUE
    END-EVALUATE
    MOVE RSL-USER-ID TO SEV-USER-ID
    MOVE RSL-TOKEN TO SEV-SUBJECT
    MOVE RSL-KEY TO SEV-SOURCE-REF
    MOVE UHW-REQUEST-COUNT TO WS-EDIT-COUNT
    STRING "REQS/HR " DELIMITED BY SIZE
        WS-EDIT-COUNT DELIMITED BY SIZE
        " " DELIMITED BY SIZE
        RSL-SOURCE DELIMITED BY SPACE
        " JUSTIFICATION " DELIMITED BY SIZE
        RSL-JUSTIFICATION DELIMITED BY SIZE
        INTO SEV-DETAIL
    END-STRING
    PERFORM WRITE-SIEM-EVENT
    ADD 1 TO WS-RESLOG-EVENT-COUNT
    MOVE RSL-KEY TO WS-NEW-HWM-RESLOG.

COLLECT-WEAKHIST-EVENTS.
    OPEN INPUT WEAK-KEY-HIST-IN
    IF NOT WS-WEAKHIST-FILE-FOUND
        DISPLAY "Weak-key history WEAKHIST not available, status "
            WS-WEAKHIST-FILE-STATUS " - source skipped"
        ADD 1 TO WS-SOURCE-SKIPPED-COUNT
    ELSE
        MOVE "N" TO WS-WEAKHIST-EOF
        IF WS-HWM-WEAKHIST = SPACES
            MOVE WS-INITIAL-START-KEY TO WKH-KEY
            START WEAK-KEY-HIST-IN KEY IS NOT LESS THAN WKH-KEY
                INVALID KEY
                    SET WEAKHIST-EOF TO TRUE
            END-START
        ELSE
            MOVE WS-HWM-WEAKHIST TO WKH-KEY
            START WEAK-KEY-HIST-IN KEY IS GREATER THAN WKH-KEY
                INVALID KEY
                    SET WEAKHIST-EOF TO TRUE
            END-START
        END-IF

        PERFORM UNTIL WEAKHIST-EOF
            READ WEAK-KEY-HIST-IN NEXT RECORD
                AT END
                    SET WEAKHIST-EOF TO TRUE
                NOT AT END
                    IF WKH-TIMESTAMP NOT < WS-CUTOFF-TIMESTAMP
                        SET WEAKHIST-EOF TO TRUE
                    ELSE
                        PERFORM SEND-ONE-WEAKHIST-EVENT
                    END-IF
            END-READ
        END-PERFORM
        CLOSE WEAK-KEY-HIST-IN
    END-IF.

SEND-ONE-WEAKHIST-EVENT.
*> WEAKHIST holds the weak key itself; only its masked form leaves.
    MOVE WKH-KEY-VALUE TO WS-RAW-KEY
    PERFORM MASK-RAW-KEY

    MOVE SPACES TO SIEM-EVENT-RECORD
    MOVE WKH-TIMESTAMP TO SEV-EVENT-TIMESTAMP
    SET SEV-SOURCE-WEAKHIST TO TRUE
    IF WKH-ACTION-RETIRE
        SET SEV-TYPE-WEAK-RETIRE TO TRUE
        SET SEV-SEVERITY-MEDIUM TO TRUE
    ELSE
        SET SEV-TYPE-WEAK-ADD TO TRUE
        SET SEV-SEVERITY-LOW TO TRUE
    END-IF
    MOVE WKH-USER-ID TO SEV-USER-ID
    MOVE WS-MASKED-KEY TO SEV-SUBJECT
    MOVE WKH-KEY TO SEV-SOURCE-REF
    STRING "ACTION " DELIMITED BY SIZE
        WKH-ACTION DELIMITED BY SPACE
        " EFFECTIVE " DELIMITED BY SIZE
        WKH-EFFECTIVE-DATE DELIMITED BY SIZE
        " REASON " DELIMITED BY SIZE
        WKH-REASON-CODE DELIMITED BY SIZE
        INTO SEV-DETAIL
    END-STRING
    PERFORM WRITE-SIEM-EVENT
    ADD 1 TO WS-WEAKHIST-EVENT-COUNT
    MOVE WKH-KEY TO WS-NEW-HWM-WEAKHIST.

MASK-RAW-KEY.
    MOVE SPACES TO WS-MASKED-KEY
    MOVE FUNCTION LENGTH (FUNCTION TRIM (WS-RAW-KEY)) TO WS-KEY-LENGTH

    IF WS-KEY-LENGTH > 8
        MOVE WS-RAW-KEY (1:4) TO WS-MASKED-KEY (1:4)
        MOVE ALL "*" TO WS-MASKED-KEY (5:WS-KEY-LENGTH - 8)
        MOVE WS-RAW-KEY (WS-KEY-LENGTH - 3:4)
            TO WS-MASKED-KEY (WS-KEY-LENGTH - 3:4)
    ELSE
        IF WS-KEY-LENGTH > 0
            MOVE ALL "*" TO WS-MASKED-KEY (1:WS-KEY-LENGTH)
        END-IF
    END-IF.

COLLECT-AUDIT-EVENTS.
*> Online run-ids are the request's own timestamp, so reading AUDIT on
*> from the mark up to the cutoff reaches every online request made
*> since; batch records met on the way only move the mark.
    OPEN INPUT AUDIT-FILE-IN
    IF NOT WS-AUDIT-FILE-FOUND
        DISPLAY "Audit trail AUDIT not available, status "
            WS-AUDIT-FILE-STATUS " - source skipped"
        ADD 1 TO WS-SOURCE-SKIPPED-COUNT
    ELSE
        MOVE "N" TO WS-AUDIT-FILE-EOF
        IF WS-HWM-AUDIT = SPACES
            MOVE WS-INITIAL-START-KEY TO AUD-KEY
            START AUDIT-FILE-IN KEY IS NOT LESS THAN AUD-KEY
                INVALID KEY
                    SET AUDIT-FILE-EOF TO TRUE
            END-START
        ELSE
            MOVE WS-HWM-AUDIT TO AUD-KEY
            START AUDIT-FILE-IN KEY IS GREATER THAN AUD-KEY
                INVALID KEY
                    SET AUDIT-FILE-EOF TO TRUE
            END-START
        END-IF

        PERFORM UNTIL AUDIT-FILE-EOF
            READ AUDIT-FILE-IN NEXT RECORD
                AT END
                    SET AUDIT-FILE-EOF TO TRUE
                NOT AT END
                    IF AUD-RUN-ID NOT < WS-CUTOFF-TIMESTAMP
                        SET AUDIT-FILE-EOF TO TRUE
                    ELSE
                        ADD 1 TO WS-AUDIT-EXAMINED-COUNT
                        IF AUD-SOURCE-ONLINE-BLOCKED
                            PERFORM SEND-ONE-BLOCKED-EVENT
                        END-IF
                        MOVE AUD-KEY TO WS-NEW-HWM-AUDIT
                    END-IF
            END-READ
        END-PERFORM
        CLOSE AUDIT-FILE-IN
    END-IF.

SEND-ONE-BLOCKED-EVENT.
    MOVE SPACES TO SIEM-EVENT-RECORD
    MOVE AUD-TIMESTAMP (1:14) TO SEV-EVENT-TIMESTAMP
    SET SEV-SOURCE-AUDIT TO TRUE
    SET SEV-TYPE-ONLINE-BLOCKED TO TRUE
    SET SEV-SEVERITY-MEDIUM TO TRUE
    MOVE AUD-MASKED-KEY TO SEV-SUBJECT
    MOVE AUD-KEY TO SEV-SOURCE-REF
    MOVE "ONLINE HASH REQUEST BLOCKED - NOT SENT TO IDM"
        TO SEV-DETAIL
    PERFORM WRITE-SIEM-EVENT
    ADD 1 TO WS-AUDIT-EVENT-COUNT.

COLLECT-BALCERT-EVENTS.
*> One certificate per EXAMPLE1D run; sent once, when it first shows
*> up here with a NO-GO verdict.
    OPEN INPUT CERTIFICATE-IN
    IF NOT WS-BALCERT-FILE-FOUND
        DISPLAY "Balancing certificate BALCERT not available, status "
            WS-BALCERT-FILE-STATUS " - source skipped"
        ADD 1 TO WS-SOURCE-SKIPPED-COUNT
    ELSE
        MOVE "N" TO WS-BALCERT-EOF
        MOVE SPACES TO WS-CERT-HEADING-VIEW
        READ CERTIFICATE-IN INTO WS-CERT-HEADING-VIEW
            AT END
                SET BALCERT-EOF TO TRUE
        END-READ

        IF NOT BALCERT-EOF AND WS-CHV-IS-CERTIFICATE
            MOVE WS-CHV-RUN-ID TO WS-CID-RUN-ID
            MOVE WS-CHV-DATE TO WS-CID-DATE
            IF WS-HWM-BALCERT = SPACES
                OR WS-CERT-IDENTITY > WS-HWM-BALCERT
                PERFORM SCAN-CERTIFICATE-EQUATIONS
                MOVE WS-CERT-IDENTITY TO WS-NEW-HWM-BALCERT
            END-IF
        END-IF
        CLOSE CERTIFICATE-IN
    END-IF.

SCAN-CERTIFICATE-EQUATIONS.
    MOVE SPACES TO WS-FAILED-EQ-LIST
    MOVE 1 TO WS-FAILED-EQ-PTR
    MOVE 0 TO WS-FAILED-EQ-COUNT

    PERFORM UNTIL BALCERT-EOF
        READ CERTIFICATE-IN INTO WS-CERT-DETAIL-VIEW
            AT END
                SET BALCERT-EOF TO TRUE
            NOT AT END
                IF WS-CDV-RESULT = "FAIL"
                    ADD 1 TO WS-FAILED-EQ-COUNT
                    STRING WS-CDV-EQ-ID DELIMITED BY SPACE
                        " " DELIMITED BY SIZE
                        INTO WS-FAILED-EQ-LIST
                        WITH POINTER WS-FAILED-EQ-PTR
                    END-STRING
                END-IF
        END-READ
    END-PERFORM

    IF WS-FAILED-EQ-COUNT > 0
        MOVE SPACES TO SIEM-EVENT-RECORD
        MOVE ALL "0" TO SEV-EVENT-TIMESTAMP
        MOVE WS-CID-DATE TO SEV-EVENT-TIMESTAMP (1:8)
        SET SEV-SOURCE-BALCERT TO TRUE
        SET SEV-TYPE-BALANCING-FAIL TO TRUE
        SET SEV-SEVERITY-HIGH TO TRUE
        MOVE WS-CID-RUN-ID TO SEV-SUBJECT
        MOVE WS-CERT-IDENTITY TO SEV-SOURCE-REF
        STRING "NO-GO, FAILED " DELIMITED BY SIZE
            WS-FAILED-EQ-LIST DELIMITED BY SIZE
            INTO SEV-DETAIL
        END-STRING
        PERFORM WRITE-SIEM-EVENT
        ADD 1 TO WS-BALCERT-EVENT-COUNT
    END-IF.

COLLECT-AGEDBRK-EVENTS.
*> One report per EXAMPLE1R run; each report's breaks are sent once,
*> as that day's events.
    OPEN INPUT AGED-BREAKS-IN
    IF NOT WS-AGEDBRK-FILE-FOUND
        DISPLAY "Aged breaks report AGEDBRK not available, status "
            WS-AGEDBRK-FILE-STATUS " - source skipped"
        ADD 1 TO WS-SOURCE-SKIPPED-COUNT
    ELSE
        MOVE "N" TO WS-AGEDBRK-EOF
        MOVE SPACES TO WS-AGED-HEADING-VIEW
        READ AGED-BREAKS-IN INTO WS-AGED-HEADING-VIEW
            AT END
                SET AGEDBRK-EOF TO TRUE
        END-READ

        IF NOT AGEDBRK-EOF AND WS-AHV-IS-AGED-REPORT
            MOVE WS-AHV-RUN-DATE TO WS-AGED-REPORT-DATE
            IF WS-HWM-AGEDBRK = SPACES
                OR WS-AGED-REPORT-DATE > WS-HWM-AGEDBRK (1:8)
                MOVE FUNCTION NUMVAL (WS-AHV-AGING-DAYS)
                    TO WS-AGED-THRESHOLD
                PERFORM SEND-AGED-BREAK-EVENTS
                MOVE SPACES TO WS-NEW-HWM-AGEDBRK
                MOVE WS-AGED-REPORT-DATE TO WS-NEW-HWM-AGEDBRK (1:8)
            END-IF
        END-IF
        CLOSE AGED-BREAKS-IN
    END-IF.

SEND-AGED-BREAK-EVENTS.
    PERFORM UNTIL AGEDBRK-EOF
        READ AGED-BREAKS-IN INTO WS-AGED-DETAIL-VIEW
            AT END
                SET AGEDBRK-EOF TO TRUE
            NOT AT END
                IF WS-AGED-DETAIL-VIEW NOT = SPACES
                    PERFORM SEND-ONE-AGED-BREAK-EVENT
                END-IF
        END-READ
    END-PERFORM.

SEND-ONE-AGED-BREAK-EVENT.
    MOVE FUNCTION NUMVAL (WS-ADV-AGE-DAYS) TO WS-AGED-AGE

    MOVE SPACES TO SIEM-EVENT-RECORD
    MOVE ALL "0" TO SEV-EVENT-TIMESTAMP
    MOVE WS-AGED-REPORT-DATE TO SEV-EVENT-TIMESTAMP (1:8)
    SET SEV-SOURCE-AGEDBRK TO TRUE
    SET SEV-TYPE-AGED-BREAK TO TRUE
    IF WS-AGED-AGE > WS-AGED-THRESHOLD * 2
        SET SEV-SEVERITY-HIGH TO TRUE
    ELSE
        SET SEV-SEVERITY-MEDIUM TO TRUE
    END-IF
    MOVE WS-ADV-TOKEN TO SEV-SUBJECT
    MOVE WS-AGED-REPORT-DATE TO SEV-SOURCE-REF
    STRING WS-ADV-REASON DELIMITED BY SIZE
        " SINCE " DELIMITED BY SIZE
        WS-ADV-FIRST-SEEN DELIMITED BY SIZE
        " AGE " DELIMITED BY SIZE
        WS-ADV-AGE-DAYS DELIMITED BY SIZE
        INTO SEV-DETAIL
    END-STRING
    PERFORM WRITE-SIEM-EVENT
    ADD 1 TO WS-AGEDBRK-EVENT-COUNT.

WRITE-SIEM-EVENT.
    MOVE WS-FEED-RUN-ID TO SEV-FEED-RUN-ID
    WRITE SIEM-EVENT-RECORD
    IF NOT WS-SIEMFEED-FILE-OK
        DISPLAY "SIEM feed SIEMFEED write failed, status "
            WS-SIEMFEED-FILE-STATUS " - high-water marks not moved"
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF
    ADD 1 TO WS-EVENTS-WRITTEN
    IF SEV-SEVERITY-HIGH OR SEV-SEVERITY-CRITICAL
        ADD 1 TO WS-HIGH-SEVERITY-COUNT
    END-IF.

WRITE-FEED-TRAILER.
*> Same convention as IDMIFACE: the count of event records actually
*> written and the run-id that wrote them.
    MOVE SPACES TO FILE-TRAILER-RECORD
    MOVE "TRL" TO FT-RECORD-TYPE
    MOVE WS-EVENTS-WRITTEN TO FT-RECORD-COUNT
    MOVE WS-FEED-RUN-ID TO FT-RUN-ID
    WRITE SIEM-EVENT-RECORD FROM FILE-TRAILER-RECORD.

SAVE-HIGH-WATER-MARKS.
    MOVE "RESLOG" TO WS-MARK-SOURCE
    MOVE WS-NEW-HWM-RESLOG TO WS-MARK-KEY
    MOVE WS-RESLOG-EVENT-COUNT TO WS-MARK-EVENT-COUNT
    PERFORM SAVE-ONE-HIGH-WATER-MARK

    MOVE "WEAKHIST" TO WS-MARK-SOURCE
    MOVE WS-NEW-HWM-WEAKHIST TO WS-MARK-KEY
    MOVE WS-WEAKHIST-EVENT-COUNT TO WS-MARK-EVENT-COUNT
    PERFORM SAVE-ONE-HIGH-WATER-MARK

    MOVE "AUDIT" TO WS-MARK-SOURCE
    MOVE WS-NEW-HWM-AUDIT TO WS-MARK-KEY
    MOVE WS-AUDIT-EVENT-COUNT TO WS-MARK-EVENT-COUNT
    PERFORM SAVE-ONE-HIGH-WATER-MARK

    MOVE "BALCERT" TO WS-MARK-SOURCE
    MOVE WS-NEW-HWM-BALCERT TO WS-MARK-KEY
    MOVE WS-BALCERT-EVENT-COUNT TO WS-MARK-EVENT-COUNT
    PERFORM SAVE-ONE-HIGH-WATER-MARK

    MOVE "AGEDBRK" TO WS-MARK-SOURCE
    MOVE WS-NEW-HWM-AGEDBRK TO WS-MARK-KEY
    MOVE WS-AGEDBRK-EVENT-COUNT TO WS-MARK-EVENT-COUNT
    PERFORM SAVE-ONE-HIGH-WATER-MARK.

SAVE-ONE-HIGH-WATER-MARK.
    MOVE WS-MARK-SOURCE TO SHW-SOURCE
    READ SIEM-HIGH-WATER-MARK
        INVALID KEY
            MOVE WS-MARK-SOURCE TO SHW-SOURCE
            MOVE WS-MARK-KEY TO SHW-LAST-KEY
            MOVE WS-FEED-RUN-ID TO SHW-FEED-RUN-ID
            MOVE WS-CURRENT-TIMESTAMP TO SHW-UPDATED-TIMESTAMP
            MOVE WS-MARK-EVENT-COUNT TO SHW-LAST-EVENT-COUNT
            WRITE SIEM-HWM-RECORD
        NOT INVALID KEY
            MOVE WS-MARK-KEY TO SHW-LAST-KEY
            MOVE WS-FEED-RUN-ID TO SHW-FEED-RUN-ID
            MOVE WS-CURRENT-TIMESTAMP TO SHW-UPDATED-TIMESTAMP
            MOVE WS-MARK-EVENT-COUNT TO SHW-LAST-EVENT-COUNT
            REWRITE SIEM-HWM-RECORD
    END-READ
    IF NOT WS-SIEMHWM-FILE-OK
        DISPLAY "High-water mark for " WS-MARK-SOURCE
            " not saved to SIEMHWM, status " WS-SIEMHWM-FILE-STATUS
        ADD 1 TO WS-MARK-SAVE-FAILED-COUNT
    END-IF.
