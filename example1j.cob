*> run-id and registers that run-id in RUNREG carrying the legs'
*> summed counts and their run-id list - so EXAMPLE1R, EXAMPLE1C and
*> EXAMPLE1D consume a consolidated run exactly as they would a
*> single-stream one.  EXAMPLE1F gives every leg every source
*> segment of an intake KEYIN, so the legs' per-source counts are
*> summed by source system onto the consolidated entry and the
*> merged trailers.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS WS-SPLTCTL-FILE-STATUS.

*> Batch window step timing log (layout WSSTPTIM), appended to by
*> every step of the batch and read by the EXAMPLE1SL SLA report.
    SELECT STEP-TIMING-OUT ASSIGN TO "STEPTIME"
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS WS-STEPTIME-FILE-STATUS.

DATA DIVISION.
FILE SECTION.
FD  HASH-REPORT-STREAMS-IN.
FD  AUDIT-STREAM-1.
01  AUDIT-STREAM-1-RECORD.
    05  AS1-KEY                 PIC X(22).
    05  FILLER                  PIC X(381).

FD  AUDIT-STREAM-2.
01  AUDIT-STREAM-2-RECORD.
    05  AS2-KEY                 PIC X(22).
    05  FILLER                  PIC X(381).

FD  AUDIT-STREAM-3.
01  AUDIT-STREAM-3-RECORD.
    05  AS3-KEY                 PIC X(22).
    05  FILLER                  PIC X(381).

FD  AUDIT-STREAM-4.
01  AUDIT-STREAM-4-RECORD.
    05  AS4-KEY                 PIC X(22).
    05  FILLER                  PIC X(381).

FD  HASH-REPORT-OUT.
01  HASH-REPORT-RECORD          PIC X(300).
FD  SPLIT-CONTROL-IN.
01  SPLIT-CONTROL-RECORD        PIC X(80).

FD  STEP-TIMING-OUT.
COPY WSSTPTIM.

WORKING-STORAGE SECTION.

COPY WSSTPWRK.

COPY WSHDRTRL.

COPY WSSRCTRL.

01  WS-HASHRPTS-FILE-STATUS     PIC X(2) VALUE "00".
    88  WS-HASHRPTS-FILE-FOUND          VALUE "00".
01  WS-HASHVALS-FILE-STATUS     PIC X(2) VALUE "00".
01  WS-SUM-HASH-FAILURES        PIC 9(9) VALUE 0.
01  WS-SUM-EXC-LINES            PIC 9(9) VALUE 0.
01  WS-SUM-AUDIT-RECS           PIC 9(9) VALUE 0.
01  WS-SUM-COMPROMISED-HITS     PIC 9(9) VALUE 0.
01  WS-MAX-CONDITION-CODE       PIC 9(2) VALUE 0.
01  WS-LEG-CTL-ALGORITHM        PIC X(8) VALUE SPACES.
01  WS-LEG-CTL-FORMAT           PIC X(8) VALUE SPACES.
01  WS-LEG-CTL-FAIL-PCT         PIC 9(3) VALUE 0.
01  WS-LEG-KEYIN-DATE           PIC X(8) VALUE SPACES.
01  WS-LEG-KEYIN-SOURCE         PIC X(8) VALUE SPACES.
01  WS-LEG-SECRET-VERSION       PIC 9(4) VALUE 0.

*> Per-source counts summed across the legs by source system; the
*> identity and settings come from the first leg that carried the
*> source.
01  WS-SOURCE-TABLE.
    05  WS-SRC-COUNT            PIC 9 VALUE 0.
    05  WS-SRC-MAX-SOURCES      PIC 9 VALUE 6.
    05  WS-SRC-ENTRY            OCCURS 6 TIMES.
        10  WS-SRC-SOURCE-ID    PIC X(8).
        10  WS-SRC-FILE-DATE    PIC X(8).
        10  WS-SRC-RULE-SET     PIC X(8).
        10  WS-SRC-ALGORITHM    PIC X(8).
        10  WS-SRC-KEYIN-COUNT  PIC 9(9).
        10  WS-SRC-REPORTED     PIC 9(9).
        10  WS-SRC-REJECTS      PIC 9(9).
        10  WS-SRC-HASH-FAILURES PIC 9(9).
        10  WS-SRC-COMPROMISED  PIC 9(9).
        10  WS-SRC-INTERFACE-RECS PIC 9(9).
01  WS-SRC-SUB                  PIC 9.
01  WS-SRC-HIT-SUB              PIC 9.
01  WS-LEG-SRC-SUB              PIC 9.
01  WS-LEG-SOURCE-COUNT         PIC 9.

01  WS-REPORT-LINES-WRITTEN     PIC 9(9) VALUE 0.
01  WS-VALEXC-LINES-WRITTEN     PIC 9(9) VALUE 0.
*> the consolidated run-id can collide with neither a leg nor an
*> ordinary single-stream run started the same minute.
    MOVE "SC" TO WS-CONSOLIDATED-RUN-ID (13:2)
    MOVE "EXAMPLE1J" TO WS-STT-PROGRAM-ID
    MOVE WS-CONSOLIDATED-RUN-ID TO WS-STT-RUN-ID
    PERFORM RECORD-STEP-START

    PERFORM LOAD-SPLIT-CONTROL
    PERFORM OPEN-VERIFY-FILES
    IF VERIFICATION-FAILED
        DISPLAY "Consolidation abandoned - no merged output written"
        MOVE 16 TO RETURN-CODE
        PERFORM RECORD-STEP-END
        STOP RUN
    END-IF

        MOVE 12 TO RETURN-CODE
    END-IF

    PERFORM RECORD-STEP-END
    STOP RUN.

LOAD-SPLIT-CONTROL.
            ADD RRG-HASH-FAILURES TO WS-SUM-HASH-FAILURES
            ADD RRG-EXC-LINES TO WS-SUM-EXC-LINES
            ADD RRG-AUDIT-RECS TO WS-SUM-AUDIT-RECS
            ADD RRG-COMPROMISED-HITS TO WS-SUM-COMPROMISED-HITS
            IF RRG-CONDITION-CODE > WS-MAX-CONDITION-CODE
                MOVE RRG-CONDITION-CODE TO WS-MAX-CONDITION-CODE
            END-IF
            PERFORM SUM-LEG-SOURCE-COUNTS
*> Every leg ran with the same CTLCARD and the same split headers;
*> the first leg's registration supplies the consolidated entry's
*> settings and KEYIN identity.
                MOVE RRG-CTL-FAIL-PCT TO WS-LEG-CTL-FAIL-PCT
                MOVE RRG-KEYIN-FILE-DATE TO WS-LEG-KEYIN-DATE
                MOVE RRG-KEYIN-SOURCE TO WS-LEG-KEYIN-SOURCE
                MOVE RRG-SECRET-VERSION TO WS-LEG-SECRET-VERSION
            ELSE
*> A secret rotation that took effect between legs leaves the split
*> run keyed under two versions.  Each audit and interface record
*> still names its own version, but the registry entry can hold only
*> one, so the consolidation is graded as an integrity problem.
                IF RRG-SECRET-VERSION NOT = WS-LEG-SECRET-VERSION
                    DISPLAY "Stream run " RRG-RUN-ID
                        " used secret version " RRG-SECRET-VERSION
                        ", first leg used " WS-LEG-SECRET-VERSION
                    SET INTEGRITY-ERROR-SEEN TO TRUE
                END-IF
            END-IF
    END-READ.

SUM-LEG-SOURCE-COUNTS.
*> A leg registered before source lists existed carries none.
    IF RRG-SOURCE-COUNT IS NUMERIC
        MOVE RRG-SOURCE-COUNT TO WS-LEG-SOURCE-COUNT
    ELSE
        MOVE 0 TO WS-LEG-SOURCE-COUNT
    END-IF

    PERFORM VARYING WS-LEG-SRC-SUB FROM 1 BY 1
        UNTIL WS-LEG-SRC-SUB > WS-LEG-SOURCE-COUNT
        PERFORM SUM-ONE-LEG-SOURCE
    END-PERFORM.

SUM-ONE-LEG-SOURCE.
    MOVE 0 TO WS-SRC-HIT-SUB
    PERFORM VARYING WS-SRC-SUB FROM 1 BY 1
        UNTIL WS-SRC-SUB > WS-SRC-COUNT
           OR WS-SRC-HIT-SUB > 0
        IF WS-SRC-SOURCE-ID (WS-SRC-SUB)
            = RRG-SRC-SOURCE-ID (WS-LEG-SRC-SUB)
            MOVE WS-SRC-SUB TO WS-SRC-HIT-SUB
        END-IF
    END-PERFORM

    IF WS-SRC-HIT-SUB = 0
        IF WS-SRC-COUNT >= WS-SRC-MAX-SOURCES
            DISPLAY "Stream run " RRG-RUN-ID " adds source "
                RRG-SRC-SOURCE-ID (WS-LEG-SRC-SUB)
                " beyond the " WS-SRC-MAX-SOURCES
                " sources one run can carry"
            SET VERIFICATION-FAILED TO TRUE
        ELSE
            ADD 1 TO WS-SRC-COUNT
            MOVE WS-SRC-COUNT TO WS-SRC-HIT-SUB
            MOVE RRG-SRC-SOURCE-ID (WS-LEG-SRC-SUB)
                TO WS-SRC-SOURCE-ID (WS-SRC-HIT-SUB)
            MOVE RRG-SRC-FILE-DATE (WS-LEG-SRC-SUB)
                TO WS-SRC-FILE-DATE (WS-SRC-HIT-SUB)
            MOVE RRG-SRC-RULE-SET (WS-LEG-SRC-SUB)
                TO WS-SRC-RULE-SET (WS-SRC-HIT-SUB)
            MOVE RRG-SRC-ALGORITHM (WS-LEG-SRC-SUB)
                TO WS-SRC-ALGORITHM (WS-SRC-HIT-SUB)
            MOVE 0 TO WS-SRC-KEYIN-COUNT (WS-SRC-HIT-SUB)
            MOVE 0 TO WS-SRC-REPORTED (WS-SRC-HIT-SUB)
            MOVE 0 TO WS-SRC-REJECTS (WS-SRC-HIT-SUB)
            MOVE 0 TO WS-SRC-HASH-FAILURES (WS-SRC-HIT-SUB)
            MOVE 0 TO WS-SRC-COMPROMISED (WS-SRC-HIT-SUB)
            MOVE 0 TO WS-SRC-INTERFACE-RECS (WS-SRC-HIT-SUB)
        END-IF
    END-IF

    IF WS-SRC-HIT-SUB > 0
        ADD RRG-SRC-KEYIN-COUNT (WS-LEG-SRC-SUB)
            TO WS-SRC-KEYIN-COUNT (WS-SRC-HIT-SUB)
        ADD RRG-SRC-REPORTED (WS-LEG-SRC-SUB)
            TO WS-SRC-REPORTED (WS-SRC-HIT-SUB)
        ADD RRG-SRC-REJECTS (WS-LEG-SRC-SUB)
            TO WS-SRC-REJECTS (WS-SRC-HIT-SUB)
        ADD RRG-SRC-HASH-FAILURES (WS-LEG-SRC-SUB)
            TO WS-SRC-HASH-FAILURES (WS-SRC-HIT-SUB)
        ADD RRG-SRC-COMPROMISED (WS-LEG-SRC-SUB)
            TO WS-SRC-COMPROMISED (WS-SRC-HIT-SUB)
        ADD RRG-SRC-INTERFACE-RECS (WS-LEG-SRC-SUB)
            TO WS-SRC-INTERFACE-RECS (WS-SRC-HIT-SUB)
    END-IF.

VERIFY-INTERFACE-SEGMENTS.
    IF VERIFICATION-FAILED
        CONTINUE
        DISPLAY "Token cross-reference TOKENXRF not available, "
            "status " WS-TOKENXRF-FILE-STATUS
        MOVE 16 TO RETURN-CODE
        PERFORM RECORD-STEP-END
        STOP RUN
    END-IF

    MOVE OIQ-HASH-TIMESTAMP TO IF-TIMESTAMP
    MOVE OIQ-STATUS TO IF-STATUS
    SET IF-SOURCE-ONLINE TO TRUE
    MOVE OIQ-SECRET-VERSION TO IF-SECRET-VERSION
    WRITE INTERFACE-RECORD
    ADD 1 TO WS-INTERFACE-RECS-WRITTEN
    ADD 1 TO WS-ONLINE-MERGED-COUNT.
    MOVE SPACES TO FILE-TRAILER-RECORD
    MOVE "TRL" TO FT-RECORD-TYPE
    MOVE WS-CONSOLIDATED-RUN-ID TO FT-RUN-ID
    PERFORM BUILD-SOURCE-TRAILER-TOTALS

    MOVE WS-REPORT-LINES-WRITTEN TO FT-RECORD-COUNT
    MOVE SPACES TO HASH-REPORT-RECORD
    MOVE FILE-TRAILER-RECORD TO HASH-REPORT-RECORD (1:26)
    MOVE SOURCE-REPORT-TOTALS TO HASH-REPORT-RECORD (27:265)
    WRITE HASH-REPORT-RECORD

    MOVE WS-INTERFACE-RECS-WRITTEN TO FT-RECORD-COUNT
    MOVE SPACES TO INTERFACE-RECORD
    MOVE FILE-TRAILER-RECORD TO INTERFACE-RECORD (1:26)
    MOVE SOURCE-IFACE-TOTALS TO INTERFACE-RECORD (27:103)
    WRITE INTERFACE-RECORD.

BUILD-SOURCE-TRAILER-TOTALS.
    MOVE SPACES TO SOURCE-REPORT-TOTALS
    MOVE SPACES TO SOURCE-IFACE-TOTALS
    MOVE WS-SRC-COUNT TO STR-SOURCE-COUNT
    MOVE WS-SRC-COUNT TO STI-SOURCE-COUNT
    PERFORM VARYING WS-SRC-SUB FROM 1 BY 1
        UNTIL WS-SRC-SUB > WS-SRC-COUNT
        MOVE WS-SRC-SOURCE-ID (WS-SRC-SUB)
            TO STR-SOURCE-ID (WS-SRC-SUB)
        MOVE WS-SRC-KEYIN-COUNT (WS-SRC-SUB)
            TO STR-KEYIN-COUNT (WS-SRC-SUB)
        MOVE WS-SRC-REPORTED (WS-SRC-SUB)
            TO STR-REPORTED-COUNT (WS-SRC-SUB)
        MOVE WS-SRC-REJECTS (WS-SRC-SUB)
            TO STR-REJECTED-COUNT (WS-SRC-SUB)
        MOVE WS-SRC-HASH-FAILURES (WS-SRC-SUB)
            TO STR-FAILED-COUNT (WS-SRC-SUB)
        MOVE WS-SRC-SOURCE-ID (WS-SRC-SUB)
            TO STI-SOURCE-ID (WS-SRC-SUB)
        MOVE WS-SRC-INTERFACE-RECS (WS-SRC-SUB)
            TO STI-INTERFACE-COUNT (WS-SRC-SUB)
    END-PERFORM.

MERGE-AUDIT-STREAMS.
*> The legs' run-ids are distinct by construction, so their audit
    MOVE WS-LEG-CTL-FAIL-PCT TO RRG-CTL-FAIL-PCT
    MOVE WS-LEG-KEYIN-DATE TO RRG-KEYIN-FILE-DATE
    MOVE WS-LEG-KEYIN-SOURCE TO RRG-KEYIN-SOURCE
    MOVE WS-LEG-SECRET-VERSION TO RRG-SECRET-VERSION
    MOVE WS-SUM-KEYIN-DATA TO RRG-KEYIN-DATA-COUNT
    MOVE WS-SUM-KEYS-PROCESSED TO RRG-KEYS-PROCESSED
    MOVE WS-SUM-REJECTS TO RRG-VALIDATION-REJECTS
    MOVE WS-SUM-VALEXC-LINES TO RRG-VALEXC-LINES
    MOVE WS-SUM-HASH-FAILURES TO RRG-HASH-FAILURES
    MOVE WS-SUM-EXC-LINES TO RRG-EXC-LINES
    MOVE WS-SUM-COMPROMISED-HITS TO RRG-COMPROMISED-HITS
    MOVE WS-REPORT-LINES-WRITTEN TO RRG-REPORT-LINES
    MOVE WS-INTERFACE-RECS-WRITTEN TO RRG-INTERFACE-RECS
    MOVE WS-ONLINE-MERGED-COUNT TO RRG-ONLINE-MERGED
    MOVE WS-SUM-AUDIT-RECS TO RRG-AUDIT-RECS
    MOVE SPACES TO RRG-AUDIT-CHAIN-VALUE

    MOVE SPACES TO RRG-STREAM-LIST
    MOVE WS-SEG-COUNT TO RRG-STREAM-COUNT
            TO RRG-STREAM-RUN-ID (WS-SEG-SUB)
    END-PERFORM

    MOVE SPACES TO RRG-SOURCE-LIST
    MOVE WS-SRC-COUNT TO RRG-SOURCE-COUNT
    PERFORM VARYING WS-SRC-SUB FROM 1 BY 1
        UNTIL WS-SRC-SUB > WS-SRC-COUNT
        MOVE WS-SRC-SOURCE-ID (WS-SRC-SUB)
            TO RRG-SRC-SOURCE-ID (WS-SRC-SUB)
        MOVE WS-SRC-FILE-DATE (WS-SRC-SUB)
            TO RRG-SRC-FILE-DATE (WS-SRC-SUB)
        MOVE WS-SRC-RULE-SET (WS-SRC-SUB)
            TO RRG-SRC-RULE-SET (WS-SRC-SUB)
        MOVE WS-SRC-ALGORITHM (WS-SRC-SUB)
            TO RRG-SRC-ALGORITHM (WS-SRC-SUB)
        MOVE WS-SRC-KEYIN-COUNT (WS-SRC-SUB)
            TO RRG-SRC-KEYIN-COUNT (WS-SRC-SUB)
        MOVE WS-SRC-REPORTED (WS-SRC-SUB)
            TO RRG-SRC-REPORTED (WS-SRC-SUB)
        MOVE WS-SRC-REJECTS (WS-SRC-SUB)
            TO RRG-SRC-REJECTS (WS-SRC-SUB)
        MOVE WS-SRC-HASH-FAILURES (WS-SRC-SUB)
            TO RRG-SRC-HASH-FAILURES (WS-SRC-SUB)
        MOVE WS-SRC-COMPROMISED (WS-SRC-SUB)
            TO RRG-SRC-COMPROMISED (WS-SRC-SUB)
        MOVE WS-SRC-INTERFACE-RECS (WS-SRC-SUB)
            TO RRG-SRC-INTERFACE-RECS (WS-SRC-SUB)
    END-PERFORM

    WRITE RUN-REGISTRY-RECORD
        INVALID KEY
            REWRITE RUN-REGISTRY-RECORD

    DISPLAY "Consolidated run " WS-CONSOLIDATED-RUN-ID
        " registered with condition code " WS-MAX-CONDITION-CODE.

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
*> Every record merged was read from a leg or the online queue;
*> cross-leg and online duplicates were read and dropped.
    MOVE WS-CONSOLIDATED-RUN-ID TO WS-STT-RUN-ID
    COMPUTE WS-STT-RECORDS-WRITTEN = WS-REPORT-LINES-WRITTEN
        + WS-VALEXC-LINES-WRITTEN + WS-EXC-LINES-WRITTEN
        + WS-INTERFACE-RECS-WRITTEN + WS-AUDIT-RECS-MERGED
    END-COMPUTE
    COMPUTE WS-STT-RECORDS-READ = WS-STT-RECORDS-WRITTEN
        + WS-CROSS-DUP-COUNT + WS-ONLINE-DEDUPED-COUNT
    END-COMPUTE.
