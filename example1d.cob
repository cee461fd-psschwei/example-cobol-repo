*> AUDIT outputs plus the RUNREG registry entry the run wrote,
*> cross-foots them (KEYIN data = report lines + rejected keys,
*> IDMIFACE = report lines x algorithms + merged online entries,
*> AUDIT records under the run-id = keys the run hashed, the
*> exception files against the line counts the run registered, and
*> the HASHVAL compromised-feed rejects against the hits the run
*> registered),
*> prints a one-page balancing certificate with each equation and a
*> PASS/FAIL, and sets RETURN-CODE 16 on any failure so the scheduler
*> holds the IDM pickup.  The run under test is identified by the
*> run-id EXAMPLE1 stamped on the HASHRPT trailer.  A run whose KEYIN
*> came through the EXAMPLE1I intake also proves each source system
*> on its own (S1-S6: the source's registered KEYIN count against
*> the report lines and rejects its trailer entry carries), proves
*> the sources' trailer entries add up to the files (EQ9, EQ10), and
*> takes EQ4's algorithms per key source by source.  Line HC proves
*> the hashing library level in force has a clean EXAMPLE1HC
*> certificate on CERTREG; a failed certification fails the run here
*> as an out-of-balance equation would.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
        RECORD KEY IS RRG-RUN-ID
        FILE STATUS IS WS-RUNREG-FILE-STATUS.

*> Hashing library certification register (layout WSCRTREG).  Absent,
*> or with no CURRENT record, means certification has never been run
*> and there is no HC line.
    SELECT CERT-REGISTER ASSIGN TO "CERTREG"
        ORGANIZATION INDEXED
        ACCESS MODE RANDOM
        RECORD KEY IS HCR-KEY
        FILE STATUS IS WS-CERTREG-FILE-STATUS.

    SELECT CERTIFICATE-OUT ASSIGN TO "BALCERT"
        ORGANIZATION LINE SEQUENTIAL.

*> Batch window step timing log (layout WSSTPTIM), appended to by
*> every step of the batch and read by the EXAMPLE1SL SLA report.
    SELECT STEP-TIMING-OUT ASSIGN TO "STEPTIME"
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS WS-STEPTIME-FILE-STATUS.

DATA DIVISION.
FILE SECTION.
FD  HASH-REPORT-IN.
FD  RUN-REGISTRY.
COPY WSRUNREG.

FD  CERT-REGISTER.
COPY WSCRTREG.

FD  CERTIFICATE-OUT.
01  CERTIFICATE-RECORD          PIC X(100).

FD  STEP-TIMING-OUT.
COPY WSSTPTIM.

WORKING-STORAGE SECTION.

COPY WSSTPWRK.

COPY WSHDRTRL.

COPY WSSRCTRL.

01  WS-RUNREG-FILE-STATUS       PIC X(2) VALUE "00".
    88  WS-RUNREG-FILE-FOUND            VALUE "00".
    88  WS-RUNREG-FILE-NOT-FOUND        VALUE "35".

01  WS-CERTREG-FILE-STATUS      PIC X(2) VALUE "00".
    88  WS-CERTREG-FILE-FOUND           VALUE "00".
    88  WS-CERTREG-FILE-NOT-FOUND       VALUE "35".

01  WS-LIBRARY-CERT-SW          PIC X VALUE "N".
    88  LIBRARY-CERT-RECORDED           VALUE "Y".
01  WS-LIBRARY-FAILED-SW        PIC X VALUE "N".
    88  LIBRARY-NOT-CERTIFIED           VALUE "Y".
01  WS-LIBRARY-LEVEL            PIC X(8) VALUE SPACES.

*> The exception files are only created when something failed; an
*> absent file balances as zero lines, not as an error.
01  WS-HASHVAL-FILE-STATUS      PIC X(2) VALUE "00".
01  WS-HASHRPT-TRAILER-SW       PIC X VALUE "N".
    88  HASHRPT-TRAILER-SEEN            VALUE "Y".
01  WS-HASHVAL-LINE-COUNT       PIC 9(9) VALUE 0.
01  WS-HASHVAL-COMPROMISED-COUNT PIC 9(9) VALUE 0.
01  WS-HASHEXC-LINE-COUNT       PIC 9(9) VALUE 0.
01  WS-IFACE-DETAIL-COUNT       PIC 9(9) VALUE 0.
01  WS-IFACE-TRAILER-COUNT      PIC 9(9) VALUE 0.
01  WS-AUDIT-RUN-COUNT          PIC 9(9) VALUE 0.

01  WS-ALGORITHMS-PER-KEY       PIC 9 VALUE 1.

*> Per-source balancing: the registry's source list against the
*> WSSRCTRL entries on the two trailers.  None of it applies to a
*> run registered without a source list.
01  WS-RUN-SOURCE-COUNT         PIC 9 VALUE 0.
01  WS-RPT-SOURCE-COUNT         PIC 9 VALUE 0.
01  WS-IFC-SOURCE-COUNT         PIC 9 VALUE 0.
01  WS-SRC-SUB                  PIC 9.
01  WS-TRL-SUB                  PIC 9.
01  WS-TRL-HIT-SUB              PIC 9.
01  WS-SOURCE-ALGORITHM         PIC X(8).
01  WS-SOURCE-ALGORITHMS-PER-KEY PIC 9.
01  WS-SUM-SOURCE-REPORTED      PIC 9(9) VALUE 0.
01  WS-SUM-SOURCE-INTERFACE     PIC 9(9) VALUE 0.
01  WS-SOURCE-EXPECTED-IFACE    PIC 9(9) VALUE 0.
01  WS-STREAM-SUB               PIC 9.
01  WS-EQUATION-LHS             PIC 9(9).
01  WS-EQUATION-RHS             PIC 9(9).
PROCEDURE DIVISION.

MAIN-PROCESSING.
    MOVE "EXAMPLE1D" TO WS-STT-PROGRAM-ID
    PERFORM RECORD-STEP-START
    MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP

    PERFORM OPEN-FILES
    PERFORM COUNT-HASH-REPORT
    PERFORM LOOK-UP-RUN-REGISTRATION
    PERFORM LOOK-UP-LIBRARY-CERTIFICATION
    PERFORM COUNT-VALIDATION-EXCEPTIONS
    PERFORM COUNT-HASH-EXCEPTIONS
    PERFORM COUNT-INTERFACE-RECORDS
        DISPLAY "Day-end balancing FAILED: "
            WS-FAILED-EQUATION-COUNT " equation(s) out of balance - "
            "IDM pickup must be held"
        IF LIBRARY-NOT-CERTIFIED
            DISPLAY "Hashing library level " WS-LIBRARY-LEVEL
                " has no clean certificate"
        END-IF
        MOVE 16 TO RETURN-CODE
    ELSE
        DISPLAY "Day-end balancing passed for run " WS-INPUT-RUN-ID
    END-IF

    PERFORM RECORD-STEP-END
    STOP RUN.

OPEN-FILES.
        DISPLAY "Run registry RUNREG not available, status "
            WS-RUNREG-FILE-STATUS " - nothing to balance against"
        MOVE 16 TO RETURN-CODE
        PERFORM RECORD-STEP-END
        STOP RUN
    END-IF.

                        TO FILE-TRAILER-RECORD
                    MOVE FT-RECORD-COUNT TO WS-HASHRPT-TRAILER-COUNT
                    MOVE FT-RUN-ID TO WS-INPUT-RUN-ID
                    MOVE HASH-REPORT-RECORD (27:265)
                        TO SOURCE-REPORT-TOTALS
                ELSE
                    ADD 1 TO WS-HASHRPT-DETAIL-COUNT
                END-IF
        DISPLAY "HASHRPT trailer or run-id missing - "
            "cannot identify the run to balance"
        MOVE 16 TO RETURN-CODE
        PERFORM RECORD-STEP-END
        STOP RUN
    END-IF.

            DISPLAY "Run " WS-INPUT-RUN-ID " is not in the run "
                "registry - files rejected"
            MOVE 16 TO RETURN-CODE
            PERFORM RECORD-STEP-END
            STOP RUN
    END-READ

        DISPLAY "Run " WS-INPUT-RUN-ID " ended with condition code 16"
            " - files rejected, nothing to certify"
        MOVE 16 TO RETURN-CODE
        PERFORM RECORD-STEP-END
        STOP RUN
    END-IF

        MOVE 2 TO WS-ALGORITHMS-PER-KEY
    ELSE
        MOVE 1 TO WS-ALGORITHMS-PER-KEY
    END-IF

    IF RRG-SOURCE-COUNT IS NUMERIC
        MOVE RRG-SOURCE-COUNT TO WS-RUN-SOURCE-COUNT
    END-IF.

LOOK-UP-LIBRARY-CERTIFICATION.
*> A register that exists but will not open cannot show a clean
*> certificate, so it counts as one that failed.
    OPEN INPUT CERT-REGISTER
    EVALUATE TRUE
        WHEN WS-CERTREG-FILE-FOUND
            MOVE "CURRENT" TO HCR-KEY
            READ CERT-REGISTER
                INVALID KEY
                    DISPLAY "CERTREG holds no current library level - "
                        "no HC line"
                NOT INVALID KEY
                    SET LIBRARY-CERT-RECORDED TO TRUE
                    MOVE HCR-CURRENT-LEVEL TO WS-LIBRARY-LEVEL
                    IF NOT HCR-CERTIFIED
                        SET LIBRARY-NOT-CERTIFIED TO TRUE
                    END-IF
            END-READ
            CLOSE CERT-REGISTER
        WHEN WS-CERTREG-FILE-NOT-FOUND
            DISPLAY "Certification register CERTREG not present - "
                "no HC line"
        WHEN OTHER
            DISPLAY "Certification register CERTREG not available, "
                "status " WS-CERTREG-FILE-STATUS
            MOVE "UNKNOWN" TO WS-LIBRARY-LEVEL
            SET LIBRARY-CERT-RECORDED TO TRUE
            SET LIBRARY-NOT-CERTIFIED TO TRUE
    END-EVALUATE.

COUNT-VALIDATION-EXCEPTIONS.
    OPEN INPUT VALIDATION-EXCEPTIONS-IN
    IF WS-HASHVAL-FILE-NOT-FOUND
                    SET HASHVAL-EOF TO TRUE
                NOT AT END
                    ADD 1 TO WS-HASHVAL-LINE-COUNT
*> Reason text as EXAMPLE1's WRITE-COMPROMISED-EXCEPTION writes it,
*> after the 100-byte token and two spaces.
                    IF VALIDATION-EXCEPTION-RECORD (103:30)
                        = "HASH ON COMPROMISED FEED"
                        ADD 1 TO WS-HASHVAL-COMPROMISED-COUNT
                    END-IF
            END-READ
        END-PERFORM
        CLOSE VALIDATION-EXCEPTIONS-IN
                        TO FILE-TRAILER-RECORD
                    MOVE FT-RECORD-COUNT TO WS-IFACE-TRAILER-COUNT
                    MOVE FT-RUN-ID TO WS-IFACE-RUN-ID
                    MOVE INTERFACE-RECORD (27:103)
                        TO SOURCE-IFACE-TOTALS
                ELSE
                    ADD 1 TO WS-IFACE-DETAIL-COUNT
                END-IF
            " does not match HASHRPT run " WS-INPUT-RUN-ID
            " - files are from different runs, nothing to certify"
        MOVE 16 TO RETURN-CODE
        PERFORM RECORD-STEP-END
        STOP RUN
    END-IF.

        WS-HASHRPT-DETAIL-COUNT + RRG-VALIDATION-REJECTS
    PERFORM WRITE-EQUATION-LINE

*> Each source's keys were hashed under that source's own algorithm,
*> so with a source list the report lines are weighted source by
*> source (EQ9 proves the sources' report lines are the file's).
    MOVE "EQ4" TO WS-CERT-EQ-ID
    MOVE "IDMIFACE = HASHRPT X ALGORITHMS + ONLINE MERGE"
        TO WS-CERT-EQ-TEXT
    MOVE WS-IFACE-DETAIL-COUNT TO WS-EQUATION-LHS
    IF WS-RUN-SOURCE-COUNT > 0
        PERFORM SUM-SOURCE-TRAILER-ENTRIES
        COMPUTE WS-EQUATION-RHS =
            WS-SOURCE-EXPECTED-IFACE + RRG-ONLINE-MERGED
    ELSE
        COMPUTE WS-EQUATION-RHS =
            WS-HASHRPT-DETAIL-COUNT * WS-ALGORITHMS-PER-KEY
            + RRG-ONLINE-MERGED
    END-IF
    PERFORM WRITE-EQUATION-LINE

    MOVE "EQ5" TO WS-CERT-EQ-ID
    MOVE RRG-AUDIT-RECS TO WS-EQUATION-RHS
    PERFORM WRITE-EQUATION-LINE

*> Compromised-feed hits are part of the rejected keys in EQ3; this
*> proves each one the run registered reached HASHVAL.
    MOVE "EQ8" TO WS-CERT-EQ-ID
    MOVE "HASHVAL COMPROMISED = REGISTERED COMPROMISED"
        TO WS-CERT-EQ-TEXT
    MOVE WS-HASHVAL-COMPROMISED-COUNT TO WS-EQUATION-LHS
    MOVE RRG-COMPROMISED-HITS TO WS-EQUATION-RHS
    PERFORM WRITE-EQUATION-LINE

    IF WS-RUN-SOURCE-COUNT > 0
        PERFORM WRITE-SOURCE-EQUATIONS
    END-IF

*> Left side 1 when the level in force is certified clean.
    IF LIBRARY-CERT-RECORDED
        MOVE "HC" TO WS-CERT-EQ-ID
        MOVE SPACES TO WS-CERT-EQ-TEXT
        STRING "CLEAN CERTIFICATE, LIBRARY LEVEL "
            WS-LIBRARY-LEVEL
            DELIMITED BY SIZE INTO WS-CERT-EQ-TEXT
        END-STRING
        IF LIBRARY-NOT-CERTIFIED
            MOVE 0 TO WS-EQUATION-LHS
        ELSE
            MOVE 1 TO WS-EQUATION-LHS
        END-IF
        MOVE 1 TO WS-EQUATION-RHS
        PERFORM WRITE-EQUATION-LINE
    END-IF

    EVALUATE TRUE
        WHEN LIBRARY-NOT-CERTIFIED
            MOVE "NO-GO - LIBRARY NOT CERTIFIED, HOLD THE IDM PICKUP"
                TO WS-CERT-VERDICT
        WHEN WS-FAILED-EQUATION-COUNT > 0
            MOVE "NO-GO - OUT OF BALANCE, HOLD THE IDM PICKUP"
                TO WS-CERT-VERDICT
        WHEN OTHER
            MOVE "GO - ALL EQUATIONS IN BALANCE" TO WS-CERT-VERDICT
    END-EVALUATE
    WRITE CERTIFICATE-RECORD FROM WS-CERT-VERDICT-LINE.

SUM-SOURCE-TRAILER-ENTRIES.
*> A trailer without source entries (or with a count the block
*> cannot hold) sums to nothing, and the equations say so.
    IF STR-SOURCE-COUNT IS NUMERIC
        MOVE STR-SOURCE-COUNT TO WS-RPT-SOURCE-COUNT
    END-IF
    IF STI-SOURCE-COUNT IS NUMERIC
        MOVE STI-SOURCE-COUNT TO WS-IFC-SOURCE-COUNT
    END-IF
    IF WS-RPT-SOURCE-COUNT > 6
        MOVE 0 TO WS-RPT-SOURCE-COUNT
    END-IF
    IF WS-IFC-SOURCE-COUNT > 6
        MOVE 0 TO WS-IFC-SOURCE-COUNT
    END-IF

    MOVE 0 TO WS-SUM-SOURCE-REPORTED
    MOVE 0 TO WS-SOURCE-EXPECTED-IFACE
    PERFORM VARYING WS-TRL-SUB FROM 1 BY 1
        UNTIL WS-TRL-SUB > WS-RPT-SOURCE-COUNT
        ADD STR-REPORTED-COUNT (WS-TRL-SUB) TO WS-SUM-SOURCE-REPORTED
        PERFORM FIND-SOURCE-ALGORITHM
        COMPUTE WS-SOURCE-EXPECTED-IFACE = WS-SOURCE-EXPECTED-IFACE
            + STR-REPORTED-COUNT (WS-TRL-SUB)
              * WS-SOURCE-ALGORITHMS-PER-KEY
    END-PERFORM

    MOVE 0 TO WS-SUM-SOURCE-INTERFACE
    PERFORM VARYING WS-TRL-SUB FROM 1 BY 1
        UNTIL WS-TRL-SUB > WS-IFC-SOURCE-COUNT
        ADD STI-INTERFACE-COUNT (WS-TRL-SUB) TO WS-SUM-SOURCE-INTERFACE
    END-PERFORM.

FIND-SOURCE-ALGORITHM.
*> The registered algorithm of the source in trailer entry
*> WS-TRL-SUB; blank means the run's CTLCARD algorithm.
    MOVE RRG-CTL-ALGORITHM TO WS-SOURCE-ALGORITHM
    PERFORM VARYING WS-SRC-SUB FROM 1 BY 1
        UNTIL WS-SRC-SUB > WS-RUN-SOURCE-COUNT
        IF RRG-SRC-SOURCE-ID (WS-SRC-SUB)
            = STR-SOURCE-ID (WS-TRL-SUB)
            AND RRG-SRC-ALGORITHM (WS-SRC-SUB) NOT = SPACES
            MOVE RRG-SRC-ALGORITHM (WS-SRC-SUB) TO WS-SOURCE-ALGORITHM
        END-IF
    END-PERFORM

    IF WS-SOURCE-ALGORITHM = "BOTH"
        MOVE 2 TO WS-SOURCE-ALGORITHMS-PER-KEY
    ELSE
        MOVE 1 TO WS-SOURCE-ALGORITHMS-PER-KEY
    END-IF.

WRITE-SOURCE-EQUATIONS.
    PERFORM VARYING WS-SRC-SUB FROM 1 BY 1
        UNTIL WS-SRC-SUB > WS-RUN-SOURCE-COUNT
        PERFORM WRITE-ONE-SOURCE-EQUATION
    END-PERFORM

    MOVE "EQ9" TO WS-CERT-EQ-ID
    MOVE "HASHRPT SOURCE ENTRIES = HASHRPT DETAIL LINES"
        TO WS-CERT-EQ-TEXT
    MOVE WS-SUM-SOURCE-REPORTED TO WS-EQUATION-LHS
    MOVE WS-HASHRPT-DETAIL-COUNT TO WS-EQUATION-RHS
    PERFORM WRITE-EQUATION-LINE

    MOVE "EQ10" TO WS-CERT-EQ-ID
    MOVE "IDMIFACE SOURCE ENTRIES + ONLINE = DETAILS"
        TO WS-CERT-EQ-TEXT
    COMPUTE WS-EQUATION-LHS =
        WS-SUM-SOURCE-INTERFACE + RRG-ONLINE-MERGED
    MOVE WS-IFACE-DETAIL-COUNT TO WS-EQUATION-RHS
    PERFORM WRITE-EQUATION-LINE.

WRITE-ONE-SOURCE-EQUATION.
*> The source's registered KEYIN count must be accounted for by the
*> report lines and rejects the HASHRPT trailer gives that source; a
*> source missing from the trailer balances against zero.
    MOVE SPACES TO WS-CERT-EQ-ID
    STRING "S" WS-SRC-SUB DELIMITED BY SIZE INTO WS-CERT-EQ-ID
    MOVE SPACES TO WS-CERT-EQ-TEXT
    STRING "SOURCE " RRG-SRC-SOURCE-ID (WS-SRC-SUB)
        " KEYIN = REPORTED + REJECTED"
        DELIMITED BY SIZE INTO WS-CERT-EQ-TEXT

    MOVE 0 TO WS-TRL-HIT-SUB
    PERFORM VARYING WS-TRL-SUB FROM 1 BY 1
        UNTIL WS-TRL-SUB > WS-RPT-SOURCE-COUNT
           OR WS-TRL-HIT-SUB > 0
        IF STR-SOURCE-ID (WS-TRL-SUB) = RRG-SRC-SOURCE-ID (WS-SRC-SUB)
            MOVE WS-TRL-SUB TO WS-TRL-HIT-SUB
        END-IF
    END-PERFORM

    MOVE RRG-SRC-KEYIN-COUNT (WS-SRC-SUB) TO WS-EQUATION-LHS
    IF WS-TRL-HIT-SUB > 0
        COMPUTE WS-EQUATION-RHS =
            STR-REPORTED-COUNT (WS-TRL-HIT-SUB)
            + STR-REJECTED-COUNT (WS-TRL-HIT-SUB)
    ELSE
        MOVE 0 TO WS-EQUATION-RHS
    END-IF
    PERFORM WRITE-EQUATION-LINE.

WRITE-EQUATION-LINE.
    MOVE WS-EQUATION-LHS TO WS-CERT-LHS
    MOVE WS-EQUATION-RHS TO WS-CERT-RHS
    CLOSE AUDIT-FILE-IN
    CLOSE RUN-REGISTRY
    CLOSE CERTIFICATE-OUT.

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
*> Detail records of the run balanced; the certificate is a report.
    MOVE WS-INPUT-RUN-ID TO WS-STT-RUN-ID
    COMPUTE WS-STT-RECORDS-READ = WS-HASHRPT-DETAIL-COUNT
        + WS-HASHVAL-LINE-COUNT + WS-HASHEXC-LINE-COUNT
        + WS-IFACE-DETAIL-COUNT + WS-AUDIT-RUN-COUNT
    END-COMPUTE
    MOVE 0 TO WS-STT-RECORDS-WRITTEN.
