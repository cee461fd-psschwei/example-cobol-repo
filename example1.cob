ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
*> Either one source system's own file, or the EXAMPLE1I intake's
*> output: one HDR ... TRL segment per source system it accepted,
*> each header stamped with the POLREF rule set and algorithm the
*> source register gives that source.  Each segment balances on its
*> own; the keys are checked and hashed under their own source's
*> settings and counted per source through to the trailers and the
*> run registry.
    SELECT KEY-FILE-IN ASSIGN TO "KEYIN"
        ORGANIZATION LINE SEQUENTIAL.

        ALTERNATE RECORD KEY IS TKX-TOKEN
        FILE STATUS IS WS-TOKENXRF-FILE-STATUS.

*> Keyed-hash secrets for the HMAC256 algorithm, loaded by EXAMPLE1L.
*> Opened only on an HMAC256 run, read once to pick the version in
*> force, and closed again before the first key is read.
    SELECT SECRET-REF ASSIGN TO "SECREF"
        ORGANIZATION INDEXED
        ACCESS MODE DYNAMIC
        RECORD KEY IS SCR-SECRET-VERSION
        FILE STATUS IS WS-SECREF-FILE-STATUS.

*> Compromised-credential hashes from the security team's weekly
*> breach-corpus feed, loaded by EXAMPLE1L.  Every hash the run
*> computes is looked up here before the key is reported or sent to
*> IDM.
    SELECT COMPROMISED-HASH-REF ASSIGN TO "CMPREF"
        ORGANIZATION INDEXED
        ACCESS MODE RANDOM
        RECORD KEY IS CMH-KEY
        FILE STATUS IS WS-CMPREF-FILE-STATUS.

*> Key ownership register, maintained online through EX1M.  A key
*> whose owner's expiry/rotation-due date has passed is rejected in
*> VALIDATE-KEY.
    SELECT KEY-OWNER-REG ASSIGN TO "OWNREG"
        ORGANIZATION INDEXED
        ACCESS MODE RANDOM
        RECORD KEY IS OWN-TOKEN
        ALTERNATE RECORD KEY IS OWN-MASKED-KEY WITH DUPLICATES
        FILE STATUS IS WS-OWNREG-FILE-STATUS.

*> Hashing library certification register (layout WSCRTREG), written
*> by EXAMPLE1HC.  Read once at the start: no key is hashed unless
*> the library level in force has a clean certificate.
    SELECT CERT-REGISTER ASSIGN TO "CERTREG"
        ORGANIZATION INDEXED
        ACCESS MODE RANDOM
        RECORD KEY IS HCR-KEY
        FILE STATUS IS WS-CERTREG-FILE-STATUS.

*> Run registry: every execution registers its outcome here, keyed on
*> the run-id the generated output trailers carry, so downstream jobs
*> can prove which run produced the files they are consuming.
        RECORD KEY IS RRG-RUN-ID
        FILE STATUS IS WS-RUNREG-FILE-STATUS.

*> Batch window step timing log (layout WSSTPTIM), appended to by
*> every step of the batch and read by the EXAMPLE1SL SLA report.
    SELECT STEP-TIMING-OUT ASSIGN TO "STEPTIME"
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS WS-STEPTIME-FILE-STATUS.

DATA DIVISION.
FILE SECTION.
FD  KEY-FILE-IN.
FD  RUN-REGISTRY.
COPY WSRUNREG.

FD  SECRET-REF.
COPY WSSECREF.

FD  COMPROMISED-HASH-REF.
COPY WSCMPHSH.

FD  KEY-OWNER-REG.
COPY WSOWNREG.

FD  CERT-REGISTER.
COPY WSCRTREG.

FD  STEP-TIMING-OUT.
COPY WSSTPTIM.

WORKING-STORAGE SECTION.

COPY WSSTPWRK.

COPY WSCTRL.

COPY WSRCTAB.

COPY WSHDRTRL.

COPY WSSRCTRL.

01  WS-KEYIN-DATA-COUNT         PIC 9(9) VALUE 0.
01  WS-SEGMENT-DATA-COUNT       PIC 9(9) VALUE 0.
01  WS-KEYIN-SEGMENT-COUNT      PIC 9(3) VALUE 0.
01  WS-KEY-RECORD-SW            PIC X VALUE "N".
    88  KEY-RECORD-READ                 VALUE "Y".
01  WS-REPORT-LINES-WRITTEN     PIC 9(9) VALUE 0.
01  WS-INTERFACE-RECS-WRITTEN   PIC 9(9) VALUE 0.
01  WS-VALEXC-LINES-WRITTEN     PIC 9(9) VALUE 0.
01  WS-EXC-LINES-WRITTEN        PIC 9(9) VALUE 0.
*> Set by the trailer that closes each KEYIN segment, cleared by the
*> header that opens the next.
01  WS-KEYIN-TRAILER-SW         PIC X VALUE "N".
    88  KEYIN-TRAILER-SEEN              VALUE "Y".

*> One entry per source system on KEYIN, in the order its first
*> segment arrived; WS-SRC-CURRENT is the source of the segment being
*> read.  The counts feed the per-source trailer totals (WSSRCTRL)
*> and registry entries (WSRUNREG) and cover the whole logical run:
*> on a restart the checkpoint's per-source lines seed them.
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
01  WS-SRC-CURRENT              PIC 9 VALUE 0.
01  WS-SRC-FAILED-PERCENT       PIC 9(3)V9(2).

*> Settings of the segment being read: the CTLCARD algorithm is the
*> default for a source the register gives none.
01  WS-RUN-DEFAULT-ALGORITHM    PIC X(8) VALUE SPACES.
01  WS-SEGMENT-ALGORITHM        PIC X(8).
01  WS-SEGMENT-RULE-SET         PIC X(8) VALUE SPACES.
01  WS-SEGMENT-RULE-COUNT       PIC 9(3).
01  WS-SEGMENT-SECRET-VERSION   PIC 9(4) VALUE 0.

01  WS-WEAKREF-FILE-STATUS      PIC X(2) VALUE "00".
    88  WS-WEAKREF-FILE-FOUND           VALUE "00".
    88  WS-WEAKREF-FILE-NOT-FOUND       VALUE "35".
    05  WS-POL-MAX-RULES        PIC 9(3) VALUE 50.
    05  WS-POL-RULE-ENTRY       OCCURS 50 TIMES.
        10  WS-POL-RULE-ID      PIC X(8).
        10  WS-POL-RULE-SET     PIC X(8).
        10  WS-POL-RULE-TYPE    PIC X(8).
        10  WS-POL-NUMERIC-PARM PIC 9(3).
        10  WS-POL-PATTERN      PIC X(20).

01  WS-AUDIT-SEQUENCE-NO        PIC 9(8) VALUE 0.

*> AUDIT chain: the AUD-CHAIN-VALUE of the last record this run
*> wrote (spaces until the first), and the work areas the fold uses.
*> SHA256_HASH takes a 100-byte input, so the record is folded 36
*> bytes at a time onto the running 64-character hex chain value;
*> twelve chunks cover the whole WSAUDREC record with room to spare.
01  WS-AUDIT-CHAIN-VALUE        PIC X(64) VALUE SPACES.
01  WS-CHAIN-CONTENT.
    05  WS-CHAIN-CHUNK          PIC X(36) OCCURS 12 TIMES.
01  WS-CHAIN-INPUT.
    05  WS-CHAIN-INPUT-PRIOR    PIC X(64).
    05  WS-CHAIN-INPUT-CHUNK    PIC X(36).
01  WS-CHAIN-OUTPUT             PIC X(88).
01  WS-CHAIN-HASH               PIC X(64).
01  WS-CHAIN-RETURN-CODE        PIC S9(4) COMP.
01  WS-CHAIN-SUB                PIC 9(2).

01  WS-CURRENT-TIMESTAMP        PIC X(21).

01  WS-MASKED-KEY                PIC X(100).
    05  FILLER                  PIC X(2) VALUE SPACES.
    05  WS-CKPT-LAST-KEY         PIC X(100).

*> Each checkpoint line is followed by one of these per source, so a
*> restart can carry the per-source counts of the keys before the
*> checkpoint forward; the tag cannot be mistaken for the numeric
*> count that opens a checkpoint line.
01  WS-CHECKPOINT-SOURCE-LINE.
    05  WS-CKS-TAG               PIC X(8).
        88  WS-CKS-IS-SOURCE-LINE       VALUE "SOURCE".
    05  FILLER                  PIC X(2) VALUE SPACES.
    05  WS-CKS-SOURCE-ID         PIC X(8).
    05  WS-CKS-REPORTED          PIC 9(9).
    05  WS-CKS-REJECTS           PIC 9(9).
    05  WS-CKS-HASH-FAILURES     PIC 9(9).
    05  WS-CKS-COMPROMISED       PIC 9(9).
    05  WS-CKS-INTERFACE-RECS    PIC 9(9).

*> Per-source counts from the last checkpoint, applied as each
*> source's first segment is met again in the restart skip pass.
01  WS-RESTART-SOURCE-TABLE.
    05  WS-RST-COUNT             PIC 9 VALUE 0.
    05  WS-RST-ENTRY             OCCURS 6 TIMES.
        10  WS-RST-SOURCE-ID     PIC X(8).
        10  WS-RST-REPORTED      PIC 9(9).
        10  WS-RST-REJECTS       PIC 9(9).
        10  WS-RST-HASH-FAILURES PIC 9(9).
        10  WS-RST-COMPROMISED   PIC 9(9).
        10  WS-RST-INTERFACE-RECS PIC 9(9).
01  WS-RST-SUB                   PIC 9.

01  WS-EOF-SWITCHES.
    05  WS-KEY-FILE-EOF         PIC X VALUE "N".
        88  KEY-FILE-EOF                VALUE "Y".

01  WS-RETURN-CODE-SHA256       PIC S9(4) COMP.

01  WS-SECREF-FILE-STATUS       PIC X(2) VALUE "00".
    88  WS-SECREF-FILE-FOUND            VALUE "00".
    88  WS-SECREF-FILE-NOT-FOUND        VALUE "35".

01  WS-SECREF-EOF-SW            PIC X VALUE "N".
    88  SECREF-EOF                      VALUE "Y".

*> Secret in force for the run's HMAC256 sources, loaded when the
*> first such segment is met; version zero means no keyed hash has
*> been needed.  The value is never displayed or written.
01  WS-SECRET-VERSION           PIC 9(4) VALUE 0.
01  WS-HMAC-SECRET              PIC X(64) VALUE SPACES.

*> Names for the SHA-256 slot on the interface extract and the
*> exception listing - the keyed hash reports as HMAC256 on both.
01  WS-SHA256-SLOT-ALGORITHM    PIC X(8) VALUE "SHA256".
01  WS-SHA256-SLOT-EXC-LABEL    PIC X(8) VALUE "SHA-256".

01  WS-CMPREF-FILE-STATUS       PIC X(2) VALUE "00".
    88  WS-CMPREF-FILE-FOUND            VALUE "00".
    88  WS-CMPREF-FILE-NOT-FOUND        VALUE "35".

01  WS-CMPREF-OPEN-SW           PIC X VALUE "N".
    88  CMPREF-IS-OPEN                  VALUE "Y".

01  WS-OWNREG-FILE-STATUS       PIC X(2) VALUE "00".
    88  WS-OWNREG-FILE-FOUND            VALUE "00".
    88  WS-OWNREG-FILE-NOT-FOUND        VALUE "35".

01  WS-OWNREG-OPEN-SW           PIC X VALUE "N".
    88  OWNREG-IS-OPEN                  VALUE "Y".

01  WS-CERTREG-FILE-STATUS      PIC X(2) VALUE "00".
    88  WS-CERTREG-FILE-FOUND           VALUE "00".
    88  WS-CERTREG-FILE-NOT-FOUND       VALUE "35".

01  WS-KEY-COMPROMISED-SW       PIC X VALUE "N".
    88  KEY-IS-COMPROMISED              VALUE "Y".

01  WS-COMPROMISED-HIT-COUNT    PIC 9(9) VALUE 0.

*> The hex hashes the screen looks up, captured before any base64
*> encoding.  On an HMAC256 run the keyed hash can never match a
*> published one, so the bare SHA-256 is taken for the screen alone;
*> it is never reported, audited or sent anywhere.
01  WS-SCREEN-HASH-SHA1         PIC X(88).
01  WS-SCREEN-HASH-SHA256       PIC X(88).
01  WS-SCREEN-RETURN-CODE       PIC S9(4) COMP.

COPY WSHASHRPT.

01  WS-EXCEPTION-LINE.
*> OPEN-FILES and the header/trailer checks can register the failed
*> execution in the run registry under its own run-id.
    PERFORM GENERATE-RUN-ID
    MOVE "EXAMPLE1" TO WS-STT-PROGRAM-ID
    MOVE WS-RUN-ID TO WS-STT-RUN-ID
    PERFORM RECORD-STEP-START
    PERFORM OPEN-FILES
    PERFORM LOAD-CONTROL-RECORD
    PERFORM LOAD-POLICY-RULES
            PERFORM VALIDATE-KEY
            IF KEY-IS-VALID
                PERFORM HASH-ONE-KEY
                PERFORM SCREEN-COMPROMISED-HASHES
                PERFORM WRITE-HASH-RESULTS
            ELSE
                PERFORM WRITE-VALIDATION-EXCEPTION
            END-IF
    PERFORM CLOSE-FILES
    PERFORM SET-STEP-CONDITION-CODE

    PERFORM RECORD-STEP-END
    STOP RUN.

MERGE-ONLINE-INTERFACE-QUEUE.
    MOVE OIQ-HASH-TIMESTAMP TO IF-TIMESTAMP
    MOVE OIQ-STATUS TO IF-STATUS
    SET IF-SOURCE-ONLINE TO TRUE
    MOVE OIQ-SECRET-VERSION TO IF-SECRET-VERSION
    WRITE INTERFACE-RECORD
    ADD 1 TO WS-INTERFACE-RECS-WRITTEN
    ADD 1 TO WS-ONLINE-MERGED-COUNT.

    DISPLAY "Run outcome: keys " WS-RUN-KEY-COUNT
        " rejects " WS-VALIDATION-REJECT-COUNT
        " (compromised " WS-COMPROMISED-HIT-COUNT ")"
        " hash failures " WS-HASH-FAILURE-COUNT
        " failed pct " WS-FAILED-PERCENT
        " tolerance " WS-CTL-FAIL-PCT
        " condition code " WS-STEP-CONDITION-CODE

    PERFORM DISPLAY-POLICY-RULE-TOTALS
    PERFORM DISPLAY-SOURCE-TOTALS

    PERFORM REGISTER-RUN-OUTCOME

    PERFORM VARYING WS-POL-SUB FROM 1 BY 1
        UNTIL WS-POL-SUB > WS-POL-RULE-COUNT
        DISPLAY "Policy rule " WS-POL-RULE-ID (WS-POL-SUB)
            " (" WS-POL-RULE-TYPE (WS-POL-SUB) ") set "
            WS-POL-RULE-SET (WS-POL-SUB) " fired "
            WS-POL-FIRED-COUNT (WS-POL-SUB) " times - "
            WS-POL-REASON (WS-POL-SUB)
    END-PERFORM.

DISPLAY-SOURCE-TOTALS.
*> The run-level tolerance above still grades the step; each
*> source's own failed percentage is shown so a bad feed can be
*> taken up with the source that sent it.
    PERFORM VARYING WS-SRC-SUB FROM 1 BY 1
        UNTIL WS-SRC-SUB > WS-SRC-COUNT
        IF WS-SRC-KEYIN-COUNT (WS-SRC-SUB) > 0
            COMPUTE WS-SRC-FAILED-PERCENT ROUNDED =
                (WS-SRC-REJECTS (WS-SRC-SUB)
                 + WS-SRC-HASH-FAILURES (WS-SRC-SUB)) * 100
                / WS-SRC-KEYIN-COUNT (WS-SRC-SUB)
        ELSE
            MOVE 0 TO WS-SRC-FAILED-PERCENT
        END-IF
        DISPLAY "Source " WS-SRC-SOURCE-ID (WS-SRC-SUB)
            " file date " WS-SRC-FILE-DATE (WS-SRC-SUB)
            " algorithm " WS-SRC-ALGORITHM (WS-SRC-SUB)
            " rule set " WS-SRC-RULE-SET (WS-SRC-SUB)
            ": keys " WS-SRC-KEYIN-COUNT (WS-SRC-SUB)
            " reported " WS-SRC-REPORTED (WS-SRC-SUB)
            " rejects " WS-SRC-REJECTS (WS-SRC-SUB)
            " hash failures " WS-SRC-HASH-FAILURES (WS-SRC-SUB)
            " failed pct " WS-SRC-FAILED-PERCENT
    END-PERFORM.

REGISTER-RUN-OUTCOME.
*> Final act of the execution: record under this run-id what the run
*> used and what it wrote, so EXAMPLE1R, EXAMPLE1C and EXAMPLE1K can
    MOVE WS-RUN-ID TO RRG-RUN-ID
    MOVE WS-STEP-CONDITION-CODE TO RRG-CONDITION-CODE
    MOVE WS-CURRENT-TIMESTAMP TO RRG-REGISTERED-TIMESTAMP
    MOVE WS-RUN-DEFAULT-ALGORITHM TO RRG-CTL-ALGORITHM
    MOVE WS-CTL-FORMAT TO RRG-CTL-FORMAT
    MOVE WS-CTL-FAIL-PCT TO RRG-CTL-FAIL-PCT
    MOVE FH-FILE-DATE TO RRG-KEYIN-FILE-DATE
    MOVE FH-SOURCE-SYSTEM TO RRG-KEYIN-SOURCE
    PERFORM MOVE-SOURCE-LIST-TO-REGISTRY
    MOVE WS-KEYIN-DATA-COUNT TO RRG-KEYIN-DATA-COUNT
    MOVE WS-KEYS-PROCESSED-COUNT TO RRG-KEYS-PROCESSED
    MOVE WS-VALIDATION-REJECT-COUNT TO RRG-VALIDATION-REJECTS
    MOVE WS-INTERFACE-RECS-WRITTEN TO RRG-INTERFACE-RECS
    MOVE WS-ONLINE-MERGED-COUNT TO RRG-ONLINE-MERGED
    MOVE WS-AUDIT-SEQUENCE-NO TO RRG-AUDIT-RECS
    MOVE WS-AUDIT-CHAIN-VALUE TO RRG-AUDIT-CHAIN-VALUE
    MOVE SPACES TO RRG-STREAM-LIST
    MOVE 0 TO RRG-STREAM-COUNT
    MOVE WS-SECRET-VERSION TO RRG-SECRET-VERSION
    MOVE WS-COMPROMISED-HIT-COUNT TO RRG-COMPROMISED-HITS

    WRITE RUN-REGISTRY-RECORD
        INVALID KEY
    DISPLAY "Run " WS-RUN-ID " registered with condition code "
        WS-STEP-CONDITION-CODE.

MOVE-SOURCE-LIST-TO-REGISTRY.
*> A KEYIN with several sources registers as MULTIPLE, dated with the
*> latest of their file dates; the list says which they were.
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
        IF WS-SRC-FILE-DATE (WS-SRC-SUB) > RRG-KEYIN-FILE-DATE
            MOVE WS-SRC-FILE-DATE (WS-SRC-SUB) TO RRG-KEYIN-FILE-DATE
        END-IF
    END-PERFORM

    IF WS-SRC-COUNT > 1
        MOVE "MULTIPLE" TO RRG-KEYIN-SOURCE
    END-IF.

OPEN-FILES.
*> Registry first: every later abend path registers the failed
*> execution, which needs the registry already open.  First execution
        OPEN I-O RUN-REGISTRY
    END-IF

    PERFORM CHECK-LIBRARY-CERTIFICATION

    OPEN INPUT KEY-FILE-IN

    OPEN INPUT WEAK-KEY-REF
        MOVE 16 TO WS-STEP-CONDITION-CODE
        PERFORM REGISTER-RUN-OUTCOME
        MOVE 16 TO RETURN-CODE
        PERFORM RECORD-STEP-END
        STOP RUN
    END-IF

*> Absent CMPREF means no breach feed has been loaded yet; the run
*> goes ahead unscreened and says so.  A reference that exists but
*> will not open is a hard stop, as for WEAKREF.
    OPEN INPUT COMPROMISED-HASH-REF
    EVALUATE TRUE
        WHEN WS-CMPREF-FILE-FOUND
            SET CMPREF-IS-OPEN TO TRUE
        WHEN WS-CMPREF-FILE-NOT-FOUND
            DISPLAY "Compromised hash reference CMPREF not present - "
                "hashes not screened this run"
        WHEN OTHER
            DISPLAY "Compromised hash reference CMPREF not available, "
                "status " WS-CMPREF-FILE-STATUS
                " - run EXAMPLE1L before this job"
            MOVE 16 TO WS-STEP-CONDITION-CODE
            PERFORM REGISTER-RUN-OUTCOME
            MOVE 16 TO RETURN-CODE
            PERFORM RECORD-STEP-END
            STOP RUN
    END-EVALUATE

*> Absent OWNREG means no key has been given an owner yet, so no key
*> can be past its expiry date; anything else is a hard stop.
    OPEN INPUT KEY-OWNER-REG
    EVALUATE TRUE
        WHEN WS-OWNREG-FILE-FOUND
            SET OWNREG-IS-OPEN TO TRUE
        WHEN WS-OWNREG-FILE-NOT-FOUND
            DISPLAY "Key ownership register OWNREG not present - "
                "expiry dates not checked this run"
        WHEN OTHER
            DISPLAY "Key ownership register OWNREG not available, "
                "status " WS-OWNREG-FILE-STATUS
            MOVE 16 TO WS-STEP-CONDITION-CODE
            PERFORM REGISTER-RUN-OUTCOME
            MOVE 16 TO RETURN-CODE
            PERFORM RECORD-STEP-END
            STOP RUN
    END-EVALUATE

*> Recreated empty every run, including a restart - the restart skip
*> pass re-performs VALIDATE-KEY over the already-processed keys,
*> which reseeds this file.  Reopened I-O rather than left OUTPUT
    OPEN I-O AUDIT-FILE-OUT
    OPEN OUTPUT CHECKPOINT-FILE-OUT.

CHECK-LIBRARY-CERTIFICATION.
*> The hashing routines must have passed EXAMPLE1HC's known-answer
*> certification at the library level in force.  A CERTREG that does
*> not exist, or holds no CURRENT record, means certification has
*> never been run and the step goes ahead saying so; a level whose
*> latest certificate failed, or a register that will not open, stops
*> the run before any key is hashed.
    OPEN INPUT CERT-REGISTER
    EVALUATE TRUE
        WHEN WS-CERTREG-FILE-FOUND
            MOVE "CURRENT" TO HCR-KEY
            READ CERT-REGISTER
                INVALID KEY
                    DISPLAY "Certification register CERTREG holds no "
                        "current library level - hashing library not "
                        "certified"
                NOT INVALID KEY
                    IF NOT HCR-CERTIFIED
                        DISPLAY "Hashing library level "
                            HCR-CURRENT-LEVEL " failed certification "
                            HCR-CERTIFIED-TIMESTAMP " - no key hashed"
                            " until EXAMPLE1HC certifies it"
                        CLOSE CERT-REGISTER
                        MOVE 16 TO WS-STEP-CONDITION-CODE
                        PERFORM REGISTER-RUN-OUTCOME
                        MOVE 16 TO RETURN-CODE
                        PERFORM RECORD-STEP-END
                        STOP RUN
                    END-IF
                    DISPLAY "Hashing library level " HCR-CURRENT-LEVEL
                        " certified " HCR-CERTIFIED-TIMESTAMP
            END-READ
            CLOSE CERT-REGISTER
        WHEN WS-CERTREG-FILE-NOT-FOUND
            DISPLAY "Certification register CERTREG not present - "
                "hashing library not certified"
        WHEN OTHER
            DISPLAY "Certification register CERTREG not available, "
                "status " WS-CERTREG-FILE-STATUS
            MOVE 16 TO WS-STEP-CONDITION-CODE
            PERFORM REGISTER-RUN-OUTCOME
            MOVE 16 TO RETURN-CODE
            PERFORM RECORD-STEP-END
            STOP RUN
    END-EVALUATE.

SEED-WRITTEN-COUNTS.
*> The trailers this run generates must cover everything physically
*> on file, and the failed run may have written records past its
        MOVE 100 TO WS-CTL-FAIL-PCT
    END-IF

    MOVE WS-CTL-ALGORITHM TO WS-RUN-DEFAULT-ALGORITHM

    DISPLAY "Run control: algorithm=" WS-CTL-ALGORITHM
        " format=" WS-CTL-FORMAT
        " fail threshold=" WS-CTL-FAIL-PCT.

LOAD-HASH-SECRET.
*> Performed for each KEYIN segment with WS-CTL-ALGORITHM set to the
*> segment's algorithm.  Only an HMAC256 source needs a secret, and
*> it is read once, at the first such segment.  The one in force is
*> the highest version that is active and effective by the run date;
*> the versions are few, so a forward sweep keeping the last eligible
*> one is all it takes.  Without one the run cannot produce a single
*> keyed hash, so it stops here rather than fall back to bare hashes
*> the register or control card said not to issue.
    MOVE "SHA256" TO WS-SHA256-SLOT-ALGORITHM
    MOVE "SHA-256" TO WS-SHA256-SLOT-EXC-LABEL
    IF WS-CTL-ALGO-HMAC256
        MOVE "HMAC256" TO WS-SHA256-SLOT-ALGORITHM
        MOVE "HMAC256" TO WS-SHA256-SLOT-EXC-LABEL
    END-IF

    IF WS-CTL-ALGO-HMAC256
        AND WS-SECRET-VERSION = 0
        OPEN INPUT SECRET-REF
        IF NOT WS-SECREF-FILE-FOUND
            DISPLAY "Secret reference SECREF not available, status "
                WS-SECREF-FILE-STATUS " - run EXAMPLE1L before this job"
            MOVE 16 TO WS-STEP-CONDITION-CODE
            PERFORM REGISTER-RUN-OUTCOME
            MOVE 16 TO RETURN-CODE
            PERFORM RECORD-STEP-END
            STOP RUN
        END-IF

        MOVE 0 TO SCR-SECRET-VERSION
        START SECRET-REF KEY >= SCR-SECRET-VERSION
            INVALID KEY
                SET SECREF-EOF TO TRUE
        END-START
        PERFORM UNTIL SECREF-EOF
            READ SECRET-REF NEXT
                AT END
                    SET SECREF-EOF TO TRUE
                NOT AT END
                    IF SCR-STATUS-ACTIVE
                        AND SCR-EFFECTIVE-DATE <= WS-RUN-ID (1:8)
                        MOVE SCR-SECRET-VERSION TO WS-SECRET-VERSION
                        MOVE SCR-SECRET-VALUE TO WS-HMAC-SECRET
                    END-IF
            END-READ
        END-PERFORM
        CLOSE SECRET-REF

        IF WS-SECRET-VERSION = 0
            DISPLAY "No active keyed hash secret effective by "
                WS-RUN-ID (1:8) " on SECREF - HMAC256 run abandoned"
            MOVE 16 TO WS-STEP-CONDITION-CODE
            PERFORM REGISTER-RUN-OUTCOME
            MOVE 16 TO RETURN-CODE
            PERFORM RECORD-STEP-END
            STOP RUN
        END-IF

        DISPLAY "Keyed hash secret version in force: "
            WS-SECRET-VERSION
    END-IF.

LOAD-RESTART-CHECKPOINT.
    OPEN INPUT RESTART-CONTROL-IN

                AT END
                    SET RESTART-FILE-EOF TO TRUE
                NOT AT END
                    MOVE WS-CHECKPOINT-LINE TO WS-CHECKPOINT-SOURCE-LINE
                    IF WS-CKS-IS-SOURCE-LINE
                        PERFORM HOLD-RESTART-SOURCE-COUNTS
                    ELSE
                        MOVE WS-CKPT-COUNT TO WS-RESTART-SKIP-COUNT
                        MOVE WS-CKPT-LAST-KEY TO WS-RESTART-LAST-KEY
                        MOVE 0 TO WS-RST-COUNT
                    END-IF
            END-READ
        END-PERFORM
        CLOSE RESTART-CONTROL-IN
        END-IF
    END-IF.

HOLD-RESTART-SOURCE-COUNTS.
*> The source lines that follow a checkpoint line belong to it; the
*> last checkpoint line read has already cleared the table.
    IF WS-RST-COUNT < WS-SRC-MAX-SOURCES
        ADD 1 TO WS-RST-COUNT
        MOVE WS-CKS-SOURCE-ID TO WS-RST-SOURCE-ID (WS-RST-COUNT)
        MOVE WS-CKS-REPORTED TO WS-RST-REPORTED (WS-RST-COUNT)
        MOVE WS-CKS-REJECTS TO WS-RST-REJECTS (WS-RST-COUNT)
        MOVE WS-CKS-HASH-FAILURES
            TO WS-RST-HASH-FAILURES (WS-RST-COUNT)
        MOVE WS-CKS-COMPROMISED TO WS-RST-COMPROMISED (WS-RST-COUNT)
        MOVE WS-CKS-INTERFACE-RECS
            TO WS-RST-INTERFACE-RECS (WS-RST-COUNT)
    END-IF.

SKIP-ALREADY-PROCESSED-KEYS.
*> Re-run VALIDATE-KEY (without acting on its result) over every
*> skipped record so the SEENWRK duplicate-detection file is reseeded
*> duplicate.  The report/interface written counters are NOT reseeded
*> here - SEED-WRITTEN-COUNTS counts the records physically on file,
*> which also covers the keys the failed run wrote after its last
*> checkpoint.  The token is looked up first because the expiry check
*> goes by it; every skipped key was given its token by the failed
*> run, so no new token is assigned here.
    PERFORM WS-RESTART-SKIP-COUNT TIMES
        PERFORM READ-KEY-RECORD
        IF NOT KEY-FILE-EOF
            PERFORM ASSIGN-KEY-TOKEN
            PERFORM VALIDATE-KEY
            ADD 1 TO WS-KEYS-PROCESSED-COUNT
        END-IF
        MOVE 16 TO WS-STEP-CONDITION-CODE
        PERFORM REGISTER-RUN-OUTCOME
        MOVE 16 TO RETURN-CODE
        PERFORM RECORD-STEP-END
        STOP RUN
    END-IF

    PERFORM OPEN-KEYIN-SEGMENT.

READ-KEY-RECORD.
*> Leaves the next data record in INPUT-KEY, or sets KEY-FILE-EOF.
*> The control records in between - the trailer that closes one
*> source's segment, the header that opens the next - are dealt with
*> on the way.
    MOVE "N" TO WS-KEY-RECORD-SW
    PERFORM UNTIL KEY-RECORD-READ OR KEY-FILE-EOF
        PERFORM READ-KEYIN-RECORD
    END-PERFORM.

READ-KEYIN-RECORD.
    MOVE SPACES TO INPUT-KEY
    READ KEY-FILE-IN INTO INPUT-KEY
        AT END
*> cut off mid-file; processing what did arrive would repeat the
*> partial-batch incidents the control totals exist to prevent.
            IF NOT KEYIN-TRAILER-SEEN
                DISPLAY "KEYIN trailer record missing for source "
                    FH-SOURCE-SYSTEM " - file rejected as incomplete"
                MOVE 16 TO WS-STEP-CONDITION-CODE
                PERFORM REGISTER-RUN-OUTCOME
                MOVE 16 TO RETURN-CODE
                PERFORM RECORD-STEP-END
                STOP RUN
            END-IF
            SET KEY-FILE-EOF TO TRUE
        NOT AT END
            EVALUATE TRUE
                WHEN KEYIN-TRAILER-SEEN
                    PERFORM START-NEXT-KEYIN-SEGMENT
                WHEN INPUT-KEY (1:3) = "TRL"
                    PERFORM BALANCE-KEYIN-TRAILER
                WHEN OTHER
                    ADD 1 TO WS-KEYIN-DATA-COUNT
                    ADD 1 TO WS-SEGMENT-DATA-COUNT
                    ADD 1 TO WS-SRC-KEYIN-COUNT (WS-SRC-CURRENT)
*> Captured separately from INPUT-KEY because the terminal read that
*> sets KEY-FILE-EOF always blanks INPUT-KEY first; WRITE-CHECKPOINT
*> needs the last key actually read, not the blank EOF attempt.
                    MOVE INPUT-KEY TO WS-LAST-GOOD-KEY
                    SET KEY-RECORD-READ TO TRUE
            END-EVALUATE
    END-READ.

START-NEXT-KEYIN-SEGMENT.
*> Only another source's header may follow a trailer.  Anything else
*> is a file run on past its own control records, which the trailer
*> count cannot have covered.
    MOVE INPUT-KEY TO FILE-HEADER-RECORD
    IF NOT FH-IS-HEADER
        DISPLAY "KEYIN record after the trailer of source "
            WS-SRC-SOURCE-ID (WS-SRC-CURRENT)
            " is not a header - file rejected as incomplete"
        MOVE 16 TO WS-STEP-CONDITION-CODE
        PERFORM REGISTER-RUN-OUTCOME
        MOVE 16 TO RETURN-CODE
        PERFORM RECORD-STEP-END
        STOP RUN
    END-IF

    PERFORM OPEN-KEYIN-SEGMENT.

OPEN-KEYIN-SEGMENT.
    MOVE "N" TO WS-KEYIN-TRAILER-SW
    MOVE 0 TO WS-SEGMENT-DATA-COUNT
    ADD 1 TO WS-KEYIN-SEGMENT-COUNT

    DISPLAY "KEYIN header: file date=" FH-FILE-DATE
        " source=" FH-SOURCE-SYSTEM
        " rule set=" FH-POLICY-RULE-SET
        " algorithm=" FH-HASH-ALGORITHM

    MOVE FH-HASH-ALGORITHM TO WS-SEGMENT-ALGORITHM
    IF WS-SEGMENT-ALGORITHM = SPACES
        MOVE WS-RUN-DEFAULT-ALGORITHM TO WS-SEGMENT-ALGORITHM
    END-IF
    MOVE WS-SEGMENT-ALGORITHM TO WS-CTL-ALGORITHM
    IF NOT (WS-CTL-ALGO-SHA1 OR WS-CTL-ALGO-SHA256
            OR WS-CTL-ALGO-BOTH OR WS-CTL-ALGO-HMAC256)
        DISPLAY "KEYIN header for source " FH-SOURCE-SYSTEM
            " names unknown algorithm " WS-SEGMENT-ALGORITHM
            " - file rejected"
        MOVE 16 TO WS-STEP-CONDITION-CODE
        PERFORM REGISTER-RUN-OUTCOME
        MOVE 16 TO RETURN-CODE
        PERFORM RECORD-STEP-END
        STOP RUN
    END-IF

    PERFORM FIND-KEYIN-SOURCE
    PERFORM APPLY-SOURCE-SETTINGS.

FIND-KEYIN-SOURCE.
*> A source met again (a late file and the day's file in the same
*> window) adds to its existing entry; it must arrive under the same
*> settings, since the registry holds one rule set and algorithm per
*> source.
    MOVE 0 TO WS-SRC-CURRENT
    PERFORM VARYING WS-SRC-SUB FROM 1 BY 1
        UNTIL WS-SRC-SUB > WS-SRC-COUNT
           OR WS-SRC-CURRENT > 0
        IF WS-SRC-SOURCE-ID (WS-SRC-SUB) = FH-SOURCE-SYSTEM
            MOVE WS-SRC-SUB TO WS-SRC-CURRENT
        END-IF
    END-PERFORM

    IF WS-SRC-CURRENT > 0
        IF WS-SRC-RULE-SET (WS-SRC-CURRENT) NOT = FH-POLICY-RULE-SET
            OR WS-SRC-ALGORITHM (WS-SRC-CURRENT)
                NOT = WS-SEGMENT-ALGORITHM
            DISPLAY "KEYIN segments for source " FH-SOURCE-SYSTEM
                " carry different rule sets or algorithms - "
                "file rejected"
            MOVE 16 TO WS-STEP-CONDITION-CODE
            PERFORM REGISTER-RUN-OUTCOME
            MOVE 16 TO RETURN-CODE
            PERFORM RECORD-STEP-END
            STOP RUN
        END-IF
        IF FH-FILE-DATE > WS-SRC-FILE-DATE (WS-SRC-CURRENT)
            MOVE FH-FILE-DATE TO WS-SRC-FILE-DATE (WS-SRC-CURRENT)
        END-IF
    ELSE
        IF WS-SRC-COUNT >= WS-SRC-MAX-SOURCES
            DISPLAY "KEYIN carries more than " WS-SRC-MAX-SOURCES
                " source systems - file rejected; the intake holds "
                "the excess back for the next run"
            MOVE 16 TO WS-STEP-CONDITION-CODE
            PERFORM REGISTER-RUN-OUTCOME
            MOVE 16 TO RETURN-CODE
            PERFORM RECORD-STEP-END
            STOP RUN
        END-IF
        ADD 1 TO WS-SRC-COUNT
        MOVE WS-SRC-COUNT TO WS-SRC-CURRENT
        MOVE FH-SOURCE-SYSTEM TO WS-SRC-SOURCE-ID (WS-SRC-CURRENT)
        MOVE FH-FILE-DATE TO WS-SRC-FILE-DATE (WS-SRC-CURRENT)
        MOVE FH-POLICY-RULE-SET TO WS-SRC-RULE-SET (WS-SRC-CURRENT)
        MOVE WS-SEGMENT-ALGORITHM TO WS-SRC-ALGORITHM (WS-SRC-CURRENT)
        MOVE 0 TO WS-SRC-KEYIN-COUNT (WS-SRC-CURRENT)
        MOVE 0 TO WS-SRC-REPORTED (WS-SRC-CURRENT)
        MOVE 0 TO WS-SRC-REJECTS (WS-SRC-CURRENT)
        MOVE 0 TO WS-SRC-HASH-FAILURES (WS-SRC-CURRENT)
        MOVE 0 TO WS-SRC-COMPROMISED (WS-SRC-CURRENT)
        MOVE 0 TO WS-SRC-INTERFACE-RECS (WS-SRC-CURRENT)
        PERFORM SEED-RESTARTED-SOURCE-COUNTS
    END-IF.

SEED-RESTARTED-SOURCE-COUNTS.
    PERFORM VARYING WS-RST-SUB FROM 1 BY 1
        UNTIL WS-RST-SUB > WS-RST-COUNT
        IF WS-RST-SOURCE-ID (WS-RST-SUB) = FH-SOURCE-SYSTEM
            MOVE WS-RST-REPORTED (WS-RST-SUB)
                TO WS-SRC-REPORTED (WS-SRC-CURRENT)
            MOVE WS-RST-REJECTS (WS-RST-SUB)
                TO WS-SRC-REJECTS (WS-SRC-CURRENT)
            MOVE WS-RST-HASH-FAILURES (WS-RST-SUB)
                TO WS-SRC-HASH-FAILURES (WS-SRC-CURRENT)
            MOVE WS-RST-COMPROMISED (WS-RST-SUB)
                TO WS-SRC-COMPROMISED (WS-SRC-CURRENT)
            MOVE WS-RST-INTERFACE-RECS (WS-RST-SUB)
                TO WS-SRC-INTERFACE-RECS (WS-SRC-CURRENT)
        END-IF
    END-PERFORM.

APPLY-SOURCE-SETTINGS.
*> The segment's algorithm drives HASH-ONE-KEY, the screen and the
*> interface records through WS-CTL-ALGORITHM, exactly as the
*> CTLCARD setting did when KEYIN had a single source.  A rule set
*> with no rules on POLREF leaves the source on the base rules; that
*> is allowed, but said, in case the rules were never loaded.
    MOVE WS-SRC-ALGORITHM (WS-SRC-CURRENT) TO WS-CTL-ALGORITHM
    PERFORM LOAD-HASH-SECRET
    IF WS-CTL-ALGO-HMAC256
        MOVE WS-SECRET-VERSION TO WS-SEGMENT-SECRET-VERSION
    ELSE
        MOVE 0 TO WS-SEGMENT-SECRET-VERSION
    END-IF

    MOVE WS-SRC-RULE-SET (WS-SRC-CURRENT) TO WS-SEGMENT-RULE-SET
    IF WS-SEGMENT-RULE-SET NOT = SPACES
        MOVE 0 TO WS-SEGMENT-RULE-COUNT
        PERFORM VARYING WS-POL-SUB FROM 1 BY 1
            UNTIL WS-POL-SUB > WS-POL-RULE-COUNT
            IF WS-POL-RULE-SET (WS-POL-SUB) = WS-SEGMENT-RULE-SET
                ADD 1 TO WS-SEGMENT-RULE-COUNT
            END-IF
        END-PERFORM
        IF WS-SEGMENT-RULE-COUNT = 0
            DISPLAY "WARNING: no POLREF rules in rule set "
                WS-SEGMENT-RULE-SET " for source "
                WS-SRC-SOURCE-ID (WS-SRC-CURRENT)
                " - base rules only"
        END-IF
    END-IF.

BALANCE-KEYIN-TRAILER.
    SET KEYIN-TRAILER-SEEN TO TRUE
    MOVE INPUT-KEY (1:12) TO FILE-TRAILER-RECORD

    IF FT-RECORD-COUNT NOT = WS-SEGMENT-DATA-COUNT
        DISPLAY "KEYIN control total out of balance for source "
            FH-SOURCE-SYSTEM ": trailer says "
            FT-RECORD-COUNT " records, read " WS-SEGMENT-DATA-COUNT
            " - file rejected as incomplete"
        MOVE 16 TO WS-STEP-CONDITION-CODE
        PERFORM REGISTER-RUN-OUTCOME
        MOVE 16 TO RETURN-CODE
        PERFORM RECORD-STEP-END
        STOP RUN
    END-IF

    DISPLAY "KEYIN control total in balance for source "
        FH-SOURCE-SYSTEM ": " WS-SEGMENT-DATA-COUNT " records".

ASSIGN-KEY-TOKEN.
*> Every key that will appear on a report, exception listing or the
        END-READ
    END-IF

*> A key with no owner entry, or an entry with no expiry date, never
*> expires.  The key may still be hashed on its expiry date itself.
    IF KEY-IS-VALID
        AND OWNREG-IS-OPEN
        MOVE WS-KEY-TOKEN TO OWN-TOKEN
        READ KEY-OWNER-REG
            INVALID KEY
                CONTINUE
            NOT INVALID KEY
                IF OWN-EXPIRY-DATE NOT = SPACES
                    AND OWN-EXPIRY-DATE < WS-RUN-ID (1:8)
                    SET KEY-IS-INVALID TO TRUE
                    MOVE "KEY PAST OWNER EXPIRY DATE"
                        TO WS-VALIDATION-REASON
                END-IF
        END-READ
    END-IF

*> The keyed WRITE is the duplicate check: a second occurrence of the
*> same key in this batch fails with INVALID KEY.
    IF KEY-IS-VALID

WRITE-VALIDATION-EXCEPTION.
    ADD 1 TO WS-VALIDATION-REJECT-COUNT
    ADD 1 TO WS-SRC-REJECTS (WS-SRC-CURRENT)

    IF WS-VALIDATION-REASON NOT = SPACES
        DISPLAY "Key Rejected: " WS-VALIDATION-REASON
    ELSE
        ADD 1 TO WS-POL-RULE-COUNT
        MOVE PRL-RULE-ID TO WS-POL-RULE-ID (WS-POL-RULE-COUNT)
        MOVE PRL-RULE-SET TO WS-POL-RULE-SET (WS-POL-RULE-COUNT)
        MOVE PRL-RULE-TYPE TO WS-POL-RULE-TYPE (WS-POL-RULE-COUNT)
        MOVE PRL-NUMERIC-PARM
            TO WS-POL-NUMERIC-PARM (WS-POL-RULE-COUNT)
        UNTIL WS-POL-SUB > WS-POL-RULE-COUNT
        MOVE "N" TO WS-POL-KEY-FIRED-SW (WS-POL-SUB)
        MOVE WS-POL-RULE-TYPE (WS-POL-SUB) TO WS-POL-WORK-TYPE
*> A rule in a named rule set applies only to keys from the sources
*> the register puts under that set; blanking the work type leaves
*> it out of the evaluation below.
        IF WS-POL-RULE-SET (WS-POL-SUB) NOT = SPACES
            AND WS-POL-RULE-SET (WS-POL-SUB) NOT = WS-SEGMENT-RULE-SET
            MOVE SPACES TO WS-POL-WORK-TYPE
        END-IF
        EVALUATE TRUE
            WHEN WS-POL-WORK-MIN-LENGTH
                IF WS-POL-KEY-LENGTH
    MOVE HASH-OUTPUT-SHA256 TO AUD-HASH-SHA256
    MOVE WS-RETURN-CODE-SHA256 TO AUD-RETURN-CODE-SHA256
    MOVE "BATCH" TO AUD-SOURCE
    MOVE WS-SEGMENT-SECRET-VERSION TO AUD-SECRET-VERSION

    MOVE WS-AUDIT-CHAIN-VALUE TO WS-CHAIN-HASH
    PERFORM COMPUTE-AUDIT-CHAIN-VALUE
    IF WS-CHAIN-RETURN-CODE NOT = 0
        DISPLAY "Audit chain value not computed, rc "
            WS-CHAIN-RETURN-CODE " for " AUD-KEY
        SET INTEGRITY-ERROR-SEEN TO TRUE
    END-IF

    WRITE AUDIT-RECORD
        INVALID KEY
*> A hash request the audit trail did not capture is an integrity
*> problem for the run, not just a console message.
            SET INTEGRITY-ERROR-SEEN TO TRUE
        NOT INVALID KEY
*> Only a record actually on file extends the chain, so the next
*> record links to what the verification job will find.
            MOVE AUD-CHAIN-VALUE TO WS-AUDIT-CHAIN-VALUE
    END-WRITE.

COMPUTE-AUDIT-CHAIN-VALUE.
*> Caller sets WS-CHAIN-HASH to the previous record's chain value
*> (spaces for a run's first record) and builds AUDIT-RECORD.  The
*> chain field itself is blank while the record is folded.  EX1O and
*> EXAMPLE1AV carry the same fold; all three must stay identical.
    MOVE SPACES TO AUD-CHAIN-VALUE
    MOVE AUDIT-RECORD TO WS-CHAIN-CONTENT
    MOVE 0 TO WS-CHAIN-RETURN-CODE
    PERFORM VARYING WS-CHAIN-SUB FROM 1 BY 1
        UNTIL WS-CHAIN-SUB > 12
           OR WS-CHAIN-RETURN-CODE NOT = 0
        MOVE WS-CHAIN-HASH TO WS-CHAIN-INPUT-PRIOR
        MOVE WS-CHAIN-CHUNK (WS-CHAIN-SUB) TO WS-CHAIN-INPUT-CHUNK
        CALL 'SHA256_HASH'
            USING BY REFERENCE WS-CHAIN-INPUT
                  BY REFERENCE WS-CHAIN-OUTPUT
                  BY REFERENCE WS-CHAIN-RETURN-CODE
        END-CALL
        MOVE WS-CHAIN-OUTPUT (1:64) TO WS-CHAIN-HASH
    END-PERFORM
    IF WS-CHAIN-RETURN-CODE = 0
        MOVE WS-CHAIN-HASH TO AUD-CHAIN-VALUE
    ELSE
        MOVE SPACES TO AUD-CHAIN-VALUE
    END-IF.

WRITE-INTERFACE-RECORDS.
    IF WS-CTL-ALGO-SHA1 OR WS-CTL-ALGO-BOTH
        MOVE SPACES TO INTERFACE-RECORD
            SET IF-STATUS-FAILED TO TRUE
        END-IF
        SET IF-SOURCE-BATCH TO TRUE
        MOVE 0 TO IF-SECRET-VERSION
        WRITE INTERFACE-RECORD
        ADD 1 TO WS-INTERFACE-RECS-WRITTEN
        ADD 1 TO WS-SRC-INTERFACE-RECS (WS-SRC-CURRENT)
    END-IF

    IF WS-CTL-ALGO-SHA256 OR WS-CTL-ALGO-BOTH OR WS-CTL-ALGO-HMAC256
        MOVE SPACES TO INTERFACE-RECORD
        MOVE WS-KEY-TOKEN TO IF-KEY-ID
        MOVE HASH-OUTPUT-SHA256 TO IF-HASH-VALUE
        MOVE WS-SHA256-SLOT-ALGORITHM TO IF-ALGORITHM
        MOVE WS-CURRENT-TIMESTAMP TO IF-TIMESTAMP
        IF WS-RETURN-CODE-SHA256 = 0
            SET IF-STATUS-SUCCESS TO TRUE
            SET IF-STATUS-FAILED TO TRUE
        END-IF
        SET IF-SOURCE-BATCH TO TRUE
        MOVE WS-SEGMENT-SECRET-VERSION TO IF-SECRET-VERSION
        WRITE INTERFACE-RECORD
        ADD 1 TO WS-INTERFACE-RECS-WRITTEN
        ADD 1 TO WS-SRC-INTERFACE-RECS (WS-SRC-CURRENT)
    END-IF.

HASH-ONE-KEY.
    DISPLAY "Input Key Token: " WS-KEY-TOKEN
    MOVE SPACES TO HASH-OUTPUT
    MOVE SPACES TO HASH-OUTPUT-SHA256
    MOVE SPACES TO WS-SCREEN-HASH-SHA1
    MOVE SPACES TO WS-SCREEN-HASH-SHA256
    MOVE 0 TO WS-RETURN-CODE
    MOVE 0 TO WS-RETURN-CODE-SHA256

        END-CALL

        IF WS-RETURN-CODE = 0
            MOVE HASH-OUTPUT TO WS-SCREEN-HASH-SHA1
            IF WS-CTL-FMT-BASE64
                PERFORM ENCODE-AS-BASE64
                IF WS-BASE64-RETURN-CODE NOT = 0
        END-IF
    END-IF

*> HMAC256 fills the SHA-256 slot with the keyed hash: same output
*> length, same return code contract and base64 handling, so the
*> report, audit and interface layouts carry it unchanged.
    IF WS-CTL-ALGO-SHA256 OR WS-CTL-ALGO-BOTH OR WS-CTL-ALGO-HMAC256
        IF WS-CTL-ALGO-HMAC256
            CALL 'HMAC_SHA256'
                USING BY REFERENCE WS-HMAC-SECRET
                      BY REFERENCE INPUT-KEY
                      BY REFERENCE HASH-OUTPUT-SHA256
                      BY REFERENCE WS-RETURN-CODE-SHA256
            END-CALL
        ELSE
            CALL 'SHA256_HASH'
                USING BY REFERENCE INPUT-KEY
                      BY REFERENCE HASH-OUTPUT-SHA256
                      BY REFERENCE WS-RETURN-CODE-SHA256
            END-CALL
        END-IF

        IF WS-RETURN-CODE-SHA256 = 0
            IF NOT WS-CTL-ALGO-HMAC256
                MOVE HASH-OUTPUT-SHA256 TO WS-SCREEN-HASH-SHA256
            END-IF
            IF WS-CTL-FMT-BASE64
                PERFORM ENCODE-SHA256-AS-BASE64
                IF WS-BASE64-RETURN-CODE NOT = 0
                        WS-BASE64-RETURN-CODE
                        ", Reason: " WS-RC-REASON-OUT
                    MOVE SPACES TO WS-EXCEPTION-LINE
                    MOVE WS-SHA256-SLOT-EXC-LABEL TO WS-EXC-ALGORITHM
                    MOVE WS-BASE64-RETURN-CODE TO WS-EXC-RC
                    PERFORM WRITE-EXCEPTION-LINE
                END-IF
            DISPLAY "Hashing Failed, Return Code: " WS-RETURN-CODE-SHA256
                ", Reason: " WS-RC-REASON-OUT
            MOVE SPACES TO WS-EXCEPTION-LINE
            MOVE WS-SHA256-SLOT-EXC-LABEL TO WS-EXC-ALGORITHM
            MOVE WS-RETURN-CODE-SHA256 TO WS-EXC-RC
            PERFORM WRITE-EXCEPTION-LINE
        END-IF
    END-IF.

SCREEN-COMPROMISED-HASHES.
*> Each hex hash the run computed is looked up on the breach feed
*> reference; a hit on either algorithm marks the key compromised.
*> The bare SHA-256 an HMAC256 run needs for this is taken here.  A
*> failed screening hash leaves the key screened on SHA-1 alone (or
*> not at all) - the keyed hash itself went through, and the failure
*> is on the job log.  CMPREF holds its hex in upper case.
    MOVE "N" TO WS-KEY-COMPROMISED-SW
    MOVE SPACES TO CMH-CORPUS-NAME

    IF CMPREF-IS-OPEN
        IF WS-CTL-ALGO-HMAC256
            CALL 'SHA256_HASH'
                USING BY REFERENCE INPUT-KEY
                      BY REFERENCE WS-SCREEN-HASH-SHA256
                      BY REFERENCE WS-SCREEN-RETURN-CODE
            END-CALL
            IF WS-SCREEN-RETURN-CODE NOT = 0
                MOVE SPACES TO WS-SCREEN-HASH-SHA256
                DISPLAY "Compromised hash screen: SHA-256 failed, "
                    "Return Code: " WS-SCREEN-RETURN-CODE
            END-IF
        END-IF

        IF WS-SCREEN-HASH-SHA1 NOT = SPACES
            MOVE "SHA1" TO CMH-ALGORITHM
            MOVE FUNCTION UPPER-CASE (WS-SCREEN-HASH-SHA1)
                TO CMH-HASH-VALUE
            READ COMPROMISED-HASH-REF
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    SET KEY-IS-COMPROMISED TO TRUE
            END-READ
        END-IF

        IF WS-SCREEN-HASH-SHA256 NOT = SPACES
            AND NOT KEY-IS-COMPROMISED
            MOVE "SHA256" TO CMH-ALGORITHM
            MOVE FUNCTION UPPER-CASE (WS-SCREEN-HASH-SHA256)
                TO CMH-HASH-VALUE
            READ COMPROMISED-HASH-REF
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    SET KEY-IS-COMPROMISED TO TRUE
            END-READ
        END-IF
    END-IF.

WRITE-HASH-RESULTS.
*> A compromised key was hashed, so it is audited like any other hash
*> request, but it goes to HASHVAL as a reject instead of onto HASHRPT
*> and the IDM extract - the day-end balancing counts it with the
*> rejected keys.
    IF KEY-IS-COMPROMISED
        PERFORM WRITE-AUDIT-RECORD
        PERFORM WRITE-COMPROMISED-EXCEPTION
    ELSE
        IF WS-RETURN-CODE NOT = 0
            OR WS-RETURN-CODE-SHA256 NOT = 0
            ADD 1 TO WS-HASH-FAILURE-COUNT
            ADD 1 TO WS-SRC-HASH-FAILURES (WS-SRC-CURRENT)
        END-IF

        PERFORM WRITE-REPORT-LINE
        PERFORM WRITE-AUDIT-RECORD
        PERFORM WRITE-INTERFACE-RECORDS
    END-IF.

WRITE-COMPROMISED-EXCEPTION.
*> EXAMPLE1D counts HASHVAL lines carrying this reason against the
*> hits the run registers, so the text must stay as it is.
    ADD 1 TO WS-VALIDATION-REJECT-COUNT
    ADD 1 TO WS-COMPROMISED-HIT-COUNT
    ADD 1 TO WS-SRC-REJECTS (WS-SRC-CURRENT)
    ADD 1 TO WS-SRC-COMPROMISED (WS-SRC-CURRENT)
    DISPLAY "Key Rejected: HASH ON COMPROMISED FEED, corpus "
        CMH-CORPUS-NAME
    MOVE SPACES TO WS-VALIDATION-EXCEPTION-LINE
    MOVE WS-KEY-TOKEN TO WS-VAL-EXC-KEY
    MOVE "HASH ON COMPROMISED FEED" TO WS-VAL-EXC-REASON
    WRITE VALIDATION-EXCEPTION-RECORD
        FROM WS-VALIDATION-EXCEPTION-LINE
    ADD 1 TO WS-VALEXC-LINES-WRITTEN.

WRITE-OUTPUT-TRAILERS.
*> Generated control totals so the reconciliation job and the
*> identity management system can each prove the file they picked up
*> is the file this run finished writing, with each source's share
*> from column 27 (WSSRCTRL).
    PERFORM BUILD-SOURCE-TRAILER-TOTALS

    MOVE SPACES TO FILE-TRAILER-RECORD
    MOVE "TRL" TO FT-RECORD-TYPE
    MOVE WS-RUN-ID TO FT-RUN-ID
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

WRITE-CHECKPOINT.
    MOVE SPACES TO WS-CHECKPOINT-LINE
    MOVE WS-KEYS-PROCESSED-COUNT TO WS-CKPT-COUNT
    MOVE WS-LAST-GOOD-KEY TO WS-CKPT-LAST-KEY
    WRITE CHECKPOINT-FILE-RECORD FROM WS-CHECKPOINT-LINE

    PERFORM VARYING WS-SRC-SUB FROM 1 BY 1
        UNTIL WS-SRC-SUB > WS-SRC-COUNT
        MOVE SPACES TO WS-CHECKPOINT-SOURCE-LINE
        SET WS-CKS-IS-SOURCE-LINE TO TRUE
        MOVE WS-SRC-SOURCE-ID (WS-SRC-SUB) TO WS-CKS-SOURCE-ID
        MOVE WS-SRC-REPORTED (WS-SRC-SUB) TO WS-CKS-REPORTED
        MOVE WS-SRC-REJECTS (WS-SRC-SUB) TO WS-CKS-REJECTS
        MOVE WS-SRC-HASH-FAILURES (WS-SRC-SUB)
            TO WS-CKS-HASH-FAILURES
        MOVE WS-SRC-COMPROMISED (WS-SRC-SUB) TO WS-CKS-COMPROMISED
        MOVE WS-SRC-INTERFACE-RECS (WS-SRC-SUB)
            TO WS-CKS-INTERFACE-RECS
        WRITE CHECKPOINT-FILE-RECORD FROM WS-CHECKPOINT-SOURCE-LINE
    END-PERFORM
    DISPLAY "Checkpoint written after " WS-KEYS-PROCESSED-COUNT " keys".

ENCODE-AS-BASE64.
    MOVE HASH-OUTPUT-SHA256 TO HR-HASH-SHA256
    MOVE WS-RETURN-CODE-SHA256 TO HR-RC-SHA256
    WRITE HASH-REPORT-RECORD FROM HASH-REPORT-LINE
    ADD 1 TO WS-REPORT-LINES-WRITTEN
    ADD 1 TO WS-SRC-REPORTED (WS-SRC-CURRENT).

CLOSE-FILES.
    IF WS-KEYS-PROCESSED-COUNT > 0

    CLOSE KEY-FILE-IN
    CLOSE WEAK-KEY-REF
    IF CMPREF-IS-OPEN
        CLOSE COMPROMISED-HASH-REF
    END-IF
    IF OWNREG-IS-OPEN
        CLOSE KEY-OWNER-REG
    END-IF
    CLOSE SEEN-KEY-WORK
    CLOSE TOKEN-XREF
    CLOSE HASH-REPORT-OUT
    CLOSE AUDIT-FILE-OUT
    CLOSE CHECKPOINT-FILE-OUT
    CLOSE INTERFACE-FILE-OUT.

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
*> Keys read from KEYIN; report, exception and interface records
*> written (online queue records merged are in the interface count).
    MOVE WS-RUN-ID TO WS-STT-RUN-ID
    MOVE WS-KEYIN-DATA-COUNT TO WS-STT-RECORDS-READ
    COMPUTE WS-STT-RECORDS-WRITTEN = WS-REPORT-LINES-WRITTEN
        + WS-VALEXC-LINES-WRITTEN + WS-EXC-LINES-WRITTEN
        + WS-INTERFACE-RECS-WRITTEN
    END-COMPUTE.
