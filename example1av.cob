IDENTIFICATION DIVISION.
PROGRAM-ID. EXAMPLE1AV.

*> AUDIT hash chain verification.  EXAMPLE1's WRITE-AUDIT-RECORD and
*> EX1O's audit write give every AUDIT record an AUD-CHAIN-VALUE: a
*> SHA-256 fold of the record's own contents on top of the chain
*> value of the record before it under the same run-id, with each
*> batch run's final value kept on its RUNREG entry.  This job proves
*> the trail has not been edited, thinned or shuffled since.
*>
*> The trail is in two places once EXAMPLE1A has run: the archive
*> generations (restored and concatenated as ARCHIN, each balanced
*> against its own trailer exactly as EXAMPLE1E balances them) and
*> the live AUDIT cluster.  Both are loaded into a scratch indexed
*> work file (AUDVWRK, recreated each run) keyed on AUD-KEY, so a run
*> split across the retention cutoff is put back together.  A record
*> found in both places must be identical - a purge that did not
*> commit leaves identical copies, anything else is a conflict.
*>
*> The work file is then walked in AUD-KEY order, one run-id at a
*> time, reporting by run-id and sequence number:
*>     BROKEN     the stored chain value is not what the record's
*>                contents and its predecessor's chain produce, a
*>                chained run has a record with no chain value, the
*>                run's last chain value is not the one RUNREG holds,
*>                or a run dated on or after the chain-required date
*>                carries no chain at all
*>     MISSING    a gap in the sequence numbers (including a run that
*>                does not start at 1), a run with fewer records than
*>                RUNREG registered, a registered run with no
*>                records anywhere, or a chained batch run with no
*>                RUNREG entry to prove its tail against
*>     REORDERED  a record timestamped earlier than the one before it
*>     CONFLICT   archive and live copies of a record that differ
*>     ARCHIVE    an archive generation out of balance
*> Online run-ids carry "OL" in the seconds positions (EX1O tags
*> them, as stream legs carry "S1".."S4") and have no RUNREG entry,
*> so the tail of an online run-id is proven only as far as its last
*> record on file; every other run-id is a batch run's.  Runs
*> whose records were written before chaining was introduced carry
*> no chain value; they are counted and not judged, unless they are
*> dated on or after the chain-required date on the card.
*>
*> A record EXAMPLE1Q has scrubbed under an erasure request no longer
*> produces its stored chain value, and differs from any archived
*> copy of it.  It is accepted, and counted, only when ERASLOG holds
*> the scrub for that AUD-KEY and the record is scrubbed exactly as
*> EXAMPLE1Q leaves it; the stored chain value then carries the chain
*> on to the next record.
*>
*> Condition codes: 0 the trail verifies, 16 any finding above or an
*> input that could not be read.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT ARCHIVE-EXTRACT-IN ASSIGN TO "ARCHIN"
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS WS-ARCHIN-FILE-STATUS.

    SELECT AUDIT-FILE-IN ASSIGN TO "AUDIT"
        ORGANIZATION INDEXED
        ACCESS MODE SEQUENTIAL
        RECORD KEY IS AFI-KEY
        ALTERNATE RECORD KEY IS AFI-MASKED-KEY WITH DUPLICATES
        FILE STATUS IS WS-AUDIT-FILE-STATUS.

    SELECT RUN-REGISTRY ASSIGN TO "RUNREG"
        ORGANIZATION INDEXED
        ACCESS MODE DYNAMIC
        RECORD KEY IS RRG-RUN-ID
        FILE STATUS IS WS-RUNREG-FILE-STATUS.

*> Key erasure log written by EXAMPLE1Q; absent until the first
*> erasure.
    SELECT ERASURE-LOG ASSIGN TO "ERASLOG"
        ORGANIZATION INDEXED
        ACCESS MODE RANDOM
        RECORD KEY IS ELG-KEY
        ALTERNATE RECORD KEY IS ELG-ITEM-KEY WITH DUPLICATES
        FILE STATUS IS WS-ERASLOG-FILE-STATUS.

    SELECT AUDIT-VERIFY-WORK ASSIGN TO "AUDVWRK"
        ORGANIZATION INDEXED
        ACCESS MODE DYNAMIC
        RECORD KEY IS AVW-KEY
        FILE STATUS IS WS-AUDVWRK-FILE-STATUS.

*> Same one-record parameter card convention as CTLCARD.
    SELECT VERIFY-CONTROL-IN ASSIGN TO "AUDVCTL"
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS WS-AUDVCTL-FILE-STATUS.

    SELECT VERIFY-REPORT-OUT ASSIGN TO "AUDVRPT"
        ORGANIZATION LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD  ARCHIVE-EXTRACT-IN.
01  ARCHIVE-EXTRACT-RECORD      PIC X(403).

*> The cluster carries WSAUDREC records; the record is read INTO the
*> working-storage copy, so only the keys are named here, at the
*> offsets of AUD-KEY and AUD-MASKED-KEY.
FD  AUDIT-FILE-IN.
01  AUDIT-FILE-RECORD.
    05  AFI-KEY                 PIC X(22).
    05  FILLER                  PIC X(21).
    05  AFI-MASKED-KEY          PIC X(100).
    05  FILLER                  PIC X(260).

FD  RUN-REGISTRY.
COPY WSRUNREG.

FD  ERASURE-LOG.
COPY WSERALOG.

*> One WSAUDREC record per AUD-KEY, tagged with where it was found.
FD  AUDIT-VERIFY-WORK.
01  AUDIT-VERIFY-WORK-RECORD.
    05  AVW-KEY.
        10  AVW-RUN-ID          PIC X(14).
        10  AVW-SEQUENCE-NO     PIC 9(8).
    05  AVW-BODY                PIC X(381).
    05  AVW-ORIGIN              PIC X(8).

FD  VERIFY-CONTROL-IN.
01  VERIFY-CONTROL-RECORD       PIC X(80).

FD  VERIFY-REPORT-OUT.
01  VERIFY-REPORT-RECORD        PIC X(132).

WORKING-STORAGE SECTION.

COPY WSAUDREC.

COPY WSHDRTRL.

01  WS-ARCHIN-FILE-STATUS       PIC X(2) VALUE "00".
    88  WS-ARCHIN-FILE-FOUND            VALUE "00".
    88  WS-ARCHIN-FILE-NOT-FOUND        VALUE "35".

01  WS-AUDIT-FILE-STATUS        PIC X(2) VALUE "00".
    88  WS-AUDIT-FILE-FOUND             VALUE "00".
    88  WS-AUDIT-FILE-NOT-FOUND         VALUE "35".

01  WS-RUNREG-FILE-STATUS       PIC X(2) VALUE "00".
    88  WS-RUNREG-FILE-FOUND            VALUE "00".
    88  WS-RUNREG-FILE-NOT-FOUND        VALUE "35".

01  WS-ERASLOG-FILE-STATUS      PIC X(2) VALUE "00".
    88  WS-ERASLOG-FILE-FOUND           VALUE "00".
    88  WS-ERASLOG-FILE-NOT-FOUND       VALUE "35".

01  WS-ERASLOG-PRESENT-SW       PIC X VALUE "N".
    88  ERASLOG-PRESENT                 VALUE "Y".

01  WS-ERASURE-LOGGED-SW        PIC X VALUE "N".
    88  RECORD-ERASURE-LOGGED           VALUE "Y".

01  WS-AUDVWRK-FILE-STATUS      PIC X(2) VALUE "00".
    88  WS-AUDVWRK-FILE-OK              VALUE "00".

01  WS-AUDVCTL-FILE-STATUS      PIC X(2) VALUE "00".
    88  WS-AUDVCTL-FILE-FOUND           VALUE "00".
    88  WS-AUDVCTL-FILE-NOT-FOUND       VALUE "35".

*> AUDVCTL is one record, positional:
*>     columns  1-8   verify from   yyyymmdd; runs whose run-id is
*>                                  dated earlier are not verified
*>                                  (their archive generations need
*>                                  not be restored).  Spaces = every
*>                                  run on file and on RUNREG.
*>     columns 10-17  chain required yyyymmdd; a run dated on or
*>                                  after this with no chain value
*>                                  is BROKEN.  Spaces = judge each
*>                                  run by its first record.
01  WS-VERIFY-CONTROL-LINE.
    05  WS-VFY-FROM-DATE        PIC X(8).
    05  FILLER                  PIC X.
    05  WS-VFY-CHAIN-REQ-DATE   PIC X(8).
    05  FILLER                  PIC X(63).

01  WS-EOF-SWITCHES.
    05  WS-ARCHIN-EOF           PIC X VALUE "N".
        88  ARCHIN-EOF                  VALUE "Y".
    05  WS-AUDIT-FILE-EOF       PIC X VALUE "N".
        88  AUDIT-FILE-EOF              VALUE "Y".
    05  WS-AUDVWRK-EOF          PIC X VALUE "N".
        88  AUDVWRK-EOF                 VALUE "Y".
    05  WS-RUNREG-EOF           PIC X VALUE "N".
        88  RUNREG-EOF                  VALUE "Y".
    05  WS-AUDVCTL-FILE-EOF     PIC X VALUE "N".
        88  AUDVCTL-FILE-EOF            VALUE "Y".

01  WS-CURRENT-TIMESTAMP        PIC X(21).
01  WS-CURRENT-DATE             PIC X(8).

*> Archive generation balancing, as EXAMPLE1E does it.
01  WS-GENERATION-COUNT         PIC 9(4) VALUE 0.
01  WS-GEN-DATA-COUNT           PIC 9(9) VALUE 0.
01  WS-GEN-OPEN-SW              PIC X VALUE "N".
    88  GENERATION-OPEN                 VALUE "Y".

*> Record being loaded into the work file and where it came from.
01  WS-LOAD-ORIGIN              PIC X(8).
01  WS-LOAD-BODY                PIC X(381).

*> Run-id currently being walked.
01  WS-PRIOR-RUN-ID             PIC X(14) VALUE SPACES.
01  WS-EXPECTED-SEQUENCE-NO     PIC 9(8) VALUE 0.
01  WS-LAST-SEQUENCE-NO         PIC 9(8) VALUE 0.
01  WS-PRIOR-CHAIN-VALUE        PIC X(64) VALUE SPACES.
01  WS-PRIOR-TIMESTAMP          PIC X(16) VALUE SPACES.
01  WS-STORED-CHAIN-VALUE       PIC X(64).
01  WS-RUN-IN-SCOPE-SW          PIC X VALUE "N".
    88  RUN-IN-SCOPE                    VALUE "Y".
01  WS-RUN-CHAINED-SW           PIC X VALUE "N".
    88  RUN-IS-CHAINED                  VALUE "Y".
01  WS-GAP-COUNT                PIC 9(8).

*> Chain fold work areas, the same as EXAMPLE1's and EX1O's.
01  WS-CHAIN-CONTENT.
    05  WS-CHAIN-CHUNK          PIC X(36) OCCURS 12 TIMES.
01  WS-CHAIN-INPUT.
    05  WS-CHAIN-INPUT-PRIOR    PIC X(64).
    05  WS-CHAIN-INPUT-CHUNK    PIC X(36).
01  WS-CHAIN-OUTPUT             PIC X(88).
01  WS-CHAIN-HASH               PIC X(64).
01  WS-CHAIN-RETURN-CODE        PIC S9(4) COMP.
01  WS-CHAIN-SUB                PIC 9(2).

01  WS-ARCHIVE-READ-COUNT       PIC 9(9) VALUE 0.
01  WS-LIVE-READ-COUNT          PIC 9(9) VALUE 0.
01  WS-DUPLICATE-COPY-COUNT     PIC 9(9) VALUE 0.
01  WS-RECORDS-VERIFIED-COUNT   PIC 9(9) VALUE 0.
01  WS-RUNS-VERIFIED-COUNT      PIC 9(9) VALUE 0.
01  WS-RUNS-UNCHAINED-COUNT     PIC 9(9) VALUE 0.
01  WS-RUNS-OUT-OF-SCOPE-COUNT  PIC 9(9) VALUE 0.
01  WS-ONLINE-RUNS-COUNT        PIC 9(9) VALUE 0.
01  WS-ERASED-RECORD-COUNT      PIC 9(9) VALUE 0.
01  WS-ERASED-COPY-COUNT        PIC 9(9) VALUE 0.

01  WS-FINDING-COUNTS.
    05  WS-BROKEN-COUNT         PIC 9(9) VALUE 0.
    05  WS-MISSING-COUNT        PIC 9(9) VALUE 0.
    05  WS-REORDERED-COUNT      PIC 9(9) VALUE 0.
    05  WS-CONFLICT-COUNT       PIC 9(9) VALUE 0.
    05  WS-ARCHIVE-FINDING-COUNT PIC 9(9) VALUE 0.
01  WS-TOTAL-FINDING-COUNT      PIC 9(9) VALUE 0.

01  WS-REPORT-HEADING.
    05  FILLER                  PIC X(40)
        VALUE "AUDIT TRAIL HASH CHAIN VERIFICATION     ".
    05  FILLER                  PIC X(9) VALUE "PRODUCED ".
    05  WS-RH-DATE              PIC X(8).
    05  FILLER                  PIC X(14) VALUE "  VERIFY FROM ".
    05  WS-RH-FROM-DATE         PIC X(8).
    05  FILLER                  PIC X(17) VALUE "  CHAIN REQUIRED ".
    05  WS-RH-CHAIN-REQ-DATE    PIC X(8).

01  WS-COLUMN-HEADING.
    05  FILLER                  PIC X(14) VALUE "RUN-ID".
    05  FILLER                  PIC X(2) VALUE SPACES.
    05  FILLER                  PIC X(8) VALUE "SEQUENCE".
    05  FILLER                  PIC X(2) VALUE SPACES.
    05  FILLER                  PIC X(10) VALUE "FINDING".
    05  FILLER                  PIC X(2) VALUE SPACES.
    05  FILLER                  PIC X(60) VALUE "DETAIL".

*> The finding paragraph writes whatever the caller put here.
01  WS-FINDING-LINE.
    05  WS-FND-RUN-ID           PIC X(14).
    05  FILLER                  PIC X(2) VALUE SPACES.
    05  WS-FND-SEQUENCE         PIC 9(8).
    05  FILLER                  PIC X(2) VALUE SPACES.
    05  WS-FND-TYPE             PIC X(10).
        88  WS-FND-BROKEN               VALUE "BROKEN".
        88  WS-FND-MISSING              VALUE "MISSING".
        88  WS-FND-REORDERED            VALUE "REORDERED".
        88  WS-FND-CONFLICT             VALUE "CONFLICT".
        88  WS-FND-ARCHIVE              VALUE "ARCHIVE".
    05  FILLER                  PIC X(2) VALUE SPACES.
    05  WS-FND-DETAIL           PIC X(60).

01  WS-DETAIL-COUNT             PIC Z(7)9.

01  WS-SUMMARY-LINE.
    05  WS-SUM-LABEL            PIC X(40).
    05  WS-SUM-COUNT            PIC Z(8)9.

PROCEDURE DIVISION.

MAIN-PROCESSING.
    MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP
    MOVE WS-CURRENT-TIMESTAMP (1:8) TO WS-CURRENT-DATE

    PERFORM LOAD-VERIFY-CONTROL
    PERFORM OPEN-FILES
    PERFORM WRITE-REPORT-HEADINGS
    PERFORM LOAD-ARCHIVE-GENERATIONS
    PERFORM LOAD-LIVE-AUDIT-TRAIL
    PERFORM WALK-AUDIT-CHAINS
    PERFORM CHECK-REGISTERED-RUNS-PRESENT
    PERFORM WRITE-REPORT-SUMMARY
    PERFORM CLOSE-FILES

    DISPLAY "Audit chain verification complete. Records verified: "
        WS-RECORDS-VERIFIED-COUNT " runs verified: "
        WS-RUNS-VERIFIED-COUNT " findings: " WS-TOTAL-FINDING-COUNT

    IF WS-TOTAL-FINDING-COUNT > 0
        DISPLAY "WARNING: broken " WS-BROKEN-COUNT
            " missing " WS-MISSING-COUNT
            " reordered " WS-REORDERED-COUNT
            " conflicting " WS-CONFLICT-COUNT
            " archive " WS-ARCHIVE-FINDING-COUNT
            " - see AUDVRPT"
        MOVE 16 TO RETURN-CODE
    ELSE
        MOVE 0 TO RETURN-CODE
    END-IF

    STOP RUN.

LOAD-VERIFY-CONTROL.
    MOVE SPACES TO WS-VERIFY-CONTROL-LINE

    OPEN INPUT VERIFY-CONTROL-IN
    IF WS-AUDVCTL-FILE-FOUND
        READ VERIFY-CONTROL-IN INTO WS-VERIFY-CONTROL-LINE
            AT END
                SET AUDVCTL-FILE-EOF TO TRUE
        END-READ
        CLOSE VERIFY-CONTROL-IN
    END-IF

    DISPLAY "Verify control: from=" WS-VFY-FROM-DATE
        " chain required=" WS-VFY-CHAIN-REQ-DATE.

OPEN-FILES.
    OPEN INPUT ARCHIVE-EXTRACT-IN
    IF NOT WS-ARCHIN-FILE-FOUND
        DISPLAY "Archive input ARCHIN not available, status "
            WS-ARCHIN-FILE-STATUS " - restore the generations first"
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF

    OPEN INPUT AUDIT-FILE-IN
    IF NOT WS-AUDIT-FILE-FOUND
        DISPLAY "Audit trail AUDIT not available, status "
            WS-AUDIT-FILE-STATUS " - nothing to verify"
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF

    OPEN INPUT RUN-REGISTRY
    IF NOT WS-RUNREG-FILE-FOUND
        DISPLAY "Run registry RUNREG not available, status "
            WS-RUNREG-FILE-STATUS " - nothing to verify against"
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF

    OPEN INPUT ERASURE-LOG
    IF WS-ERASLOG-FILE-FOUND
        SET ERASLOG-PRESENT TO TRUE
    END-IF

*> Recreated empty every run.
    OPEN OUTPUT AUDIT-VERIFY-WORK
    CLOSE AUDIT-VERIFY-WORK
    OPEN I-O AUDIT-VERIFY-WORK

    OPEN OUTPUT VERIFY-REPORT-OUT.

WRITE-REPORT-HEADINGS.
    MOVE WS-CURRENT-DATE TO WS-RH-DATE
    IF WS-VFY-FROM-DATE = SPACES
        MOVE "EARLIEST" TO WS-RH-FROM-DATE
    ELSE
        MOVE WS-VFY-FROM-DATE TO WS-RH-FROM-DATE
    END-IF
    IF WS-VFY-CHAIN-REQ-DATE = SPACES
        MOVE "NONE" TO WS-RH-CHAIN-REQ-DATE
    ELSE
        MOVE WS-VFY-CHAIN-REQ-DATE TO WS-RH-CHAIN-REQ-DATE
    END-IF
    WRITE VERIFY-REPORT-RECORD FROM WS-REPORT-HEADING
    MOVE SPACES TO VERIFY-REPORT-RECORD
    WRITE VERIFY-REPORT-RECORD
    WRITE VERIFY-REPORT-RECORD FROM WS-COLUMN-HEADING.

LOAD-ARCHIVE-GENERATIONS.
    PERFORM UNTIL ARCHIN-EOF
        READ ARCHIVE-EXTRACT-IN
            AT END
                SET ARCHIN-EOF TO TRUE
*> A generation still open at end of input never delivered its
*> trailer - the restore was cut short.
                IF GENERATION-OPEN
                    PERFORM REPORT-GENERATION-NO-TRAILER
                END-IF
            NOT AT END
                EVALUATE ARCHIVE-EXTRACT-RECORD (1:3)
                    WHEN "HDR"
                        PERFORM OPEN-NEW-GENERATION
                    WHEN "TRL"
                        PERFORM BALANCE-GENERATION-TRAILER
                    WHEN OTHER
                        ADD 1 TO WS-GEN-DATA-COUNT
                        ADD 1 TO WS-ARCHIVE-READ-COUNT
                        MOVE ARCHIVE-EXTRACT-RECORD TO AUDIT-RECORD
                        MOVE "ARCHIVE" TO WS-LOAD-ORIGIN
                        PERFORM LOAD-ONE-AUDIT-RECORD
                END-EVALUATE
        END-READ
    END-PERFORM

    DISPLAY "Archive generations read: " WS-GENERATION-COUNT
        " records: " WS-ARCHIVE-READ-COUNT.

OPEN-NEW-GENERATION.
    IF GENERATION-OPEN
        PERFORM REPORT-GENERATION-NO-TRAILER
    END-IF
    ADD 1 TO WS-GENERATION-COUNT
    MOVE 0 TO WS-GEN-DATA-COUNT
    SET GENERATION-OPEN TO TRUE
    MOVE ARCHIVE-EXTRACT-RECORD (1:19) TO FILE-HEADER-RECORD
    DISPLAY "Archive generation " WS-GENERATION-COUNT
        " dated " FH-FILE-DATE.

BALANCE-GENERATION-TRAILER.
    MOVE ARCHIVE-EXTRACT-RECORD (1:26) TO FILE-TRAILER-RECORD
    IF FT-RECORD-COUNT NOT = WS-GEN-DATA-COUNT
        MOVE SPACES TO WS-FND-RUN-ID
        MOVE 0 TO WS-FND-SEQUENCE
        SET WS-FND-ARCHIVE TO TRUE
        MOVE WS-GENERATION-COUNT TO WS-DETAIL-COUNT
        MOVE SPACES TO WS-FND-DETAIL
        STRING "GENERATION " DELIMITED BY SIZE
            WS-DETAIL-COUNT DELIMITED BY SIZE
            " OUT OF BALANCE WITH ITS TRAILER" DELIMITED BY SIZE
            INTO WS-FND-DETAIL
        END-STRING
        PERFORM WRITE-FINDING-LINE
    ELSE
        DISPLAY "Archive generation " WS-GENERATION-COUNT
            " in balance: " WS-GEN-DATA-COUNT " records"
    END-IF
    MOVE "N" TO WS-GEN-OPEN-SW.

REPORT-GENERATION-NO-TRAILER.
    MOVE SPACES TO WS-FND-RUN-ID
    MOVE 0 TO WS-FND-SEQUENCE
    SET WS-FND-ARCHIVE TO TRUE
    MOVE WS-GENERATION-COUNT TO WS-DETAIL-COUNT
    MOVE SPACES TO WS-FND-DETAIL
    STRING "GENERATION " DELIMITED BY SIZE
        WS-DETAIL-COUNT DELIMITED BY SIZE
        " HAS NO TRAILER - RESTORE INCOMPLETE" DELIMITED BY SIZE
        INTO WS-FND-DETAIL
    END-STRING
    PERFORM WRITE-FINDING-LINE.

LOAD-LIVE-AUDIT-TRAIL.
    PERFORM UNTIL AUDIT-FILE-EOF
        READ AUDIT-FILE-IN INTO AUDIT-RECORD
            AT END
                SET AUDIT-FILE-EOF TO TRUE
            NOT AT END
                ADD 1 TO WS-LIVE-READ-COUNT
                MOVE "LIVE" TO WS-LOAD-ORIGIN
                PERFORM LOAD-ONE-AUDIT-RECORD
        END-READ
    END-PERFORM

    DISPLAY "Live audit records read: " WS-LIVE-READ-COUNT.

LOAD-ONE-AUDIT-RECORD.
*> AUDIT-RECORD holds the record and WS-LOAD-ORIGIN where it came
*> from.  A second copy of a key is expected only where a purge did
*> not commit (or generations overlap), and must then be identical.
    MOVE AUDIT-RECORD TO AUDIT-VERIFY-WORK-RECORD
    MOVE WS-LOAD-ORIGIN TO AVW-ORIGIN
    WRITE AUDIT-VERIFY-WORK-RECORD
        INVALID KEY
            PERFORM COMPARE-DUPLICATE-COPY
    END-WRITE.

COMPARE-DUPLICATE-COPY.
    MOVE AUDIT-RECORD (23:381) TO WS-LOAD-BODY
    MOVE AUD-KEY TO AVW-KEY
    READ AUDIT-VERIFY-WORK
        INVALID KEY
            CONTINUE
    END-READ
    IF AVW-BODY = WS-LOAD-BODY
        ADD 1 TO WS-DUPLICATE-COPY-COUNT
    ELSE
        PERFORM COMPARE-ERASED-COPY
    END-IF.

COMPARE-ERASED-COPY.
*> Copies that differ only because one was scrubbed under a logged
*> erasure are the same record; the scrubbed copy is the one kept.
    PERFORM CHECK-ERASURE-LOGGED
    IF RECORD-ERASURE-LOGGED
        MOVE WS-LOAD-BODY TO AVW-BODY
        MOVE WS-LOAD-ORIGIN TO AVW-ORIGIN
        REWRITE AUDIT-VERIFY-WORK-RECORD
    ELSE
        MOVE AUDIT-VERIFY-WORK-RECORD TO AUDIT-RECORD
        PERFORM CHECK-ERASURE-LOGGED
    END-IF

    IF RECORD-ERASURE-LOGGED
        ADD 1 TO WS-ERASED-COPY-COUNT
    ELSE
        MOVE AUD-RUN-ID TO WS-FND-RUN-ID
        MOVE AUD-SEQUENCE-NO TO WS-FND-SEQUENCE
        SET WS-FND-CONFLICT TO TRUE
        MOVE SPACES TO WS-FND-DETAIL
        STRING "COPY ON " DELIMITED BY SIZE
            WS-LOAD-ORIGIN DELIMITED BY SPACE
            " DIFFERS FROM COPY ON " DELIMITED BY SIZE
            AVW-ORIGIN DELIMITED BY SPACE
            INTO WS-FND-DETAIL
        END-STRING
        PERFORM WRITE-FINDING-LINE
    END-IF.

CHECK-ERASURE-LOGGED.
    MOVE "N" TO WS-ERASURE-LOGGED-SW
    IF ERASLOG-PRESENT
        AND AUD-MASKED-KEY-ERASED
        AND AUD-HASH-SHA1 = SPACES
        AND AUD-HASH-SHA256 = SPACES
        MOVE "AUDIT" TO ELG-FILE-NAME
        MOVE AUD-KEY TO ELG-ITEM-REF
        READ ERASURE-LOG KEY IS ELG-ITEM-KEY
            INVALID KEY
                CONTINUE
            NOT INVALID KEY
                IF ELG-ACTION-SCRUBBED
                    SET RECORD-ERASURE-LOGGED TO TRUE
                END-IF
        END-READ
    END-IF.

WALK-AUDIT-CHAINS.
*> AUD-KEY order is run-id then sequence order, so each run's
*> records arrive together and in the order they were chained.
    CLOSE AUDIT-VERIFY-WORK
    OPEN INPUT AUDIT-VERIFY-WORK

    PERFORM UNTIL AUDVWRK-EOF
        READ AUDIT-VERIFY-WORK NEXT RECORD
            AT END
                SET AUDVWRK-EOF TO TRUE
            NOT AT END
                MOVE AUDIT-VERIFY-WORK-RECORD TO AUDIT-RECORD
                IF AUD-RUN-ID NOT = WS-PRIOR-RUN-ID
                    IF WS-PRIOR-RUN-ID NOT = SPACES
                        PERFORM FINISH-RUN-VERIFICATION
                    END-IF
                    PERFORM START-RUN-VERIFICATION
                END-IF
                IF RUN-IN-SCOPE AND RUN-IS-CHAINED
                    PERFORM VERIFY-ONE-AUDIT-RECORD
                END-IF
        END-READ
    END-PERFORM

    IF WS-PRIOR-RUN-ID NOT = SPACES
        PERFORM FINISH-RUN-VERIFICATION
    END-IF.

START-RUN-VERIFICATION.
    MOVE AUD-RUN-ID TO WS-PRIOR-RUN-ID
    MOVE 1 TO WS-EXPECTED-SEQUENCE-NO
    MOVE 0 TO WS-LAST-SEQUENCE-NO
    MOVE SPACES TO WS-PRIOR-CHAIN-VALUE
    MOVE LOW-VALUES TO WS-PRIOR-TIMESTAMP

    IF WS-VFY-FROM-DATE NOT = SPACES
        AND AUD-RUN-ID (1:8) < WS-VFY-FROM-DATE
        MOVE "N" TO WS-RUN-IN-SCOPE-SW
        ADD 1 TO WS-RUNS-OUT-OF-SCOPE-COUNT
    ELSE
        SET RUN-IN-SCOPE TO TRUE
    END-IF

*> A run is chained if its first record on file carries a chain
*> value; one written before chaining was introduced carries none.
    IF AUD-CHAIN-VALUE = SPACES OR AUD-CHAIN-VALUE = LOW-VALUES
        MOVE "N" TO WS-RUN-CHAINED-SW
    ELSE
        SET RUN-IS-CHAINED TO TRUE
    END-IF

    IF RUN-IN-SCOPE
        ADD 1 TO WS-RUNS-VERIFIED-COUNT
        IF NOT RUN-IS-CHAINED
            IF WS-VFY-CHAIN-REQ-DATE NOT = SPACES
                AND AUD-RUN-ID (1:8) >= WS-VFY-CHAIN-REQ-DATE
                MOVE AUD-RUN-ID TO WS-FND-RUN-ID
                MOVE AUD-SEQUENCE-NO TO WS-FND-SEQUENCE
                SET WS-FND-BROKEN TO TRUE
                MOVE "RUN CARRIES NO CHAIN VALUE" TO WS-FND-DETAIL
                PERFORM WRITE-FINDING-LINE
            ELSE
                ADD 1 TO WS-RUNS-UNCHAINED-COUNT
            END-IF
        END-IF
    END-IF.

VERIFY-ONE-AUDIT-RECORD.
    ADD 1 TO WS-RECORDS-VERIFIED-COUNT
    MOVE AUD-CHAIN-VALUE TO WS-STORED-CHAIN-VALUE

*> A gap means records have gone; the record after it cannot be
*> checked against a predecessor that is not there, so the chain is
*> picked up again from its stored value.
    IF AUD-SEQUENCE-NO > WS-EXPECTED-SEQUENCE-NO
        COMPUTE WS-GAP-COUNT =
            AUD-SEQUENCE-NO - WS-EXPECTED-SEQUENCE-NO
        MOVE AUD-RUN-ID TO WS-FND-RUN-ID
        MOVE WS-EXPECTED-SEQUENCE-NO TO WS-FND-SEQUENCE
        SET WS-FND-MISSING TO TRUE
        MOVE WS-GAP-COUNT TO WS-DETAIL-COUNT
        MOVE SPACES TO WS-FND-DETAIL
        STRING WS-DETAIL-COUNT DELIMITED BY SIZE
            " RECORD(S) MISSING BEFORE SEQUENCE " DELIMITED BY SIZE
            AUD-SEQUENCE-NO DELIMITED BY SIZE
            INTO WS-FND-DETAIL
        END-STRING
        PERFORM WRITE-FINDING-LINE
    ELSE
        IF WS-STORED-CHAIN-VALUE = SPACES
            OR WS-STORED-CHAIN-VALUE = LOW-VALUES
            MOVE AUD-RUN-ID TO WS-FND-RUN-ID
            MOVE AUD-SEQUENCE-NO TO WS-FND-SEQUENCE
            SET WS-FND-BROKEN TO TRUE
            MOVE "NO CHAIN VALUE ON A CHAINED RUN" TO WS-FND-DETAIL
            PERFORM WRITE-FINDING-LINE
        ELSE
            MOVE WS-PRIOR-CHAIN-VALUE TO WS-CHAIN-HASH
            PERFORM COMPUTE-AUDIT-CHAIN-VALUE
            IF WS-CHAIN-RETURN-CODE NOT = 0
                MOVE AUD-RUN-ID TO WS-FND-RUN-ID
                MOVE AUD-SEQUENCE-NO TO WS-FND-SEQUENCE
                SET WS-FND-BROKEN TO TRUE
                MOVE "CHAIN VALUE COULD NOT BE RECOMPUTED"
                    TO WS-FND-DETAIL
                PERFORM WRITE-FINDING-LINE
            ELSE
                IF AUD-CHAIN-VALUE NOT = WS-STORED-CHAIN-VALUE
                    PERFORM CHECK-ERASURE-LOGGED
                    IF RECORD-ERASURE-LOGGED
                        ADD 1 TO WS-ERASED-RECORD-COUNT
                    ELSE
                        MOVE AUD-RUN-ID TO WS-FND-RUN-ID
                        MOVE AUD-SEQUENCE-NO TO WS-FND-SEQUENCE
                        SET WS-FND-BROKEN TO TRUE
                        MOVE "CHAIN VALUE DOES NOT MATCH RECORD CONTENTS"
                            TO WS-FND-DETAIL
                        PERFORM WRITE-FINDING-LINE
                    END-IF
                END-IF
            END-IF
        END-IF
    END-IF

    IF AUD-TIMESTAMP (1:16) < WS-PRIOR-TIMESTAMP
        MOVE AUD-RUN-ID TO WS-FND-RUN-ID
        MOVE AUD-SEQUENCE-NO TO WS-FND-SEQUENCE
        SET WS-FND-REORDERED TO TRUE
        MOVE SPACES TO WS-FND-DETAIL
        STRING "TIMESTAMP " DELIMITED BY SIZE
            AUD-TIMESTAMP (1:16) DELIMITED BY SIZE
            " BEFORE PREVIOUS " DELIMITED BY SIZE
            WS-PRIOR-TIMESTAMP DELIMITED BY SIZE
            INTO WS-FND-DETAIL
        END-STRING
        PERFORM WRITE-FINDING-LINE
    END-IF

    MOVE WS-STORED-CHAIN-VALUE TO WS-PRIOR-CHAIN-VALUE
    MOVE AUD-TIMESTAMP (1:16) TO WS-PRIOR-TIMESTAMP
    MOVE AUD-SEQUENCE-NO TO WS-LAST-SEQUENCE-NO
    COMPUTE WS-EXPECTED-SEQUENCE-NO = AUD-SEQUENCE-NO + 1.

FINISH-RUN-VERIFICATION.
*> A batch run registered its audit record count and final chain
*> value; records cut from the end of the run show up only here.
*> The consolidated entry EXAMPLE1J registers has no audit records
*> of its own - its legs are registered and verified separately.
*> An online run-id is never registered.
    IF RUN-IN-SCOPE AND WS-PRIOR-RUN-ID (13:2) = "OL"
        ADD 1 TO WS-ONLINE-RUNS-COUNT
    END-IF
    IF RUN-IN-SCOPE AND RUN-IS-CHAINED
        AND WS-PRIOR-RUN-ID (13:2) NOT = "OL"
        MOVE WS-PRIOR-RUN-ID TO RRG-RUN-ID
        READ RUN-REGISTRY
            INVALID KEY
                MOVE WS-PRIOR-RUN-ID TO WS-FND-RUN-ID
                MOVE WS-LAST-SEQUENCE-NO TO WS-FND-SEQUENCE
                SET WS-FND-MISSING TO TRUE
                MOVE "BATCH RUN NOT ON RUNREG - TAIL NOT PROVEN"
                    TO WS-FND-DETAIL
                PERFORM WRITE-FINDING-LINE
            NOT INVALID KEY
                IF RRG-STREAM-COUNT = 0
                    PERFORM CHECK-RUN-AGAINST-REGISTRY
                END-IF
        END-READ
    END-IF.

CHECK-RUN-AGAINST-REGISTRY.
    MOVE WS-PRIOR-RUN-ID TO WS-FND-RUN-ID
    MOVE WS-LAST-SEQUENCE-NO TO WS-FND-SEQUENCE
    EVALUATE TRUE
        WHEN WS-LAST-SEQUENCE-NO < RRG-AUDIT-RECS
            COMPUTE WS-GAP-COUNT = RRG-AUDIT-RECS - WS-LAST-SEQUENCE-NO
            SET WS-FND-MISSING TO TRUE
            MOVE WS-GAP-COUNT TO WS-DETAIL-COUNT
            MOVE SPACES TO WS-FND-DETAIL
            STRING WS-DETAIL-COUNT DELIMITED BY SIZE
                " RECORD(S) MISSING AFTER LAST ON FILE (RUNREG)"
                    DELIMITED BY SIZE
                INTO WS-FND-DETAIL
            END-STRING
            PERFORM WRITE-FINDING-LINE
        WHEN WS-LAST-SEQUENCE-NO > RRG-AUDIT-RECS
            SET WS-FND-BROKEN TO TRUE
            MOVE "MORE RECORDS ON FILE THAN RUNREG REGISTERED"
                TO WS-FND-DETAIL
            PERFORM WRITE-FINDING-LINE
        WHEN RRG-AUDIT-CHAIN-VALUE NOT = SPACES
            AND RRG-AUDIT-CHAIN-VALUE NOT = LOW-VALUES
            AND RRG-AUDIT-CHAIN-VALUE NOT = WS-PRIOR-CHAIN-VALUE
            SET WS-FND-BROKEN TO TRUE
            MOVE "FINAL CHAIN VALUE DIFFERS FROM RUNREG"
                TO WS-FND-DETAIL
            PERFORM WRITE-FINDING-LINE
        WHEN OTHER
            CONTINUE
    END-EVALUATE.

CHECK-REGISTERED-RUNS-PRESENT.
*> A run deleted wholesale leaves no gap to find in the walk; every
*> registered batch run in scope that wrote audit records must have
*> at least one of them on file.
    MOVE LOW-VALUES TO RRG-RUN-ID
    IF WS-VFY-FROM-DATE NOT = SPACES
        MOVE WS-VFY-FROM-DATE TO RRG-RUN-ID (1:8)
    END-IF
    START RUN-REGISTRY KEY IS NOT LESS THAN RRG-RUN-ID
        INVALID KEY
            SET RUNREG-EOF TO TRUE
    END-START

    PERFORM UNTIL RUNREG-EOF
        READ RUN-REGISTRY NEXT RECORD
            AT END
                SET RUNREG-EOF TO TRUE
            NOT AT END
                IF RRG-STREAM-COUNT = 0
                    AND RRG-AUDIT-RECS > 0
                    PERFORM CHECK-ONE-REGISTERED-RUN
                END-IF
        END-READ
    END-PERFORM.

CHECK-ONE-REGISTERED-RUN.
    MOVE RRG-RUN-ID TO AVW-RUN-ID
    MOVE 0 TO AVW-SEQUENCE-NO
    START AUDIT-VERIFY-WORK KEY IS NOT LESS THAN AVW-KEY
        INVALID KEY
            MOVE HIGH-VALUES TO AVW-RUN-ID
        NOT INVALID KEY
            READ AUDIT-VERIFY-WORK NEXT RECORD
                AT END
                    MOVE HIGH-VALUES TO AVW-RUN-ID
            END-READ
    END-START

    IF AVW-RUN-ID NOT = RRG-RUN-ID
        MOVE RRG-RUN-ID TO WS-FND-RUN-ID
        MOVE 0 TO WS-FND-SEQUENCE
        SET WS-FND-MISSING TO TRUE
        MOVE RRG-AUDIT-RECS TO WS-DETAIL-COUNT
        MOVE SPACES TO WS-FND-DETAIL
        STRING "REGISTERED RUN OF " DELIMITED BY SIZE
            WS-DETAIL-COUNT DELIMITED BY SIZE
            " RECORD(S) HAS NONE ON FILE" DELIMITED BY SIZE
            INTO WS-FND-DETAIL
        END-STRING
        PERFORM WRITE-FINDING-LINE
    END-IF.

COMPUTE-AUDIT-CHAIN-VALUE.
*> Same fold as EXAMPLE1's COMPUTE-AUDIT-CHAIN-VALUE; the three
*> copies must stay identical.
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

WRITE-FINDING-LINE.
    EVALUATE TRUE
        WHEN WS-FND-BROKEN
            ADD 1 TO WS-BROKEN-COUNT
        WHEN WS-FND-MISSING
            ADD 1 TO WS-MISSING-COUNT
        WHEN WS-FND-REORDERED
            ADD 1 TO WS-REORDERED-COUNT
        WHEN WS-FND-CONFLICT
            ADD 1 TO WS-CONFLICT-COUNT
        WHEN WS-FND-ARCHIVE
            ADD 1 TO WS-ARCHIVE-FINDING-COUNT
    END-EVALUATE
    ADD 1 TO WS-TOTAL-FINDING-COUNT
    WRITE VERIFY-REPORT-RECORD FROM WS-FINDING-LINE.

WRITE-REPORT-SUMMARY.
    MOVE SPACES TO VERIFY-REPORT-RECORD
    WRITE VERIFY-REPORT-RECORD

    MOVE "ARCHIVE GENERATIONS READ" TO WS-SUM-LABEL
    MOVE WS-GENERATION-COUNT TO WS-SUM-COUNT
    WRITE VERIFY-REPORT-RECORD FROM WS-SUMMARY-LINE

    MOVE "ARCHIVED RECORDS READ" TO WS-SUM-LABEL
    MOVE WS-ARCHIVE-READ-COUNT TO WS-SUM-COUNT
    WRITE VERIFY-REPORT-RECORD FROM WS-SUMMARY-LINE

    MOVE "LIVE RECORDS READ" TO WS-SUM-LABEL
    MOVE WS-LIVE-READ-COUNT TO WS-SUM-COUNT
    WRITE VERIFY-REPORT-RECORD FROM WS-SUMMARY-LINE

    MOVE "IDENTICAL DUPLICATE COPIES" TO WS-SUM-LABEL
    MOVE WS-DUPLICATE-COPY-COUNT TO WS-SUM-COUNT
    WRITE VERIFY-REPORT-RECORD FROM WS-SUMMARY-LINE

    MOVE "RUNS VERIFIED" TO WS-SUM-LABEL
    MOVE WS-RUNS-VERIFIED-COUNT TO WS-SUM-COUNT
    WRITE VERIFY-REPORT-RECORD FROM WS-SUMMARY-LINE

    MOVE "  OF WHICH ONLINE (NO RUNREG ENTRY)" TO WS-SUM-LABEL
    MOVE WS-ONLINE-RUNS-COUNT TO WS-SUM-COUNT
    WRITE VERIFY-REPORT-RECORD FROM WS-SUMMARY-LINE

    MOVE "RUNS BEFORE CHAINING (NOT JUDGED)" TO WS-SUM-LABEL
    MOVE WS-RUNS-UNCHAINED-COUNT TO WS-SUM-COUNT
    WRITE VERIFY-REPORT-RECORD FROM WS-SUMMARY-LINE

    MOVE "RUNS BEFORE VERIFY-FROM DATE" TO WS-SUM-LABEL
    MOVE WS-RUNS-OUT-OF-SCOPE-COUNT TO WS-SUM-COUNT
    WRITE VERIFY-REPORT-RECORD FROM WS-SUMMARY-LINE

    MOVE "CHAINED RECORDS VERIFIED" TO WS-SUM-LABEL
    MOVE WS-RECORDS-VERIFIED-COUNT TO WS-SUM-COUNT
    WRITE VERIFY-REPORT-RECORD FROM WS-SUMMARY-LINE

    MOVE "SCRUBBED UNDER A LOGGED ERASURE" TO WS-SUM-LABEL
    MOVE WS-ERASED-RECORD-COUNT TO WS-SUM-COUNT
    WRITE VERIFY-REPORT-RECORD FROM WS-SUMMARY-LINE

    MOVE "COPIES SUPERSEDED BY A LOGGED ERASURE" TO WS-SUM-LABEL
    MOVE WS-ERASED-COPY-COUNT TO WS-SUM-COUNT
    WRITE VERIFY-REPORT-RECORD FROM WS-SUMMARY-LINE

    MOVE "FINDINGS - BROKEN" TO WS-SUM-LABEL
    MOVE WS-BROKEN-COUNT TO WS-SUM-COUNT
    WRITE VERIFY-REPORT-RECORD FROM WS-SUMMARY-LINE

    MOVE "FINDINGS - MISSING" TO WS-SUM-LABEL
    MOVE WS-MISSING-COUNT TO WS-SUM-COUNT
    WRITE VERIFY-REPORT-RECORD FROM WS-SUMMARY-LINE

    MOVE "FINDINGS - REORDERED" TO WS-SUM-LABEL
    MOVE WS-REORDERED-COUNT TO WS-SUM-COUNT
    WRITE VERIFY-REPORT-RECORD FROM WS-SUMMARY-LINE

    MOVE "FINDINGS - CONFLICTING COPIES" TO WS-SUM-LABEL
    MOVE WS-CONFLICT-COUNT TO WS-SUM-COUNT
    WRITE VERIFY-REPORT-RECORD FROM WS-SUMMARY-LINE

    MOVE "FINDINGS - ARCHIVE OUT OF BALANCE" TO WS-SUM-LABEL
    MOVE WS-ARCHIVE-FINDING-COUNT TO WS-SUM-COUNT
    WRITE VERIFY-REPORT-RECORD FROM WS-SUMMARY-LINE.

CLOSE-FILES.
    CLOSE ARCHIVE-EXTRACT-IN
    CLOSE AUDIT-FILE-IN
    CLOSE RUN-REGISTRY
    IF ERASLOG-PRESENT
        CLOSE ERASURE-LOG
    END-IF
    CLOSE AUDIT-VERIFY-WORK
    CLOSE VERIFY-REPORT-OUT.
