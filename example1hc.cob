IDENTIFICATION DIVISION.
PROGRAM-ID. EXAMPLE1HC.

*> Known-answer certification of the hashing and encoding routines.
*> Every hash this system has ever sent to IDM came out of the
*> SHA1_HASH, SHA256_HASH, HMAC_SHA256 and BASE64_ENCODE routines,
*> and nothing proved they still gave the right answers after a
*> library upgrade until a downstream system failed to match.  This
*> job runs the controlled TESTVEC file - inputs with their published
*> SHA-1, SHA-256 and HMAC-SHA-256 digests (the HMAC ones with the
*> secret they were keyed with) and base64 encodings - through the
*> same CALLs EXAMPLE1 makes and checks each answer, then optionally
*> re-hashes a sample of the keys behind a prior run's HASHRPT
*> (resolved through TOKENXRF, the same way EXAMPLE1R resolves them)
*> and checks the library still gives the hashes that run sent.  It
*> prints a pass/fail line per check on the HASHCERT certificate and
*> records the outcome on the CERTREG certification register
*> (WSCRTREG) against the library level named on the control card.
*> Until that level has a clean certificate, EXAMPLE1 and EX1O refuse
*> to hash and EXAMPLE1D will not pass a run.
*>
*> Every routine must pass at least one vector; a TESTVEC that leaves
*> one untested cannot certify the level.  A hex digest is compared
*> without regard to case, as published digests are printed in
*> either; a base64 value and the sample's re-hashes are compared
*> exactly.  A sample key that no longer resolves (erased since the
*> run) or whose line carries no hash is skipped, not failed.
*>
*> HASHRPT lines carry no source, but a run writes each source's
*> lines together in the order its RUNREG source list gives them, so
*> the RRG-SRC-REPORTED counts say which source - and so which
*> algorithm - each line came from; a consolidated EXAMPLE1J run is
*> mapped leg by leg from the legs' own entries, in the order their
*> segments were merged.  A keyed SHA-256 slot is re-hashed with
*> HMAC_SHA256 under the run's secret version, read from SECREF
*> (retired versions stay on file, as EXAMPLE1Q relies on); any other
*> SHA-256 slot with SHA256_HASH.  When a run mixed keyed and unkeyed
*> sources and its counts do not add up to the lines on HASHRPT, or
*> the secret cannot be read, the SHA-256 slot is skipped.  A source
*> whose files arrived apart in one window is registered once with
*> all its lines, so in a run that mixed keyed and unkeyed sources
*> its later lines can be taken for the next source's.  Such a line
*> fails with its token shown; once it is confirmed against the run's
*> KEYIN, the level is certified again with a sample from another
*> run.
*>
*> Condition codes: 0 certified, 4 certified but the sample asked for
*> could not be taken, 16 not certified (recorded on the register),
*> or no control card or no test vectors (nothing recorded, the
*> register left as it was).

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
*> Controlled known-answer file, maintained under change control with
*> the library itself.
    SELECT TEST-VECTOR-IN ASSIGN TO "TESTVEC"
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS WS-TESTVEC-FILE-STATUS.

    SELECT HASH-REPORT-IN ASSIGN TO "HASHRPT"
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS WS-HASHRPT-FILE-STATUS.

*> HR-KEY on the report is a surrogate token; the cross-reference
*> resolves it back to the key value that is re-hashed.
    SELECT TOKEN-XREF ASSIGN TO "TOKENXRF"
        ORGANIZATION INDEXED
        ACCESS MODE RANDOM
        RECORD KEY IS TKX-KEY-VALUE
        ALTERNATE RECORD KEY IS TKX-TOKEN
        FILE STATUS IS WS-TOKENXRF-FILE-STATUS.

*> Run registry written by EXAMPLE1: proves which run wrote the
*> sampled HASHRPT and gives the algorithm/format that run used.
    SELECT RUN-REGISTRY ASSIGN TO "RUNREG"
        ORGANIZATION INDEXED
        ACCESS MODE RANDOM
        RECORD KEY IS RRG-RUN-ID
        FILE STATUS IS WS-RUNREG-FILE-STATUS.

*> Keyed-hash secrets, opened only when the sampled run keyed some of
*> its SHA-256 hashes; no secret is ever displayed or kept.
    SELECT SECRET-REF ASSIGN TO "SECREF"
        ORGANIZATION INDEXED
        ACCESS MODE RANDOM
        RECORD KEY IS SCR-SECRET-VERSION
        FILE STATUS IS WS-SECREF-FILE-STATUS.

    SELECT CERT-REGISTER ASSIGN TO "CERTREG"
        ORGANIZATION INDEXED
        ACCESS MODE RANDOM
        RECORD KEY IS HCR-KEY
        FILE STATUS IS WS-CERTREG-FILE-STATUS.

    SELECT CERT-REPORT-OUT ASSIGN TO "HASHCERT"
        ORGANIZATION LINE SEQUENTIAL.

*> Same one-record parameter card convention as CTLCARD/RECONCTL.
    SELECT CERT-CONTROL-IN ASSIGN TO "HCERTCTL"
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS WS-HCERTCTL-FILE-STATUS.

DATA DIVISION.
FILE SECTION.
FD  TEST-VECTOR-IN.
01  TEST-VECTOR-RECORD          PIC X(120).

FD  HASH-REPORT-IN.
01  HASH-REPORT-RECORD          PIC X(300).

FD  TOKEN-XREF.
COPY WSTOKXRF.

FD  RUN-REGISTRY.
COPY WSRUNREG.

FD  SECRET-REF.
COPY WSSECREF.

FD  CERT-REGISTER.
COPY WSCRTREG.

FD  CERT-REPORT-OUT.
01  CERT-REPORT-RECORD          PIC X(132).

FD  CERT-CONTROL-IN.
01  CERT-CONTROL-RECORD         PIC X(80).

WORKING-STORAGE SECTION.

COPY WSCTRL.

COPY WSHASHRPT.

COPY WSHDRTRL.

COPY WSRCTAB.

01  WS-TESTVEC-FILE-STATUS      PIC X(2) VALUE "00".
    88  WS-TESTVEC-FILE-FOUND           VALUE "00".
    88  WS-TESTVEC-FILE-NOT-FOUND       VALUE "35".

01  WS-HASHRPT-FILE-STATUS      PIC X(2) VALUE "00".
    88  WS-HASHRPT-FILE-FOUND           VALUE "00".
    88  WS-HASHRPT-FILE-NOT-FOUND       VALUE "35".

01  WS-TOKENXRF-FILE-STATUS     PIC X(2) VALUE "00".
    88  WS-TOKENXRF-FILE-FOUND          VALUE "00".
    88  WS-TOKENXRF-FILE-NOT-FOUND      VALUE "35".

01  WS-RUNREG-FILE-STATUS       PIC X(2) VALUE "00".
    88  WS-RUNREG-FILE-FOUND            VALUE "00".
    88  WS-RUNREG-FILE-NOT-FOUND        VALUE "35".

01  WS-SECREF-FILE-STATUS       PIC X(2) VALUE "00".
    88  WS-SECREF-FILE-FOUND            VALUE "00".
    88  WS-SECREF-FILE-NOT-FOUND        VALUE "35".

01  WS-CERTREG-FILE-STATUS      PIC X(2) VALUE "00".
    88  WS-CERTREG-FILE-FOUND           VALUE "00".
    88  WS-CERTREG-FILE-NOT-FOUND       VALUE "35".
    88  WS-CERTREG-FILE-OK              VALUE "00".

01  WS-HCERTCTL-FILE-STATUS     PIC X(2) VALUE "00".
    88  WS-HCERTCTL-FILE-FOUND          VALUE "00".
    88  WS-HCERTCTL-FILE-NOT-FOUND      VALUE "35".

01  WS-EOF-SWITCHES.
    05  WS-TESTVEC-EOF          PIC X VALUE "N".
        88  TESTVEC-EOF                 VALUE "Y".
    05  WS-HASH-REPORT-EOF      PIC X VALUE "N".
        88  HASH-REPORT-EOF             VALUE "Y".
    05  WS-HCERTCTL-EOF         PIC X VALUE "N".
        88  HCERTCTL-EOF                VALUE "Y".

*> HCERTCTL is one record, positional:
*>     columns  1-8   library level being certified (required; the
*>                    CERTREG key, and the level that becomes current)
*>     columns 10-14  sample interval - re-hash every Nth HASHRPT
*>                    detail line (digits; blank or zero = no sample)
*>     columns 16-20  most lines to sample (digits, default 100)
01  WS-CERT-CONTROL-LINE.
    05  WS-HCC-LIBRARY-LEVEL    PIC X(8).
    05  FILLER                  PIC X.
    05  WS-HCC-SAMPLE-INTERVAL  PIC 9(5).
    05  FILLER                  PIC X.
    05  WS-HCC-SAMPLE-MAXIMUM   PIC 9(5).
    05  FILLER                  PIC X(60).

01  WS-DEFAULT-SAMPLE-MAXIMUM   PIC 9(5) VALUE 100.

*> TESTVEC layout, one value per record:
*>     columns  1-8   vector id
*>     columns 10-17  INPUT, or the expected result of one routine
*>                    for that input: SHA1 / SHA256 (hex digest),
*>                    HMAC256 (hex digest keyed with the vector's
*>                    SECRET) or BASE64 (encoding of the input
*>                    itself, which must then be no longer than 64
*>                    bytes); or SECRET, the HMAC key for the input
*>                    (no longer than 64 bytes, the HMAC_SHA256
*>                    secret area)
*>     columns 19-118 the value
*> Each INPUT is followed by its expected values under the same id,
*> with its SECRET ahead of any HMAC256 value; the published RFC 4231
*> cases whose key and data are printable text can be used as they
*> stand.
*> An input runs to its last non-blank character.  An asterisk in
*> column 1 marks a comment.
01  WS-TEST-VECTOR-LINE.
    05  WS-TVL-VECTOR-ID        PIC X(8).
    05  FILLER                  PIC X.
    05  WS-TVL-TYPE             PIC X(8).
        88  TVL-IS-INPUT                VALUE "INPUT".
        88  TVL-IS-SHA1                 VALUE "SHA1".
        88  TVL-IS-SHA256               VALUE "SHA256".
        88  TVL-IS-BASE64               VALUE "BASE64".
        88  TVL-IS-HMAC256              VALUE "HMAC256".
        88  TVL-IS-SECRET               VALUE "SECRET".
    05  FILLER                  PIC X.
    05  WS-TVL-VALUE            PIC X(100).
    05  FILLER                  PIC X(2).

01  WS-VECTOR-ID                PIC X(8) VALUE SPACES.
01  WS-VECTOR-INPUT             PIC X(100) VALUE SPACES.

*> Same CALL work areas as EXAMPLE1.
01  INPUT-KEY                   PIC X(100).
01  HASH-OUTPUT                 PIC X(88).
01  WS-RETURN-CODE              PIC S9(4) COMP.
01  WS-BASE64-WORK              PIC X(64).
01  WS-HMAC-SECRET              PIC X(64) VALUE SPACES.

01  WS-VECTOR-SECRET            PIC X(64) VALUE SPACES.

01  WS-EXPECTED-VALUE           PIC X(88).
01  WS-ACTUAL-VALUE             PIC X(88).
01  WS-MISMATCH-REASON          PIC X(40).
01  WS-REPORTED-RC              PIC S9(4).
01  WS-EDIT-RC                  PIC -9(4).
01  WS-CHECK-FAILED-SW          PIC X VALUE "N".
    88  CHECK-FAILED                    VALUE "Y".

01  WS-CURRENT-TIMESTAMP        PIC X(21).
01  WS-INPUT-RUN-ID             PIC X(14) VALUE SPACES.
01  WS-RUN-SOURCE-COUNT         PIC 9 VALUE 0.
01  WS-RUN-SOURCE-SUB           PIC 9.

01  WS-SAMPLE-REQUESTED-SW      PIC X VALUE "N".
    88  SAMPLE-REQUESTED                VALUE "Y".
01  WS-SAMPLE-TAKEN-SW          PIC X VALUE "N".
    88  SAMPLE-WAS-TAKEN                VALUE "Y".
01  WS-SAMPLE-NOT-TAKEN-REASON  PIC X(40) VALUE SPACES.
01  WS-KEYED-IN-RUN-SW          PIC X VALUE "N".
    88  KEYED-SLOTS-IN-RUN              VALUE "Y".
01  WS-UNKEYED-IN-RUN-SW        PIC X VALUE "N".
    88  UNKEYED-SLOTS-IN-RUN            VALUE "Y".
01  WS-LINE-SOURCES-SW          PIC X VALUE "Y".
    88  LINE-SOURCES-KNOWN              VALUE "Y".
01  WS-SECREF-OPEN-SW           PIC X VALUE "N".
    88  SECREF-IS-OPEN                  VALUE "Y".

*> The sampled run's HASHRPT lines by source, in the order they were
*> written: one entry per source of the run, or per source of each
*> leg of a consolidated run (4 legs of 6 sources at most), holding
*> the number of the last line that source wrote.
01  WS-SAMPLE-RANGE-TABLE.
    05  WS-SRG-COUNT            PIC 9(2) VALUE 0.
    05  WS-SRG-ENTRY            OCCURS 24 TIMES.
        10  WS-SRG-LAST-LINE    PIC 9(9).
        10  WS-SRG-KEYED-SW     PIC X.
            88  SRG-SOURCE-KEYED        VALUE "Y".
        10  WS-SRG-SECRET-VERSION
                                PIC 9(4).
01  WS-SRG-SUB                  PIC 9(2) VALUE 1.
01  WS-SRG-LINES-TOTAL          PIC 9(9) VALUE 0.
01  WS-RANGE-ALGORITHM          PIC X(8).
01  WS-RANGE-LINES              PIC 9(9).
01  WS-REPORT-DETAIL-COUNT      PIC 9(9) VALUE 0.

*> Consolidated entry's leg list, kept while the legs are read.
01  WS-SAMPLE-STREAM-LIST.
    05  WS-SSL-COUNT            PIC 9.
    05  WS-SSL-RUN-ID           PIC X(14) OCCURS 4 TIMES.
01  WS-SSL-SUB                  PIC 9.

01  WS-RUN-SECRET-VERSION       PIC 9(4) VALUE 0.
01  WS-LINE-SECRET-VERSION      PIC 9(4).
01  WS-LINE-KEYED-SW            PIC X VALUE "N".
    88  LINE-SLOT-KEYED                 VALUE "Y".
01  WS-LINE-CHECKED-SW          PIC X VALUE "N".
    88  LINE-WAS-CHECKED                VALUE "Y".
01  WS-CERTIFIED-SW             PIC X VALUE "N".
    88  LIBRARY-CERTIFIED               VALUE "Y".

01  WS-VECTOR-RECORDS-READ      PIC 9(5) VALUE 0.
01  WS-VECTOR-INPUT-COUNT       PIC 9(5) VALUE 0.
01  WS-VECTOR-CHECK-COUNT       PIC 9(5) VALUE 0.
01  WS-VECTOR-FAIL-COUNT        PIC 9(5) VALUE 0.
*> Each routine must have been put through at least one vector.
01  WS-ROUTINE-CHECK-COUNTS.
    05  WS-SHA1-VECTOR-CHECKS   PIC 9(5) VALUE 0.
    05  WS-SHA256-VECTOR-CHECKS PIC 9(5) VALUE 0.
    05  WS-HMAC256-VECTOR-CHECKS
                                PIC 9(5) VALUE 0.
    05  WS-BASE64-VECTOR-CHECKS PIC 9(5) VALUE 0.
01  WS-UNTESTED-ROUTINES        PIC X(60) VALUE SPACES.
01  WS-UNTESTED-POINTER         PIC 9(3).
01  WS-REPORT-LINE-COUNT        PIC 9(9) VALUE 0.
01  WS-SAMPLE-LINE-COUNT        PIC 9(5) VALUE 0.
01  WS-SAMPLE-CHECK-COUNT       PIC 9(5) VALUE 0.
01  WS-SAMPLE-FAIL-COUNT        PIC 9(5) VALUE 0.
01  WS-SAMPLE-SKIP-COUNT        PIC 9(5) VALUE 0.
01  WS-EDIT-COUNT               PIC Z(4)9.
01  WS-EDIT-COUNT-2             PIC Z(4)9.
01  WS-EDIT-COUNT-3             PIC Z(4)9.

01  WS-CERT-HEADING-1.
    05  FILLER                  PIC X(36)
        VALUE "HASHING LIBRARY CERTIFICATE   LEVEL ".
    05  WS-CH1-LIBRARY-LEVEL    PIC X(8).
    05  FILLER                  PIC X(11) VALUE "  PRODUCED ".
    05  WS-CH1-DATE             PIC X(8).
    05  FILLER                  PIC X VALUE SPACE.
    05  WS-CH1-TIME             PIC X(6).

01  WS-CERT-HEADING-2.
    05  FILLER                  PIC X(8) VALUE "CHECK".
    05  FILLER                  PIC X(24) VALUE "VECTOR / TOKEN".
    05  FILLER                  PIC X(10) VALUE "ROUTINE".
    05  FILLER                  PIC X(6) VALUE "RESULT".
    05  FILLER                  PIC X(40) VALUE "REASON".

01  WS-CERT-DETAIL-LINE.
    05  WS-CDL-CHECK            PIC X(6).
    05  FILLER                  PIC X(2) VALUE SPACES.
    05  WS-CDL-ID               PIC X(22).
    05  FILLER                  PIC X(2) VALUE SPACES.
    05  WS-CDL-ALGORITHM        PIC X(8).
    05  FILLER                  PIC X(2) VALUE SPACES.
    05  WS-CDL-RESULT           PIC X(4).
    05  FILLER                  PIC X(2) VALUE SPACES.
    05  WS-CDL-REASON           PIC X(40).

*> Published values only - a failing test vector shows both sides.
*> A sample line never shows a hash, only the token.
01  WS-CERT-VALUE-LINE.
    05  FILLER                  PIC X(8) VALUE SPACES.
    05  WS-CVL-LABEL            PIC X(10).
    05  WS-CVL-VALUE            PIC X(88).

01  WS-CERT-TEXT-LINE           PIC X(132).

01  WS-CERT-VERDICT-LINE.
    05  FILLER                  PIC X(10) VALUE "VERDICT:  ".
    05  WS-CERT-VERDICT         PIC X(70).

PROCEDURE DIVISION.

MAIN-PROCESSING.
    MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP

    PERFORM LOAD-CERT-CONTROL
    PERFORM OPEN-FILES
    PERFORM WRITE-CERT-HEADINGS
    PERFORM CHECK-TEST-VECTORS
    IF SAMPLE-REQUESTED
        PERFORM CHECK-PRIOR-RUN-SAMPLE
    END-IF
    PERFORM DECIDE-CERTIFICATION
    PERFORM WRITE-CERT-SUMMARY
    PERFORM RECORD-CERTIFICATION
    PERFORM CLOSE-FILES

    DISPLAY "Test vectors: checks " WS-VECTOR-CHECK-COUNT
        " failed " WS-VECTOR-FAIL-COUNT
        "  Sample: checks " WS-SAMPLE-CHECK-COUNT
        " failed " WS-SAMPLE-FAIL-COUNT
        " skipped " WS-SAMPLE-SKIP-COUNT

    IF LIBRARY-CERTIFIED
        DISPLAY "Hashing library level " WS-HCC-LIBRARY-LEVEL
            " certified"
        IF SAMPLE-REQUESTED AND NOT SAMPLE-WAS-TAKEN
            MOVE 4 TO RETURN-CODE
        END-IF
    ELSE
        DISPLAY "Hashing library level " WS-HCC-LIBRARY-LEVEL
            " NOT certified - EXAMPLE1 and EX1O will not hash until "
            "it is"
        MOVE 16 TO RETURN-CODE
    END-IF

    STOP RUN.

LOAD-CERT-CONTROL.
*> The level is what the certificate is for, so there is no default:
*> without it nothing can be recorded.
    MOVE SPACES TO WS-CERT-CONTROL-LINE

    OPEN INPUT CERT-CONTROL-IN
    IF WS-HCERTCTL-FILE-FOUND
        READ CERT-CONTROL-IN INTO WS-CERT-CONTROL-LINE
            AT END
                SET HCERTCTL-EOF TO TRUE
        END-READ
        CLOSE CERT-CONTROL-IN
    END-IF

    IF WS-HCC-LIBRARY-LEVEL = SPACES
        OR WS-HCC-LIBRARY-LEVEL = "CURRENT"
        DISPLAY "Certification control card HCERTCTL missing or names"
            " no usable library level - nothing certified"
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF

    IF WS-HCC-SAMPLE-INTERVAL NOT NUMERIC
        MOVE 0 TO WS-HCC-SAMPLE-INTERVAL
    END-IF
    IF WS-HCC-SAMPLE-INTERVAL > 0
        SET SAMPLE-REQUESTED TO TRUE
    END-IF

    IF WS-HCC-SAMPLE-MAXIMUM NOT NUMERIC
        OR WS-HCC-SAMPLE-MAXIMUM = 0
        MOVE WS-DEFAULT-SAMPLE-MAXIMUM TO WS-HCC-SAMPLE-MAXIMUM
    END-IF

    DISPLAY "Certification control: library level="
        WS-HCC-LIBRARY-LEVEL " sample interval="
        WS-HCC-SAMPLE-INTERVAL " sample maximum="
        WS-HCC-SAMPLE-MAXIMUM.

OPEN-FILES.
    OPEN INPUT TEST-VECTOR-IN
    IF NOT WS-TESTVEC-FILE-FOUND
        DISPLAY "Test vector file TESTVEC not available, status "
            WS-TESTVEC-FILE-STATUS " - nothing certified"
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF

*> First execution against a freshly defined cluster: create the
*> register, then reopen it for keyed update.
    OPEN I-O CERT-REGISTER
    IF WS-CERTREG-FILE-NOT-FOUND
        OPEN OUTPUT CERT-REGISTER
        CLOSE CERT-REGISTER
        OPEN I-O CERT-REGISTER
    END-IF
    IF NOT WS-CERTREG-FILE-FOUND
        DISPLAY "Certification register CERTREG not available, "
            "status " WS-CERTREG-FILE-STATUS " - nothing certified"
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF

    OPEN OUTPUT CERT-REPORT-OUT.

WRITE-CERT-HEADINGS.
    MOVE WS-HCC-LIBRARY-LEVEL TO WS-CH1-LIBRARY-LEVEL
    MOVE WS-CURRENT-TIMESTAMP (1:8) TO WS-CH1-DATE
    MOVE WS-CURRENT-TIMESTAMP (9:6) TO WS-CH1-TIME
    WRITE CERT-REPORT-RECORD FROM WS-CERT-HEADING-1
    WRITE CERT-REPORT-RECORD FROM WS-CERT-HEADING-2.

CHECK-TEST-VECTORS.
    PERFORM UNTIL TESTVEC-EOF
        READ TEST-VECTOR-IN INTO WS-TEST-VECTOR-LINE
            AT END
                SET TESTVEC-EOF TO TRUE
            NOT AT END
                ADD 1 TO WS-VECTOR-RECORDS-READ
                IF WS-TEST-VECTOR-LINE (1:1) NOT = "*"
                    AND WS-TEST-VECTOR-LINE NOT = SPACES
                    PERFORM PROCESS-TEST-VECTOR-RECORD
                END-IF
        END-READ
    END-PERFORM

    DISPLAY "Test vector file: " WS-VECTOR-RECORDS-READ " records, "
        WS-VECTOR-INPUT-COUNT " inputs".

PROCESS-TEST-VECTOR-RECORD.
*> A record the job cannot make sense of is a failed check, not a
*> skipped one: the controlled file is part of what is certified.
    EVALUATE TRUE
        WHEN TVL-IS-INPUT
            MOVE WS-TVL-VECTOR-ID TO WS-VECTOR-ID
            MOVE WS-TVL-VALUE TO WS-VECTOR-INPUT
            MOVE SPACES TO WS-VECTOR-SECRET
            ADD 1 TO WS-VECTOR-INPUT-COUNT
        WHEN NOT (TVL-IS-SHA1 OR TVL-IS-SHA256 OR TVL-IS-BASE64
                  OR TVL-IS-HMAC256 OR TVL-IS-SECRET)
            MOVE "UNKNOWN TEST VECTOR RECORD TYPE"
                TO WS-MISMATCH-REASON
            PERFORM REJECT-TEST-VECTOR-RECORD
        WHEN WS-VECTOR-ID = SPACES
            OR WS-TVL-VECTOR-ID NOT = WS-VECTOR-ID
            MOVE "EXPECTED VALUE WITHOUT ITS INPUT"
                TO WS-MISMATCH-REASON
            PERFORM REJECT-TEST-VECTOR-RECORD
        WHEN WS-TVL-VALUE (89:12) NOT = SPACES
            MOVE "EXPECTED VALUE LONGER THAN 88 BYTES"
                TO WS-MISMATCH-REASON
            PERFORM REJECT-TEST-VECTOR-RECORD
        WHEN TVL-IS-SHA1
            PERFORM CHECK-SHA1-VECTOR
        WHEN TVL-IS-SHA256
            PERFORM CHECK-SHA256-VECTOR
        WHEN TVL-IS-BASE64
            PERFORM CHECK-BASE64-VECTOR
        WHEN TVL-IS-SECRET
            PERFORM HOLD-VECTOR-SECRET
        WHEN TVL-IS-HMAC256
            PERFORM CHECK-HMAC256-VECTOR
    END-EVALUATE.

REJECT-TEST-VECTOR-RECORD.
    ADD 1 TO WS-VECTOR-CHECK-COUNT
    ADD 1 TO WS-VECTOR-FAIL-COUNT
    MOVE SPACES TO WS-CERT-DETAIL-LINE
    MOVE "VECTOR" TO WS-CDL-CHECK
    MOVE WS-TVL-VECTOR-ID TO WS-CDL-ID
    MOVE WS-TVL-TYPE TO WS-CDL-ALGORITHM
    MOVE "FAIL" TO WS-CDL-RESULT
    MOVE WS-MISMATCH-REASON TO WS-CDL-REASON
    WRITE CERT-REPORT-RECORD FROM WS-CERT-DETAIL-LINE.

CHECK-SHA1-VECTOR.
    MOVE WS-VECTOR-INPUT TO INPUT-KEY
    MOVE SPACES TO HASH-OUTPUT
    MOVE 0 TO WS-RETURN-CODE
    CALL 'SHA1_HASH'
        USING BY REFERENCE INPUT-KEY
              BY REFERENCE HASH-OUTPUT
              BY REFERENCE WS-RETURN-CODE
    END-CALL
    PERFORM CHECK-HEX-VECTOR.

CHECK-SHA256-VECTOR.
    MOVE WS-VECTOR-INPUT TO INPUT-KEY
    MOVE SPACES TO HASH-OUTPUT
    MOVE 0 TO WS-RETURN-CODE
    CALL 'SHA256_HASH'
        USING BY REFERENCE INPUT-KEY
              BY REFERENCE HASH-OUTPUT
              BY REFERENCE WS-RETURN-CODE
    END-CALL
    PERFORM CHECK-HEX-VECTOR.

HOLD-VECTOR-SECRET.
*> Not a check in itself; the HMAC256 values that follow use it.
    IF WS-TVL-VALUE (65:36) NOT = SPACES
        MOVE "SECRET LONGER THAN 64 BYTES" TO WS-MISMATCH-REASON
        PERFORM REJECT-TEST-VECTOR-RECORD
    ELSE
        MOVE WS-TVL-VALUE (1:64) TO WS-VECTOR-SECRET
    END-IF.

CHECK-HMAC256-VECTOR.
*> Called as EXAMPLE1 calls it for an HMAC256 source.
    IF WS-VECTOR-SECRET = SPACES
        MOVE "HMAC256 VALUE WITHOUT ITS SECRET" TO WS-MISMATCH-REASON
        PERFORM REJECT-TEST-VECTOR-RECORD
    ELSE
        MOVE WS-VECTOR-SECRET TO WS-HMAC-SECRET
        MOVE WS-VECTOR-INPUT TO INPUT-KEY
        MOVE SPACES TO HASH-OUTPUT
        MOVE 0 TO WS-RETURN-CODE
        CALL 'HMAC_SHA256'
            USING BY REFERENCE WS-HMAC-SECRET
                  BY REFERENCE INPUT-KEY
                  BY REFERENCE HASH-OUTPUT
                  BY REFERENCE WS-RETURN-CODE
        END-CALL
        MOVE SPACES TO WS-HMAC-SECRET
        PERFORM CHECK-HEX-VECTOR
    END-IF.

CHECK-HEX-VECTOR.
    MOVE FUNCTION UPPER-CASE (WS-TVL-VALUE (1:88))
        TO WS-EXPECTED-VALUE
    MOVE FUNCTION UPPER-CASE (HASH-OUTPUT) TO WS-ACTUAL-VALUE
    MOVE "DIGEST DIFFERS FROM PUBLISHED VALUE" TO WS-MISMATCH-REASON
    PERFORM RECORD-VECTOR-CHECK.

CHECK-BASE64-VECTOR.
*> BASE64_ENCODE takes a 64-byte work area, as in EXAMPLE1.
    IF WS-VECTOR-INPUT (65:36) NOT = SPACES
        MOVE "INPUT LONGER THAN 64 BYTES" TO WS-MISMATCH-REASON
        PERFORM REJECT-TEST-VECTOR-RECORD
    ELSE
        MOVE WS-VECTOR-INPUT (1:64) TO WS-BASE64-WORK
        MOVE SPACES TO HASH-OUTPUT
        MOVE 0 TO WS-RETURN-CODE
        CALL 'BASE64_ENCODE'
            USING BY REFERENCE WS-BASE64-WORK
                  BY REFERENCE HASH-OUTPUT
                  BY REFERENCE WS-RETURN-CODE
        END-CALL
        MOVE WS-TVL-VALUE (1:88) TO WS-EXPECTED-VALUE
        MOVE HASH-OUTPUT TO WS-ACTUAL-VALUE
        MOVE "ENCODING DIFFERS FROM PUBLISHED VALUE"
            TO WS-MISMATCH-REASON
        PERFORM RECORD-VECTOR-CHECK
    END-IF.

RECORD-VECTOR-CHECK.
    ADD 1 TO WS-VECTOR-CHECK-COUNT
    EVALUATE TRUE
        WHEN TVL-IS-SHA1
            ADD 1 TO WS-SHA1-VECTOR-CHECKS
        WHEN TVL-IS-SHA256
            ADD 1 TO WS-SHA256-VECTOR-CHECKS
        WHEN TVL-IS-HMAC256
            ADD 1 TO WS-HMAC256-VECTOR-CHECKS
        WHEN TVL-IS-BASE64
            ADD 1 TO WS-BASE64-VECTOR-CHECKS
    END-EVALUATE
    MOVE SPACES TO WS-CERT-DETAIL-LINE
    MOVE "VECTOR" TO WS-CDL-CHECK
    MOVE WS-VECTOR-ID TO WS-CDL-ID
    MOVE WS-TVL-TYPE TO WS-CDL-ALGORITHM
    PERFORM JUDGE-CHECK
    WRITE CERT-REPORT-RECORD FROM WS-CERT-DETAIL-LINE

    IF CHECK-FAILED
        ADD 1 TO WS-VECTOR-FAIL-COUNT
        IF WS-RETURN-CODE = 0
            MOVE "EXPECTED" TO WS-CVL-LABEL
            MOVE WS-EXPECTED-VALUE TO WS-CVL-VALUE
            WRITE CERT-REPORT-RECORD FROM WS-CERT-VALUE-LINE
            MOVE "ACTUAL" TO WS-CVL-LABEL
            MOVE WS-ACTUAL-VALUE TO WS-CVL-VALUE
            WRITE CERT-REPORT-RECORD FROM WS-CERT-VALUE-LINE
        END-IF
    END-IF.

JUDGE-CHECK.
*> A routine that returns non-zero fails the check whatever it left
*> in the output area.
    MOVE "N" TO WS-CHECK-FAILED-SW
    MOVE SPACES TO WS-CDL-REASON
    EVALUATE TRUE
        WHEN WS-RETURN-CODE NOT = 0
            SET CHECK-FAILED TO TRUE
            MOVE WS-RETURN-CODE TO WS-RC-LOOKUP-CODE
            PERFORM DECODE-RETURN-CODE
            MOVE WS-RETURN-CODE TO WS-EDIT-RC
            STRING "RC " WS-EDIT-RC " " WS-RC-REASON-OUT
                DELIMITED BY SIZE INTO WS-CDL-REASON
            END-STRING
        WHEN WS-ACTUAL-VALUE NOT = WS-EXPECTED-VALUE
            SET CHECK-FAILED TO TRUE
            MOVE WS-MISMATCH-REASON TO WS-CDL-REASON
    END-EVALUATE

    IF CHECK-FAILED
        MOVE "FAIL" TO WS-CDL-RESULT
    ELSE
        MOVE "PASS" TO WS-CDL-RESULT
    END-IF.

CHECK-PRIOR-RUN-SAMPLE.
*> The sample proves the library still gives the answers a real run
*> sent, so it is taken only from a run the registry knows and that
*> did not end with condition code 16.  A sample that cannot be
*> taken is reported but does not by itself fail the certificate.
    PERFORM IDENTIFY-SAMPLE-RUN

    IF WS-SAMPLE-NOT-TAKEN-REASON = SPACES
        PERFORM RE-HASH-SAMPLE-LINES
    ELSE
        DISPLAY "WARNING: prior run sample not taken - "
            WS-SAMPLE-NOT-TAKEN-REASON
    END-IF.

IDENTIFY-SAMPLE-RUN.
    OPEN INPUT HASH-REPORT-IN
    IF NOT WS-HASHRPT-FILE-FOUND
        MOVE "HASHRPT NOT AVAILABLE" TO WS-SAMPLE-NOT-TAKEN-REASON
    ELSE
        PERFORM UNTIL HASH-REPORT-EOF
            READ HASH-REPORT-IN INTO HASH-REPORT-LINE
                AT END
                    SET HASH-REPORT-EOF TO TRUE
                NOT AT END
                    IF HASH-REPORT-LINE (1:3) = "TRL"
                        MOVE HASH-REPORT-LINE (1:26)
                            TO FILE-TRAILER-RECORD
                        MOVE FT-RUN-ID TO WS-INPUT-RUN-ID
                    ELSE
                        ADD 1 TO WS-REPORT-DETAIL-COUNT
                    END-IF
            END-READ
        END-PERFORM
        CLOSE HASH-REPORT-IN
        IF WS-INPUT-RUN-ID = SPACES
            MOVE "HASHRPT CARRIES NO RUN-ID TRAILER"
                TO WS-SAMPLE-NOT-TAKEN-REASON
        END-IF
    END-IF

    IF WS-SAMPLE-NOT-TAKEN-REASON = SPACES
        PERFORM LOOK-UP-SAMPLE-RUN
    END-IF

    IF WS-SAMPLE-NOT-TAKEN-REASON = SPACES
        OPEN INPUT TOKEN-XREF
        IF NOT WS-TOKENXRF-FILE-FOUND
            MOVE "TOKENXRF NOT AVAILABLE" TO WS-SAMPLE-NOT-TAKEN-REASON
        END-IF
    END-IF

    IF WS-SAMPLE-NOT-TAKEN-REASON = SPACES
        AND KEYED-SLOTS-IN-RUN
        OPEN INPUT SECRET-REF
        IF WS-SECREF-FILE-FOUND
            SET SECREF-IS-OPEN TO TRUE
        ELSE
            DISPLAY "WARNING: secret reference SECREF not available, "
                "status " WS-SECREF-FILE-STATUS
                " - keyed SHA-256 slots not re-hashed"
        END-IF
    END-IF.

LOOK-UP-SAMPLE-RUN.
    OPEN INPUT RUN-REGISTRY
    IF NOT WS-RUNREG-FILE-FOUND
        MOVE "RUNREG NOT AVAILABLE" TO WS-SAMPLE-NOT-TAKEN-REASON
    ELSE
        MOVE WS-INPUT-RUN-ID TO RRG-RUN-ID
        READ RUN-REGISTRY
            INVALID KEY
                MOVE "RUN NOT IN THE RUN REGISTRY"
                    TO WS-SAMPLE-NOT-TAKEN-REASON
            NOT INVALID KEY
                IF RRG-RUN-FAILED
                    MOVE "RUN ENDED WITH CONDITION CODE 16"
                        TO WS-SAMPLE-NOT-TAKEN-REASON
                ELSE
                    PERFORM NOTE-SAMPLE-RUN-SETTINGS
                END-IF
        END-READ
        CLOSE RUN-REGISTRY
    END-IF.

NOTE-SAMPLE-RUN-SETTINGS.
*> The format the run registered decides whether its hashes were
*> base64 encoded.  A consolidated entry's own source list is summed
*> across its legs, so the line ranges come from each leg's entry.
    MOVE RRG-CTL-FORMAT TO WS-CTL-FORMAT

    IF RRG-STREAM-COUNT IS NUMERIC AND RRG-STREAM-COUNT > 0
        MOVE RRG-STREAM-LIST TO WS-SAMPLE-STREAM-LIST
        PERFORM VARYING WS-SSL-SUB FROM 1 BY 1
            UNTIL WS-SSL-SUB > WS-SSL-COUNT
            MOVE WS-SSL-RUN-ID (WS-SSL-SUB) TO RRG-RUN-ID
            READ RUN-REGISTRY
                INVALID KEY
                    DISPLAY "WARNING: stream leg "
                        WS-SSL-RUN-ID (WS-SSL-SUB)
                        " not in the run registry"
                    MOVE "N" TO WS-LINE-SOURCES-SW
                NOT INVALID KEY
                    PERFORM NOTE-SAMPLE-LINE-RANGES
            END-READ
        END-PERFORM
    ELSE
        PERFORM NOTE-SAMPLE-LINE-RANGES
    END-IF

    IF WS-SRG-LINES-TOTAL NOT = WS-REPORT-DETAIL-COUNT
        MOVE "N" TO WS-LINE-SOURCES-SW
    END-IF

    DISPLAY "Sampling run " WS-INPUT-RUN-ID
        " format=" WS-CTL-FORMAT " every "
        WS-HCC-SAMPLE-INTERVAL " lines, at most "
        WS-HCC-SAMPLE-MAXIMUM
    IF KEYED-SLOTS-IN-RUN AND UNKEYED-SLOTS-IN-RUN
        AND NOT LINE-SOURCES-KNOWN
        DISPLAY "WARNING: run mixed keyed and unkeyed sources and "
            "its source counts do not match its "
            WS-REPORT-DETAIL-COUNT
            " HASHRPT lines - SHA-256 slots not re-hashed"
    END-IF.

NOTE-SAMPLE-LINE-RANGES.
*> From the registry entry just read.  A source with no algorithm of
*> its own used the CTLCARD one; an entry from before sources were
*> registered is one range of all its report lines.
    IF RRG-SOURCE-COUNT IS NUMERIC AND RRG-SOURCE-COUNT > 0
        MOVE RRG-SOURCE-COUNT TO WS-RUN-SOURCE-COUNT
        PERFORM VARYING WS-RUN-SOURCE-SUB FROM 1 BY 1
            UNTIL WS-RUN-SOURCE-SUB > WS-RUN-SOURCE-COUNT
            MOVE RRG-SRC-ALGORITHM (WS-RUN-SOURCE-SUB)
                TO WS-RANGE-ALGORITHM
            IF WS-RANGE-ALGORITHM = SPACES
                MOVE RRG-CTL-ALGORITHM TO WS-RANGE-ALGORITHM
            END-IF
            MOVE RRG-SRC-REPORTED (WS-RUN-SOURCE-SUB)
                TO WS-RANGE-LINES
            PERFORM ADD-SAMPLE-LINE-RANGE
        END-PERFORM
    ELSE
        MOVE RRG-CTL-ALGORITHM TO WS-RANGE-ALGORITHM
        MOVE RRG-REPORT-LINES TO WS-RANGE-LINES
        PERFORM ADD-SAMPLE-LINE-RANGE
    END-IF.

ADD-SAMPLE-LINE-RANGE.
    ADD WS-RANGE-LINES TO WS-SRG-LINES-TOTAL
    ADD 1 TO WS-SRG-COUNT
    MOVE WS-SRG-LINES-TOTAL TO WS-SRG-LAST-LINE (WS-SRG-COUNT)
    MOVE WS-RANGE-ALGORITHM TO WS-CTL-ALGORITHM
    EVALUATE TRUE
        WHEN WS-CTL-ALGO-HMAC256
            MOVE "Y" TO WS-SRG-KEYED-SW (WS-SRG-COUNT)
            MOVE RRG-SECRET-VERSION
                TO WS-SRG-SECRET-VERSION (WS-SRG-COUNT)
            MOVE RRG-SECRET-VERSION TO WS-RUN-SECRET-VERSION
            SET KEYED-SLOTS-IN-RUN TO TRUE
        WHEN WS-CTL-ALGO-SHA256 OR WS-CTL-ALGO-BOTH
            MOVE "N" TO WS-SRG-KEYED-SW (WS-SRG-COUNT)
            MOVE 0 TO WS-SRG-SECRET-VERSION (WS-SRG-COUNT)
            SET UNKEYED-SLOTS-IN-RUN TO TRUE
        WHEN OTHER
            MOVE "N" TO WS-SRG-KEYED-SW (WS-SRG-COUNT)
            MOVE 0 TO WS-SRG-SECRET-VERSION (WS-SRG-COUNT)
    END-EVALUATE.

RE-HASH-SAMPLE-LINES.
    SET SAMPLE-WAS-TAKEN TO TRUE
    OPEN INPUT HASH-REPORT-IN
    MOVE "N" TO WS-HASH-REPORT-EOF

    PERFORM UNTIL HASH-REPORT-EOF
        OR WS-SAMPLE-LINE-COUNT NOT < WS-HCC-SAMPLE-MAXIMUM
        READ HASH-REPORT-IN INTO HASH-REPORT-LINE
            AT END
                SET HASH-REPORT-EOF TO TRUE
            NOT AT END
                IF HASH-REPORT-LINE (1:3) NOT = "TRL"
                    ADD 1 TO WS-REPORT-LINE-COUNT
                    IF FUNCTION MOD (WS-REPORT-LINE-COUNT,
                        WS-HCC-SAMPLE-INTERVAL) = 0
                        PERFORM CHECK-SAMPLE-LINE
                    END-IF
                END-IF
        END-READ
    END-PERFORM

    CLOSE HASH-REPORT-IN
    CLOSE TOKEN-XREF
    IF SECREF-IS-OPEN
        CLOSE SECRET-REF
    END-IF.

CHECK-SAMPLE-LINE.
*> A token that no longer resolves belongs to a key erased since the
*> run; there is nothing left to re-hash.
    ADD 1 TO WS-SAMPLE-LINE-COUNT
    MOVE SPACES TO WS-CERT-DETAIL-LINE
    MOVE "SAMPLE" TO WS-CDL-CHECK
    MOVE HR-KEY (1:22) TO WS-CDL-ID

    MOVE HR-KEY (1:22) TO TKX-TOKEN
    READ TOKEN-XREF KEY IS TKX-TOKEN
        INVALID KEY
            MOVE "TOKEN NOT IN CROSS-REFERENCE" TO WS-MISMATCH-REASON
            PERFORM SKIP-SAMPLE-LINE
        NOT INVALID KEY
            PERFORM RE-HASH-SAMPLE-KEY
    END-READ.

RE-HASH-SAMPLE-KEY.
    MOVE TKX-KEY-VALUE TO INPUT-KEY
    MOVE "N" TO WS-LINE-CHECKED-SW

    MOVE HR-RC-SHA1 TO WS-REPORTED-RC
    IF HR-HASH-SHA1 NOT = SPACES AND WS-REPORTED-RC = 0
        MOVE SPACES TO HASH-OUTPUT
        MOVE 0 TO WS-RETURN-CODE
        CALL 'SHA1_HASH'
            USING BY REFERENCE INPUT-KEY
                  BY REFERENCE HASH-OUTPUT
                  BY REFERENCE WS-RETURN-CODE
        END-CALL
        MOVE "SHA1" TO WS-CDL-ALGORITHM
        MOVE HR-HASH-SHA1 TO WS-EXPECTED-VALUE
        PERFORM RECORD-SAMPLE-CHECK
    END-IF

    MOVE HR-RC-SHA256 TO WS-REPORTED-RC
    IF HR-HASH-SHA256 NOT = SPACES AND WS-REPORTED-RC = 0
        PERFORM RE-HASH-SAMPLE-SHA256-SLOT
    END-IF

    IF NOT LINE-WAS-CHECKED
        AND WS-CDL-RESULT NOT = "SKIP"
        MOVE SPACES TO WS-CDL-ALGORITHM
        MOVE "NO HASH ON THE LINE" TO WS-MISMATCH-REASON
        PERFORM SKIP-SAMPLE-LINE
    END-IF.

RE-HASH-SAMPLE-SHA256-SLOT.
*> Which routine filled the slot depends on the line's source, looked
*> up from the ranges when the run keyed any of its hashes.
    MOVE "N" TO WS-LINE-KEYED-SW
    MOVE 0 TO WS-LINE-SECRET-VERSION
    IF KEYED-SLOTS-IN-RUN
        PERFORM FIND-SAMPLE-LINE-SOURCE
    END-IF

    EVALUATE TRUE
        WHEN KEYED-SLOTS-IN-RUN AND UNKEYED-SLOTS-IN-RUN
             AND NOT LINE-SOURCES-KNOWN
            MOVE "SHA256" TO WS-CDL-ALGORITHM
            MOVE "LINE'S SOURCE NOT KNOWN" TO WS-MISMATCH-REASON
            PERFORM SKIP-SAMPLE-LINE
        WHEN LINE-SLOT-KEYED
            PERFORM RE-HASH-SAMPLE-KEYED-SLOT
        WHEN OTHER
            MOVE SPACES TO HASH-OUTPUT
            MOVE 0 TO WS-RETURN-CODE
            CALL 'SHA256_HASH'
                USING BY REFERENCE INPUT-KEY
                      BY REFERENCE HASH-OUTPUT
                      BY REFERENCE WS-RETURN-CODE
            END-CALL
            MOVE "SHA256" TO WS-CDL-ALGORITHM
            MOVE HR-HASH-SHA256 TO WS-EXPECTED-VALUE
            PERFORM RECORD-SAMPLE-CHECK
    END-EVALUATE.

FIND-SAMPLE-LINE-SOURCE.
*> Lines are read in order, so the range subscript only moves on.
*> When every SHA-256 slot of the run is keyed the counts are not
*> needed: the legs of a run all key under the one secret version.
    PERFORM UNTIL WS-SRG-SUB NOT < WS-SRG-COUNT
        OR WS-REPORT-LINE-COUNT NOT > WS-SRG-LAST-LINE (WS-SRG-SUB)
        ADD 1 TO WS-SRG-SUB
    END-PERFORM

    IF UNKEYED-SLOTS-IN-RUN
        IF SRG-SOURCE-KEYED (WS-SRG-SUB)
            SET LINE-SLOT-KEYED TO TRUE
            MOVE WS-SRG-SECRET-VERSION (WS-SRG-SUB)
                TO WS-LINE-SECRET-VERSION
        END-IF
    ELSE
        SET LINE-SLOT-KEYED TO TRUE
        MOVE WS-RUN-SECRET-VERSION TO WS-LINE-SECRET-VERSION
    END-IF.

RE-HASH-SAMPLE-KEYED-SLOT.
*> Same call as EXAMPLE1's for an HMAC256 source, under the version
*> the run registered; the secret is cleared straight after.
    MOVE "HMAC256" TO WS-CDL-ALGORITHM
    IF NOT SECREF-IS-OPEN
        MOVE "SECREF NOT AVAILABLE" TO WS-MISMATCH-REASON
        PERFORM SKIP-SAMPLE-LINE
    ELSE
        MOVE WS-LINE-SECRET-VERSION TO SCR-SECRET-VERSION
        READ SECRET-REF
            INVALID KEY
                MOVE "SECRET VERSION NOT ON SECREF"
                    TO WS-MISMATCH-REASON
                PERFORM SKIP-SAMPLE-LINE
            NOT INVALID KEY
                MOVE SCR-SECRET-VALUE TO WS-HMAC-SECRET
                MOVE SPACES TO SCR-SECRET-VALUE
                MOVE SPACES TO HASH-OUTPUT
                MOVE 0 TO WS-RETURN-CODE
                CALL 'HMAC_SHA256'
                    USING BY REFERENCE WS-HMAC-SECRET
                          BY REFERENCE INPUT-KEY
                          BY REFERENCE HASH-OUTPUT
                          BY REFERENCE WS-RETURN-CODE
                END-CALL
                MOVE SPACES TO WS-HMAC-SECRET
                MOVE HR-HASH-SHA256 TO WS-EXPECTED-VALUE
                PERFORM RECORD-SAMPLE-CHECK
        END-READ
    END-IF.

RECORD-SAMPLE-CHECK.
*> Encoded the way EXAMPLE1's ENCODE-AS-BASE64 encodes it when the
*> run's format was BASE64, then compared exactly with what the run
*> wrote.
    SET LINE-WAS-CHECKED TO TRUE
    IF WS-RETURN-CODE = 0 AND WS-CTL-FMT-BASE64
        MOVE HASH-OUTPUT TO WS-BASE64-WORK
        CALL 'BASE64_ENCODE'
            USING BY REFERENCE WS-BASE64-WORK
                  BY REFERENCE HASH-OUTPUT
                  BY REFERENCE WS-RETURN-CODE
        END-CALL
    END-IF

    ADD 1 TO WS-SAMPLE-CHECK-COUNT
    MOVE HASH-OUTPUT TO WS-ACTUAL-VALUE
    MOVE "RE-HASH DIFFERS FROM THE RUN'S HASH" TO WS-MISMATCH-REASON
    PERFORM JUDGE-CHECK
    IF CHECK-FAILED
        ADD 1 TO WS-SAMPLE-FAIL-COUNT
    END-IF
    WRITE CERT-REPORT-RECORD FROM WS-CERT-DETAIL-LINE.

SKIP-SAMPLE-LINE.
    ADD 1 TO WS-SAMPLE-SKIP-COUNT
    MOVE "SKIP" TO WS-CDL-RESULT
    MOVE WS-MISMATCH-REASON TO WS-CDL-REASON
    WRITE CERT-REPORT-RECORD FROM WS-CERT-DETAIL-LINE.

DECIDE-CERTIFICATION.
*> An empty or all-comment vector file proves nothing and cannot
*> certify anything; nor can one that leaves a routine untested.
    PERFORM NOTE-UNTESTED-ROUTINES
    IF WS-VECTOR-CHECK-COUNT > 0
        AND WS-VECTOR-FAIL-COUNT = 0
        AND WS-SAMPLE-FAIL-COUNT = 0
        AND WS-UNTESTED-ROUTINES = SPACES
        SET LIBRARY-CERTIFIED TO TRUE
    END-IF

    IF WS-VECTOR-CHECK-COUNT = 0
        DISPLAY "No test vectors were checked - TESTVEC holds no "
            "expected values"
    END-IF
    IF WS-UNTESTED-ROUTINES NOT = SPACES
        DISPLAY "No test vector for: " WS-UNTESTED-ROUTINES
    END-IF.

NOTE-UNTESTED-ROUTINES.
    MOVE SPACES TO WS-UNTESTED-ROUTINES
    MOVE 1 TO WS-UNTESTED-POINTER
    IF WS-SHA1-VECTOR-CHECKS = 0
        STRING "SHA1_HASH " DELIMITED BY SIZE
            INTO WS-UNTESTED-ROUTINES WITH POINTER WS-UNTESTED-POINTER
        END-STRING
    END-IF
    IF WS-SHA256-VECTOR-CHECKS = 0
        STRING "SHA256_HASH " DELIMITED BY SIZE
            INTO WS-UNTESTED-ROUTINES WITH POINTER WS-UNTESTED-POINTER
        END-STRING
    END-IF
    IF WS-HMAC256-VECTOR-CHECKS = 0
        STRING "HMAC_SHA256 " DELIMITED BY SIZE
            INTO WS-UNTESTED-ROUTINES WITH POINTER WS-UNTESTED-POINTER
        END-STRING
    END-IF
    IF WS-BASE64-VECTOR-CHECKS = 0
        STRING "BASE64_ENCODE " DELIMITED BY SIZE
            INTO WS-UNTESTED-ROUTINES WITH POINTER WS-UNTESTED-POINTER
        END-STRING
    END-IF.

WRITE-CERT-SUMMARY.
    MOVE SPACES TO WS-CERT-TEXT-LINE
    WRITE CERT-REPORT-RECORD FROM WS-CERT-TEXT-LINE

    MOVE WS-VECTOR-CHECK-COUNT TO WS-EDIT-COUNT
    MOVE WS-VECTOR-FAIL-COUNT TO WS-EDIT-COUNT-2
    STRING "TEST VECTOR CHECKS " WS-EDIT-COUNT
        "   FAILED " WS-EDIT-COUNT-2
        DELIMITED BY SIZE INTO WS-CERT-TEXT-LINE
    END-STRING
    WRITE CERT-REPORT-RECORD FROM WS-CERT-TEXT-LINE

    IF WS-UNTESTED-ROUTINES NOT = SPACES
        MOVE SPACES TO WS-CERT-TEXT-LINE
        STRING "NO TEST VECTOR FOR " WS-UNTESTED-ROUTINES
            DELIMITED BY SIZE INTO WS-CERT-TEXT-LINE
        END-STRING
        WRITE CERT-REPORT-RECORD FROM WS-CERT-TEXT-LINE
    END-IF

    MOVE SPACES TO WS-CERT-TEXT-LINE
    EVALUATE TRUE
        WHEN NOT SAMPLE-REQUESTED
            MOVE "PRIOR RUN SAMPLE   NOT REQUESTED"
                TO WS-CERT-TEXT-LINE
        WHEN NOT SAMPLE-WAS-TAKEN
            STRING "PRIOR RUN SAMPLE   NOT TAKEN - "
                WS-SAMPLE-NOT-TAKEN-REASON
                DELIMITED BY SIZE INTO WS-CERT-TEXT-LINE
            END-STRING
        WHEN OTHER
            MOVE WS-SAMPLE-CHECK-COUNT TO WS-EDIT-COUNT
            MOVE WS-SAMPLE-FAIL-COUNT TO WS-EDIT-COUNT-2
            MOVE WS-SAMPLE-SKIP-COUNT TO WS-EDIT-COUNT-3
            STRING "PRIOR RUN SAMPLE   RUN " WS-INPUT-RUN-ID
                "   CHECKS " WS-EDIT-COUNT
                "   FAILED " WS-EDIT-COUNT-2
                "   SKIPPED " WS-EDIT-COUNT-3
                DELIMITED BY SIZE INTO WS-CERT-TEXT-LINE
            END-STRING
    END-EVALUATE
    WRITE CERT-REPORT-RECORD FROM WS-CERT-TEXT-LINE

    MOVE SPACES TO WS-CERT-VERDICT
    IF LIBRARY-CERTIFIED
        STRING "CERTIFIED - LIBRARY LEVEL " WS-HCC-LIBRARY-LEVEL
            " CLEARED FOR HASHING"
            DELIMITED BY SIZE INTO WS-CERT-VERDICT
        END-STRING
    ELSE
        STRING "NOT CERTIFIED - NO HASHING AT LIBRARY LEVEL "
            WS-HCC-LIBRARY-LEVEL
            DELIMITED BY SIZE INTO WS-CERT-VERDICT
        END-STRING
    END-IF
    WRITE CERT-REPORT-RECORD FROM WS-CERT-VERDICT-LINE.

RECORD-CERTIFICATION.
*> The level's own record, then the CURRENT record the hashing steps
*> read, which makes this level the one in force with this result.
    INITIALIZE HASH-CERT-REG-RECORD
    MOVE WS-HCC-LIBRARY-LEVEL TO HCR-KEY
    MOVE SPACES TO HCR-CURRENT-LEVEL
    IF LIBRARY-CERTIFIED
        SET HCR-CERTIFIED TO TRUE
    ELSE
        SET HCR-NOT-CERTIFIED TO TRUE
    END-IF
    MOVE WS-CURRENT-TIMESTAMP (1:14) TO HCR-CERTIFIED-TIMESTAMP
    MOVE WS-VECTOR-CHECK-COUNT TO HCR-VECTOR-CHECKS
    MOVE WS-VECTOR-FAIL-COUNT TO HCR-VECTOR-FAILURES
    IF SAMPLE-WAS-TAKEN
        MOVE WS-INPUT-RUN-ID TO HCR-SAMPLE-RUN-ID
    ELSE
        MOVE SPACES TO HCR-SAMPLE-RUN-ID
    END-IF
    MOVE WS-SAMPLE-CHECK-COUNT TO HCR-SAMPLE-CHECKS
    MOVE WS-SAMPLE-FAIL-COUNT TO HCR-SAMPLE-FAILURES
    MOVE WS-SAMPLE-SKIP-COUNT TO HCR-SAMPLE-SKIPPED

    WRITE HASH-CERT-REG-RECORD
        INVALID KEY
            REWRITE HASH-CERT-REG-RECORD
    END-WRITE
    IF NOT WS-CERTREG-FILE-OK
        PERFORM ABANDON-CERTIFICATION-RECORD
    END-IF

    MOVE "CURRENT" TO HCR-KEY
    MOVE WS-HCC-LIBRARY-LEVEL TO HCR-CURRENT-LEVEL
    WRITE HASH-CERT-REG-RECORD
        INVALID KEY
            REWRITE HASH-CERT-REG-RECORD
    END-WRITE
    IF NOT WS-CERTREG-FILE-OK
        PERFORM ABANDON-CERTIFICATION-RECORD
    END-IF

    DISPLAY "Certification of level " WS-HCC-LIBRARY-LEVEL
        " recorded as " HCR-RESULT " on CERTREG".

ABANDON-CERTIFICATION-RECORD.
*> The register may now still show an earlier result as the one in
*> force, so the run must not end looking as if it had been recorded.
    DISPLAY "Certification of level " WS-HCC-LIBRARY-LEVEL " as "
        HCR-RESULT " NOT recorded - CERTREG " HCR-KEY
        " write failed, status " WS-CERTREG-FILE-STATUS
    DISPLAY "CERTREG may still show an earlier result as the one in "
        "force - correct the register and rerun"
    PERFORM CLOSE-FILES
    MOVE 16 TO RETURN-CODE
    STOP RUN.

DECODE-RETURN-CODE.
    SET WS-RC-IDX TO 1
    SEARCH WS-RC-ENTRY
        AT END
            MOVE WS-RC-UNMAPPED-REASON TO WS-RC-REASON-OUT
        WHEN WS-RC-CODE (WS-RC-IDX) = WS-RC-LOOKUP-CODE
            MOVE WS-RC-REASON (WS-RC-IDX) TO WS-RC-REASON-OUT
    END-SEARCH.

CLOSE-FILES.
    CLOSE TEST-VECTOR-IN
    CLOSE CERT-REGISTER
    CLOSE CERT-REPORT-OUT.
