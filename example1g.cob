IDENTIFICATION DIVISION.
PROGRAM-ID. EXAMPLE1G.

*> Weekly newly-compromised key report.  EXAMPLE1 and EX1O screen
*> every hash they compute against CMPREF, but that only protects
*> keys hashed after the breach was published - a key hashed last
*> month and published this week is already with IDM.  This job runs
*> the week's CMPFEED breach-corpus feed (the same dataset EXAMPLE1L
*> merges into CMPREF) against the hashes already on the AUDIT trail
*> and lists every audit record whose hash is now known to be
*> breached, so the owning applications can be told to rotate.
*>
*> The feed is held in a scratch indexed work file (CMPWRK, recreated
*> each run) keyed on the hash as it appears on AUDIT.  Hex is held
*> in upper case and an audited hash is looked up as audited, then
*> upper-cased, so the feed and the hashing routines may print hex in
*> either case.  A run with CTLCARD format BASE64 audited the base64
*> form of the hex hash, so each feed hash is also held base64
*> encoded - once from its upper-case and once from its lower-case
*> hex, as the encoding differs with the case of the hex it was given
*> - by the same BASE64_ENCODE call EXAMPLE1 uses.
*>
*> A SHA-256 slot that carries a secret version holds a keyed HMAC256
*> hash, which can never match a published one.  When the sweep finds
*> any, every raw key on TOKENXRF is hashed with SHA-1 and SHA-256
*> and looked up on the feed in hex; for a key that is on it, the
*> keyed audit records under its masked key are listed with the
*> key's token, so the owner can be found through EXAMPLE1X.  The
*> hashes themselves are never reported.  Another key that masks the
*> same way would have its keyed records listed too, and a key whose
*> token EXAMPLE1P has retired is no longer on TOKENXRF to be hashed.
*> Without TOKENXRF the keyed slots are counted as not screened.
*>
*> Condition codes: 0 no audited key is on the feed, 4 at least one
*> is (the report goes to the security team), 16 the feed or the
*> AUDIT cluster could not be read.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT COMPROMISED-FEED-IN ASSIGN TO "CMPFEED"
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS WS-CMPFEED-FILE-STATUS.

    SELECT FEED-HASH-WORK ASSIGN TO "CMPWRK"
        ORGANIZATION INDEXED
        ACCESS MODE RANDOM
        RECORD KEY IS FHW-HASH-VALUE.

    SELECT AUDIT-FILE-IN ASSIGN TO "AUDIT"
        ORGANIZATION INDEXED
        ACCESS MODE DYNAMIC
        RECORD KEY IS AUD-KEY
        ALTERNATE RECORD KEY IS AUD-MASKED-KEY WITH DUPLICATES
        FILE STATUS IS WS-AUDIT-FILE-STATUS.

    SELECT TOKEN-XREF ASSIGN TO "TOKENXRF"
        ORGANIZATION INDEXED
        ACCESS MODE SEQUENTIAL
        RECORD KEY IS TKX-KEY-VALUE
        ALTERNATE RECORD KEY IS TKX-TOKEN
        FILE STATUS IS WS-TOKENXRF-FILE-STATUS.

    SELECT COMPROMISED-REPORT-OUT ASSIGN TO "CMPNRPT"
        ORGANIZATION LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD  COMPROMISED-FEED-IN.
01  COMPROMISED-FEED-RECORD     PIC X(100).

FD  FEED-HASH-WORK.
01  FEED-HASH-WORK-RECORD.
    05  FHW-HASH-VALUE          PIC X(88).
    05  FHW-ALGORITHM           PIC X(8).
    05  FHW-FORM                PIC X(6).
    05  FHW-CORPUS-NAME         PIC X(20).

FD  AUDIT-FILE-IN.
COPY WSAUDREC.

FD  TOKEN-XREF.
COPY WSTOKXRF.

FD  COMPROMISED-REPORT-OUT.
01  COMPROMISED-REPORT-RECORD   PIC X(216).

WORKING-STORAGE SECTION.

01  WS-CMPFEED-FILE-STATUS      PIC X(2) VALUE "00".
    88  WS-CMPFEED-FILE-FOUND           VALUE "00".
    88  WS-CMPFEED-FILE-NOT-FOUND       VALUE "35".

01  WS-AUDIT-FILE-STATUS        PIC X(2) VALUE "00".
    88  WS-AUDIT-FILE-FOUND             VALUE "00".
    88  WS-AUDIT-FILE-NOT-FOUND         VALUE "35".

01  WS-TOKENXRF-FILE-STATUS     PIC X(2) VALUE "00".
    88  WS-TOKENXRF-FILE-FOUND          VALUE "00".
    88  WS-TOKENXRF-FILE-NOT-FOUND      VALUE "35".

01  WS-EOF-SWITCHES.
    05  WS-CMPFEED-EOF          PIC X VALUE "N".
        88  CMPFEED-EOF                 VALUE "Y".
    05  WS-AUDIT-FILE-EOF       PIC X VALUE "N".
        88  AUDIT-FILE-EOF              VALUE "Y".
    05  WS-TOKENXRF-EOF         PIC X VALUE "N".
        88  TOKENXRF-EOF                VALUE "Y".

*> Same positional layout EXAMPLE1L loads CMPREF from:
*>     columns  1-8   algorithm       SHA1 / SHA256
*>     columns 10-73  hash value      hex, 40 characters for SHA-1
*>                                    and 64 for SHA-256
*>     columns 75-94  breach corpus the hash was published in
01  WS-CMPFEED-LINE.
    05  WS-CMF-IN-ALGORITHM     PIC X(8).
        88  WS-CMF-IN-ALGO-SHA1         VALUE "SHA1".
        88  WS-CMF-IN-ALGO-SHA256       VALUE "SHA256".
    05  FILLER                  PIC X.
    05  WS-CMF-IN-HASH          PIC X(64).
    05  FILLER                  PIC X.
    05  WS-CMF-IN-CORPUS        PIC X(20).
    05  FILLER                  PIC X(6).

01  WS-CMF-HASH-LENGTH          PIC 9(2).

01  WS-BASE64-RETURN-CODE       PIC S9(4) COMP.
01  WS-BASE64-WORK              PIC X(64).
01  WS-BASE64-OUTPUT            PIC X(88).

*> Raw key from TOKENXRF and its unkeyed hashes, never displayed.
01  WS-HASH-INPUT               PIC X(100).
01  WS-HASH-OUTPUT              PIC X(88).
01  WS-HASH-RETURN-CODE         PIC S9(4) COMP.

01  WS-XREF-MASKED-KEY          PIC X(100).
01  WS-XREF-KEY-LENGTH          PIC 9(3).
01  WS-XREF-ON-FEED-SW          PIC X VALUE "N".
    88  XREF-KEY-ON-FEED                VALUE "Y".

01  WS-CURRENT-TIMESTAMP        PIC X(21).

01  WS-FEED-READ-COUNT          PIC 9(9) VALUE 0.
01  WS-FEED-HELD-COUNT          PIC 9(9) VALUE 0.
01  WS-FEED-DUPLICATE-COUNT     PIC 9(9) VALUE 0.
01  WS-FEED-REJECTED-COUNT      PIC 9(9) VALUE 0.
01  WS-FEED-ENCODE-FAIL-COUNT   PIC 9(9) VALUE 0.
01  WS-AUDIT-READ-COUNT         PIC 9(9) VALUE 0.
01  WS-AUDIT-KEYED-COUNT        PIC 9(9) VALUE 0.
01  WS-KEYED-UNSCREENED-COUNT   PIC 9(9) VALUE 0.
01  WS-XREF-READ-COUNT          PIC 9(9) VALUE 0.
01  WS-XREF-HASH-FAIL-COUNT     PIC 9(9) VALUE 0.
01  WS-XREF-ON-FEED-COUNT       PIC 9(9) VALUE 0.
01  WS-AUDIT-HIT-COUNT          PIC 9(9) VALUE 0.

*> Audit slot under test, so one paragraph looks up either hash.
01  WS-LOOKUP-HASH              PIC X(88).
01  WS-LOOKUP-SLOT              PIC X(8).
01  WS-LOOKUP-TOKEN             PIC X(22) VALUE SPACES.

01  WS-REPORT-HEADING.
    05  FILLER                  PIC X(44)
        VALUE "AUDITED KEYS ON THIS WEEK'S BREACH FEED     ".
    05  FILLER                  PIC X(9) VALUE "PRODUCED ".
    05  WS-RH-DATE              PIC X(8).

01  WS-COLUMN-HEADING.
    05  FILLER                  PIC X(14) VALUE "RUN-ID".
    05  FILLER                  PIC X(2) VALUE SPACES.
    05  FILLER                  PIC X(8) VALUE "SEQUENCE".
    05  FILLER                  PIC X(2) VALUE SPACES.
    05  FILLER                  PIC X(14) VALUE "HASHED".
    05  FILLER                  PIC X(2) VALUE SPACES.
    05  FILLER                  PIC X(8) VALUE "SOURCE".
    05  FILLER                  PIC X(2) VALUE SPACES.
    05  FILLER                  PIC X(8) VALUE "SLOT".
    05  FILLER                  PIC X(2) VALUE SPACES.
    05  FILLER                  PIC X(6) VALUE "FORM".
    05  FILLER                  PIC X(2) VALUE SPACES.
    05  FILLER                  PIC X(20) VALUE "CORPUS".
    05  FILLER                  PIC X(2) VALUE SPACES.
    05  FILLER                  PIC X(22) VALUE "TOKEN".
    05  FILLER                  PIC X(2) VALUE SPACES.
    05  FILLER                  PIC X(40) VALUE "MASKED KEY".

01  WS-DETAIL-LINE.
    05  WS-DET-RUN-ID           PIC X(14).
    05  FILLER                  PIC X(2) VALUE SPACES.
    05  WS-DET-SEQUENCE         PIC 9(8).
    05  FILLER                  PIC X(2) VALUE SPACES.
    05  WS-DET-TIMESTAMP        PIC X(14).
    05  FILLER                  PIC X(2) VALUE SPACES.
    05  WS-DET-SOURCE           PIC X(8).
    05  FILLER                  PIC X(2) VALUE SPACES.
    05  WS-DET-SLOT             PIC X(8).
    05  FILLER                  PIC X(2) VALUE SPACES.
    05  WS-DET-FORM             PIC X(6).
    05  FILLER                  PIC X(2) VALUE SPACES.
    05  WS-DET-CORPUS           PIC X(20).
    05  FILLER                  PIC X(2) VALUE SPACES.
    05  WS-DET-TOKEN            PIC X(22).
    05  FILLER                  PIC X(2) VALUE SPACES.
    05  WS-DET-MASKED-KEY       PIC X(100).

01  WS-SUMMARY-LINE.
    05  WS-SUM-LABEL            PIC X(40).
    05  WS-SUM-COUNT            PIC Z(8)9.

PROCEDURE DIVISION.

MAIN-PROCESSING.
    MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP

    PERFORM OPEN-FILES
    PERFORM LOAD-FEED-WORK-FILE
    PERFORM WRITE-REPORT-HEADINGS
    PERFORM SWEEP-AUDIT-TRAIL
    PERFORM SCREEN-KEYED-AUDIT-SLOTS
    PERFORM WRITE-REPORT-SUMMARY
    PERFORM CLOSE-FILES

    DISPLAY "Newly compromised report complete. Feed hashes: "
        WS-FEED-READ-COUNT " audit records read: " WS-AUDIT-READ-COUNT
        " on the feed: " WS-AUDIT-HIT-COUNT

    IF WS-AUDIT-HIT-COUNT > 0
        MOVE 4 TO RETURN-CODE
    ELSE
        MOVE 0 TO RETURN-CODE
    END-IF

    STOP RUN.

OPEN-FILES.
    OPEN INPUT COMPROMISED-FEED-IN
    IF NOT WS-CMPFEED-FILE-FOUND
        DISPLAY "Breach feed CMPFEED not available, status "
            WS-CMPFEED-FILE-STATUS " - nothing to screen"
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF

    OPEN INPUT AUDIT-FILE-IN
    IF NOT WS-AUDIT-FILE-FOUND
        DISPLAY "Audit trail AUDIT not available, status "
            WS-AUDIT-FILE-STATUS " - nothing to screen"
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF

*> Recreated empty every run.
    OPEN OUTPUT FEED-HASH-WORK
    CLOSE FEED-HASH-WORK
    OPEN I-O FEED-HASH-WORK

    OPEN OUTPUT COMPROMISED-REPORT-OUT.

LOAD-FEED-WORK-FILE.
    PERFORM UNTIL CMPFEED-EOF
        READ COMPROMISED-FEED-IN INTO WS-CMPFEED-LINE
            AT END
                SET CMPFEED-EOF TO TRUE
            NOT AT END
                ADD 1 TO WS-FEED-READ-COUNT
                PERFORM HOLD-ONE-FEED-HASH
        END-READ
    END-PERFORM

    DISPLAY "Breach feed held: read " WS-FEED-READ-COUNT
        " held " WS-FEED-HELD-COUNT
        " duplicates " WS-FEED-DUPLICATE-COUNT
        " rejected " WS-FEED-REJECTED-COUNT.

HOLD-ONE-FEED-HASH.
*> Same length check EXAMPLE1L applies before loading CMPREF.
    IF WS-CMF-IN-HASH = SPACES
        MOVE 0 TO WS-CMF-HASH-LENGTH
    ELSE
        MOVE FUNCTION LENGTH (FUNCTION TRIM (WS-CMF-IN-HASH))
            TO WS-CMF-HASH-LENGTH
    END-IF

    IF (WS-CMF-IN-ALGO-SHA1 AND WS-CMF-HASH-LENGTH = 40)
        OR (WS-CMF-IN-ALGO-SHA256 AND WS-CMF-HASH-LENGTH = 64)
        MOVE SPACES TO FEED-HASH-WORK-RECORD
        MOVE FUNCTION UPPER-CASE (WS-CMF-IN-HASH) TO FHW-HASH-VALUE
        MOVE WS-CMF-IN-ALGORITHM TO FHW-ALGORITHM
        MOVE "HEX" TO FHW-FORM
        MOVE WS-CMF-IN-CORPUS TO FHW-CORPUS-NAME
        PERFORM WRITE-FEED-WORK-RECORD

        MOVE FUNCTION UPPER-CASE (WS-CMF-IN-HASH) TO WS-BASE64-WORK
        PERFORM HOLD-BASE64-FEED-HASH
        IF FUNCTION LOWER-CASE (WS-CMF-IN-HASH)
            NOT = FUNCTION UPPER-CASE (WS-CMF-IN-HASH)
            MOVE FUNCTION LOWER-CASE (WS-CMF-IN-HASH) TO WS-BASE64-WORK
            PERFORM HOLD-BASE64-FEED-HASH
        END-IF
    ELSE
        ADD 1 TO WS-FEED-REJECTED-COUNT
        DISPLAY "CMPFEED record " WS-FEED-READ-COUNT
            " algorithm " WS-CMF-IN-ALGORITHM
            " has an invalid hash length " WS-CMF-HASH-LENGTH
            " - not screened"
    END-IF.

HOLD-BASE64-FEED-HASH.
    MOVE SPACES TO WS-BASE64-OUTPUT
    CALL 'BASE64_ENCODE'
        USING BY REFERENCE WS-BASE64-WORK
              BY REFERENCE WS-BASE64-OUTPUT
              BY REFERENCE WS-BASE64-RETURN-CODE
    END-CALL
    IF WS-BASE64-RETURN-CODE = 0
        MOVE SPACES TO FEED-HASH-WORK-RECORD
        MOVE WS-BASE64-OUTPUT TO FHW-HASH-VALUE
        MOVE WS-CMF-IN-ALGORITHM TO FHW-ALGORITHM
        MOVE "BASE64" TO FHW-FORM
        MOVE WS-CMF-IN-CORPUS TO FHW-CORPUS-NAME
        PERFORM WRITE-FEED-WORK-RECORD
    ELSE
        ADD 1 TO WS-FEED-ENCODE-FAIL-COUNT
        DISPLAY "CMPFEED record " WS-FEED-READ-COUNT
            " could not be base64-encoded, Return Code: "
            WS-BASE64-RETURN-CODE " - screened in hex form only"
    END-IF.

WRITE-FEED-WORK-RECORD.
    WRITE FEED-HASH-WORK-RECORD
        INVALID KEY
            ADD 1 TO WS-FEED-DUPLICATE-COUNT
        NOT INVALID KEY
            ADD 1 TO WS-FEED-HELD-COUNT
    END-WRITE.

WRITE-REPORT-HEADINGS.
    MOVE WS-CURRENT-TIMESTAMP (1:8) TO WS-RH-DATE
    WRITE COMPROMISED-REPORT-RECORD FROM WS-REPORT-HEADING
    MOVE SPACES TO COMPROMISED-REPORT-RECORD
    WRITE COMPROMISED-REPORT-RECORD
    WRITE COMPROMISED-REPORT-RECORD FROM WS-COLUMN-HEADING.

SWEEP-AUDIT-TRAIL.
*> AUD-KEY order is run-id order, so the listing comes out oldest
*> run first.  A failed hash slot holds no hash worth looking up.
    PERFORM UNTIL AUDIT-FILE-EOF
        READ AUDIT-FILE-IN NEXT RECORD
            AT END
                SET AUDIT-FILE-EOF TO TRUE
            NOT AT END
                ADD 1 TO WS-AUDIT-READ-COUNT

                IF AUD-RETURN-CODE-SHA1 = 0
                    AND AUD-HASH-SHA1 NOT = SPACES
                    MOVE AUD-HASH-SHA1 TO WS-LOOKUP-HASH
                    MOVE "SHA1" TO WS-LOOKUP-SLOT
                    PERFORM LOOK-UP-AUDITED-HASH
                END-IF

                IF AUD-RETURN-CODE-SHA256 = 0
                    AND AUD-HASH-SHA256 NOT = SPACES
                    IF AUD-SECRET-VERSION NUMERIC
                        AND AUD-SECRET-VERSION > 0
                        ADD 1 TO WS-AUDIT-KEYED-COUNT
                    ELSE
                        MOVE AUD-HASH-SHA256 TO WS-LOOKUP-HASH
                        MOVE "SHA256" TO WS-LOOKUP-SLOT
                        PERFORM LOOK-UP-AUDITED-HASH
                    END-IF
                END-IF
        END-READ
    END-PERFORM.

LOOK-UP-AUDITED-HASH.
*> As audited first (a base64 form, or hex already in upper case),
*> then upper-cased for hex the routines printed in lower case.  The
*> hex and base64 forms are never the same length, so the second
*> read cannot mistake one for the other.
    MOVE WS-LOOKUP-HASH TO FHW-HASH-VALUE
    READ FEED-HASH-WORK
        INVALID KEY
            MOVE FUNCTION UPPER-CASE (WS-LOOKUP-HASH) TO FHW-HASH-VALUE
            IF FHW-HASH-VALUE NOT = WS-LOOKUP-HASH
                READ FEED-HASH-WORK
                    INVALID KEY
                        CONTINUE
                    NOT INVALID KEY
                        PERFORM WRITE-AUDITED-HIT
                END-READ
            END-IF
        NOT INVALID KEY
            PERFORM WRITE-AUDITED-HIT
    END-READ.

SCREEN-KEYED-AUDIT-SLOTS.
*> Only needed, and TOKENXRF only opened, when the sweep met a keyed
*> slot.
    IF WS-AUDIT-KEYED-COUNT > 0
        OPEN INPUT TOKEN-XREF
        IF WS-TOKENXRF-FILE-FOUND
            PERFORM UNTIL TOKENXRF-EOF
                READ TOKEN-XREF
                    AT END
                        SET TOKENXRF-EOF TO TRUE
                    NOT AT END
                        ADD 1 TO WS-XREF-READ-COUNT
                        PERFORM SCREEN-ONE-XREF-KEY
                END-READ
            END-PERFORM
            CLOSE TOKEN-XREF
            DISPLAY "Keyed slots: TOKENXRF keys hashed "
                WS-XREF-READ-COUNT " on the feed "
                WS-XREF-ON-FEED-COUNT
                " hash failures " WS-XREF-HASH-FAIL-COUNT
        ELSE
            MOVE WS-AUDIT-KEYED-COUNT TO WS-KEYED-UNSCREENED-COUNT
            DISPLAY "WARNING: token cross-reference TOKENXRF not "
                "available, status " WS-TOKENXRF-FILE-STATUS
                " - " WS-AUDIT-KEYED-COUNT
                " keyed HMAC256 slots not screened"
        END-IF
    END-IF.

SCREEN-ONE-XREF-KEY.
*> SHA-1 first; SHA-256 only if SHA-1 did not find the key, so a key
*> published under both is listed once.  A failed hash is counted and
*> the key screened on the other algorithm alone.
    MOVE "N" TO WS-XREF-ON-FEED-SW
    MOVE TKX-KEY-VALUE TO WS-HASH-INPUT

    CALL 'SHA1_HASH'
        USING BY REFERENCE WS-HASH-INPUT
              BY REFERENCE WS-HASH-OUTPUT
              BY REFERENCE WS-HASH-RETURN-CODE
    END-CALL
    IF WS-HASH-RETURN-CODE = 0
        PERFORM LOOK-UP-XREF-HASH
    ELSE
        ADD 1 TO WS-XREF-HASH-FAIL-COUNT
    END-IF

    IF NOT XREF-KEY-ON-FEED
        CALL 'SHA256_HASH'
            USING BY REFERENCE WS-HASH-INPUT
                  BY REFERENCE WS-HASH-OUTPUT
                  BY REFERENCE WS-HASH-RETURN-CODE
        END-CALL
        IF WS-HASH-RETURN-CODE = 0
            PERFORM LOOK-UP-XREF-HASH
        ELSE
            ADD 1 TO WS-XREF-HASH-FAIL-COUNT
        END-IF
    END-IF

    MOVE SPACES TO WS-HASH-INPUT
    MOVE SPACES TO WS-HASH-OUTPUT

    IF XREF-KEY-ON-FEED
        ADD 1 TO WS-XREF-ON-FEED-COUNT
        PERFORM LIST-KEYED-AUDIT-RECORDS
    END-IF.

LOOK-UP-XREF-HASH.
    MOVE FUNCTION UPPER-CASE (WS-HASH-OUTPUT) TO FHW-HASH-VALUE
    READ FEED-HASH-WORK
        INVALID KEY
            CONTINUE
        NOT INVALID KEY
            SET XREF-KEY-ON-FEED TO TRUE
    END-READ.

LIST-KEYED-AUDIT-RECORDS.
*> Browsed on the masked-key path; only the keyed slots are listed,
*> an unkeyed one having been looked up by the sweep already.
    PERFORM MASK-XREF-KEY
    MOVE TKX-TOKEN TO WS-LOOKUP-TOKEN
    MOVE "HMAC256" TO WS-LOOKUP-SLOT

    MOVE WS-XREF-MASKED-KEY TO AUD-MASKED-KEY
    MOVE "N" TO WS-AUDIT-FILE-EOF
    START AUDIT-FILE-IN KEY IS EQUAL TO AUD-MASKED-KEY
        INVALID KEY
            SET AUDIT-FILE-EOF TO TRUE
    END-START
    PERFORM UNTIL AUDIT-FILE-EOF
        READ AUDIT-FILE-IN NEXT RECORD
            AT END
                SET AUDIT-FILE-EOF TO TRUE
            NOT AT END
                IF AUD-MASKED-KEY NOT = WS-XREF-MASKED-KEY
                    SET AUDIT-FILE-EOF TO TRUE
                ELSE
                    IF AUD-RETURN-CODE-SHA256 = 0
                        AND AUD-HASH-SHA256 NOT = SPACES
                        AND AUD-SECRET-VERSION NUMERIC
                        AND AUD-SECRET-VERSION > 0
                        PERFORM WRITE-AUDITED-HIT
                    END-IF
                END-IF
        END-READ
    END-PERFORM

    MOVE SPACES TO WS-LOOKUP-TOKEN.

MASK-XREF-KEY.
*> Same masking as EXAMPLE1's MASK-INPUT-KEY, so the result matches
*> AUD-MASKED-KEY.
    MOVE SPACES TO WS-XREF-MASKED-KEY
    MOVE FUNCTION LENGTH (FUNCTION TRIM (TKX-KEY-VALUE))
        TO WS-XREF-KEY-LENGTH

    IF WS-XREF-KEY-LENGTH > 8
        MOVE TKX-KEY-VALUE (1:4) TO WS-XREF-MASKED-KEY (1:4)
        MOVE ALL "*" TO WS-XREF-MASKED-KEY (5:WS-XREF-KEY-LENGTH - 8)
        MOVE TKX-KEY-VALUE (WS-XREF-KEY-LENGTH - 3:4)
            TO WS-XREF-MASKED-KEY (WS-XREF-KEY-LENGTH - 3:4)
    ELSE
        IF WS-XREF-KEY-LENGTH > 0
            MOVE ALL "*" TO WS-XREF-MASKED-KEY (1:WS-XREF-KEY-LENGTH)
        END-IF
    END-IF.

WRITE-AUDITED-HIT.
    ADD 1 TO WS-AUDIT-HIT-COUNT
    MOVE SPACES TO WS-DETAIL-LINE
    MOVE AUD-RUN-ID TO WS-DET-RUN-ID
    MOVE AUD-SEQUENCE-NO TO WS-DET-SEQUENCE
    MOVE AUD-TIMESTAMP (1:14) TO WS-DET-TIMESTAMP
    MOVE AUD-SOURCE TO WS-DET-SOURCE
    MOVE WS-LOOKUP-SLOT TO WS-DET-SLOT
    MOVE FHW-FORM TO WS-DET-FORM
    MOVE FHW-CORPUS-NAME TO WS-DET-CORPUS
    MOVE WS-LOOKUP-TOKEN TO WS-DET-TOKEN
    MOVE AUD-MASKED-KEY TO WS-DET-MASKED-KEY
    WRITE COMPROMISED-REPORT-RECORD FROM WS-DETAIL-LINE.

WRITE-REPORT-SUMMARY.
    MOVE SPACES TO COMPROMISED-REPORT-RECORD
    WRITE COMPROMISED-REPORT-RECORD

    MOVE "FEED HASHES READ" TO WS-SUM-LABEL
    MOVE WS-FEED-READ-COUNT TO WS-SUM-COUNT
    WRITE COMPROMISED-REPORT-RECORD FROM WS-SUMMARY-LINE

    MOVE "FEED HASHES REJECTED (BAD LENGTH)" TO WS-SUM-LABEL
    MOVE WS-FEED-REJECTED-COUNT TO WS-SUM-COUNT
    WRITE COMPROMISED-REPORT-RECORD FROM WS-SUMMARY-LINE

    MOVE "FEED HASHES NOT BASE64-ENCODED" TO WS-SUM-LABEL
    MOVE WS-FEED-ENCODE-FAIL-COUNT TO WS-SUM-COUNT
    WRITE COMPROMISED-REPORT-RECORD FROM WS-SUMMARY-LINE

    MOVE "AUDIT RECORDS SCREENED" TO WS-SUM-LABEL
    MOVE WS-AUDIT-READ-COUNT TO WS-SUM-COUNT
    WRITE COMPROMISED-REPORT-RECORD FROM WS-SUMMARY-LINE

    MOVE "KEYED HMAC256 SLOTS" TO WS-SUM-LABEL
    MOVE WS-AUDIT-KEYED-COUNT TO WS-SUM-COUNT
    WRITE COMPROMISED-REPORT-RECORD FROM WS-SUMMARY-LINE

    MOVE "TOKENXRF KEYS HASHED FOR KEYED SLOTS" TO WS-SUM-LABEL
    MOVE WS-XREF-READ-COUNT TO WS-SUM-COUNT
    WRITE COMPROMISED-REPORT-RECORD FROM WS-SUMMARY-LINE

    MOVE "TOKENXRF KEY HASHES FAILED" TO WS-SUM-LABEL
    MOVE WS-XREF-HASH-FAIL-COUNT TO WS-SUM-COUNT
    WRITE COMPROMISED-REPORT-RECORD FROM WS-SUMMARY-LINE

    MOVE "TOKENXRF KEYS ON THE FEED" TO WS-SUM-LABEL
    MOVE WS-XREF-ON-FEED-COUNT TO WS-SUM-COUNT
    WRITE COMPROMISED-REPORT-RECORD FROM WS-SUMMARY-LINE

    MOVE "KEYED HMAC256 SLOTS NOT SCREENED" TO WS-SUM-LABEL
    MOVE WS-KEYED-UNSCREENED-COUNT TO WS-SUM-COUNT
    WRITE COMPROMISED-REPORT-RECORD FROM WS-SUMMARY-LINE

    MOVE "AUDITED HASHES ON THE FEED" TO WS-SUM-LABEL
    MOVE WS-AUDIT-HIT-COUNT TO WS-SUM-COUNT
    WRITE COMPROMISED-REPORT-RECORD FROM WS-SUMMARY-LINE.

CLOSE-FILES.
    CLOSE COMPROMISED-FEED-IN
    CLOSE FEED-HASH-WORK
    CLOSE AUDIT-FILE-IN
    CLOSE COMPROMISED-REPORT-OUT.
