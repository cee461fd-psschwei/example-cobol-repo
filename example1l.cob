*> extract), the security vault hash reference (VAULTREF, from the
*> flat VAULTEXT extract) and the key composition policy rules
*> (POLREF, from the flat POLRULES extract the vault team supplies,
*> so policy changes without a recompile), plus the access-controlled
*> keyed-hash secret reference (SECREF, from the flat SECEXT extract)
*> and the compromised-credential hash reference (CMPREF, from the
*> security team's weekly CMPFEED breach-corpus feed).  The first
*> three replace the fixed 5000-entry
*> in-memory tables that EXAMPLE1 and EXAMPLE1R used to load at the
*> start of every run and silently stopped honouring at production
*> volume.  Any input may be absent, in which case that reference
*> file is left alone; load statistics are reported for each file
*> processed.
*>
*> existing entry keeps its status, effective date and reason.
*> VAULTREF and POLREF have no online maintainer, so they are rebuilt
*> in full.
*>
*> The keyed-hash secret reference (SECREF, from the security team's
*> SECEXT extract) is MERGED too, for a different reason: hashes
*> already issued name the secret version that keyed them, so no
*> version may ever disappear or change its value.  The extract adds
*> new versions and may change an existing version's status or
*> effective date (retiring it, or bringing a rotation forward); an
*> extract line that would change the value behind an existing
*> version is rejected.  Secret values are never displayed.
*>
*> CMPREF is MERGED as well: each weekly feed carries only what was
*> published that week, and a hash once breached stays breached.  A
*> hash already on file keeps the date and corpus it was first seen
*> under.
*>
*> The source-system register (SRCREG, from the flat SRCSYS extract)
*> is MERGED too: the extract owns each source's status, schedule,
*> rule set and algorithm, but the EXAMPLE1I intake keeps the record
*> of each source's last file on the same entry, and a rebuild would
*> lose it.  A source dropped from the extract stays on file; it is
*> retired by sending it with status S.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
        ACCESS MODE RANDOM
        RECORD KEY IS PRL-RULE-ID.

    SELECT SECRET-EXTRACT-IN ASSIGN TO "SECEXT"
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS WS-SECEXT-FILE-STATUS.

    SELECT SECRET-REF ASSIGN TO "SECREF"
        ORGANIZATION INDEXED
        ACCESS MODE RANDOM
        RECORD KEY IS SCR-SECRET-VERSION
        FILE STATUS IS WS-SECREF-FILE-STATUS.

    SELECT COMPROMISED-FEED-IN ASSIGN TO "CMPFEED"
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS WS-CMPFEED-FILE-STATUS.

    SELECT COMPROMISED-HASH-REF ASSIGN TO "CMPREF"
        ORGANIZATION INDEXED
        ACCESS MODE RANDOM
        RECORD KEY IS CMH-KEY
        FILE STATUS IS WS-CMPREF-FILE-STATUS.

    SELECT SOURCE-SYSTEM-IN ASSIGN TO "SRCSYS"
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS WS-SRCSYS-FILE-STATUS.

    SELECT SOURCE-REGISTER ASSIGN TO "SRCREG"
        ORGANIZATION INDEXED
        ACCESS MODE RANDOM
        RECORD KEY IS SRC-SOURCE-ID
        FILE STATUS IS WS-SRCREG-FILE-STATUS.

DATA DIVISION.
FILE SECTION.
FD  WEAK-KEY-FILE-IN.
COPY WSVLTREF.

FD  POLICY-RULES-IN.
01  POLICY-RULES-RECORD         PIC X(90).

FD  POLICY-RULES-REF.
COPY WSPOLRUL.

FD  SECRET-EXTRACT-IN.
01  SECRET-EXTRACT-RECORD       PIC X(80).

FD  SECRET-REF.
COPY WSSECREF.

FD  COMPROMISED-FEED-IN.
01  COMPROMISED-FEED-RECORD     PIC X(100).

FD  COMPROMISED-HASH-REF.
COPY WSCMPHSH.

FD  SOURCE-SYSTEM-IN.
01  SOURCE-SYSTEM-RECORD        PIC X(80).

FD  SOURCE-REGISTER.
COPY WSSRCREG.

WORKING-STORAGE SECTION.

01  WS-WEAKKEY-FILE-STATUS      PIC X(2) VALUE "00".
*>     columns 19-21  numeric parm    (digits, zero-filled)
*>     columns 23-42  pattern value
*>     columns 44-73  reason text
*>     columns 75-82  rule set        blank = base rule, every source
01  WS-POLICY-RULE-LINE.
    05  WS-PRL-IN-RULE-ID       PIC X(8).
    05  FILLER                  PIC X.
    05  WS-PRL-IN-PATTERN       PIC X(20).
    05  FILLER                  PIC X.
    05  WS-PRL-IN-REASON        PIC X(30).
    05  FILLER                  PIC X.
    05  WS-PRL-IN-RULE-SET      PIC X(8).
    05  FILLER                  PIC X(8).

01  WS-RULES-READ-COUNT         PIC 9(8) VALUE 0.
01  WS-RULES-LOADED-COUNT       PIC 9(8) VALUE 0.
01  WS-RULES-DUPLICATE-COUNT    PIC 9(8) VALUE 0.
01  WS-RULES-REJECTED-COUNT     PIC 9(8) VALUE 0.

01  WS-SECEXT-FILE-STATUS       PIC X(2) VALUE "00".
    88  WS-SECEXT-FILE-FOUND            VALUE "00".
    88  WS-SECEXT-FILE-NOT-FOUND        VALUE "35".

01  WS-SECREF-FILE-STATUS       PIC X(2) VALUE "00".
    88  WS-SECREF-FILE-FOUND            VALUE "00".
    88  WS-SECREF-FILE-NOT-FOUND        VALUE "35".

01  WS-SECEXT-EOF-SW            PIC X VALUE "N".
    88  SECEXT-EOF                      VALUE "Y".

*> SECEXT is positional, one secret version per record:
*>     columns  1-4   secret version  (digits, zero-filled, not 0000)
*>     column   6     status          A active / R retired
*>     columns  8-15  effective date  yyyymmdd
*>     columns 17-80  secret value
01  WS-SECRET-LINE.
    05  WS-SEC-IN-VERSION       PIC 9(4).
    05  FILLER                  PIC X.
    05  WS-SEC-IN-STATUS        PIC X.
        88  WS-SEC-IN-STATUS-VALID      VALUE "A" "R".
    05  FILLER                  PIC X.
    05  WS-SEC-IN-EFF-DATE      PIC X(8).
    05  FILLER                  PIC X.
    05  WS-SEC-IN-VALUE         PIC X(64).

01  WS-SECRETS-READ-COUNT       PIC 9(8) VALUE 0.
01  WS-SECRETS-ADDED-COUNT      PIC 9(8) VALUE 0.
01  WS-SECRETS-UPDATED-COUNT    PIC 9(8) VALUE 0.
01  WS-SECRETS-UNCHANGED-COUNT  PIC 9(8) VALUE 0.
01  WS-SECRETS-REJECTED-COUNT   PIC 9(8) VALUE 0.

01  WS-CMPFEED-FILE-STATUS      PIC X(2) VALUE "00".
    88  WS-CMPFEED-FILE-FOUND           VALUE "00".
    88  WS-CMPFEED-FILE-NOT-FOUND       VALUE "35".

01  WS-CMPREF-FILE-STATUS       PIC X(2) VALUE "00".
    88  WS-CMPREF-FILE-FOUND            VALUE "00".
    88  WS-CMPREF-FILE-NOT-FOUND        VALUE "35".

01  WS-CMPFEED-EOF-SW           PIC X VALUE "N".
    88  CMPFEED-EOF                     VALUE "Y".

*> CMPFEED is positional, one published hash per record:
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

01  WS-CMPHASH-READ-COUNT       PIC 9(9) VALUE 0.
01  WS-CMPHASH-ADDED-COUNT      PIC 9(9) VALUE 0.
01  WS-CMPHASH-EXISTING-COUNT   PIC 9(9) VALUE 0.
01  WS-CMPHASH-REJECTED-COUNT   PIC 9(9) VALUE 0.

01  WS-SRCSYS-FILE-STATUS       PIC X(2) VALUE "00".
    88  WS-SRCSYS-FILE-FOUND            VALUE "00".
    88  WS-SRCSYS-FILE-NOT-FOUND        VALUE "35".

01  WS-SRCREG-FILE-STATUS       PIC X(2) VALUE "00".
    88  WS-SRCREG-FILE-FOUND            VALUE "00".
    88  WS-SRCREG-FILE-NOT-FOUND        VALUE "35".

01  WS-SRCSYS-EOF-SW            PIC X VALUE "N".
    88  SRCSYS-EOF                      VALUE "Y".

*> SRCSYS is positional, one source system per record:
*>     columns  1-8   source system id  as on its KEYIN header
*>     column  10     status            A active / S suspended
*>     columns 12-18  expected days     Y/N, Monday to Sunday
*>     columns 20-27  POLREF rule set   blank = base rules only
*>     columns 29-36  algorithm         SHA1 / SHA256 / BOTH /
*>                                      HMAC256, blank = CTLCARD
*>     columns 38-67  description
01  WS-SOURCE-SYSTEM-LINE.
    05  WS-SRS-IN-SOURCE-ID     PIC X(8).
    05  FILLER                  PIC X.
    05  WS-SRS-IN-STATUS        PIC X.
        88  WS-SRS-IN-STATUS-VALID      VALUE "A" "S".
    05  FILLER                  PIC X.
    05  WS-SRS-IN-EXPECTED-DAYS PIC X(7).
    05  FILLER                  PIC X.
    05  WS-SRS-IN-RULE-SET      PIC X(8).
    05  FILLER                  PIC X.
    05  WS-SRS-IN-ALGORITHM     PIC X(8).
    05  FILLER                  PIC X.
    05  WS-SRS-IN-DESCRIPTION   PIC X(30).
    05  FILLER                  PIC X(13).

01  WS-SRS-DAY-SUB              PIC 9.
01  WS-SRS-DAYS-VALID-SW        PIC X.
    88  SRS-DAYS-ARE-VALID              VALUE "Y".

01  WS-SOURCES-READ-COUNT       PIC 9(8) VALUE 0.
01  WS-SOURCES-ADDED-COUNT      PIC 9(8) VALUE 0.
01  WS-SOURCES-UPDATED-COUNT    PIC 9(8) VALUE 0.
01  WS-SOURCES-REJECTED-COUNT   PIC 9(8) VALUE 0.

PROCEDURE DIVISION.

MAIN-PROCESSING.
    PERFORM LOAD-WEAK-KEY-REFERENCE
    PERFORM LOAD-VAULT-REFERENCE
    PERFORM LOAD-POLICY-RULES-REFERENCE
    PERFORM LOAD-SECRET-REFERENCE
    PERFORM LOAD-COMPROMISED-HASH-REFERENCE
    PERFORM LOAD-SOURCE-REGISTER

    STOP RUN.

    MOVE WS-PRL-IN-RULE-TYPE TO PRL-RULE-TYPE
    MOVE WS-PRL-IN-PATTERN TO PRL-PATTERN-VALUE
    MOVE WS-PRL-IN-REASON TO PRL-REASON-TEXT
    MOVE WS-PRL-IN-RULE-SET TO PRL-RULE-SET
    IF WS-PRL-IN-NUMERIC-PARM NUMERIC
        MOVE WS-PRL-IN-NUMERIC-PARM TO PRL-NUMERIC-PARM
    ELSE
                ADD 1 TO WS-RULES-LOADED-COUNT
        END-WRITE
    END-IF.

LOAD-SECRET-REFERENCE.
    OPEN INPUT SECRET-EXTRACT-IN

    IF WS-SECEXT-FILE-NOT-FOUND
        DISPLAY "SECEXT extract not present, "
            "secret reference left unchanged"
    ELSE
*> First execution against a freshly defined cluster: create the
*> reference, then reopen it for keyed update.
        OPEN I-O SECRET-REF
        IF WS-SECREF-FILE-NOT-FOUND
            OPEN OUTPUT SECRET-REF
            CLOSE SECRET-REF
            OPEN I-O SECRET-REF
        END-IF

        PERFORM UNTIL SECEXT-EOF
            READ SECRET-EXTRACT-IN INTO WS-SECRET-LINE
                AT END
                    SET SECEXT-EOF TO TRUE
                NOT AT END
                    ADD 1 TO WS-SECRETS-READ-COUNT
                    PERFORM MERGE-SECRET-REF-RECORD
            END-READ
        END-PERFORM
        CLOSE SECRET-EXTRACT-IN
        CLOSE SECRET-REF

        DISPLAY "Secret reference merge: read " WS-SECRETS-READ-COUNT
            " added " WS-SECRETS-ADDED-COUNT
            " updated " WS-SECRETS-UPDATED-COUNT
            " unchanged " WS-SECRETS-UNCHANGED-COUNT
            " rejected " WS-SECRETS-REJECTED-COUNT
    END-IF.

MERGE-SECRET-REF-RECORD.
*> Messages name the version only - the value stays off the job log.
    IF WS-SEC-IN-VERSION NOT NUMERIC
        OR WS-SEC-IN-VERSION = 0
        OR NOT WS-SEC-IN-STATUS-VALID
        OR WS-SEC-IN-EFF-DATE NOT NUMERIC
        OR WS-SEC-IN-VALUE = SPACES
        ADD 1 TO WS-SECRETS-REJECTED-COUNT
        DISPLAY "Secret extract record " WS-SECRETS-READ-COUNT
            " is incomplete or invalid - not loaded"
    ELSE
        MOVE WS-SEC-IN-VERSION TO SCR-SECRET-VERSION
        READ SECRET-REF
            INVALID KEY
                MOVE WS-SEC-IN-VERSION TO SCR-SECRET-VERSION
                MOVE WS-SEC-IN-STATUS TO SCR-STATUS
                MOVE WS-SEC-IN-EFF-DATE TO SCR-EFFECTIVE-DATE
                MOVE WS-SEC-IN-VALUE TO SCR-SECRET-VALUE
                MOVE WS-LOAD-DATE TO SCR-LOADED-DATE
                WRITE SECRET-REF-RECORD
                ADD 1 TO WS-SECRETS-ADDED-COUNT
            NOT INVALID KEY
                PERFORM UPDATE-EXISTING-SECRET
        END-READ
    END-IF.

UPDATE-EXISTING-SECRET.
    IF SCR-SECRET-VALUE NOT = WS-SEC-IN-VALUE
        ADD 1 TO WS-SECRETS-REJECTED-COUNT
        DISPLAY "Secret version " SCR-SECRET-VERSION
            " already loaded with a different value - not changed;"
            " a new secret needs a new version"
    ELSE
        IF SCR-STATUS = WS-SEC-IN-STATUS
            AND SCR-EFFECTIVE-DATE = WS-SEC-IN-EFF-DATE
            ADD 1 TO WS-SECRETS-UNCHANGED-COUNT
        ELSE
            MOVE WS-SEC-IN-STATUS TO SCR-STATUS
            MOVE WS-SEC-IN-EFF-DATE TO SCR-EFFECTIVE-DATE
            REWRITE SECRET-REF-RECORD
            ADD 1 TO WS-SECRETS-UPDATED-COUNT
            DISPLAY "Secret version " SCR-SECRET-VERSION
                " now status " SCR-STATUS
                " effective " SCR-EFFECTIVE-DATE
        END-IF
    END-IF.

LOAD-COMPROMISED-HASH-REFERENCE.
    OPEN INPUT COMPROMISED-FEED-IN

    IF WS-CMPFEED-FILE-NOT-FOUND
        DISPLAY "CMPFEED feed not present, "
            "compromised hash reference left unchanged"
    ELSE
*> First execution against a freshly defined cluster: create the
*> reference, then reopen it for keyed update.
        OPEN I-O COMPROMISED-HASH-REF
        IF WS-CMPREF-FILE-NOT-FOUND
            OPEN OUTPUT COMPROMISED-HASH-REF
            CLOSE COMPROMISED-HASH-REF
            OPEN I-O COMPROMISED-HASH-REF
        END-IF

        PERFORM UNTIL CMPFEED-EOF
            READ COMPROMISED-FEED-IN INTO WS-CMPFEED-LINE
                AT END
                    SET CMPFEED-EOF TO TRUE
                NOT AT END
                    ADD 1 TO WS-CMPHASH-READ-COUNT
                    PERFORM MERGE-COMPROMISED-HASH-RECORD
            END-READ
        END-PERFORM
        CLOSE COMPROMISED-FEED-IN
        CLOSE COMPROMISED-HASH-REF

        DISPLAY "Compromised hash reference merge: read "
            WS-CMPHASH-READ-COUNT
            " added " WS-CMPHASH-ADDED-COUNT
            " already on file " WS-CMPHASH-EXISTING-COUNT
            " rejected " WS-CMPHASH-REJECTED-COUNT
    END-IF.

MERGE-COMPROMISED-HASH-RECORD.
*> A hash of the wrong length for its algorithm could never match
*> what the hashing routines return; loading it would only hide a
*> malformed feed.  Held in upper case, the case every CMPREF lookup
*> builds its key in.
    MOVE FUNCTION UPPER-CASE (WS-CMF-IN-HASH) TO WS-CMF-IN-HASH
    IF WS-CMF-IN-HASH = SPACES
        MOVE 0 TO WS-CMF-HASH-LENGTH
    ELSE
        MOVE FUNCTION LENGTH (FUNCTION TRIM (WS-CMF-IN-HASH))
            TO WS-CMF-HASH-LENGTH
    END-IF

    IF (WS-CMF-IN-ALGO-SHA1 AND WS-CMF-HASH-LENGTH = 40)
        OR (WS-CMF-IN-ALGO-SHA256 AND WS-CMF-HASH-LENGTH = 64)
        MOVE WS-CMF-IN-ALGORITHM TO CMH-ALGORITHM
        MOVE WS-CMF-IN-HASH TO CMH-HASH-VALUE
        READ COMPROMISED-HASH-REF
            INVALID KEY
                MOVE WS-CMF-IN-ALGORITHM TO CMH-ALGORITHM
                MOVE WS-CMF-IN-HASH TO CMH-HASH-VALUE
                MOVE WS-LOAD-DATE TO CMH-FIRST-SEEN-DATE
                MOVE WS-CMF-IN-CORPUS TO CMH-CORPUS-NAME
                WRITE COMPROMISED-HASH-RECORD
                ADD 1 TO WS-CMPHASH-ADDED-COUNT
            NOT INVALID KEY
                ADD 1 TO WS-CMPHASH-EXISTING-COUNT
        END-READ
    ELSE
        ADD 1 TO WS-CMPHASH-REJECTED-COUNT
        DISPLAY "CMPFEED record " WS-CMPHASH-READ-COUNT
            " algorithm " WS-CMF-IN-ALGORITHM
            " has an invalid hash length " WS-CMF-HASH-LENGTH
            " - not loaded"
    END-IF.

LOAD-SOURCE-REGISTER.
    OPEN INPUT SOURCE-SYSTEM-IN

    IF WS-SRCSYS-FILE-NOT-FOUND
        DISPLAY "SRCSYS extract not present, "
            "source-system register left unchanged"
    ELSE
*> First execution against a freshly defined cluster: create the
*> register, then reopen it for keyed update.
        OPEN I-O SOURCE-REGISTER
        IF WS-SRCREG-FILE-NOT-FOUND
            OPEN OUTPUT SOURCE-REGISTER
            CLOSE SOURCE-REGISTER
            OPEN I-O SOURCE-REGISTER
        END-IF

        PERFORM UNTIL SRCSYS-EOF
            READ SOURCE-SYSTEM-IN INTO WS-SOURCE-SYSTEM-LINE
                AT END
                    SET SRCSYS-EOF TO TRUE
                NOT AT END
                    ADD 1 TO WS-SOURCES-READ-COUNT
                    PERFORM MERGE-SOURCE-REGISTER-RECORD
            END-READ
        END-PERFORM
        CLOSE SOURCE-SYSTEM-IN
        CLOSE SOURCE-REGISTER

        DISPLAY "Source-system register merge: read "
            WS-SOURCES-READ-COUNT
            " added " WS-SOURCES-ADDED-COUNT
            " updated " WS-SOURCES-UPDATED-COUNT
            " rejected " WS-SOURCES-REJECTED-COUNT
    END-IF.

MERGE-SOURCE-REGISTER-RECORD.
*> A schedule that is not seven Y/N flags, or an algorithm EXAMPLE1
*> does not run, would only surface as a held or misrouted feed on
*> the day; reject the line here instead.
    MOVE "Y" TO WS-SRS-DAYS-VALID-SW
    PERFORM VARYING WS-SRS-DAY-SUB FROM 1 BY 1
        UNTIL WS-SRS-DAY-SUB > 7
        IF WS-SRS-IN-EXPECTED-DAYS (WS-SRS-DAY-SUB:1) NOT = "Y"
            AND WS-SRS-IN-EXPECTED-DAYS (WS-SRS-DAY-SUB:1) NOT = "N"
            MOVE "N" TO WS-SRS-DAYS-VALID-SW
        END-IF
    END-PERFORM
    MOVE WS-SRS-IN-ALGORITHM TO SRC-HASH-ALGORITHM

    IF WS-SRS-IN-SOURCE-ID = SPACES
        OR NOT WS-SRS-IN-STATUS-VALID
        OR NOT SRS-DAYS-ARE-VALID
        OR NOT SRC-ALGO-IS-VALID
        ADD 1 TO WS-SOURCES-REJECTED-COUNT
        DISPLAY "SRCSYS record " WS-SOURCES-READ-COUNT
            " source " WS-SRS-IN-SOURCE-ID
            " has an invalid status, schedule or algorithm"
            " - not loaded"
    ELSE
        MOVE WS-SRS-IN-SOURCE-ID TO SRC-SOURCE-ID
        READ SOURCE-REGISTER
            INVALID KEY
                MOVE SPACES TO SOURCE-REGISTER-RECORD
                MOVE WS-SRS-IN-SOURCE-ID TO SRC-SOURCE-ID
                PERFORM MOVE-SOURCE-SETTINGS
                MOVE 0 TO SRC-LAST-KEY-COUNT
                WRITE SOURCE-REGISTER-RECORD
                ADD 1 TO WS-SOURCES-ADDED-COUNT
            NOT INVALID KEY
                PERFORM MOVE-SOURCE-SETTINGS
                REWRITE SOURCE-REGISTER-RECORD
                ADD 1 TO WS-SOURCES-UPDATED-COUNT
        END-READ
    END-IF.

MOVE-SOURCE-SETTINGS.
    MOVE WS-SRS-IN-STATUS TO SRC-STATUS
    MOVE WS-SRS-IN-EXPECTED-DAYS TO SRC-EXPECTED-DAYS
    MOVE WS-SRS-IN-RULE-SET TO SRC-POLICY-RULE-SET
    MOVE WS-SRS-IN-ALGORITHM TO SRC-HASH-ALGORITHM
    MOVE WS-SRS-IN-DESCRIPTION TO SRC-DESCRIPTION
    MOVE WS-LOAD-DATE TO SRC-LOADED-DATE.
