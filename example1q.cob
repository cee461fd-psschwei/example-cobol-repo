IDENTIFICATION DIVISION.
PROGRAM-ID. EXAMPLE1Q.

*> Key erasure request processing.  When an application is
*> decommissioned, or legal instructs us to destroy a credential, the
*> key has to go from every file that holds it or a trace of it:
*> TOKENXRF (the raw value and its token), KEYINV (the masked key),
*> BRKHIST (breaks under its token, or its masked key for a vault
*> orphan), ONLIFQ (queued online hashes), WEAKREF and VAULTREF (the
*> raw value), WEAKHIST (the raw value, kept as the masked key),
*> OWNREG (the ownership entry under its token) and the AUDIT cluster
*> (masked key and hashes).  This job replaces the manual cluster
*> surgery that used to be done for it.
*>
*> Input is ERASREQ, one erasure request per record:
*>     columns   1-100  raw key value, or the token
*>     column    102    K = columns 1-100 are a key (the default),
*>                      T = columns 1-22 are a token
*>     columns 104-123  authorising ticket number (required)
*>     columns 125-132  user-id of the requester
*> Requests are staged in a scratch indexed work file (ERASWRK), then:
*>   1. A request whose token is still in flight - on today's
*>      IDMIFACE extract, on the IDMRSND re-extract, or queued on
*>      ONLIFQ for the next batch window - is held and nothing is
*>      touched; it is copied to ERASHELD unchanged, ready to be
*>      resubmitted once IDM has taken the records.  A request with no
*>      ticket, or a token with no cross-reference entry, is rejected.
*>   2. KEYINV, BRKHIST orphans and AUDIT know the key only by its
*>      masked form, which two different keys can share, as does
*>      OWNREG for a key erased with no token.  One pass of TOKENXRF
*>      marks each request whose masked key belongs to another
*>      cross-referenced key as well.  For those, the KEYINV entry,
*>      orphan breaks and OWNREG entries found by masked key are
*>      retained, and an AUDIT record is scrubbed only when one of its
*>      hashes is the erased key's own (SHA-1, SHA-256 or the SECREF
*>      version's HMAC, hex or base64 - recomputed here, never read
*>      from anywhere); where the masked key is not shared, every
*>      AUDIT record under it is the key's.
*>   3. Everything else is erased: TOKENXRF, KEYINV, WEAKREF,
*>      VAULTREF and OWNREG entries and BRKHIST breaks are deleted,
*>      any ONLIFQ entry queued since the in-flight check is deleted,
*>      WEAKHIST entries keep only the masked key, and AUDIT records
*>      have the masked key set to *ERASED* and both hashes blanked.
*>      AUDIT records are scrubbed, not deleted: their sequence
*>      numbers and chain values stay, so the hash chain still proves
*>      nothing else was touched, and each one scrubbed is logged by
*>      its AUD-KEY on ERASLOG for EXAMPLE1AV.  OWNHIST, the EX1M change trail,
*>      holds only the token - never the key, raw or masked - and is
*>      kept as it is, in the same way ERASLOG keeps the token; the
*>      entries for the token are counted and certified as retained.
*> Every request is logged on ERASLOG (WSERALOG) - a line per file
*> with what was removed from it, or why nothing was - and ERASCERT
*> is the destruction certificate for legal: per request, what was
*> removed from each file.
*>
*> WEAKREF and VAULTREF are refreshed by EXAMPLE1L from upstream
*> extracts, and audit records EXAMPLE1A has already archived are on
*> offline generations; the certificate says so, because this job
*> reaches neither.  The work files are emptied before the job ends
*> so no raw key is left on scratch.
*>
*> A delete or rewrite that fails, or an ERASLOG entry that cannot be
*> written, fails the request: the certificate counts only what was
*> actually removed, shows the request FAILED with the first error,
*> and the job ends CC16 so the request is investigated and rerun.
*>
*> Condition codes: 0 every request erased, 4 a request held or
*> rejected (see ERASCERT), 16 a file could not be opened - nothing
*> erased - or an I/O error failed a request (see ERASCERT).

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT ERASURE-REQUEST-IN ASSIGN TO "ERASREQ"
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS WS-ERASREQ-FILE-STATUS.

    SELECT HELD-REQUEST-OUT ASSIGN TO "ERASHELD"
        ORGANIZATION LINE SEQUENTIAL.

    SELECT TOKEN-XREF ASSIGN TO "TOKENXRF"
        ORGANIZATION INDEXED
        ACCESS MODE DYNAMIC
        RECORD KEY IS TKX-KEY-VALUE
        ALTERNATE RECORD KEY IS TKX-TOKEN
        FILE STATUS IS WS-TOKENXRF-FILE-STATUS.

    SELECT KEY-INVENTORY ASSIGN TO "KEYINV"
        ORGANIZATION INDEXED
        ACCESS MODE RANDOM
        RECORD KEY IS KIV-MASKED-KEY
        FILE STATUS IS WS-KEYINV-FILE-STATUS.

    SELECT BREAK-HISTORY ASSIGN TO "BRKHIST"
        ORGANIZATION INDEXED
        ACCESS MODE DYNAMIC
        RECORD KEY IS BRH-KEY
        FILE STATUS IS WS-BRKHIST-FILE-STATUS.

    SELECT ONLINE-IFACE-QUEUE ASSIGN TO "ONLIFQ"
        ORGANIZATION INDEXED
        ACCESS MODE DYNAMIC
        RECORD KEY IS OIQ-QUEUE-KEY
        FILE STATUS IS WS-ONLIFQ-FILE-STATUS.

    SELECT WEAK-KEY-REF ASSIGN TO "WEAKREF"
        ORGANIZATION INDEXED
        ACCESS MODE RANDOM
        RECORD KEY IS WKR-KEY-VALUE
        FILE STATUS IS WS-WEAKREF-FILE-STATUS.

    SELECT WEAK-KEY-HIST ASSIGN TO "WEAKHIST"
        ORGANIZATION INDEXED
        ACCESS MODE DYNAMIC
        RECORD KEY IS WKH-KEY
        FILE STATUS IS WS-WEAKHIST-FILE-STATUS.

    SELECT VAULT-REF ASSIGN TO "VAULTREF"
        ORGANIZATION INDEXED
        ACCESS MODE RANDOM
        RECORD KEY IS VLR-KEY-VALUE
        FILE STATUS IS WS-VAULTREF-FILE-STATUS.

    SELECT KEY-OWNER-REG ASSIGN TO "OWNREG"
        ORGANIZATION INDEXED
        ACCESS MODE DYNAMIC
        RECORD KEY IS OWN-TOKEN
        ALTERNATE RECORD KEY IS OWN-MASKED-KEY WITH DUPLICATES
        FILE STATUS IS WS-OWNREG-FILE-STATUS.

    SELECT KEY-OWNER-HIST ASSIGN TO "OWNHIST"
        ORGANIZATION INDEXED
        ACCESS MODE DYNAMIC
        RECORD KEY IS OWH-KEY
        FILE STATUS IS WS-OWNHIST-FILE-STATUS.

    SELECT AUDIT-FILE-IO ASSIGN TO "AUDIT"
        ORGANIZATION INDEXED
        ACCESS MODE DYNAMIC
        RECORD KEY IS AUD-KEY
        ALTERNATE RECORD KEY IS AUD-MASKED-KEY WITH DUPLICATES
        FILE STATUS IS WS-AUDIT-FILE-STATUS.

*> Secrets behind HMAC256 audit hashes, to recompute the erased
*> key's hash under the version each record names.
    SELECT SECRET-REF ASSIGN TO "SECREF"
        ORGANIZATION INDEXED
        ACCESS MODE RANDOM
        RECORD KEY IS SCR-SECRET-VERSION
        FILE STATUS IS WS-SECREF-FILE-STATUS.

*> Today's extracts still waiting for, or being resent to, IDM.
    SELECT INTERFACE-SENT-IN ASSIGN TO "IDMIFACE"
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS WS-IDMIFACE-FILE-STATUS.

    SELECT RESEND-EXTRACT-IN ASSIGN TO "IDMRSND"
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS WS-IDMRSND-FILE-STATUS.

    SELECT ERASURE-LOG ASSIGN TO "ERASLOG"
        ORGANIZATION INDEXED
        ACCESS MODE RANDOM
        RECORD KEY IS ELG-KEY
        ALTERNATE RECORD KEY IS ELG-ITEM-KEY WITH DUPLICATES
        FILE STATUS IS WS-ERASLOG-FILE-STATUS.

*> Scratch files, recreated on every run and emptied at the end.
    SELECT ERASURE-WORK ASSIGN TO "ERASWRK"
        ORGANIZATION INDEXED
        ACCESS MODE DYNAMIC
        RECORD KEY IS EWK-REQUEST-NO
        ALTERNATE RECORD KEY IS EWK-TOKEN WITH DUPLICATES
        ALTERNATE RECORD KEY IS EWK-MASKED-KEY WITH DUPLICATES.

    SELECT AUDIT-SCRUB-WORK ASSIGN TO "ERASAWK"
        ORGANIZATION INDEXED
        ACCESS MODE DYNAMIC
        RECORD KEY IS ASW-AUDIT-KEY.

    SELECT CERTIFICATE-OUT ASSIGN TO "ERASCERT"
        ORGANIZATION LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD  ERASURE-REQUEST-IN.
01  ERASURE-REQUEST-RECORD      PIC X(132).

FD  HELD-REQUEST-OUT.
01  HELD-REQUEST-RECORD         PIC X(132).

FD  TOKEN-XREF.
COPY WSTOKXRF.

FD  KEY-INVENTORY.
COPY WSKEYINV.

FD  BREAK-HISTORY.
COPY WSBRKHST.

FD  ONLINE-IFACE-QUEUE.
COPY WSONLIFQ.

FD  WEAK-KEY-REF.
COPY WSWEAKRF.

FD  WEAK-KEY-HIST.
COPY WSWKHIST.

FD  VAULT-REF.
COPY WSVLTREF.

FD  KEY-OWNER-REG.
COPY WSOWNREG.

FD  KEY-OWNER-HIST.
COPY WSOWNHST.

FD  AUDIT-FILE-IO.
COPY WSAUDREC.

FD  SECRET-REF.
COPY WSSECREF.

FD  INTERFACE-SENT-IN.
01  INTERFACE-SENT-RECORD       PIC X(250).

FD  RESEND-EXTRACT-IN.
01  RESEND-EXTRACT-RECORD       PIC X(250).

FD  ERASURE-LOG.
COPY WSERALOG.

FD  ERASURE-WORK.
01  ERASURE-WORK-RECORD.
    05  EWK-REQUEST-NO          PIC 9(6).
    05  EWK-TOKEN               PIC X(22).
    05  EWK-MASKED-KEY          PIC X(100).
    05  EWK-KEY-VALUE           PIC X(100).
    05  EWK-TICKET              PIC X(20).
    05  EWK-USER-ID             PIC X(8).
    05  EWK-REQUEST-LINE        PIC X(132).
    05  EWK-STATUS              PIC X(8).
        88  EWK-STATUS-PENDING          VALUE "PENDING".
        88  EWK-STATUS-HELD             VALUE "HELD".
        88  EWK-STATUS-REJECTED         VALUE "REJECTED".
        88  EWK-STATUS-ERASED           VALUE "ERASED".
        88  EWK-STATUS-FAILED           VALUE "FAILED".
    05  EWK-REASON              PIC X(40).
    05  EWK-MASK-SHARED-SW      PIC X.
        88  EWK-MASK-SHARED             VALUE "Y".
    05  EWK-COUNTS.
        10  EWK-TOKENXRF-COUNT  PIC 9(7).
        10  EWK-KEYINV-COUNT    PIC 9(7).
        10  EWK-KEYINV-RETAINED PIC 9(7).
        10  EWK-BRKHIST-COUNT   PIC 9(7).
        10  EWK-BRKHIST-RETAINED PIC 9(7).
        10  EWK-ONLIFQ-COUNT    PIC 9(7).
        10  EWK-WEAKREF-COUNT   PIC 9(7).
        10  EWK-WEAKHIST-COUNT  PIC 9(7).
        10  EWK-VAULTREF-COUNT  PIC 9(7).
        10  EWK-OWNREG-COUNT    PIC 9(7).
        10  EWK-OWNREG-RETAINED PIC 9(7).
        10  EWK-OWNHIST-RETAINED PIC 9(7).
        10  EWK-AUDIT-COUNT     PIC 9(7).
        10  EWK-AUDIT-RETAINED  PIC 9(7).

FD  AUDIT-SCRUB-WORK.
01  AUDIT-SCRUB-WORK-RECORD.
    05  ASW-AUDIT-KEY           PIC X(22).

FD  CERTIFICATE-OUT.
01  CERTIFICATE-RECORD          PIC X(132).

WORKING-STORAGE SECTION.

01  WS-ERASREQ-FILE-STATUS      PIC X(2) VALUE "00".
    88  WS-ERASREQ-FILE-FOUND           VALUE "00".
    88  WS-ERASREQ-FILE-NOT-FOUND       VALUE "35".

01  WS-TOKENXRF-FILE-STATUS     PIC X(2) VALUE "00".
    88  WS-TOKENXRF-FILE-FOUND          VALUE "00".
    88  WS-TOKENXRF-FILE-NOT-FOUND      VALUE "35".
    88  WS-TOKENXRF-IO-OK               VALUE "00".

01  WS-KEYINV-FILE-STATUS       PIC X(2) VALUE "00".
    88  WS-KEYINV-FILE-FOUND            VALUE "00".
    88  WS-KEYINV-FILE-NOT-FOUND        VALUE "35".
    88  WS-KEYINV-IO-OK                 VALUE "00".

01  WS-BRKHIST-FILE-STATUS      PIC X(2) VALUE "00".
    88  WS-BRKHIST-FILE-FOUND           VALUE "00".
    88  WS-BRKHIST-FILE-NOT-FOUND       VALUE "35".
    88  WS-BRKHIST-IO-OK                VALUE "00".

01  WS-ONLIFQ-FILE-STATUS       PIC X(2) VALUE "00".
    88  WS-ONLIFQ-FILE-FOUND            VALUE "00".
    88  WS-ONLIFQ-FILE-NOT-FOUND        VALUE "35".
    88  WS-ONLIFQ-IO-OK                 VALUE "00".

01  WS-WEAKREF-FILE-STATUS      PIC X(2) VALUE "00".
    88  WS-WEAKREF-FILE-FOUND           VALUE "00".
    88  WS-WEAKREF-FILE-NOT-FOUND       VALUE "35".
    88  WS-WEAKREF-IO-OK                VALUE "00".

01  WS-WEAKHIST-FILE-STATUS     PIC X(2) VALUE "00".
    88  WS-WEAKHIST-FILE-FOUND          VALUE "00".
    88  WS-WEAKHIST-FILE-NOT-FOUND      VALUE "35".
    88  WS-WEAKHIST-IO-OK               VALUE "00".

01  WS-VAULTREF-FILE-STATUS     PIC X(2) VALUE "00".
    88  WS-VAULTREF-FILE-FOUND          VALUE "00".
    88  WS-VAULTREF-FILE-NOT-FOUND      VALUE "35".
    88  WS-VAULTREF-IO-OK               VALUE "00".

01  WS-OWNREG-FILE-STATUS       PIC X(2) VALUE "00".
    88  WS-OWNREG-FILE-FOUND            VALUE "00".
    88  WS-OWNREG-FILE-NOT-FOUND        VALUE "35".
    88  WS-OWNREG-IO-OK                 VALUE "00" "02".

01  WS-OWNHIST-FILE-STATUS      PIC X(2) VALUE "00".
    88  WS-OWNHIST-FILE-FOUND           VALUE "00".
    88  WS-OWNHIST-FILE-NOT-FOUND       VALUE "35".

01  WS-AUDIT-FILE-STATUS        PIC X(2) VALUE "00".
    88  WS-AUDIT-FILE-FOUND             VALUE "00".
    88  WS-AUDIT-FILE-NOT-FOUND         VALUE "35".
    88  WS-AUDIT-IO-OK                  VALUE "00" "02".

01  WS-SECREF-FILE-STATUS       PIC X(2) VALUE "00".
    88  WS-SECREF-FILE-FOUND            VALUE "00".
    88  WS-SECREF-FILE-NOT-FOUND        VALUE "35".

01  WS-IDMIFACE-FILE-STATUS     PIC X(2) VALUE "00".
    88  WS-IDMIFACE-FILE-FOUND          VALUE "00".
    88  WS-IDMIFACE-FILE-NOT-FOUND      VALUE "35".

01  WS-IDMRSND-FILE-STATUS      PIC X(2) VALUE "00".
    88  WS-IDMRSND-FILE-FOUND           VALUE "00".
    88  WS-IDMRSND-FILE-NOT-FOUND       VALUE "35".

01  WS-ERASLOG-FILE-STATUS      PIC X(2) VALUE "00".
    88  WS-ERASLOG-FILE-FOUND           VALUE "00".
    88  WS-ERASLOG-FILE-NOT-FOUND       VALUE "35".
    88  WS-ERASLOG-IO-OK                VALUE "00" "02".

*> A target cluster that has never been defined holds nothing to
*> erase; any other open failure stops the job before it starts.
01  WS-FILE-PRESENT-SWITCHES.
    05  WS-KEYINV-PRESENT-SW    PIC X VALUE "Y".
        88  KEYINV-PRESENT              VALUE "Y".
    05  WS-BRKHIST-PRESENT-SW   PIC X VALUE "Y".
        88  BRKHIST-PRESENT             VALUE "Y".
    05  WS-ONLIFQ-PRESENT-SW    PIC X VALUE "Y".
        88  ONLIFQ-PRESENT              VALUE "Y".
    05  WS-WEAKREF-PRESENT-SW   PIC X VALUE "Y".
        88  WEAKREF-PRESENT             VALUE "Y".
    05  WS-WEAKHIST-PRESENT-SW  PIC X VALUE "Y".
        88  WEAKHIST-PRESENT            VALUE "Y".
    05  WS-VAULTREF-PRESENT-SW  PIC X VALUE "Y".
        88  VAULTREF-PRESENT            VALUE "Y".
    05  WS-OWNREG-PRESENT-SW    PIC X VALUE "Y".
        88  OWNREG-PRESENT              VALUE "Y".
    05  WS-OWNHIST-PRESENT-SW   PIC X VALUE "Y".
        88  OWNHIST-PRESENT             VALUE "Y".
    05  WS-AUDIT-PRESENT-SW     PIC X VALUE "Y".
        88  AUDIT-PRESENT               VALUE "Y".
    05  WS-SECREF-PRESENT-SW    PIC X VALUE "Y".
        88  SECREF-PRESENT              VALUE "Y".

01  WS-EOF-SWITCHES.
    05  WS-REQUEST-FILE-EOF     PIC X VALUE "N".
        88  REQUEST-FILE-EOF            VALUE "Y".
    05  WS-SENT-FILE-EOF        PIC X VALUE "N".
        88  SENT-FILE-EOF               VALUE "Y".
    05  WS-ONLIFQ-EOF           PIC X VALUE "N".
        88  ONLIFQ-EOF                  VALUE "Y".
    05  WS-TOKENXRF-EOF         PIC X VALUE "N".
        88  TOKENXRF-EOF                VALUE "Y".
    05  WS-ERASWRK-EOF          PIC X VALUE "N".
        88  ERASWRK-EOF                 VALUE "Y".
    05  WS-MATCH-EOF            PIC X VALUE "N".
        88  MATCH-EOF                   VALUE "Y".
    05  WS-BRKHIST-EOF          PIC X VALUE "N".
        88  BRKHIST-EOF                 VALUE "Y".
    05  WS-WEAKHIST-EOF         PIC X VALUE "N".
        88  WEAKHIST-EOF                VALUE "Y".
    05  WS-OWNREG-EOF           PIC X VALUE "N".
        88  OWNREG-EOF                  VALUE "Y".
    05  WS-OWNHIST-EOF          PIC X VALUE "N".
        88  OWNHIST-EOF                 VALUE "Y".
    05  WS-AUDIT-FILE-EOF       PIC X VALUE "N".
        88  AUDIT-FILE-EOF              VALUE "Y".
    05  WS-ERASAWK-EOF          PIC X VALUE "N".
        88  ERASAWK-EOF                 VALUE "Y".

01  WS-REQUEST-LINE.
    05  WS-REQ-VALUE            PIC X(100).
    05  FILLER                  PIC X.
    05  WS-REQ-TYPE             PIC X.
        88  WS-REQ-TYPE-KEY             VALUE "K" " ".
        88  WS-REQ-TYPE-TOKEN           VALUE "T".
    05  FILLER                  PIC X.
    05  WS-REQ-TICKET           PIC X(20).
    05  FILLER                  PIC X.
    05  WS-REQ-USER-ID          PIC X(8).

01  WS-CURRENT-TIMESTAMP        PIC X(21).
01  WS-RUN-ID                   PIC X(14).
01  WS-LOG-SEQUENCE-NO          PIC 9(8) VALUE 0.
01  WS-REQUEST-NO               PIC 9(6) VALUE 0.

01  WS-REQUEST-COUNTS.
    05  WS-ERASED-COUNT         PIC 9(6) VALUE 0.
    05  WS-HELD-COUNT           PIC 9(6) VALUE 0.
    05  WS-REJECTED-COUNT       PIC 9(6) VALUE 0.
    05  WS-FAILED-COUNT         PIC 9(6) VALUE 0.
    05  WS-PENDING-COUNT        PIC 9(6) VALUE 0.

*> Hold applied to every pending request for one token, or to all
*> of them when an in-flight file cannot be read.
01  WS-HOLD-TOKEN               PIC X(22).
01  WS-HOLD-REASON              PIC X(40).

*> Same masking EXAMPLE1's MASK-INPUT-KEY applies before a key goes
*> anywhere but the hash routines.
01  WS-RAW-KEY                  PIC X(100).
01  WS-MASKED-KEY               PIC X(100).
01  WS-KEY-LENGTH               PIC 9(3).

*> The erased key's own hashes, as EXAMPLE1 and EX1O would have
*> written them to AUDIT in either output format.
01  WS-KEY-FINGERPRINTS.
    05  WS-FP-SHA1-HEX          PIC X(88).
    05  WS-FP-SHA1-BASE64       PIC X(88).
    05  WS-FP-SHA256-HEX        PIC X(88).
    05  WS-FP-SHA256-BASE64     PIC X(88).
    05  WS-FP-HMAC-HEX          PIC X(88).
    05  WS-FP-HMAC-BASE64       PIC X(88).
01  WS-FP-HMAC-VERSION          PIC 9(4).
01  WS-HASH-INPUT               PIC X(100).
01  WS-HASH-OUTPUT              PIC X(88).
01  WS-HASH-RETURN-CODE         PIC S9(4) COMP.
01  WS-BASE64-WORK              PIC X(64).
01  WS-BASE64-OUTPUT            PIC X(88).
01  WS-BASE64-RETURN-CODE       PIC S9(4) COMP.
01  WS-HMAC-SECRET              PIC X(64).
01  WS-AUDIT-ATTRIBUTED-SW      PIC X VALUE "N".
    88  AUDIT-ATTRIBUTED                VALUE "Y".

01  WS-BREAK-IDENTITY           PIC X(100).
01  WS-BREAK-DELETED-COUNT      PIC 9(7).

*> One erasure log entry; the request fields come from the work
*> record in hand.
01  WS-LOG-FILE-NAME            PIC X(8).
01  WS-LOG-ITEM-REF             PIC X(22).
01  WS-LOG-ACTION               PIC X(8).
01  WS-LOG-ITEM-COUNT           PIC 9(7).
01  WS-LOG-REASON               PIC X(40).

*> A delete, rewrite or log write that did not complete; the first
*> one for a request becomes its reason on the certificate.
01  WS-IO-FILE-NAME             PIC X(8).
01  WS-IO-OPERATION             PIC X(7).
01  WS-IO-STATUS                PIC X(2).
01  WS-IO-FAILURE-COUNT         PIC 9(6) VALUE 0.
01  WS-REQUEST-FAILED-SW        PIC X VALUE "N".
    88  REQUEST-IO-FAILED               VALUE "Y".

01  WS-CERT-HEADING-1.
    05  FILLER                  PIC X(36)
        VALUE "KEY DESTRUCTION CERTIFICATE     RUN ".
    05  WS-CH1-RUN-ID           PIC X(14).
    05  FILLER                  PIC X(11) VALUE "  PRODUCED ".
    05  WS-CH1-DATE             PIC X(8).

01  WS-CERT-REQUEST-LINE.
    05  FILLER                  PIC X(8) VALUE "REQUEST ".
    05  WS-CRL-REQUEST-NO       PIC Z(5)9.
    05  FILLER                  PIC X(9) VALUE "  TICKET ".
    05  WS-CRL-TICKET           PIC X(20).
    05  FILLER                  PIC X(5) VALUE "  BY ".
    05  WS-CRL-USER-ID          PIC X(8).
    05  FILLER                  PIC X(8) VALUE "  TOKEN ".
    05  WS-CRL-TOKEN            PIC X(22).
    05  FILLER                  PIC X(2) VALUE SPACES.
    05  WS-CRL-STATUS           PIC X(8).

01  WS-CERT-KEY-LINE.
    05  FILLER                  PIC X(8) VALUE "    KEY ".
    05  WS-CKL-MASKED-KEY       PIC X(100).

01  WS-CERT-FILE-LINE.
    05  FILLER                  PIC X(4) VALUE SPACES.
    05  WS-CFL-FILE-NAME        PIC X(8).
    05  FILLER                  PIC X(2) VALUE SPACES.
    05  WS-CFL-ACTION           PIC X(8).
    05  FILLER                  PIC X(2) VALUE SPACES.
    05  WS-CFL-COUNT            PIC Z(6)9.
    05  FILLER                  PIC X(2) VALUE SPACES.
    05  WS-CFL-NOTE             PIC X(60).

01  WS-CERT-REASON-LINE.
    05  FILLER                  PIC X(16) VALUE "    NOT ERASED: ".
    05  WS-CRS-REASON           PIC X(40).

01  WS-CERT-FAILURE-LINE.
    05  FILLER                  PIC X(16) VALUE "    FAILED:     ".
    05  WS-CFR-REASON           PIC X(40).

01  WS-CERT-SUMMARY-LINE.
    05  WS-CSL-LABEL            PIC X(40).
    05  WS-CSL-COUNT            PIC Z(5)9.

PROCEDURE DIVISION.

MAIN-PROCESSING.
    MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP
    MOVE WS-CURRENT-TIMESTAMP (1:14) TO WS-RUN-ID

    PERFORM OPEN-FILES
    PERFORM LOAD-ERASURE-REQUESTS

    IF WS-PENDING-COUNT > 0
        PERFORM CHECK-INTERFACE-EXTRACT
        PERFORM CHECK-RESEND-EXTRACT
        PERFORM CHECK-ONLINE-QUEUE
    END-IF
    IF WS-PENDING-COUNT > 0
        PERFORM MARK-SHARED-MASKED-KEYS
        PERFORM ERASE-PENDING-REQUESTS
    END-IF

    PERFORM WRITE-DESTRUCTION-CERTIFICATE
    PERFORM CLOSE-FILES

    DISPLAY "Key erasure complete. Requests: " WS-REQUEST-NO
        " erased: " WS-ERASED-COUNT " held: " WS-HELD-COUNT
        " rejected: " WS-REJECTED-COUNT " failed: " WS-FAILED-COUNT

    EVALUATE TRUE
        WHEN WS-IO-FAILURE-COUNT > 0
            DISPLAY "ERROR: " WS-IO-FAILURE-COUNT " I/O error(s) - "
                "requests not fully erased or logged, see ERASCERT"
            MOVE 16 TO RETURN-CODE
        WHEN WS-HELD-COUNT > 0 OR WS-REJECTED-COUNT > 0
            DISPLAY "WARNING: requests held or rejected - see "
                "ERASCERT; held requests are on ERASHELD for "
                "resubmission"
            MOVE 4 TO RETURN-CODE
        WHEN OTHER
            MOVE 0 TO RETURN-CODE
    END-EVALUATE

    STOP RUN.

OPEN-FILES.
    OPEN INPUT ERASURE-REQUEST-IN
    IF NOT WS-ERASREQ-FILE-FOUND
        DISPLAY "Erasure requests ERASREQ not available, status "
            WS-ERASREQ-FILE-STATUS
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF

    OPEN I-O TOKEN-XREF
    IF NOT WS-TOKENXRF-FILE-FOUND
        DISPLAY "Token cross-reference TOKENXRF not available, "
            "status " WS-TOKENXRF-FILE-STATUS
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF

    OPEN I-O KEY-INVENTORY
    IF WS-KEYINV-FILE-NOT-FOUND
        MOVE "N" TO WS-KEYINV-PRESENT-SW
    ELSE
        IF NOT WS-KEYINV-FILE-FOUND
            DISPLAY "Key inventory KEYINV not available, status "
                WS-KEYINV-FILE-STATUS " - nothing erased"
            MOVE 16 TO RETURN-CODE
            STOP RUN
        END-IF
    END-IF

    OPEN I-O BREAK-HISTORY
    IF WS-BRKHIST-FILE-NOT-FOUND
        MOVE "N" TO WS-BRKHIST-PRESENT-SW
    ELSE
        IF NOT WS-BRKHIST-FILE-FOUND
            DISPLAY "Break history BRKHIST not available, status "
                WS-BRKHIST-FILE-STATUS " - nothing erased"
            MOVE 16 TO RETURN-CODE
            STOP RUN
        END-IF
    END-IF

    OPEN I-O ONLINE-IFACE-QUEUE
    IF WS-ONLIFQ-FILE-NOT-FOUND
        MOVE "N" TO WS-ONLIFQ-PRESENT-SW
    ELSE
        IF NOT WS-ONLIFQ-FILE-FOUND
            DISPLAY "Online interface queue ONLIFQ not available, "
                "status " WS-ONLIFQ-FILE-STATUS " - nothing erased"
            MOVE 16 TO RETURN-CODE
            STOP RUN
        END-IF
    END-IF

    OPEN I-O WEAK-KEY-REF
    IF WS-WEAKREF-FILE-NOT-FOUND
        MOVE "N" TO WS-WEAKREF-PRESENT-SW
    ELSE
        IF NOT WS-WEAKREF-FILE-FOUND
            DISPLAY "Weak-key reference WEAKREF not available, status "
                WS-WEAKREF-FILE-STATUS " - nothing erased"
            MOVE 16 TO RETURN-CODE
            STOP RUN
        END-IF
    END-IF

    OPEN I-O WEAK-KEY-HIST
    IF WS-WEAKHIST-FILE-NOT-FOUND
        MOVE "N" TO WS-WEAKHIST-PRESENT-SW
    ELSE
        IF NOT WS-WEAKHIST-FILE-FOUND
            DISPLAY "Weak-key history WEAKHIST not available, status "
                WS-WEAKHIST-FILE-STATUS " - nothing erased"
            MOVE 16 TO RETURN-CODE
            STOP RUN
        END-IF
    END-IF

    OPEN I-O VAULT-REF
    IF WS-VAULTREF-FILE-NOT-FOUND
        MOVE "N" TO WS-VAULTREF-PRESENT-SW
    ELSE
        IF NOT WS-VAULTREF-FILE-FOUND
            DISPLAY "Vault reference VAULTREF not available, status "
                WS-VAULTREF-FILE-STATUS " - nothing erased"
            MOVE 16 TO RETURN-CODE
            STOP RUN
        END-IF
    END-IF

    OPEN I-O KEY-OWNER-REG
    IF WS-OWNREG-FILE-NOT-FOUND
        MOVE "N" TO WS-OWNREG-PRESENT-SW
    ELSE
        IF NOT WS-OWNREG-FILE-FOUND
            DISPLAY "Ownership register OWNREG not available, status "
                WS-OWNREG-FILE-STATUS " - nothing erased"
            MOVE 16 TO RETURN-CODE
            STOP RUN
        END-IF
    END-IF

    OPEN INPUT KEY-OWNER-HIST
    IF WS-OWNHIST-FILE-NOT-FOUND
        MOVE "N" TO WS-OWNHIST-PRESENT-SW
    ELSE
        IF NOT WS-OWNHIST-FILE-FOUND
            DISPLAY "Ownership history OWNHIST not available, status "
                WS-OWNHIST-FILE-STATUS " - nothing erased"
            MOVE 16 TO RETURN-CODE
            STOP RUN
        END-IF
    END-IF

    OPEN I-O AUDIT-FILE-IO
    IF WS-AUDIT-FILE-NOT-FOUND
        MOVE "N" TO WS-AUDIT-PRESENT-SW
    ELSE
        IF NOT WS-AUDIT-FILE-FOUND
            DISPLAY "Audit trail AUDIT not available, status "
                WS-AUDIT-FILE-STATUS " - nothing erased"
            MOVE 16 TO RETURN-CODE
            STOP RUN
        END-IF
    END-IF

    OPEN INPUT SECRET-REF
    IF NOT WS-SECREF-FILE-FOUND
        MOVE "N" TO WS-SECREF-PRESENT-SW
    END-IF

*> First execution against a freshly defined cluster: create the
*> log, then reopen it for keyed update.
    OPEN I-O ERASURE-LOG
    IF WS-ERASLOG-FILE-NOT-FOUND
        OPEN OUTPUT ERASURE-LOG
        CLOSE ERASURE-LOG
        OPEN I-O ERASURE-LOG
    END-IF
    IF NOT WS-ERASLOG-FILE-FOUND
        DISPLAY "Erasure log ERASLOG not available, status "
            WS-ERASLOG-FILE-STATUS " - nothing erased"
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF

    OPEN OUTPUT ERASURE-WORK
    CLOSE ERASURE-WORK
    OPEN I-O ERASURE-WORK

    OPEN OUTPUT HELD-REQUEST-OUT
    OPEN OUTPUT CERTIFICATE-OUT.

LOAD-ERASURE-REQUESTS.
    PERFORM UNTIL REQUEST-FILE-EOF
        READ ERASURE-REQUEST-IN INTO WS-REQUEST-LINE
            AT END
                SET REQUEST-FILE-EOF TO TRUE
            NOT AT END
                IF WS-REQUEST-LINE NOT = SPACES
                    PERFORM STAGE-ONE-REQUEST
                END-IF
        END-READ
    END-PERFORM

    DISPLAY "Erasure requests read: " WS-REQUEST-NO
        " to process: " WS-PENDING-COUNT.

STAGE-ONE-REQUEST.
    ADD 1 TO WS-REQUEST-NO
    MOVE SPACES TO ERASURE-WORK-RECORD
    MOVE WS-REQUEST-NO TO EWK-REQUEST-NO
    MOVE WS-REQ-TICKET TO EWK-TICKET
    MOVE WS-REQ-USER-ID TO EWK-USER-ID
    MOVE WS-REQUEST-LINE TO EWK-REQUEST-LINE
    MOVE ZEROS TO EWK-COUNTS
    MOVE "N" TO EWK-MASK-SHARED-SW
    SET EWK-STATUS-PENDING TO TRUE

    EVALUATE TRUE
        WHEN WS-REQ-VALUE = SPACES
            SET EWK-STATUS-REJECTED TO TRUE
            MOVE "NO KEY OR TOKEN GIVEN" TO EWK-REASON
        WHEN WS-REQ-TICKET = SPACES
            SET EWK-STATUS-REJECTED TO TRUE
            MOVE "NO AUTHORISING TICKET NUMBER" TO EWK-REASON
        WHEN WS-REQ-TYPE-TOKEN
            MOVE WS-REQ-VALUE (1:22) TO TKX-TOKEN
            MOVE WS-REQ-VALUE (1:22) TO EWK-TOKEN
            READ TOKEN-XREF KEY IS TKX-TOKEN
                INVALID KEY
                    SET EWK-STATUS-REJECTED TO TRUE
                    MOVE "TOKEN NOT ON TOKENXRF" TO EWK-REASON
                NOT INVALID KEY
                    MOVE TKX-KEY-VALUE TO EWK-KEY-VALUE
            END-READ
        WHEN WS-REQ-TYPE-KEY
*> A key that never reached the cross-reference can still be on
*> WEAKREF, VAULTREF or AUDIT; it is erased with no token.
            MOVE WS-REQ-VALUE TO EWK-KEY-VALUE
            MOVE WS-REQ-VALUE TO TKX-KEY-VALUE
            READ TOKEN-XREF KEY IS TKX-KEY-VALUE
                INVALID KEY
                    MOVE SPACES TO EWK-TOKEN
                NOT INVALID KEY
                    MOVE TKX-TOKEN TO EWK-TOKEN
            END-READ
        WHEN OTHER
            SET EWK-STATUS-REJECTED TO TRUE
            MOVE "REQUEST TYPE NOT K OR T" TO EWK-REASON
    END-EVALUATE

    IF EWK-KEY-VALUE NOT = SPACES
        MOVE EWK-KEY-VALUE TO WS-RAW-KEY
        PERFORM MASK-RAW-KEY
        MOVE WS-MASKED-KEY TO EWK-MASKED-KEY
    END-IF

    IF EWK-STATUS-PENDING
        ADD 1 TO WS-PENDING-COUNT
    ELSE
        ADD 1 TO WS-REJECTED-COUNT
    END-IF

    WRITE ERASURE-WORK-RECORD.

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

CHECK-INTERFACE-EXTRACT.
*> A token on the extract IDM has not necessarily taken yet; erasing
*> it now would leave IDM loading a record we can no longer explain.
    MOVE "N" TO WS-SENT-FILE-EOF
    OPEN INPUT INTERFACE-SENT-IN
    EVALUATE TRUE
        WHEN WS-IDMIFACE-FILE-FOUND
            PERFORM UNTIL SENT-FILE-EOF
                READ INTERFACE-SENT-IN
                    AT END
                        SET SENT-FILE-EOF TO TRUE
                    NOT AT END
                        IF INTERFACE-SENT-RECORD (1:3) NOT = "HDR"
                            AND INTERFACE-SENT-RECORD (1:3) NOT = "TRL"
                            AND INTERFACE-SENT-RECORD (1:22)
                                NOT = SPACES
                            MOVE INTERFACE-SENT-RECORD (1:22)
                                TO WS-HOLD-TOKEN
                            MOVE "IN FLIGHT ON IDMIFACE"
                                TO WS-HOLD-REASON
                            PERFORM HOLD-REQUESTS-FOR-TOKEN
                        END-IF
                END-READ
            END-PERFORM
            CLOSE INTERFACE-SENT-IN
        WHEN WS-IDMIFACE-FILE-NOT-FOUND
            CONTINUE
        WHEN OTHER
            MOVE "IDMIFACE COULD NOT BE CHECKED" TO WS-HOLD-REASON
            PERFORM HOLD-ALL-PENDING-REQUESTS
    END-EVALUATE.

CHECK-RESEND-EXTRACT.
    MOVE "N" TO WS-SENT-FILE-EOF
    OPEN INPUT RESEND-EXTRACT-IN
    EVALUATE TRUE
        WHEN WS-IDMRSND-FILE-FOUND
            PERFORM UNTIL SENT-FILE-EOF
                READ RESEND-EXTRACT-IN
                    AT END
                        SET SENT-FILE-EOF TO TRUE
                    NOT AT END
                        IF RESEND-EXTRACT-RECORD (1:3) NOT = "HDR"
                            AND RESEND-EXTRACT-RECORD (1:3) NOT = "TRL"
                            AND RESEND-EXTRACT-RECORD (1:22)
                                NOT = SPACES
                            MOVE RESEND-EXTRACT-RECORD (1:22)
                                TO WS-HOLD-TOKEN
                            MOVE "IN FLIGHT ON IDMRSND"
                                TO WS-HOLD-REASON
                            PERFORM HOLD-REQUESTS-FOR-TOKEN
                        END-IF
                END-READ
            END-PERFORM
            CLOSE RESEND-EXTRACT-IN
        WHEN WS-IDMRSND-FILE-NOT-FOUND
            CONTINUE
        WHEN OTHER
            MOVE "IDMRSND COULD NOT BE CHECKED" TO WS-HOLD-REASON
            PERFORM HOLD-ALL-PENDING-REQUESTS
    END-EVALUATE.

CHECK-ONLINE-QUEUE.
*> Queued online hashes go onto the next IDMIFACE extract; the
*> request waits until they have gone.
    IF ONLIFQ-PRESENT
        MOVE "N" TO WS-ONLIFQ-EOF
        MOVE LOW-VALUES TO OIQ-QUEUE-KEY
        START ONLINE-IFACE-QUEUE KEY IS NOT LESS THAN OIQ-QUEUE-KEY
            INVALID KEY
                SET ONLIFQ-EOF TO TRUE
        END-START
        PERFORM UNTIL ONLIFQ-EOF
            READ ONLINE-IFACE-QUEUE NEXT RECORD
                AT END
                    SET ONLIFQ-EOF TO TRUE
                NOT AT END
                    MOVE OIQ-KEY-TOKEN TO WS-HOLD-TOKEN
                    MOVE "QUEUED ON ONLIFQ FOR THE NEXT EXTRACT"
                        TO WS-HOLD-REASON
                    PERFORM HOLD-REQUESTS-FOR-TOKEN
            END-READ
        END-PERFORM
    END-IF.

HOLD-REQUESTS-FOR-TOKEN.
    MOVE WS-HOLD-TOKEN TO EWK-TOKEN
    MOVE "N" TO WS-MATCH-EOF
    START ERASURE-WORK KEY IS EQUAL TO EWK-TOKEN
        INVALID KEY
            SET MATCH-EOF TO TRUE
    END-START
    PERFORM UNTIL MATCH-EOF
        READ ERASURE-WORK NEXT RECORD
            AT END
                SET MATCH-EOF TO TRUE
            NOT AT END
                IF EWK-TOKEN NOT = WS-HOLD-TOKEN
                    SET MATCH-EOF TO TRUE
                ELSE
                    IF EWK-STATUS-PENDING
                        PERFORM HOLD-ONE-REQUEST
                    END-IF
                END-IF
        END-READ
    END-PERFORM.

HOLD-ALL-PENDING-REQUESTS.
    MOVE 0 TO EWK-REQUEST-NO
    MOVE "N" TO WS-MATCH-EOF
    START ERASURE-WORK KEY IS NOT LESS THAN EWK-REQUEST-NO
        INVALID KEY
            SET MATCH-EOF TO TRUE
    END-START
    PERFORM UNTIL MATCH-EOF
        READ ERASURE-WORK NEXT RECORD
            AT END
                SET MATCH-EOF TO TRUE
            NOT AT END
                IF EWK-STATUS-PENDING
                    PERFORM HOLD-ONE-REQUEST
                END-IF
        END-READ
    END-PERFORM.

HOLD-ONE-REQUEST.
    SET EWK-STATUS-HELD TO TRUE
    MOVE WS-HOLD-REASON TO EWK-REASON
    REWRITE ERASURE-WORK-RECORD
    SUBTRACT 1 FROM WS-PENDING-COUNT
    ADD 1 TO WS-HELD-COUNT.

MARK-SHARED-MASKED-KEYS.
*> One pass of the cross-reference: any other key masking to the
*> same value as a request's key makes that masked key ambiguous.
    MOVE "N" TO WS-TOKENXRF-EOF
    MOVE LOW-VALUES TO TKX-KEY-VALUE
    START TOKEN-XREF KEY IS NOT LESS THAN TKX-KEY-VALUE
        INVALID KEY
            SET TOKENXRF-EOF TO TRUE
    END-START
    PERFORM UNTIL TOKENXRF-EOF
        READ TOKEN-XREF NEXT RECORD
            AT END
                SET TOKENXRF-EOF TO TRUE
            NOT AT END
                MOVE TKX-KEY-VALUE TO WS-RAW-KEY
                PERFORM MASK-RAW-KEY
                PERFORM MARK-REQUESTS-SHARING-MASK
        END-READ
    END-PERFORM.

MARK-REQUESTS-SHARING-MASK.
    MOVE WS-MASKED-KEY TO EWK-MASKED-KEY
    MOVE "N" TO WS-MATCH-EOF
    START ERASURE-WORK KEY IS EQUAL TO EWK-MASKED-KEY
        INVALID KEY
            SET MATCH-EOF TO TRUE
    END-START
    PERFORM UNTIL MATCH-EOF
        READ ERASURE-WORK NEXT RECORD
            AT END
                SET MATCH-EOF TO TRUE
            NOT AT END
                IF EWK-MASKED-KEY NOT = WS-MASKED-KEY
                    SET MATCH-EOF TO TRUE
                ELSE
                    IF EWK-KEY-VALUE NOT = TKX-KEY-VALUE
                        AND NOT EWK-MASK-SHARED
                        SET EWK-MASK-SHARED TO TRUE
                        REWRITE ERASURE-WORK-RECORD
                    END-IF
                END-IF
        END-READ
    END-PERFORM.

ERASE-PENDING-REQUESTS.
    MOVE 0 TO EWK-REQUEST-NO
    MOVE "N" TO WS-ERASWRK-EOF
    START ERASURE-WORK KEY IS NOT LESS THAN EWK-REQUEST-NO
        INVALID KEY
            SET ERASWRK-EOF TO TRUE
    END-START
    PERFORM UNTIL ERASWRK-EOF
        READ ERASURE-WORK NEXT RECORD
            AT END
                SET ERASWRK-EOF TO TRUE
            NOT AT END
                IF EWK-STATUS-PENDING
                    PERFORM ERASE-ONE-REQUEST
                END-IF
        END-READ
    END-PERFORM.

ERASE-ONE-REQUEST.
    MOVE "N" TO WS-REQUEST-FAILED-SW
    PERFORM ERASE-FROM-TOKEN-XREF
    IF ONLIFQ-PRESENT AND EWK-TOKEN NOT = SPACES
        PERFORM ERASE-FROM-ONLINE-QUEUE
    END-IF
    IF KEYINV-PRESENT
        PERFORM ERASE-FROM-KEY-INVENTORY
    END-IF
    IF BRKHIST-PRESENT
        PERFORM ERASE-FROM-BREAK-HISTORY
    END-IF
    IF WEAKREF-PRESENT
        PERFORM ERASE-FROM-WEAK-KEY-REF
    END-IF
    IF WEAKHIST-PRESENT
        PERFORM SCRUB-WEAK-KEY-HISTORY
    END-IF
    IF VAULTREF-PRESENT
        PERFORM ERASE-FROM-VAULT-REF
    END-IF
    IF OWNREG-PRESENT
        PERFORM ERASE-FROM-OWNER-REGISTER
    END-IF
    IF OWNHIST-PRESENT AND EWK-TOKEN NOT = SPACES
        PERFORM COUNT-OWNER-HISTORY
    END-IF
    IF AUDIT-PRESENT
        PERFORM SCRUB-AUDIT-TRAIL
    END-IF

    PERFORM LOG-REQUEST-ERASURES
    IF REQUEST-IO-FAILED
        SET EWK-STATUS-FAILED TO TRUE
        ADD 1 TO WS-FAILED-COUNT
        MOVE EWK-TOKEN TO WS-LOG-ITEM-REF
        MOVE SPACES TO WS-LOG-FILE-NAME
        MOVE EWK-STATUS TO WS-LOG-ACTION
        MOVE 0 TO WS-LOG-ITEM-COUNT
        MOVE EWK-REASON TO WS-LOG-REASON
        PERFORM WRITE-ERASURE-LOG-ENTRY
    ELSE
        SET EWK-STATUS-ERASED TO TRUE
        ADD 1 TO WS-ERASED-COUNT
    END-IF
    REWRITE ERASURE-WORK-RECORD.

NOTE-ERASURE-IO-FAILURE.
*> The caller names the file, the operation and its status.
    DISPLAY "Request " EWK-REQUEST-NO " ticket " EWK-TICKET ": "
        WS-IO-FILE-NAME " " WS-IO-OPERATION " failed, status "
        WS-IO-STATUS
    ADD 1 TO WS-IO-FAILURE-COUNT
    IF NOT REQUEST-IO-FAILED
        SET REQUEST-IO-FAILED TO TRUE
        MOVE SPACES TO EWK-REASON
        STRING WS-IO-FILE-NAME DELIMITED BY SPACE
               " " DELIMITED BY SIZE
               WS-IO-OPERATION DELIMITED BY SPACE
               " FAILED, STATUS " DELIMITED BY SIZE
               WS-IO-STATUS DELIMITED BY SIZE
            INTO EWK-REASON
        END-STRING
    END-IF.

ERASE-FROM-TOKEN-XREF.
    MOVE EWK-KEY-VALUE TO TKX-KEY-VALUE
    READ TOKEN-XREF KEY IS TKX-KEY-VALUE
        INVALID KEY
            CONTINUE
        NOT INVALID KEY
            DELETE TOKEN-XREF RECORD
            IF WS-TOKENXRF-IO-OK
                ADD 1 TO EWK-TOKENXRF-COUNT
            ELSE
                MOVE "TOKENXRF" TO WS-IO-FILE-NAME
                MOVE "DELETE" TO WS-IO-OPERATION
                MOVE WS-TOKENXRF-FILE-STATUS TO WS-IO-STATUS
                PERFORM NOTE-ERASURE-IO-FAILURE
            END-IF
    END-READ.

ERASE-FROM-ONLINE-QUEUE.
*> Anything queued for the token since the in-flight check (the key
*> hashed online in the meantime) would reach IDM with no
*> cross-reference behind it.
    MOVE "N" TO WS-ONLIFQ-EOF
    MOVE LOW-VALUES TO OIQ-QUEUE-KEY
    START ONLINE-IFACE-QUEUE KEY IS NOT LESS THAN OIQ-QUEUE-KEY
        INVALID KEY
            SET ONLIFQ-EOF TO TRUE
    END-START
    PERFORM UNTIL ONLIFQ-EOF
        READ ONLINE-IFACE-QUEUE NEXT RECORD
            AT END
                SET ONLIFQ-EOF TO TRUE
            NOT AT END
                IF OIQ-KEY-TOKEN = EWK-TOKEN
                    DELETE ONLINE-IFACE-QUEUE RECORD
                    IF WS-ONLIFQ-IO-OK
                        ADD 1 TO EWK-ONLIFQ-COUNT
                    ELSE
                        MOVE "ONLIFQ" TO WS-IO-FILE-NAME
                        MOVE "DELETE" TO WS-IO-OPERATION
                        MOVE WS-ONLIFQ-FILE-STATUS TO WS-IO-STATUS
                        PERFORM NOTE-ERASURE-IO-FAILURE
                        SET ONLIFQ-EOF TO TRUE
                    END-IF
                END-IF
        END-READ
    END-PERFORM.

ERASE-FROM-KEY-INVENTORY.
    MOVE EWK-MASKED-KEY TO KIV-MASKED-KEY
    READ KEY-INVENTORY
        INVALID KEY
            CONTINUE
        NOT INVALID KEY
            IF EWK-MASK-SHARED
                ADD 1 TO EWK-KEYINV-RETAINED
            ELSE
                DELETE KEY-INVENTORY RECORD
                IF WS-KEYINV-IO-OK
                    ADD 1 TO EWK-KEYINV-COUNT
                ELSE
                    MOVE "KEYINV" TO WS-IO-FILE-NAME
                    MOVE "DELETE" TO WS-IO-OPERATION
                    MOVE WS-KEYINV-FILE-STATUS TO WS-IO-STATUS
                    PERFORM NOTE-ERASURE-IO-FAILURE
                END-IF
            END-IF
    END-READ.

ERASE-FROM-BREAK-HISTORY.
    IF EWK-TOKEN NOT = SPACES
        MOVE EWK-TOKEN TO WS-BREAK-IDENTITY
        PERFORM DELETE-BREAKS-FOR-IDENTITY
        ADD WS-BREAK-DELETED-COUNT TO EWK-BRKHIST-COUNT
    END-IF

*> A vault-side orphan is recorded under the masked key.
    MOVE EWK-MASKED-KEY TO WS-BREAK-IDENTITY
    IF EWK-MASK-SHARED
        PERFORM COUNT-BREAKS-FOR-IDENTITY
        ADD WS-BREAK-DELETED-COUNT TO EWK-BRKHIST-RETAINED
    ELSE
        PERFORM DELETE-BREAKS-FOR-IDENTITY
        ADD WS-BREAK-DELETED-COUNT TO EWK-BRKHIST-COUNT
    END-IF.

DELETE-BREAKS-FOR-IDENTITY.
    MOVE 0 TO WS-BREAK-DELETED-COUNT
    MOVE WS-BREAK-IDENTITY TO BRH-TOKEN
    MOVE LOW-VALUES TO BRH-REASON
    MOVE "N" TO WS-BRKHIST-EOF
    START BREAK-HISTORY KEY IS NOT LESS THAN BRH-KEY
        INVALID KEY
            SET BRKHIST-EOF TO TRUE
    END-START
    PERFORM UNTIL BRKHIST-EOF
        READ BREAK-HISTORY NEXT RECORD
            AT END
                SET BRKHIST-EOF TO TRUE
            NOT AT END
                IF BRH-TOKEN NOT = WS-BREAK-IDENTITY
                    SET BRKHIST-EOF TO TRUE
                ELSE
                    DELETE BREAK-HISTORY RECORD
                    IF WS-BRKHIST-IO-OK
                        ADD 1 TO WS-BREAK-DELETED-COUNT
                    ELSE
                        MOVE "BRKHIST" TO WS-IO-FILE-NAME
                        MOVE "DELETE" TO WS-IO-OPERATION
                        MOVE WS-BRKHIST-FILE-STATUS TO WS-IO-STATUS
                        PERFORM NOTE-ERASURE-IO-FAILURE
                        SET BRKHIST-EOF TO TRUE
                    END-IF
                END-IF
        END-READ
    END-PERFORM.

COUNT-BREAKS-FOR-IDENTITY.
    MOVE 0 TO WS-BREAK-DELETED-COUNT
    MOVE WS-BREAK-IDENTITY TO BRH-TOKEN
    MOVE LOW-VALUES TO BRH-REASON
    MOVE "N" TO WS-BRKHIST-EOF
    START BREAK-HISTORY KEY IS NOT LESS THAN BRH-KEY
        INVALID KEY
            SET BRKHIST-EOF TO TRUE
    END-START
    PERFORM UNTIL BRKHIST-EOF
        READ BREAK-HISTORY NEXT RECORD
            AT END
                SET BRKHIST-EOF TO TRUE
            NOT AT END
                IF BRH-TOKEN NOT = WS-BREAK-IDENTITY
                    SET BRKHIST-EOF TO TRUE
                ELSE
                    ADD 1 TO WS-BREAK-DELETED-COUNT
                END-IF
        END-READ
    END-PERFORM.

ERASE-FROM-WEAK-KEY-REF.
    MOVE EWK-KEY-VALUE TO WKR-KEY-VALUE
    READ WEAK-KEY-REF
        INVALID KEY
            CONTINUE
        NOT INVALID KEY
            DELETE WEAK-KEY-REF RECORD
            IF WS-WEAKREF-IO-OK
                ADD 1 TO EWK-WEAKREF-COUNT
            ELSE
                MOVE "WEAKREF" TO WS-IO-FILE-NAME
                MOVE "DELETE" TO WS-IO-OPERATION
                MOVE WS-WEAKREF-FILE-STATUS TO WS-IO-STATUS
                PERFORM NOTE-ERASURE-IO-FAILURE
            END-IF
    END-READ.

SCRUB-WEAK-KEY-HISTORY.
*> The history of who blocked or unblocked the key, and when, is
*> kept; only the key itself goes.
    MOVE "N" TO WS-WEAKHIST-EOF
    MOVE LOW-VALUES TO WKH-KEY
    START WEAK-KEY-HIST KEY IS NOT LESS THAN WKH-KEY
        INVALID KEY
            SET WEAKHIST-EOF TO TRUE
    END-START
    PERFORM UNTIL WEAKHIST-EOF
        READ WEAK-KEY-HIST NEXT RECORD
            AT END
                SET WEAKHIST-EOF TO TRUE
            NOT AT END
                IF WKH-KEY-VALUE = EWK-KEY-VALUE
                    MOVE EWK-MASKED-KEY TO WKH-KEY-VALUE
                    REWRITE WEAK-KEY-HIST-RECORD
                    IF WS-WEAKHIST-IO-OK
                        ADD 1 TO EWK-WEAKHIST-COUNT
                    ELSE
                        MOVE "WEAKHIST" TO WS-IO-FILE-NAME
                        MOVE "REWRITE" TO WS-IO-OPERATION
                        MOVE WS-WEAKHIST-FILE-STATUS TO WS-IO-STATUS
                        PERFORM NOTE-ERASURE-IO-FAILURE
                        SET WEAKHIST-EOF TO TRUE
                    END-IF
                END-IF
        END-READ
    END-PERFORM.

ERASE-FROM-VAULT-REF.
    MOVE EWK-KEY-VALUE TO VLR-KEY-VALUE
    READ VAULT-REF
        INVALID KEY
            CONTINUE
        NOT INVALID KEY
            DELETE VAULT-REF RECORD
            IF WS-VAULTREF-IO-OK
                ADD 1 TO EWK-VAULTREF-COUNT
            ELSE
                MOVE "VAULTREF" TO WS-IO-FILE-NAME
                MOVE "DELETE" TO WS-IO-OPERATION
                MOVE WS-VAULTREF-FILE-STATUS TO WS-IO-STATUS
                PERFORM NOTE-ERASURE-IO-FAILURE
            END-IF
    END-READ.

ERASE-FROM-OWNER-REGISTER.
*> The register is keyed on the token; a key erased with no token
*> can only be found under its masked key, which is treated as
*> KEYINV's is.
    IF EWK-TOKEN NOT = SPACES
        MOVE EWK-TOKEN TO OWN-TOKEN
        READ KEY-OWNER-REG KEY IS OWN-TOKEN
            INVALID KEY
                CONTINUE
            NOT INVALID KEY
                DELETE KEY-OWNER-REG RECORD
                IF WS-OWNREG-IO-OK
                    ADD 1 TO EWK-OWNREG-COUNT
                ELSE
                    MOVE "OWNREG" TO WS-IO-FILE-NAME
                    MOVE "DELETE" TO WS-IO-OPERATION
                    MOVE WS-OWNREG-FILE-STATUS TO WS-IO-STATUS
                    PERFORM NOTE-ERASURE-IO-FAILURE
                END-IF
        END-READ
    ELSE
        PERFORM ERASE-OWNERS-FOR-MASKED-KEY
    END-IF.

ERASE-OWNERS-FOR-MASKED-KEY.
    MOVE EWK-MASKED-KEY TO OWN-MASKED-KEY
    MOVE "N" TO WS-OWNREG-EOF
    START KEY-OWNER-REG KEY IS EQUAL TO OWN-MASKED-KEY
        INVALID KEY
            SET OWNREG-EOF TO TRUE
    END-START
    PERFORM UNTIL OWNREG-EOF
        READ KEY-OWNER-REG NEXT RECORD
            AT END
                SET OWNREG-EOF TO TRUE
            NOT AT END
                IF OWN-MASKED-KEY NOT = EWK-MASKED-KEY
                    SET OWNREG-EOF TO TRUE
                ELSE
                    IF EWK-MASK-SHARED
                        ADD 1 TO EWK-OWNREG-RETAINED
                    ELSE
                        DELETE KEY-OWNER-REG RECORD
                        IF WS-OWNREG-IO-OK
                            ADD 1 TO EWK-OWNREG-COUNT
                        ELSE
                            MOVE "OWNREG" TO WS-IO-FILE-NAME
                            MOVE "DELETE" TO WS-IO-OPERATION
                            MOVE WS-OWNREG-FILE-STATUS TO WS-IO-STATUS
                            PERFORM NOTE-ERASURE-IO-FAILURE
                            SET OWNREG-EOF TO TRUE
                        END-IF
                    END-IF
                END-IF
        END-READ
    END-PERFORM.

COUNT-OWNER-HISTORY.
*> Nothing is changed here: the trail carries the token only, and
*> the certificate has to say how much of it is left.
    MOVE "N" TO WS-OWNHIST-EOF
    MOVE LOW-VALUES TO OWH-KEY
    START KEY-OWNER-HIST KEY IS NOT LESS THAN OWH-KEY
        INVALID KEY
            SET OWNHIST-EOF TO TRUE
    END-START
    PERFORM UNTIL OWNHIST-EOF
        READ KEY-OWNER-HIST NEXT RECORD
            AT END
                SET OWNHIST-EOF TO TRUE
            NOT AT END
                IF OWH-TOKEN = EWK-TOKEN
                    ADD 1 TO EWK-OWNHIST-RETAINED
                END-IF
        END-READ
    END-PERFORM.

SCRUB-AUDIT-TRAIL.
*> The records are found on the masked-key path and their keys set
*> aside first; scrubbing changes the masked key, so it cannot be
*> done while browsing on it.
    PERFORM COMPUTE-KEY-FINGERPRINTS
    OPEN OUTPUT AUDIT-SCRUB-WORK
    CLOSE AUDIT-SCRUB-WORK
    OPEN I-O AUDIT-SCRUB-WORK

    MOVE EWK-MASKED-KEY TO AUD-MASKED-KEY
    MOVE "N" TO WS-AUDIT-FILE-EOF
    START AUDIT-FILE-IO KEY IS EQUAL TO AUD-MASKED-KEY
        INVALID KEY
            SET AUDIT-FILE-EOF TO TRUE
    END-START
    PERFORM UNTIL AUDIT-FILE-EOF
        READ AUDIT-FILE-IO NEXT RECORD
            AT END
                SET AUDIT-FILE-EOF TO TRUE
            NOT AT END
                IF AUD-MASKED-KEY NOT = EWK-MASKED-KEY
                    SET AUDIT-FILE-EOF TO TRUE
                ELSE
                    PERFORM ATTRIBUTE-AUDIT-RECORD
                    IF AUDIT-ATTRIBUTED
                        MOVE AUD-KEY TO ASW-AUDIT-KEY
                        WRITE AUDIT-SCRUB-WORK-RECORD
                    ELSE
                        ADD 1 TO EWK-AUDIT-RETAINED
                    END-IF
                END-IF
        END-READ
    END-PERFORM

    MOVE LOW-VALUES TO ASW-AUDIT-KEY
    MOVE "N" TO WS-ERASAWK-EOF
    START AUDIT-SCRUB-WORK KEY IS NOT LESS THAN ASW-AUDIT-KEY
        INVALID KEY
            SET ERASAWK-EOF TO TRUE
    END-START
    PERFORM UNTIL ERASAWK-EOF
        READ AUDIT-SCRUB-WORK NEXT RECORD
            AT END
                SET ERASAWK-EOF TO TRUE
            NOT AT END
                PERFORM SCRUB-ONE-AUDIT-RECORD
        END-READ
    END-PERFORM

    CLOSE AUDIT-SCRUB-WORK.

ATTRIBUTE-AUDIT-RECORD.
*> A record with a hash is the key's only if the hash is the key's;
*> one with neither hash (both failed) is the key's only if no other
*> key masks the same way.
    MOVE "N" TO WS-AUDIT-ATTRIBUTED-SW
    IF AUD-HASH-SHA1 = SPACES AND AUD-HASH-SHA256 = SPACES
        IF NOT EWK-MASK-SHARED
            SET AUDIT-ATTRIBUTED TO TRUE
        END-IF
    ELSE
        IF AUD-SECRET-VERSION > 0
            PERFORM COMPUTE-HMAC-FINGERPRINTS
        END-IF
        IF AUD-HASH-SHA1 NOT = SPACES
            AND (AUD-HASH-SHA1 = WS-FP-SHA1-HEX
                OR AUD-HASH-SHA1 = WS-FP-SHA1-BASE64)
            SET AUDIT-ATTRIBUTED TO TRUE
        END-IF
        IF AUD-HASH-SHA256 NOT = SPACES
            AND (AUD-HASH-SHA256 = WS-FP-SHA256-HEX
                OR AUD-HASH-SHA256 = WS-FP-SHA256-BASE64)
            SET AUDIT-ATTRIBUTED TO TRUE
        END-IF
        IF AUD-SECRET-VERSION > 0
            AND AUD-HASH-SHA256 NOT = SPACES
            AND WS-FP-HMAC-HEX NOT = SPACES
            AND (AUD-HASH-SHA256 = WS-FP-HMAC-HEX
                OR AUD-HASH-SHA256 = WS-FP-HMAC-BASE64)
            SET AUDIT-ATTRIBUTED TO TRUE
        END-IF
    END-IF.

SCRUB-ONE-AUDIT-RECORD.
    MOVE ASW-AUDIT-KEY TO AUD-KEY
    READ AUDIT-FILE-IO KEY IS AUD-KEY
        INVALID KEY
            CONTINUE
        NOT INVALID KEY
            SET AUD-MASKED-KEY-ERASED TO TRUE
            MOVE SPACES TO AUD-HASH-SHA1
            MOVE SPACES TO AUD-HASH-SHA256
            REWRITE AUDIT-RECORD
            IF WS-AUDIT-IO-OK
                ADD 1 TO EWK-AUDIT-COUNT
                MOVE "AUDIT" TO WS-LOG-FILE-NAME
                MOVE AUD-KEY TO WS-LOG-ITEM-REF
                MOVE "SCRUBBED" TO WS-LOG-ACTION
                MOVE 1 TO WS-LOG-ITEM-COUNT
                MOVE SPACES TO WS-LOG-REASON
                PERFORM WRITE-ERASURE-LOG-ENTRY
            ELSE
                MOVE "AUDIT" TO WS-IO-FILE-NAME
                MOVE "REWRITE" TO WS-IO-OPERATION
                MOVE WS-AUDIT-FILE-STATUS TO WS-IO-STATUS
                PERFORM NOTE-ERASURE-IO-FAILURE
            END-IF
    END-READ.

COMPUTE-KEY-FINGERPRINTS.
    MOVE SPACES TO WS-KEY-FINGERPRINTS
    MOVE 0 TO WS-FP-HMAC-VERSION
    MOVE EWK-KEY-VALUE TO WS-HASH-INPUT

    CALL 'SHA1_HASH'
        USING BY REFERENCE WS-HASH-INPUT
              BY REFERENCE WS-HASH-OUTPUT
              BY REFERENCE WS-HASH-RETURN-CODE
    END-CALL
    IF WS-HASH-RETURN-CODE = 0
        MOVE WS-HASH-OUTPUT TO WS-FP-SHA1-HEX
        PERFORM ENCODE-FINGERPRINT-AS-BASE64
        MOVE WS-BASE64-OUTPUT TO WS-FP-SHA1-BASE64
    END-IF

    CALL 'SHA256_HASH'
        USING BY REFERENCE WS-HASH-INPUT
              BY REFERENCE WS-HASH-OUTPUT
              BY REFERENCE WS-HASH-RETURN-CODE
    END-CALL
    IF WS-HASH-RETURN-CODE = 0
        MOVE WS-HASH-OUTPUT TO WS-FP-SHA256-HEX
        PERFORM ENCODE-FINGERPRINT-AS-BASE64
        MOVE WS-BASE64-OUTPUT TO WS-FP-SHA256-BASE64
    END-IF.

COMPUTE-HMAC-FINGERPRINTS.
*> Recomputed only when the record names a different secret version
*> from the last one; the secret is never displayed or kept.
    IF AUD-SECRET-VERSION NOT = WS-FP-HMAC-VERSION
        MOVE AUD-SECRET-VERSION TO WS-FP-HMAC-VERSION
        MOVE SPACES TO WS-FP-HMAC-HEX
        MOVE SPACES TO WS-FP-HMAC-BASE64
        IF SECREF-PRESENT
            MOVE AUD-SECRET-VERSION TO SCR-SECRET-VERSION
            READ SECRET-REF
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    MOVE SCR-SECRET-VALUE TO WS-HMAC-SECRET
                    CALL 'HMAC_SHA256'
                        USING BY REFERENCE WS-HMAC-SECRET
                              BY REFERENCE WS-HASH-INPUT
                              BY REFERENCE WS-HASH-OUTPUT
                              BY REFERENCE WS-HASH-RETURN-CODE
                    END-CALL
                    MOVE SPACES TO WS-HMAC-SECRET
                    IF WS-HASH-RETURN-CODE = 0
                        MOVE WS-HASH-OUTPUT TO WS-FP-HMAC-HEX
                        PERFORM ENCODE-FINGERPRINT-AS-BASE64
                        MOVE WS-BASE64-OUTPUT TO WS-FP-HMAC-BASE64
                    END-IF
            END-READ
        END-IF
    END-IF.

ENCODE-FINGERPRINT-AS-BASE64.
*> Same conversion as EXAMPLE1's ENCODE-AS-BASE64.
    MOVE WS-HASH-OUTPUT TO WS-BASE64-WORK
    MOVE SPACES TO WS-BASE64-OUTPUT
    CALL 'BASE64_ENCODE'
        USING BY REFERENCE WS-BASE64-WORK
              BY REFERENCE WS-BASE64-OUTPUT
              BY REFERENCE WS-BASE64-RETURN-CODE
    END-CALL
    IF WS-BASE64-RETURN-CODE NOT = 0
        MOVE SPACES TO WS-BASE64-OUTPUT
    END-IF.

LOG-REQUEST-ERASURES.
*> One entry per file with what was taken from it; AUDIT records
*> were logged one by one as they were scrubbed.
    MOVE EWK-TOKEN TO WS-LOG-ITEM-REF
    MOVE SPACES TO WS-LOG-REASON

    MOVE "DELETED" TO WS-LOG-ACTION
    MOVE "TOKENXRF" TO WS-LOG-FILE-NAME
    MOVE EWK-TOKENXRF-COUNT TO WS-LOG-ITEM-COUNT
    PERFORM LOG-FILE-COUNT
    MOVE "ONLIFQ" TO WS-LOG-FILE-NAME
    MOVE EWK-ONLIFQ-COUNT TO WS-LOG-ITEM-COUNT
    PERFORM LOG-FILE-COUNT
    MOVE "KEYINV" TO WS-LOG-FILE-NAME
    MOVE EWK-KEYINV-COUNT TO WS-LOG-ITEM-COUNT
    PERFORM LOG-FILE-COUNT
    MOVE "BRKHIST" TO WS-LOG-FILE-NAME
    MOVE EWK-BRKHIST-COUNT TO WS-LOG-ITEM-COUNT
    PERFORM LOG-FILE-COUNT
    MOVE "WEAKREF" TO WS-LOG-FILE-NAME
    MOVE EWK-WEAKREF-COUNT TO WS-LOG-ITEM-COUNT
    PERFORM LOG-FILE-COUNT
    MOVE "VAULTREF" TO WS-LOG-FILE-NAME
    MOVE EWK-VAULTREF-COUNT TO WS-LOG-ITEM-COUNT
    PERFORM LOG-FILE-COUNT
    MOVE "OWNREG" TO WS-LOG-FILE-NAME
    MOVE EWK-OWNREG-COUNT TO WS-LOG-ITEM-COUNT
    PERFORM LOG-FILE-COUNT

    MOVE "SCRUBBED" TO WS-LOG-ACTION
    MOVE "WEAKHIST" TO WS-LOG-FILE-NAME
    MOVE EWK-WEAKHIST-COUNT TO WS-LOG-ITEM-COUNT
    PERFORM LOG-FILE-COUNT

    MOVE "RETAINED" TO WS-LOG-ACTION
    MOVE "MASKED KEY SHARED WITH ANOTHER KEY" TO WS-LOG-REASON
    MOVE "KEYINV" TO WS-LOG-FILE-NAME
    MOVE EWK-KEYINV-RETAINED TO WS-LOG-ITEM-COUNT
    PERFORM LOG-FILE-COUNT
    MOVE "BRKHIST" TO WS-LOG-FILE-NAME
    MOVE EWK-BRKHIST-RETAINED TO WS-LOG-ITEM-COUNT
    PERFORM LOG-FILE-COUNT
    MOVE "OWNREG" TO WS-LOG-FILE-NAME
    MOVE EWK-OWNREG-RETAINED TO WS-LOG-ITEM-COUNT
    PERFORM LOG-FILE-COUNT
    MOVE "AUDIT" TO WS-LOG-FILE-NAME
    MOVE EWK-AUDIT-RETAINED TO WS-LOG-ITEM-COUNT
    PERFORM LOG-FILE-COUNT

    MOVE "CHANGE TRAIL HOLDS THE TOKEN, NO KEY" TO WS-LOG-REASON
    MOVE "OWNHIST" TO WS-LOG-FILE-NAME
    MOVE EWK-OWNHIST-RETAINED TO WS-LOG-ITEM-COUNT
    PERFORM LOG-FILE-COUNT.

LOG-FILE-COUNT.
    IF WS-LOG-ITEM-COUNT > 0
        PERFORM WRITE-ERASURE-LOG-ENTRY
    END-IF.

WRITE-ERASURE-LOG-ENTRY.
    ADD 1 TO WS-LOG-SEQUENCE-NO
    MOVE SPACES TO ERASURE-LOG-RECORD
    MOVE WS-RUN-ID TO ELG-RUN-ID
    MOVE WS-LOG-SEQUENCE-NO TO ELG-SEQUENCE-NO
    MOVE WS-LOG-FILE-NAME TO ELG-FILE-NAME
    MOVE WS-LOG-ITEM-REF TO ELG-ITEM-REF
    MOVE WS-LOG-ACTION TO ELG-ACTION
    MOVE WS-LOG-ITEM-COUNT TO ELG-ITEM-COUNT
    MOVE EWK-REQUEST-NO TO ELG-REQUEST-NO
    MOVE EWK-TICKET TO ELG-TICKET
    MOVE EWK-USER-ID TO ELG-USER-ID
    MOVE EWK-TOKEN TO ELG-TOKEN
    MOVE EWK-MASKED-KEY TO ELG-MASKED-KEY
    MOVE WS-LOG-REASON TO ELG-REASON
    MOVE FUNCTION CURRENT-DATE TO ELG-TIMESTAMP
    WRITE ERASURE-LOG-RECORD
        INVALID KEY
            CONTINUE
    END-WRITE
    IF NOT WS-ERASLOG-IO-OK
        MOVE "ERASLOG" TO WS-IO-FILE-NAME
        MOVE "WRITE" TO WS-IO-OPERATION
        MOVE WS-ERASLOG-FILE-STATUS TO WS-IO-STATUS
        PERFORM NOTE-ERASURE-IO-FAILURE
    END-IF.

WRITE-DESTRUCTION-CERTIFICATE.
    MOVE WS-RUN-ID TO WS-CH1-RUN-ID
    MOVE WS-CURRENT-TIMESTAMP (1:8) TO WS-CH1-DATE
    WRITE CERTIFICATE-RECORD FROM WS-CERT-HEADING-1

    MOVE 0 TO EWK-REQUEST-NO
    MOVE "N" TO WS-ERASWRK-EOF
    START ERASURE-WORK KEY IS NOT LESS THAN EWK-REQUEST-NO
        INVALID KEY
            SET ERASWRK-EOF TO TRUE
    END-START
    PERFORM UNTIL ERASWRK-EOF
        READ ERASURE-WORK NEXT RECORD
            AT END
                SET ERASWRK-EOF TO TRUE
            NOT AT END
                PERFORM CERTIFY-ONE-REQUEST
        END-READ
    END-PERFORM

    MOVE SPACES TO CERTIFICATE-RECORD
    WRITE CERTIFICATE-RECORD
    MOVE "REQUESTS RECEIVED" TO WS-CSL-LABEL
    MOVE WS-REQUEST-NO TO WS-CSL-COUNT
    WRITE CERTIFICATE-RECORD FROM WS-CERT-SUMMARY-LINE
    MOVE "REQUESTS ERASED" TO WS-CSL-LABEL
    MOVE WS-ERASED-COUNT TO WS-CSL-COUNT
    WRITE CERTIFICATE-RECORD FROM WS-CERT-SUMMARY-LINE
    MOVE "REQUESTS HELD (IN FLIGHT)" TO WS-CSL-LABEL
    MOVE WS-HELD-COUNT TO WS-CSL-COUNT
    WRITE CERTIFICATE-RECORD FROM WS-CERT-SUMMARY-LINE
    MOVE "REQUESTS REJECTED" TO WS-CSL-LABEL
    MOVE WS-REJECTED-COUNT TO WS-CSL-COUNT
    WRITE CERTIFICATE-RECORD FROM WS-CERT-SUMMARY-LINE
    MOVE "REQUESTS FAILED (I/O ERROR)" TO WS-CSL-LABEL
    MOVE WS-FAILED-COUNT TO WS-CSL-COUNT
    WRITE CERTIFICATE-RECORD FROM WS-CERT-SUMMARY-LINE

    MOVE SPACES TO CERTIFICATE-RECORD
    WRITE CERTIFICATE-RECORD
    MOVE "NOTE: WEAKREF AND VAULTREF ARE REFRESHED BY EXAMPLE1L FROM"
        TO CERTIFICATE-RECORD
    WRITE CERTIFICATE-RECORD
    MOVE "      THE WEAKKEY AND VAULTEXT EXTRACTS - REMOVE THE KEY AT SOURCE"
        TO CERTIFICATE-RECORD
    WRITE CERTIFICATE-RECORD
    MOVE "NOTE: AUDIT RECORDS ALREADY ARCHIVED BY EXAMPLE1A ARE ON THE"
        TO CERTIFICATE-RECORD
    WRITE CERTIFICATE-RECORD
    MOVE "      OFFLINE ARCHIVE GENERATIONS AND ARE NOT COVERED HERE"
        TO CERTIFICATE-RECORD
    WRITE CERTIFICATE-RECORD.

CERTIFY-ONE-REQUEST.
    MOVE SPACES TO CERTIFICATE-RECORD
    WRITE CERTIFICATE-RECORD

    MOVE EWK-REQUEST-NO TO WS-CRL-REQUEST-NO
    MOVE EWK-TICKET TO WS-CRL-TICKET
    MOVE EWK-USER-ID TO WS-CRL-USER-ID
    MOVE EWK-TOKEN TO WS-CRL-TOKEN
    MOVE EWK-STATUS TO WS-CRL-STATUS
    WRITE CERTIFICATE-RECORD FROM WS-CERT-REQUEST-LINE
    MOVE EWK-MASKED-KEY TO WS-CKL-MASKED-KEY
    WRITE CERTIFICATE-RECORD FROM WS-CERT-KEY-LINE

    EVALUATE TRUE
        WHEN EWK-STATUS-ERASED
            PERFORM CERTIFY-REQUEST-FILES
        WHEN EWK-STATUS-FAILED
*> What was removed before the error is still certified as removed.
            PERFORM CERTIFY-REQUEST-FILES
            MOVE EWK-REASON TO WS-CFR-REASON
            WRITE CERTIFICATE-RECORD FROM WS-CERT-FAILURE-LINE
        WHEN OTHER
            PERFORM CERTIFY-UNERASED-REQUEST
    END-EVALUATE.

CERTIFY-UNERASED-REQUEST.
    MOVE EWK-REASON TO WS-CRS-REASON
    WRITE CERTIFICATE-RECORD FROM WS-CERT-REASON-LINE
    MOVE EWK-TOKEN TO WS-LOG-ITEM-REF
    MOVE SPACES TO WS-LOG-FILE-NAME
    MOVE EWK-STATUS TO WS-LOG-ACTION
    MOVE 0 TO WS-LOG-ITEM-COUNT
    MOVE EWK-REASON TO WS-LOG-REASON
    MOVE "N" TO WS-REQUEST-FAILED-SW
    PERFORM WRITE-ERASURE-LOG-ENTRY
    IF REQUEST-IO-FAILED
        MOVE EWK-REASON TO WS-CFR-REASON
        WRITE CERTIFICATE-RECORD FROM WS-CERT-FAILURE-LINE
    END-IF
    IF EWK-STATUS-HELD
        WRITE HELD-REQUEST-RECORD FROM EWK-REQUEST-LINE
    END-IF.

CERTIFY-REQUEST-FILES.
    MOVE "TOKENXRF" TO WS-CFL-FILE-NAME
    MOVE "DELETED" TO WS-CFL-ACTION
    MOVE EWK-TOKENXRF-COUNT TO WS-CFL-COUNT
    MOVE "CROSS-REFERENCE ENTRY (RAW KEY AND TOKEN)" TO WS-CFL-NOTE
    WRITE CERTIFICATE-RECORD FROM WS-CERT-FILE-LINE

    MOVE "KEYINV" TO WS-CFL-FILE-NAME
    MOVE "DELETED" TO WS-CFL-ACTION
    MOVE EWK-KEYINV-COUNT TO WS-CFL-COUNT
    MOVE "ROTATION INVENTORY ENTRY" TO WS-CFL-NOTE
    WRITE CERTIFICATE-RECORD FROM WS-CERT-FILE-LINE
    IF EWK-KEYINV-RETAINED > 0
        MOVE "RETAINED" TO WS-CFL-ACTION
        MOVE EWK-KEYINV-RETAINED TO WS-CFL-COUNT
        MOVE "MASKED KEY ALSO BELONGS TO ANOTHER KEY" TO WS-CFL-NOTE
        WRITE CERTIFICATE-RECORD FROM WS-CERT-FILE-LINE
    END-IF

    MOVE "BRKHIST" TO WS-CFL-FILE-NAME
    MOVE "DELETED" TO WS-CFL-ACTION
    MOVE EWK-BRKHIST-COUNT TO WS-CFL-COUNT
    MOVE "RECONCILIATION BREAK HISTORY" TO WS-CFL-NOTE
    WRITE CERTIFICATE-RECORD FROM WS-CERT-FILE-LINE
    IF EWK-BRKHIST-RETAINED > 0
        MOVE "RETAINED" TO WS-CFL-ACTION
        MOVE EWK-BRKHIST-RETAINED TO WS-CFL-COUNT
        MOVE "ORPHAN BREAKS UNDER A SHARED MASKED KEY" TO WS-CFL-NOTE
        WRITE CERTIFICATE-RECORD FROM WS-CERT-FILE-LINE
    END-IF

    MOVE "ONLIFQ" TO WS-CFL-FILE-NAME
    MOVE "DELETED" TO WS-CFL-ACTION
    MOVE EWK-ONLIFQ-COUNT TO WS-CFL-COUNT
    MOVE "ONLINE HASHES QUEUED FOR IDM" TO WS-CFL-NOTE
    WRITE CERTIFICATE-RECORD FROM WS-CERT-FILE-LINE

    MOVE "WEAKREF" TO WS-CFL-FILE-NAME
    MOVE "DELETED" TO WS-CFL-ACTION
    MOVE EWK-WEAKREF-COUNT TO WS-CFL-COUNT
    MOVE "WEAK/RETIRED KEY REFERENCE (RAW KEY)" TO WS-CFL-NOTE
    WRITE CERTIFICATE-RECORD FROM WS-CERT-FILE-LINE

    MOVE "WEAKHIST" TO WS-CFL-FILE-NAME
    MOVE "SCRUBBED" TO WS-CFL-ACTION
    MOVE EWK-WEAKHIST-COUNT TO WS-CFL-COUNT
    MOVE "RAW KEY REPLACED BY MASKED KEY" TO WS-CFL-NOTE
    WRITE CERTIFICATE-RECORD FROM WS-CERT-FILE-LINE

    MOVE "VAULTREF" TO WS-CFL-FILE-NAME
    MOVE "DELETED" TO WS-CFL-ACTION
    MOVE EWK-VAULTREF-COUNT TO WS-CFL-COUNT
    MOVE "VAULT KEY-HASH REFERENCE (RAW KEY)" TO WS-CFL-NOTE
    WRITE CERTIFICATE-RECORD FROM WS-CERT-FILE-LINE

    MOVE "OWNREG" TO WS-CFL-FILE-NAME
    MOVE "DELETED" TO WS-CFL-ACTION
    MOVE EWK-OWNREG-COUNT TO WS-CFL-COUNT
    MOVE "KEY OWNERSHIP REGISTER ENTRY" TO WS-CFL-NOTE
    WRITE CERTIFICATE-RECORD FROM WS-CERT-FILE-LINE
    IF EWK-OWNREG-RETAINED > 0
        MOVE "RETAINED" TO WS-CFL-ACTION
        MOVE EWK-OWNREG-RETAINED TO WS-CFL-COUNT
        MOVE "MASKED KEY ALSO BELONGS TO ANOTHER KEY" TO WS-CFL-NOTE
        WRITE CERTIFICATE-RECORD FROM WS-CERT-FILE-LINE
    END-IF

    MOVE "OWNHIST" TO WS-CFL-FILE-NAME
    MOVE "RETAINED" TO WS-CFL-ACTION
    MOVE EWK-OWNHIST-RETAINED TO WS-CFL-COUNT
    MOVE "OWNERSHIP CHANGE TRAIL - HOLDS THE TOKEN ONLY, NO KEY"
        TO WS-CFL-NOTE
    WRITE CERTIFICATE-RECORD FROM WS-CERT-FILE-LINE

    MOVE "AUDIT" TO WS-CFL-FILE-NAME
    MOVE "SCRUBBED" TO WS-CFL-ACTION
    MOVE EWK-AUDIT-COUNT TO WS-CFL-COUNT
    MOVE "MASKED KEY AND HASHES BLANKED, CHAIN KEPT" TO WS-CFL-NOTE
    WRITE CERTIFICATE-RECORD FROM WS-CERT-FILE-LINE
    IF EWK-AUDIT-RETAINED > 0
        MOVE "RETAINED" TO WS-CFL-ACTION
        MOVE EWK-AUDIT-RETAINED TO WS-CFL-COUNT
        MOVE "SAME MASKED KEY, HASH NOT THIS KEY'S" TO WS-CFL-NOTE
        WRITE CERTIFICATE-RECORD FROM WS-CERT-FILE-LINE
    END-IF.

CLOSE-FILES.
    CLOSE ERASURE-REQUEST-IN
    CLOSE HELD-REQUEST-OUT
    CLOSE TOKEN-XREF
    IF KEYINV-PRESENT
        CLOSE KEY-INVENTORY
    END-IF
    IF BRKHIST-PRESENT
        CLOSE BREAK-HISTORY
    END-IF
    IF ONLIFQ-PRESENT
        CLOSE ONLINE-IFACE-QUEUE
    END-IF
    IF WEAKREF-PRESENT
        CLOSE WEAK-KEY-REF
    END-IF
    IF WEAKHIST-PRESENT
        CLOSE WEAK-KEY-HIST
    END-IF
    IF VAULTREF-PRESENT
        CLOSE VAULT-REF
    END-IF
    IF OWNREG-PRESENT
        CLOSE KEY-OWNER-REG
    END-IF
    IF OWNHIST-PRESENT
        CLOSE KEY-OWNER-HIST
    END-IF
    IF AUDIT-PRESENT
        CLOSE AUDIT-FILE-IO
    END-IF
    IF SECREF-PRESENT
        CLOSE SECRET-REF
    END-IF
    CLOSE ERASURE-LOG
    CLOSE CERTIFICATE-OUT

*> The work files held raw keys; leave them empty.
    CLOSE ERASURE-WORK
    OPEN OUTPUT ERASURE-WORK
    CLOSE ERASURE-WORK
    OPEN OUTPUT AUDIT-SCRUB-WORK
    CLOSE AUDIT-SCRUB-WORK.
