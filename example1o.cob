*> prior AUDIT-FILE history (via the AUDITX alternate-index path),
*> without waiting on the next batch window.  EXAMPLE1M/EXAMPLE1S (the
*> BMS map and mapset) are maintained and assembled separately from
*> this source member.  Nothing is hashed unless the library level
*> in force has a clean EXAMPLE1HC certificate on CERTREG.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
01  WS-KEY-BLOCKED-SW           PIC X VALUE "N".
    88  KEY-IS-BLOCKED                  VALUE "Y".

01  WS-LIBRARY-REFUSED-SW       PIC X VALUE "N".
    88  LIBRARY-REFUSED                 VALUE "Y".

01  WS-RESP-CODE                PIC S9(8) COMP.
01  WS-RESP2-CODE               PIC S9(8) COMP.
01  WS-ABSTIME                  PIC S9(15) COMP.
01  WS-TOKEN-ASSIGNED-SW        PIC X VALUE "N".
    88  TOKEN-ASSIGNED                  VALUE "Y".

*> Secret in force for an HMAC256 hash, found on SECREF the same way
*> the batch job finds it; version zero means no usable secret (or an
*> unkeyed algorithm).  The value never reaches the screen.
01  WS-SECRET-VERSION           PIC 9(4) VALUE 0.
01  WS-HMAC-SECRET              PIC X(64) VALUE SPACES.
01  WS-SECRET-BROWSE-SW         PIC X VALUE "N".
    88  SECRET-BROWSE-DONE              VALUE "Y".

*> Hex hashes for the compromised-feed screen, captured before any
*> base64 encoding; the bare SHA-256 an HMAC256 request needs for the
*> screen is never shown, audited or queued.
01  WS-SCREEN-HASH-SHA1         PIC X(88).
01  WS-SCREEN-HASH-SHA256       PIC X(88).
01  WS-SCREEN-RETURN-CODE       PIC S9(4) COMP.
01  WS-SCREEN-DONE-SW           PIC X VALUE "N".
    88  SCREEN-DONE                     VALUE "Y".

*> AUDIT chain: online requests share a run-id per second, so the
*> last record already on file under this run-id is found (under an
*> ENQ on the run-id, so two admins in the same second cannot both
*> extend the same link) and this request's record chains from it
*> with the next sequence number.  The fold work areas are the same
*> as EXAMPLE1's.
01  WS-AUDIT-CHAIN-RESOURCE.
    05  FILLER                  PIC X(8) VALUE "EX1OAUDC".
    05  WS-ACR-RUN-ID           PIC X(14).
01  WS-AUDIT-BROWSE-KEY.
    05  WS-ABK-RUN-ID           PIC X(14).
    05  WS-ABK-SEQUENCE-NO      PIC 9(8).
01  WS-AUDIT-LAST-SEQUENCE-NO   PIC 9(8) VALUE 0.
01  WS-AUDIT-CHAIN-VALUE        PIC X(64) VALUE SPACES.
01  WS-AUDIT-BROWSE-SW          PIC X VALUE "N".
    88  AUDIT-BROWSE-DONE               VALUE "Y".
01  WS-AUDIT-CHAIN-SW           PIC X VALUE "Y".
    88  AUDIT-CHAIN-AVAILABLE           VALUE "Y".
01  WS-AUDIT-ENQ-SW             PIC X VALUE "N".
    88  AUDIT-CHAIN-ENQUEUED            VALUE "Y".
01  WS-CHAIN-CONTENT.
    05  WS-CHAIN-CHUNK          PIC X(36) OCCURS 12 TIMES.
01  WS-CHAIN-INPUT.
    05  WS-CHAIN-INPUT-PRIOR    PIC X(64).
    05  WS-CHAIN-INPUT-CHUNK    PIC X(36).
01  WS-CHAIN-OUTPUT             PIC X(88).
01  WS-CHAIN-HASH               PIC X(64).
01  WS-CHAIN-RETURN-CODE        PIC S9(4) COMP.
01  WS-CHAIN-SUB                PIC 9(2).

COPY EXAMPLE1M.

COPY WSAUDREC.

COPY WSONLIFQ.

COPY WSSECREF.

COPY WSCMPHSH.

COPY WSCRTREG.

01  WS-AUDIT-HISTORY-TABLE.
    05  WS-AUDIT-HISTORY-ENTRY  OCCURS 10 TIMES
                                 INDEXED BY WS-HIST-IDX.

    PERFORM GET-CURRENT-DATE-TIME
    PERFORM LOAD-CONTROL-RECORD
    PERFORM CHECK-LIBRARY-CERTIFICATION
    IF LIBRARY-REFUSED
        PERFORM REFUSE-UNCERTIFIED-LIBRARY
    END-IF
    PERFORM LOAD-HASH-SECRET-ONLINE
    PERFORM CHECK-WEAK-KEY-ONLINE
    PERFORM HASH-KEY-ONLINE
    PERFORM SCREEN-COMPROMISED-ONLINE
    PERFORM WRITE-AUDIT-RECORD-ONLINE
    PERFORM ASSIGN-KEY-TOKEN-ONLINE
    PERFORM QUEUE-INTERFACE-RECORDS-ONLINE
        MOVE "HEX" TO WS-CTL-FORMAT
    END-IF.

CHECK-LIBRARY-CERTIFICATION.
*> Same rule as EXAMPLE1's check of the same name: no register, or no
*> CURRENT record on it, means certification has never been run; a
*> current level whose latest certificate failed refuses the request.
*> A register that exists but cannot be read refuses it too - the
*> batch job stops in that situation, and a transaction cannot.
    MOVE "N" TO WS-LIBRARY-REFUSED-SW
    MOVE "CURRENT" TO HCR-KEY

    EXEC CICS
        READ FILE('CERTREG')
            INTO(HASH-CERT-REG-RECORD)
            RIDFLD(HCR-KEY)
            KEYLENGTH(8)
            RESP(WS-RESP-CODE)
            RESP2(WS-RESP2-CODE)
    END-EXEC

    EVALUATE WS-RESP-CODE
        WHEN DFHRESP(NORMAL)
            IF NOT HCR-CERTIFIED
                SET LIBRARY-REFUSED TO TRUE
                MOVE SPACES TO WS-APPEND-TEXT
                STRING "LIBRARY LEVEL " DELIMITED BY SIZE
                    HCR-CURRENT-LEVEL DELIMITED BY SPACE
                    " NOT CERTIFIED" DELIMITED BY SIZE
                    INTO WS-APPEND-TEXT
                END-STRING
                PERFORM APPEND-TO-MESSAGE
            END-IF
        WHEN DFHRESP(NOTFND)
        WHEN DFHRESP(FILENOTFOUND)
            CONTINUE
        WHEN OTHER
            SET LIBRARY-REFUSED TO TRUE
            MOVE SPACES TO WS-APPEND-TEXT
            STRING "CERTIFICATION CHECK FAILED"
                DELIMITED BY SIZE
                INTO WS-APPEND-TEXT
            END-STRING
            PERFORM APPEND-TO-MESSAGE
    END-EVALUATE.

REFUSE-UNCERTIFIED-LIBRARY.
*> Nothing hashed, audited or queued; the key's prior history is
*> still shown.
    MOVE SPACES TO WS-APPEND-TEXT
    STRING "KEY NOT HASHED"
        DELIMITED BY SIZE
        INTO WS-APPEND-TEXT
    END-STRING
    PERFORM APPEND-TO-MESSAGE
    MOVE SPACES TO HASH-OUTPUT
    MOVE SPACES TO HASH-OUTPUT-SHA256
    PERFORM MASK-INPUT-KEY
    PERFORM LOOKUP-AUDIT-HISTORY
    PERFORM SEND-RESPONSE-MAP

    EXEC CICS
        RETURN TRANSID('EX1O')
    END-EXEC

    GOBACK.

LOAD-HASH-SECRET-ONLINE.
*> Highest active version effective today, same rule as EXAMPLE1's
*> LOAD-HASH-SECRET.  A missing secret is not fatal to the screen -
*> HASH-KEY-ONLINE reports it against the key and nothing is queued.
    MOVE 0 TO WS-SECRET-VERSION
    MOVE SPACES TO WS-HMAC-SECRET

    IF WS-CTL-ALGO-HMAC256
        MOVE "N" TO WS-SECRET-BROWSE-SW
        MOVE 0 TO SCR-SECRET-VERSION

        EXEC CICS
            STARTBR FILE('SECREF')
                RIDFLD(SCR-SECRET-VERSION)
                KEYLENGTH(4)
                GTEQ
                RESP(WS-RESP-CODE)
        END-EXEC

        IF WS-RESP-CODE = DFHRESP(NORMAL)
            PERFORM READ-NEXT-SECRET-ENTRY
                UNTIL SECRET-BROWSE-DONE

            EXEC CICS
                ENDBR FILE('SECREF')
            END-EXEC
        END-IF
    END-IF.

READ-NEXT-SECRET-ENTRY.
    EXEC CICS
        READNEXT FILE('SECREF')
            INTO(SECRET-REF-RECORD)
            RIDFLD(SCR-SECRET-VERSION)
            KEYLENGTH(4)
            RESP(WS-RESP-CODE)
    END-EXEC

    IF WS-RESP-CODE = DFHRESP(NORMAL)
        IF SCR-STATUS-ACTIVE
            AND SCR-EFFECTIVE-DATE <= WS-CURRENT-DATE
            MOVE SCR-SECRET-VERSION TO WS-SECRET-VERSION
            MOVE SCR-SECRET-VALUE TO WS-HMAC-SECRET
        END-IF
    ELSE
        SET SECRET-BROWSE-DONE TO TRUE
    END-IF.

GET-CURRENT-DATE-TIME.
    MOVE SPACES TO WS-CURRENT-TIMESTAMP
    EXEC CICS ASKTIME ABSTIME(WS-ABSTIME) END-EXEC
            TIME(WS-CURRENT-TIMESTAMP (9:6))
    END-EXEC
    MOVE WS-CURRENT-TIMESTAMP (1:8) TO WS-CURRENT-DATE
    MOVE WS-CURRENT-TIMESTAMP (1:14) TO WS-RUN-ID
*> "OL" in the seconds positions, the way the stream legs carry
*> "S1".."S4" and EXAMPLE1J "SC": an online run-id is a minute of
*> online traffic and can never be a batch run's, so its audit chain
*> and tokens cannot run into those of a batch run started in the
*> same second.
    MOVE "OL" TO WS-RUN-ID (13:2).

CHECK-WEAK-KEY-ONLINE.
*> Same weak/retired-key check EXAMPLE1's VALIDATE-KEY applies: an
HASH-KEY-ONLINE.
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
                PERFORM ENCODE-AS-BASE64-ONLINE
                IF WS-BASE64-RETURN-CODE NOT = 0
        END-IF
    END-IF

*> HMAC256 fills the SHA-256 slot with the keyed hash, as in the
*> batch job.  With no usable secret there is nothing to key it with:
*> the slot carries the decode-table code for that, and the key is
*> held back from the interface queue like a blocked one.
    IF WS-CTL-ALGO-SHA256 OR WS-CTL-ALGO-BOTH OR WS-CTL-ALGO-HMAC256
        IF WS-CTL-ALGO-HMAC256
            IF WS-SECRET-VERSION = 0
                MOVE 24 TO WS-RETURN-CODE-SHA256
                SET KEY-IS-BLOCKED TO TRUE
            ELSE
                CALL 'HMAC_SHA256'
                    USING BY REFERENCE WS-HMAC-SECRET
                          BY REFERENCE INPUT-KEY
                          BY REFERENCE HASH-OUTPUT-SHA256
                          BY REFERENCE WS-RETURN-CODE-SHA256
                END-CALL
            END-IF
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
                PERFORM ENCODE-SHA256-AS-BASE64-ONLINE
                IF WS-BASE64-RETURN-CODE NOT = 0

    PERFORM MASK-INPUT-KEY.

SCREEN-COMPROMISED-ONLINE.
*> Same compromised-feed screen EXAMPLE1 applies after HASH-ONE-KEY.
*> A hit is handled like a weak-key block: still audited, marked
*> blocked, never queued for IDM.  A CMPREF that is not defined or
*> not open is no screen at all, as it is in EXAMPLE1 when the file
*> is absent: the key goes on unscreened and the message says so.  A
*> CMPREF that is there but cannot be read is fail-safe the same way
*> the weak-key check is.  One message per key: the SHA-256 lookup
*> is skipped once SHA-1 has settled it.
*> CMPREF holds its hex in upper case.
    MOVE "N" TO WS-SCREEN-DONE-SW
    IF WS-CTL-ALGO-HMAC256
        CALL 'SHA256_HASH'
            USING BY REFERENCE INPUT-KEY
                  BY REFERENCE WS-SCREEN-HASH-SHA256
                  BY REFERENCE WS-SCREEN-RETURN-CODE
        END-CALL
        IF WS-SCREEN-RETURN-CODE NOT = 0
            MOVE SPACES TO WS-SCREEN-HASH-SHA256
        END-IF
    END-IF

    IF WS-SCREEN-HASH-SHA1 NOT = SPACES
        MOVE "SHA1" TO CMH-ALGORITHM
        MOVE FUNCTION UPPER-CASE (WS-SCREEN-HASH-SHA1)
            TO CMH-HASH-VALUE
        PERFORM READ-COMPROMISED-HASH-ONLINE
    END-IF

    IF WS-SCREEN-HASH-SHA256 NOT = SPACES
        AND NOT SCREEN-DONE
        MOVE "SHA256" TO CMH-ALGORITHM
        MOVE FUNCTION UPPER-CASE (WS-SCREEN-HASH-SHA256)
            TO CMH-HASH-VALUE
        PERFORM READ-COMPROMISED-HASH-ONLINE
    END-IF.

READ-COMPROMISED-HASH-ONLINE.
    EXEC CICS
        READ FILE('CMPREF')
            INTO(COMPROMISED-HASH-RECORD)
            RIDFLD(CMH-KEY)
            KEYLENGTH(72)
            RESP(WS-RESP-CODE)
            RESP2(WS-RESP2-CODE)
    END-EXEC

    EVALUATE WS-RESP-CODE
        WHEN DFHRESP(NORMAL)
            SET KEY-IS-BLOCKED TO TRUE
            SET SCREEN-DONE TO TRUE
            MOVE SPACES TO WS-APPEND-TEXT
            STRING "HASH ON BREACH FEED - NOT SENT TO IDM"
                DELIMITED BY SIZE
                INTO WS-APPEND-TEXT
            END-STRING
            PERFORM APPEND-TO-MESSAGE
        WHEN DFHRESP(NOTFND)
            CONTINUE
        WHEN DFHRESP(FILENOTFOUND)
        WHEN DFHRESP(NOTOPEN)
            SET SCREEN-DONE TO TRUE
            MOVE SPACES TO WS-APPEND-TEXT
            STRING "BREACH FEED NOT AVAILABLE - NOT SCREENED"
                DELIMITED BY SIZE
                INTO WS-APPEND-TEXT
            END-STRING
            PERFORM APPEND-TO-MESSAGE
        WHEN OTHER
            SET KEY-IS-BLOCKED TO TRUE
            SET SCREEN-DONE TO TRUE
            MOVE SPACES TO WS-APPEND-TEXT
            STRING "BREACH CHECK FAILED - NOT SENT TO IDM"
                DELIMITED BY SIZE
                INTO WS-APPEND-TEXT
            END-STRING
            PERFORM APPEND-TO-MESSAGE
    END-EVALUATE.

APPEND-TO-MESSAGE.
    IF WS-MSG-PTR > 1
        STRING "; " DELIMITED BY SIZE
    END-IF.

WRITE-AUDIT-RECORD-ONLINE.
*> The sequence number is the next one after the last record already
*> on file under this run-id, so an online run-id's records are
*> numbered 1, 2, 3 ... like a batch run's and a gap means a record
*> has gone.  (It used to be EIBTASKN, which kept two admins hashing
*> in the same second apart but left gaps no check could tell from a
*> deletion; the ENQ now does the keeping apart.)  If the chain
*> cannot be found the request is still audited, under EIBTASKN and
*> with no chain value, and the admin is told - EXAMPLE1AV will report
*> the record.  Either way the record stays under the online run-id.
    MOVE "N" TO WS-AUDIT-ENQ-SW
    MOVE WS-RUN-ID TO WS-ACR-RUN-ID

    EXEC CICS
        ENQ RESOURCE(WS-AUDIT-CHAIN-RESOURCE)
            LENGTH(22)
            RESP(WS-RESP-CODE)
    END-EXEC

    IF WS-RESP-CODE = DFHRESP(NORMAL)
        SET AUDIT-CHAIN-ENQUEUED TO TRUE
        PERFORM FIND-LAST-AUDIT-IN-RUN
    ELSE
        MOVE "N" TO WS-AUDIT-CHAIN-SW
    END-IF

    MOVE WS-RUN-ID TO AUD-RUN-ID
    IF AUDIT-CHAIN-AVAILABLE
        COMPUTE AUD-SEQUENCE-NO = WS-AUDIT-LAST-SEQUENCE-NO + 1
    ELSE
        MOVE EIBTASKN TO AUD-SEQUENCE-NO
    END-IF
    MOVE WS-CURRENT-TIMESTAMP TO AUD-TIMESTAMP
    MOVE WS-MASKED-KEY TO AUD-MASKED-KEY
    MOVE HASH-OUTPUT TO AUD-HASH-SHA1
    MOVE WS-RETURN-CODE TO AUD-RETURN-CODE-SHA1
    MOVE HASH-OUTPUT-SHA256 TO AUD-HASH-SHA256
    MOVE WS-RETURN-CODE-SHA256 TO AUD-RETURN-CODE-SHA256
    MOVE WS-SECRET-VERSION TO AUD-SECRET-VERSION
    IF KEY-IS-BLOCKED
        SET AUD-SOURCE-ONLINE-BLOCKED TO TRUE
    ELSE
        SET AUD-SOURCE-ONLINE TO TRUE
    END-IF

    IF AUDIT-CHAIN-AVAILABLE
        MOVE WS-AUDIT-CHAIN-VALUE TO WS-CHAIN-HASH
        PERFORM COMPUTE-AUDIT-CHAIN-VALUE
        IF WS-CHAIN-RETURN-CODE NOT = 0
            MOVE "N" TO WS-AUDIT-CHAIN-SW
        END-IF
    ELSE
        MOVE SPACES TO AUD-CHAIN-VALUE
    END-IF

    IF NOT AUDIT-CHAIN-AVAILABLE
        MOVE SPACES TO WS-APPEND-TEXT
        STRING "AUDIT CHAIN NOT EXTENDED" DELIMITED BY SIZE
            INTO WS-APPEND-TEXT
        END-STRING
        PERFORM APPEND-TO-MESSAGE
    END-IF

    EXEC CICS
        WRITE FILE('AUDIT')
            FROM(AUDIT-RECORD)
            INTO WS-APPEND-TEXT
        END-STRING
        PERFORM APPEND-TO-MESSAGE
    END-IF

    IF AUDIT-CHAIN-ENQUEUED
        EXEC CICS
            DEQ RESOURCE(WS-AUDIT-CHAIN-RESOURCE)
                LENGTH(22)
                RESP(WS-RESP-CODE)
        END-EXEC
    END-IF.

FIND-LAST-AUDIT-IN-RUN.
*> Browse AUDIT forward from the start of this run-id; a run-id is
*> one minute of online traffic, so the browse is short.
    MOVE 0 TO WS-AUDIT-LAST-SEQUENCE-NO
    MOVE SPACES TO WS-AUDIT-CHAIN-VALUE
    MOVE "N" TO WS-AUDIT-BROWSE-SW
    MOVE "Y" TO WS-AUDIT-CHAIN-SW
    MOVE WS-RUN-ID TO WS-ABK-RUN-ID
    MOVE 0 TO WS-ABK-SEQUENCE-NO

    EXEC CICS
        STARTBR FILE('AUDIT')
            RIDFLD(WS-AUDIT-BROWSE-KEY)
            KEYLENGTH(22)
            GTEQ
            RESP(WS-RESP-CODE)
    END-EXEC

    EVALUATE WS-RESP-CODE
        WHEN DFHRESP(NORMAL)
            PERFORM READ-NEXT-AUDIT-IN-RUN
                UNTIL AUDIT-BROWSE-DONE

            EXEC CICS
                ENDBR FILE('AUDIT')
            END-EXEC
        WHEN DFHRESP(NOTFND)
            CONTINUE
        WHEN OTHER
            MOVE "N" TO WS-AUDIT-CHAIN-SW
    END-EVALUATE.

READ-NEXT-AUDIT-IN-RUN.
    EXEC CICS
        READNEXT FILE('AUDIT')
            INTO(AUDIT-RECORD)
            RIDFLD(WS-AUDIT-BROWSE-KEY)
            KEYLENGTH(22)
            RESP(WS-RESP-CODE)
    END-EXEC

    EVALUATE WS-RESP-CODE
        WHEN DFHRESP(NORMAL)
            IF AUD-RUN-ID = WS-RUN-ID
                MOVE AUD-SEQUENCE-NO TO WS-AUDIT-LAST-SEQUENCE-NO
                MOVE AUD-CHAIN-VALUE TO WS-AUDIT-CHAIN-VALUE
            ELSE
                SET AUDIT-BROWSE-DONE TO TRUE
            END-IF
        WHEN DFHRESP(ENDFILE)
            SET AUDIT-BROWSE-DONE TO TRUE
        WHEN OTHER
            SET AUDIT-BROWSE-DONE TO TRUE
            MOVE "N" TO WS-AUDIT-CHAIN-SW
    END-EVALUATE.

COMPUTE-AUDIT-CHAIN-VALUE.
*> Same fold as EXAMPLE1's COMPUTE-AUDIT-CHAIN-VALUE; the two (and
*> EXAMPLE1AV's) must stay identical.
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

ASSIGN-KEY-TOKEN-ONLINE.
*> Same stable surrogate token the batch job assigns: an existing
*> key keeps its token, a new key gets one built from this task's
*> run-id and the CICS task number (which keeps two transactions in
*> the same minute apart).  The queued interface record must carry the token,
*> never the raw key.
    MOVE "N" TO WS-TOKEN-ASSIGNED-SW
    MOVE SPACES TO WS-KEY-TOKEN
            AND WS-RETURN-CODE = 0
            MOVE "SHA1" TO OIQ-ALGORITHM
            MOVE HASH-OUTPUT TO OIQ-HASH-VALUE
            MOVE 0 TO OIQ-SECRET-VERSION
            PERFORM WRITE-ONE-QUEUE-RECORD
        END-IF

            AND WS-RETURN-CODE-SHA256 = 0
            MOVE "SHA256" TO OIQ-ALGORITHM
            MOVE HASH-OUTPUT-SHA256 TO OIQ-HASH-VALUE
            MOVE 0 TO OIQ-SECRET-VERSION
            PERFORM WRITE-ONE-QUEUE-RECORD
        END-IF

        IF WS-CTL-ALGO-HMAC256
            AND WS-RETURN-CODE-SHA256 = 0
            MOVE "HMAC256" TO OIQ-ALGORITHM
            MOVE HASH-OUTPUT-SHA256 TO OIQ-HASH-VALUE
            MOVE WS-SECRET-VERSION TO OIQ-SECRET-VERSION
            PERFORM WRITE-ONE-QUEUE-RECORD
        END-IF
    END-IF.

WRITE-ONE-QUEUE-RECORD.
*> OIQ-ALGORITHM, OIQ-HASH-VALUE and OIQ-SECRET-VERSION are set by
*> the caller.
    MOVE WS-CURRENT-TIMESTAMP (1:14) TO OIQ-TIMESTAMP
    MOVE EIBTASKN TO OIQ-TASK-NO
    MOVE WS-KEY-TOKEN TO OIQ-KEY-TOKEN
    MOVE WS-CURRENT-TIMESTAMP TO OIQ-HASH-TIMESTAMP
