IDENTIFICATION DIVISION.
PROGRAM-ID. EXAMPLE1M.

*> Online CICS maintenance transaction (EX1M) for the key ownership
*> register.  Sibling to EX1W: lets an admin record which application
*> owns a key, the contact mailbox for it and the date the key must be
*> rotated by (OWNREG, keyed on the key's token - the raw key is never
*> entered here), change or delete that entry, and browse the
*> register.  EXAMPLE1's VALIDATE-KEY refuses a key once its expiry
*> date has passed, and EXAMPLE1EN sends the owners their weekly
*> notice of keys coming due.  Every add/change/delete also writes a
*> change-history record (OWNHIST) carrying who made the change, when,
*> and the values it replaced.  EXAMPLE1OW/EXAMPLE1MS (the BMS map and
*> mapset) are maintained and assembled separately from this source
*> member.

ENVIRONMENT DIVISION.

DATA DIVISION.

WORKING-STORAGE SECTION.

01  WS-RESP-CODE                PIC S9(8) COMP.
01  WS-RESP2-CODE               PIC S9(8) COMP.
01  WS-ABSTIME                  PIC S9(15) COMP.

01  WS-CURRENT-TIMESTAMP        PIC X(21).
01  WS-CURRENT-DATE             PIC X(8).

01  WS-ACTION-CODE              PIC X.
    88  WS-ACTION-IS-ADD                VALUE "A".
    88  WS-ACTION-IS-CHANGE             VALUE "C".
    88  WS-ACTION-IS-DELETE             VALUE "D".
    88  WS-ACTION-IS-BROWSE             VALUE "B".

01  WS-OWNED-KEY                PIC X(100).
01  WS-KEY-LENGTH               PIC 9(3).

01  WS-PRIOR-APPLICATION        PIC X(20).
01  WS-PRIOR-CONTACT            PIC X(60).
01  WS-PRIOR-EXPIRY-DATE        PIC X(8).

01  WS-BROWSE-LINE-COUNT        PIC 9(2) VALUE 0.
01  WS-BROWSE-MAX-LINES         PIC 9(2) VALUE 10.
01  WS-BRWS-SUB                 PIC 9(2).

01  WS-BROWSE-DISPLAY-LINE.
    05  WS-BRWS-DISP-TOKEN      PIC X(22).
    05  FILLER                  PIC X(1) VALUE SPACES.
    05  WS-BRWS-DISP-APPL       PIC X(20).
    05  FILLER                  PIC X(1) VALUE SPACES.
    05  WS-BRWS-DISP-EXP-DATE   PIC X(8).
    05  FILLER                  PIC X(1) VALUE SPACES.
    05  WS-BRWS-DISP-CONTACT    PIC X(26).

01  WS-BROWSE-TABLE.
    05  WS-BROWSE-ENTRY         OCCURS 10 TIMES.
        10  WS-BRWS-LINE        PIC X(79).

01  WS-MESSAGE-TEXT             PIC X(79) VALUE SPACES.

COPY EXAMPLE1OW.

COPY WSOWNREG.

COPY WSOWNHST.

COPY WSTOKXRF.

LINKAGE SECTION.
01  DFHCOMMAREA                 PIC X(1).

PROCEDURE DIVISION.

MAIN-LOGIC.
    EXEC CICS
        HANDLE CONDITION
            MAPFAIL(NO-INPUT-DATA)
            ERROR(GENERAL-ERROR)
    END-EXEC

    EXEC CICS
        RECEIVE MAP('EXAMPLE1OW') MAPSET('EXAMPLE1MS') INTO(EXAMPLE1OWI)
    END-EXEC

    PERFORM GET-CURRENT-DATE-TIME

    MOVE EXAMPLE1OWI-ACTIONI TO WS-ACTION-CODE
    MOVE SPACES TO WS-MESSAGE-TEXT
    MOVE SPACES TO WS-BROWSE-TABLE

    EVALUATE TRUE
        WHEN WS-ACTION-IS-ADD
            PERFORM ADD-KEY-OWNER-ENTRY
        WHEN WS-ACTION-IS-CHANGE
            PERFORM CHANGE-KEY-OWNER-ENTRY
        WHEN WS-ACTION-IS-DELETE
            PERFORM DELETE-KEY-OWNER-ENTRY
        WHEN WS-ACTION-IS-BROWSE
            PERFORM BROWSE-KEY-OWNER-REGISTER
        WHEN OTHER
            MOVE "ENTER ACTION A (ADD), C (CHANGE), D (DELETE) OR B (BROWSE)"
                TO WS-MESSAGE-TEXT
    END-EVALUATE

    PERFORM SEND-RESPONSE-MAP

    EXEC CICS
        RETURN TRANSID('EX1M')
    END-EXEC

    GOBACK.

GET-CURRENT-DATE-TIME.
    MOVE SPACES TO WS-CURRENT-TIMESTAMP
    EXEC CICS ASKTIME ABSTIME(WS-ABSTIME) END-EXEC
    EXEC CICS
        FORMATTIME ABSTIME(WS-ABSTIME)
            YYYYMMDD(WS-CURRENT-TIMESTAMP (1:8))
            TIME(WS-CURRENT-TIMESTAMP (9:6))
    END-EXEC
    MOVE WS-CURRENT-TIMESTAMP (1:8) TO WS-CURRENT-DATE.

ADD-KEY-OWNER-ENTRY.
    IF EXAMPLE1OWI-TOKENI = SPACES
        MOVE "ENTER THE TOKEN OF THE KEY TO ADD" TO WS-MESSAGE-TEXT
    ELSE
        IF EXAMPLE1OWI-APPLI = SPACES
            OR EXAMPLE1OWI-CONTI = SPACES
            MOVE "APPLICATION AND CONTACT ARE REQUIRED FOR AN ADD"
                TO WS-MESSAGE-TEXT
        ELSE
            IF EXAMPLE1OWI-EXPDTI NOT NUMERIC
                MOVE "EXPIRY DATE IS REQUIRED FOR AN ADD, AS YYYYMMDD"
                    TO WS-MESSAGE-TEXT
            ELSE
                PERFORM APPLY-KEY-OWNER-ADD
            END-IF
        END-IF
    END-IF.

APPLY-KEY-OWNER-ADD.
*> The token must be one the batch has actually assigned: it is looked
*> up on the TOKENXRX alternate-index path (the same reverse lookup
*> EX1Z uses), and the key found there is only used to build the
*> masked form the reports carry - it is not shown or kept.  An add
*> for a token already in the register is refused rather than
*> overwriting the owner; C is the action for that.
    MOVE EXAMPLE1OWI-TOKENI TO TKX-TOKEN

    EXEC CICS
        READ FILE('TOKENXRX')
            INTO(TOKEN-XREF-RECORD)
            RIDFLD(TKX-TOKEN)
            KEYLENGTH(22)
            RESP(WS-RESP-CODE)
            RESP2(WS-RESP2-CODE)
    END-EXEC

    IF WS-RESP-CODE NOT = DFHRESP(NORMAL)
        MOVE "TOKEN NOT FOUND - NO KEY HAS BEEN ISSUED THAT TOKEN"
            TO WS-MESSAGE-TEXT
    ELSE
        MOVE TKX-KEY-VALUE TO WS-OWNED-KEY
        PERFORM MASK-OWNED-KEY
        MOVE SPACES TO WS-OWNED-KEY
        PERFORM WRITE-KEY-OWNER-ENTRY
    END-IF.

WRITE-KEY-OWNER-ENTRY.
    MOVE EXAMPLE1OWI-TOKENI TO OWN-TOKEN
    MOVE EXAMPLE1OWI-APPLI TO OWN-APPLICATION
    MOVE EXAMPLE1OWI-CONTI TO OWN-CONTACT
    MOVE EXAMPLE1OWI-EXPDTI TO OWN-EXPIRY-DATE
    PERFORM SET-UPDATED-BY

    EXEC CICS
        WRITE FILE('OWNREG')
            FROM(KEY-OWNER-RECORD)
            RIDFLD(OWN-TOKEN)
            KEYLENGTH(22)
            RESP(WS-RESP-CODE)
    END-EXEC

    EVALUATE TRUE
        WHEN WS-RESP-CODE = DFHRESP(NORMAL)
*> Message set before the history write so a history failure can
*> replace it - the admin must see that the audit trail has a gap.
            MOVE "KEY OWNER ADDED TO OWNERSHIP REGISTER"
                TO WS-MESSAGE-TEXT
            MOVE SPACES TO WS-PRIOR-APPLICATION
                           WS-PRIOR-CONTACT
                           WS-PRIOR-EXPIRY-DATE
            MOVE "ADD" TO OWH-ACTION
            PERFORM WRITE-CHANGE-HISTORY
        WHEN WS-RESP-CODE = DFHRESP(DUPREC)
            MOVE "TOKEN ALREADY HAS AN OWNER - USE C TO CHANGE IT"
                TO WS-MESSAGE-TEXT
        WHEN OTHER
            MOVE "OWNERSHIP REGISTER NOT UPDATED, CONTACT SUPPORT"
                TO WS-MESSAGE-TEXT
    END-EVALUATE.

CHANGE-KEY-OWNER-ENTRY.
    IF EXAMPLE1OWI-TOKENI = SPACES
        MOVE "ENTER THE TOKEN OF THE KEY TO CHANGE" TO WS-MESSAGE-TEXT
    ELSE
        IF EXAMPLE1OWI-APPLI = SPACES
            AND EXAMPLE1OWI-CONTI = SPACES
            AND EXAMPLE1OWI-EXPDTI = SPACES
            MOVE "ENTER THE APPLICATION, CONTACT OR EXPIRY DATE TO CHANGE"
                TO WS-MESSAGE-TEXT
        ELSE
            IF EXAMPLE1OWI-EXPDTI NOT = SPACES
                AND EXAMPLE1OWI-EXPDTI NOT NUMERIC
                MOVE "EXPIRY DATE MUST BE YYYYMMDD OR BLANK"
                    TO WS-MESSAGE-TEXT
            ELSE
                PERFORM APPLY-KEY-OWNER-CHANGE
            END-IF
        END-IF
    END-IF.

APPLY-KEY-OWNER-CHANGE.
*> Only the fields entered are changed; a blank field keeps what is
*> on the register.
    MOVE EXAMPLE1OWI-TOKENI TO OWN-TOKEN

    EXEC CICS
        READ FILE('OWNREG')
            INTO(KEY-OWNER-RECORD)
            RIDFLD(OWN-TOKEN)
            KEYLENGTH(22)
            UPDATE
            RESP(WS-RESP-CODE)
            RESP2(WS-RESP2-CODE)
    END-EXEC

    IF WS-RESP-CODE NOT = DFHRESP(NORMAL)
        MOVE "TOKEN NOT ON OWNERSHIP REGISTER" TO WS-MESSAGE-TEXT
    ELSE
        MOVE OWN-APPLICATION TO WS-PRIOR-APPLICATION
        MOVE OWN-CONTACT TO WS-PRIOR-CONTACT
        MOVE OWN-EXPIRY-DATE TO WS-PRIOR-EXPIRY-DATE
        IF EXAMPLE1OWI-APPLI NOT = SPACES
            MOVE EXAMPLE1OWI-APPLI TO OWN-APPLICATION
        END-IF
        IF EXAMPLE1OWI-CONTI NOT = SPACES
            MOVE EXAMPLE1OWI-CONTI TO OWN-CONTACT
        END-IF
        IF EXAMPLE1OWI-EXPDTI NOT = SPACES
            MOVE EXAMPLE1OWI-EXPDTI TO OWN-EXPIRY-DATE
        END-IF
        PERFORM SET-UPDATED-BY

        EXEC CICS
            REWRITE FILE('OWNREG')
                FROM(KEY-OWNER-RECORD)
                RESP(WS-RESP-CODE)
        END-EXEC

        IF WS-RESP-CODE = DFHRESP(NORMAL)
            MOVE "KEY OWNER ENTRY CHANGED" TO WS-MESSAGE-TEXT
            MOVE "CHANGE" TO OWH-ACTION
            PERFORM WRITE-CHANGE-HISTORY
        ELSE
            MOVE "OWNERSHIP REGISTER NOT UPDATED, CONTACT SUPPORT"
                TO WS-MESSAGE-TEXT
        END-IF
    END-IF.

DELETE-KEY-OWNER-ENTRY.
    IF EXAMPLE1OWI-TOKENI = SPACES
        MOVE "ENTER THE TOKEN OF THE KEY TO DELETE" TO WS-MESSAGE-TEXT
    ELSE
        PERFORM APPLY-KEY-OWNER-DELETE
    END-IF.

APPLY-KEY-OWNER-DELETE.
    MOVE EXAMPLE1OWI-TOKENI TO OWN-TOKEN

    EXEC CICS
        READ FILE('OWNREG')
            INTO(KEY-OWNER-RECORD)
            RIDFLD(OWN-TOKEN)
            KEYLENGTH(22)
            UPDATE
            RESP(WS-RESP-CODE)
            RESP2(WS-RESP2-CODE)
    END-EXEC

    IF WS-RESP-CODE NOT = DFHRESP(NORMAL)
        MOVE "TOKEN NOT ON OWNERSHIP REGISTER" TO WS-MESSAGE-TEXT
    ELSE
        MOVE OWN-APPLICATION TO WS-PRIOR-APPLICATION
        MOVE OWN-CONTACT TO WS-PRIOR-CONTACT
        MOVE OWN-EXPIRY-DATE TO WS-PRIOR-EXPIRY-DATE

        EXEC CICS
            DELETE FILE('OWNREG')
                RESP(WS-RESP-CODE)
        END-EXEC

        IF WS-RESP-CODE = DFHRESP(NORMAL)
            MOVE "KEY OWNER ENTRY DELETED - KEY NO LONGER EXPIRES"
                TO WS-MESSAGE-TEXT
            MOVE SPACES TO OWN-APPLICATION
                           OWN-CONTACT
                           OWN-EXPIRY-DATE
            MOVE "DELETE" TO OWH-ACTION
            PERFORM WRITE-CHANGE-HISTORY
        ELSE
            MOVE "OWNERSHIP REGISTER NOT UPDATED, CONTACT SUPPORT"
                TO WS-MESSAGE-TEXT
        END-IF
    END-IF.

SET-UPDATED-BY.
    MOVE SPACES TO OWN-UPDATED-BY
    EXEC CICS
        ASSIGN USERID(OWN-UPDATED-BY)
    END-EXEC
    MOVE WS-CURRENT-TIMESTAMP (1:14) TO OWN-UPDATED-TIMESTAMP.

MASK-OWNED-KEY.
*> Same masking as EXAMPLE1 and EX1O apply to AUD-MASKED-KEY, so
*> EXAMPLE1K can match the register against the key inventory.
    MOVE SPACES TO OWN-MASKED-KEY
    MOVE FUNCTION LENGTH (FUNCTION TRIM (WS-OWNED-KEY)) TO WS-KEY-LENGTH

    IF WS-KEY-LENGTH > 8
        MOVE WS-OWNED-KEY (1:4) TO OWN-MASKED-KEY (1:4)
        MOVE ALL "*" TO OWN-MASKED-KEY (5:WS-KEY-LENGTH - 8)
        MOVE WS-OWNED-KEY (WS-KEY-LENGTH - 3:4)
            TO OWN-MASKED-KEY (WS-KEY-LENGTH - 3:4)
    ELSE
        IF WS-KEY-LENGTH > 0
            MOVE ALL "*" TO OWN-MASKED-KEY (1:WS-KEY-LENGTH)
        END-IF
    END-IF.

WRITE-CHANGE-HISTORY.
*> OWH-ACTION is set by the caller, and the prior values by the
*> change/delete; the new values come from the register record as it
*> now stands (blanked by a delete).
    MOVE WS-CURRENT-TIMESTAMP (1:14) TO OWH-TIMESTAMP
    MOVE EIBTASKN TO OWH-TASK-NO
    MOVE OWN-TOKEN TO OWH-TOKEN
    MOVE OWN-APPLICATION TO OWH-NEW-APPLICATION
    MOVE OWN-CONTACT TO OWH-NEW-CONTACT
    MOVE OWN-EXPIRY-DATE TO OWH-NEW-EXPIRY-DATE
    MOVE WS-PRIOR-APPLICATION TO OWH-PRIOR-APPLICATION
    MOVE WS-PRIOR-CONTACT TO OWH-PRIOR-CONTACT
    MOVE WS-PRIOR-EXPIRY-DATE TO OWH-PRIOR-EXPIRY-DATE

    MOVE SPACES TO OWH-USER-ID
    EXEC CICS
        ASSIGN USERID(OWH-USER-ID)
    END-EXEC

    EXEC CICS
        WRITE FILE('OWNHIST')
            FROM(KEY-OWNER-HIST-RECORD)
            RIDFLD(OWH-KEY)
            KEYLENGTH(22)
            RESP(WS-RESP-CODE)
            RESP2(WS-RESP2-CODE)
    END-EXEC

    IF WS-RESP-CODE NOT = DFHRESP(NORMAL)
        MOVE "CHANGE APPLIED BUT HISTORY NOT SAVED, CONTACT SUPPORT"
            TO WS-MESSAGE-TEXT
    END-IF.

BROWSE-KEY-OWNER-REGISTER.
    MOVE 0 TO WS-BROWSE-LINE-COUNT
    MOVE EXAMPLE1OWI-TOKENI TO OWN-TOKEN
    IF OWN-TOKEN = SPACES
        MOVE LOW-VALUES TO OWN-TOKEN
    END-IF

    EXEC CICS
        STARTBR FILE('OWNREG')
            RIDFLD(OWN-TOKEN)
            KEYLENGTH(22)
            GTEQ
            RESP(WS-RESP-CODE)
    END-EXEC

    IF WS-RESP-CODE = DFHRESP(NORMAL)
        PERFORM READ-NEXT-BROWSE-ENTRY
            UNTIL WS-RESP-CODE NOT = DFHRESP(NORMAL)
               OR WS-BROWSE-LINE-COUNT = WS-BROWSE-MAX-LINES

        EXEC CICS
            ENDBR FILE('OWNREG')
        END-EXEC
    END-IF

    IF WS-BROWSE-LINE-COUNT = 0
        MOVE "NO OWNERSHIP ENTRIES FOUND FROM THAT TOKEN"
            TO WS-MESSAGE-TEXT
    ELSE
        MOVE "OWNERSHIP REGISTER DISPLAYED" TO WS-MESSAGE-TEXT
    END-IF.

READ-NEXT-BROWSE-ENTRY.
    EXEC CICS
        READNEXT FILE('OWNREG')
            INTO(KEY-OWNER-RECORD)
            RIDFLD(OWN-TOKEN)
            KEYLENGTH(22)
            RESP(WS-RESP-CODE)
    END-EXEC

    IF WS-RESP-CODE = DFHRESP(NORMAL)
        ADD 1 TO WS-BROWSE-LINE-COUNT
        MOVE SPACES TO WS-BROWSE-DISPLAY-LINE
        MOVE OWN-TOKEN TO WS-BRWS-DISP-TOKEN
        MOVE OWN-APPLICATION TO WS-BRWS-DISP-APPL
        MOVE OWN-EXPIRY-DATE TO WS-BRWS-DISP-EXP-DATE
        MOVE OWN-CONTACT (1:26) TO WS-BRWS-DISP-CONTACT
        MOVE WS-BROWSE-DISPLAY-LINE
            TO WS-BRWS-LINE (WS-BROWSE-LINE-COUNT)
    END-IF.

SEND-RESPONSE-MAP.
    MOVE EXAMPLE1OWI-ACTIONI TO EXAMPLE1OWO-ACTIONO
    MOVE WS-MESSAGE-TEXT TO EXAMPLE1OWO-MSGO

    PERFORM VARYING WS-BRWS-SUB FROM 1 BY 1
        UNTIL WS-BRWS-SUB > WS-BROWSE-MAX-LINES
        MOVE WS-BRWS-LINE (WS-BRWS-SUB)
            TO EXAMPLE1OWO-BRWSO (WS-BRWS-SUB)
    END-PERFORM

    EXEC CICS
        SEND MAP('EXAMPLE1OW') MAPSET('EXAMPLE1MS') FROM(EXAMPLE1OWO)
            ERASE
    END-EXEC.

NO-INPUT-DATA.
    MOVE "ENTER AN ACTION AND TOKEN AND PRESS ENTER"
        TO WS-MESSAGE-TEXT
    MOVE SPACES TO EXAMPLE1OWO
    MOVE WS-MESSAGE-TEXT TO EXAMPLE1OWO-MSGO

    EXEC CICS
        SEND MAP('EXAMPLE1OW') MAPSET('EXAMPLE1MS') FROM(EXAMPLE1OWO)
            ERASE
    END-EXEC

    EXEC CICS
        RETURN TRANSID('EX1M')
    END-EXEC

    GOBACK.

GENERAL-ERROR.
    MOVE "AN ERROR OCCURRED, CONTACT SUPPORT" TO WS-MESSAGE-TEXT
    MOVE SPACES TO EXAMPLE1OWO
    MOVE WS-MESSAGE-TEXT TO EXAMPLE1OWO-MSGO

    EXEC CICS
        SEND MAP('EXAMPLE1OW') MAPSET('EXAMPLE1MS') FROM(EXAMPLE1OWO)
            ERASE
    END-EXEC

    EXEC CICS
        RETURN
    END-EXEC

    GOBACK.
