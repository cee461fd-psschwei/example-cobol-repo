*> WSOWNNOT - weekly key expiry notice extract (OWNNOTC) written by
*> EXAMPLE1EN for the key owners' mailbox, between HDR/TRL control
*> records (WSHDRTRL) like every other file this system sends; the
*> trailer counts every OWN and KEY record.  Grouped by owner: one OWN
*> record per contact and application with that owner's counts, then
*> one KEY record per key of theirs due within the furthest horizon
*> (or already past its date), soonest first.  Keys are identified by
*> token and masked key only, never the raw key.
*>     ONT-BUCKET   EXPIRED - past its date, EXAMPLE1 now refuses it
*>                  the first, second or third NOTCCTL horizon it
*>                  falls within, as the number of days (030 / 060 /
*>                  090 by default) followed by DAYS

01  OWNER-NOTICE-RECORD.
    05  ONT-RECORD-TYPE             PIC X(3).
        88  ONT-IS-OWNER                    VALUE "OWN".
        88  ONT-IS-KEY                      VALUE "KEY".
    05  ONT-CONTACT                 PIC X(60).
    05  ONT-APPLICATION             PIC X(20).
    05  ONT-KEY-DETAIL.
        10  ONT-BUCKET              PIC X(8).
        10  ONT-TOKEN               PIC X(22).
        10  ONT-MASKED-KEY          PIC X(100).
        10  ONT-EXPIRY-DATE         PIC X(8).
        10  ONT-DAYS-REMAINING      PIC 9(5).
        10  ONT-DAYS-OVERDUE        PIC 9(5).
    05  ONT-OWNER-TOTALS REDEFINES ONT-KEY-DETAIL.
        10  ONT-EXPIRED-COUNT       PIC 9(5).
        10  ONT-HORIZON-1-COUNT     PIC 9(5).
        10  ONT-HORIZON-2-COUNT     PIC 9(5).
        10  ONT-HORIZON-3-COUNT     PIC 9(5).
        10  FILLER                  PIC X(128).
