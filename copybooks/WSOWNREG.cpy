*> WSOWNREG - key ownership register (OWNREG), keyed on the key's
*> surrogate token (WSTOKXRF), so the register never holds the raw
*> key.  One entry per key someone has claimed: the owning
*> application, the contact mailbox the expiry notices go to, and the
*> date by which the key must be rotated.  Maintained online through
*> the EX1M transaction (every change logged to OWNHIST, WSOWNHST).
*> Read by EXAMPLE1's VALIDATE-KEY, which rejects a key whose expiry
*> date has passed; by EXAMPLE1EN for the weekly owner notices; and by
*> EXAMPLE1K and EXAMPLE1R to show the owner on KEYAGRPT / AGEDBRK.
*> EXAMPLE1Q deletes the entry when the key is erased.
*>     OWN-MASKED-KEY   the key masked exactly as AUD-MASKED-KEY is,
*>                      set by EX1M from the cross-reference when the
*>                      entry is added; an alternate key WITH
*>                      DUPLICATES (two keys can share a mask) for the
*>                      reports that only have the masked key
*>     OWN-EXPIRY-DATE  yyyymmdd, the expiry/rotation-due date; the
*>                      key is still hashed on the date itself and
*>                      refused by any run dated after it

01  KEY-OWNER-RECORD.
    05  OWN-TOKEN                   PIC X(22).
    05  OWN-MASKED-KEY              PIC X(100).
    05  OWN-APPLICATION             PIC X(20).
    05  OWN-CONTACT                 PIC X(60).
    05  OWN-EXPIRY-DATE             PIC X(8).
    05  OWN-UPDATED-BY              PIC X(8).
    05  OWN-UPDATED-TIMESTAMP       PIC X(14).
