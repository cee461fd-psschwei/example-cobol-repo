*> WSERALOG - key erasure log record, written by EXAMPLE1Q for every
*> erasure request it processes and kept for legal's records.  One
*> entry per file a request removed or scrubbed anything from (with
*> the count), one per AUDIT record scrubbed (the item is its
*> AUD-KEY, which is how EXAMPLE1AV tells a scrubbed record from a
*> tampered one), and one for a request held back, rejected or
*> failed by an I/O error part-way, with the reason.  Never carries
*> the raw key - only the token and the masked key.  Keyed on the
*> erasure run-id plus a sequence number; the alternate key finds
*> every entry for one file and item.
*> EXAMPLE1H browses the WEAKHIST entries on it and matches them on
*> ELG-MASKED-KEY, the value EXAMPLE1Q leaves in the scrubbed history.

01  ERASURE-LOG-RECORD.
    05  ELG-KEY.
        10  ELG-RUN-ID              PIC X(14).
        10  ELG-SEQUENCE-NO         PIC 9(8).
    05  ELG-ITEM-KEY.
        10  ELG-FILE-NAME           PIC X(8).
        10  ELG-ITEM-REF            PIC X(22).
    05  ELG-ACTION                  PIC X(8).
        88  ELG-ACTION-DELETED              VALUE "DELETED".
        88  ELG-ACTION-SCRUBBED             VALUE "SCRUBBED".
        88  ELG-ACTION-RETAINED             VALUE "RETAINED".
        88  ELG-ACTION-HELD                 VALUE "HELD".
        88  ELG-ACTION-REJECTED             VALUE "REJECTED".
        88  ELG-ACTION-FAILED               VALUE "FAILED".
    05  ELG-ITEM-COUNT              PIC 9(7).
    05  ELG-REQUEST-NO              PIC 9(6).
    05  ELG-TICKET                  PIC X(20).
    05  ELG-USER-ID                 PIC X(8).
    05  ELG-TOKEN                   PIC X(22).
    05  ELG-MASKED-KEY              PIC X(100).
    05  ELG-REASON                  PIC X(40).
    05  ELG-TIMESTAMP               PIC X(21).
