*> WSOWNHST - key ownership register change-history record, one
*> entry per add/change/delete made through the EX1M maintenance
*> transaction.  The register itself (WSOWNREG) only carries the
*> current owner and expiry date; this is the trail of who changed
*> them, when, and from what.  Keyed like WSWKHIST: timestamp plus the
*> CICS task number.  For an ADD the prior fields are blank; for a
*> DELETE the new fields are blank.

01  KEY-OWNER-HIST-RECORD.
    05  OWH-KEY.
        10  OWH-TIMESTAMP           PIC X(14).
        10  OWH-TASK-NO             PIC 9(8).
    05  OWH-ACTION                  PIC X(8).
        88  OWH-ACTION-ADD                  VALUE "ADD".
        88  OWH-ACTION-CHANGE               VALUE "CHANGE".
        88  OWH-ACTION-DELETE               VALUE "DELETE".
    05  OWH-TOKEN                   PIC X(22).
    05  OWH-NEW-APPLICATION         PIC X(20).
    05  OWH-NEW-CONTACT             PIC X(60).
    05  OWH-NEW-EXPIRY-DATE         PIC X(8).
    05  OWH-PRIOR-APPLICATION       PIC X(20).
    05  OWH-PRIOR-CONTACT           PIC X(60).
    05  OWH-PRIOR-EXPIRY-DATE       PIC X(8).
    05  OWH-USER-ID                 PIC X(8).
