*> WSSIEMEV - security event interface record sent daily to the
*> SOC's SIEM by EXAMPLE1SE.  One record per security-relevant event
*> picked up from RESLOG, WEAKHIST, AUDIT, BALCERT or AGEDBRK, in one
*> layout whatever the source, between HDR/TRL control records
*> (WSHDRTRL) like every other interface file this system sends; the
*> trailer carries the event count and the feed run-id.  No record
*> ever carries a raw key: the subject is a token, a masked key, a
*> run-id or a break identity.

01  SIEM-EVENT-RECORD.
*>  When the event happened, yyyymmddhhmmss (date only, zero time,
*>  for the once-a-day BALCERT and AGEDBRK reports).
    05  SEV-EVENT-TIMESTAMP         PIC X(14).
    05  SEV-SOURCE                  PIC X(8).
        88  SEV-SOURCE-RESLOG               VALUE "RESLOG".
        88  SEV-SOURCE-WEAKHIST             VALUE "WEAKHIST".
        88  SEV-SOURCE-AUDIT                VALUE "AUDIT".
        88  SEV-SOURCE-BALCERT              VALUE "BALCERT".
        88  SEV-SOURCE-AGEDBRK              VALUE "AGEDBRK".
    05  SEV-EVENT-TYPE              PIC X(10).
        88  SEV-TYPE-TOKEN-RESOLVED         VALUE "TOKRESOLV".
        88  SEV-TYPE-TOKEN-UNKNOWN          VALUE "TOKUNKNOWN".
        88  SEV-TYPE-WEAK-ADD               VALUE "WEAKADD".
        88  SEV-TYPE-WEAK-RETIRE            VALUE "WEAKRETIRE".
        88  SEV-TYPE-ONLINE-BLOCKED         VALUE "ONLBLKD".
        88  SEV-TYPE-BALANCING-FAIL         VALUE "BALFAIL".
        88  SEV-TYPE-AGED-BREAK             VALUE "AGEDBREAK".
    05  SEV-SEVERITY                PIC X(8).
        88  SEV-SEVERITY-LOW                VALUE "LOW".
        88  SEV-SEVERITY-MEDIUM             VALUE "MEDIUM".
        88  SEV-SEVERITY-HIGH               VALUE "HIGH".
        88  SEV-SEVERITY-CRITICAL           VALUE "CRITICAL".
*>  Who did it, where the source records it (RESLOG, WEAKHIST).
    05  SEV-USER-ID                 PIC X(8).
*>  What it was done to: token (RESLOG), masked key (WEAKHIST,
*>  AUDIT), run-id (BALCERT), break token or masked key (AGEDBRK).
    05  SEV-SUBJECT                 PIC X(100).
*>  Key of the source record (RESLOG/WEAKHIST/AUDIT), so the SOC can
*>  ask for it by name; run-id and date for the reports.
    05  SEV-SOURCE-REF              PIC X(22).
    05  SEV-DETAIL                  PIC X(60).
    05  SEV-FEED-RUN-ID             PIC X(14).
