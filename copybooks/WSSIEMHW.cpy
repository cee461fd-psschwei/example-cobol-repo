*> WSSIEMHW - SIEM feed high-water mark, one record per event source,
*> keyed on the source name.  EXAMPLE1SE picks up a source's events
*> from just past its mark and moves the mark only after the feed
*> carrying them has been written and closed, so a rerun resends a
*> failed run's events and nothing else.  What the mark holds depends
*> on the source:
*>     RESLOG, WEAKHIST  key (timestamp + sequence) of the last record
*>                       sent
*>     AUDIT             AUD-KEY of the last record examined
*>     BALCERT           run-id (14) and produced date (8) of the last
*>                       certificate examined
*>     AGEDBRK           date (8) of the last aged-breaks report sent

01  SIEM-HWM-RECORD.
    05  SHW-SOURCE                  PIC X(8).
    05  SHW-LAST-KEY                PIC X(22).
    05  SHW-FEED-RUN-ID             PIC X(14).
    05  SHW-UPDATED-TIMESTAMP       PIC X(21).
    05  SHW-LAST-EVENT-COUNT        PIC 9(9).
