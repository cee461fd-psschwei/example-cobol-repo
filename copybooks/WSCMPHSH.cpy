*> WSCMPHSH - compromised-credential hash reference record, keyed on
*> algorithm plus hash value.  One entry per SHA-1 or SHA-256 hash
*> the security team's weekly breach-corpus feed (CMPFEED) has
*> published; built by EXAMPLE1L and read with keyed lookups by
*> EXAMPLE1 (after HASH-ONE-KEY) and the EX1O transaction, which
*> refuse to send IDM any key whose hash is on it.  The hash is held
*> as a hex string in upper case, whatever case the feed published
*> it in, and every lookup upper-cases the hex output of the hashing
*> routines (before any base64 encoding) to build the key, so the
*> keyed read matches whichever case either side prints hex in.
*> CMH-FIRST-SEEN-DATE is the load date of the feed that first
*> carried the hash; a later feed repeating it does not move it.

01  COMPROMISED-HASH-RECORD.
    05  CMH-KEY.
        10  CMH-ALGORITHM           PIC X(8).
            88  CMH-ALGO-SHA1               VALUE "SHA1".
            88  CMH-ALGO-SHA256             VALUE "SHA256".
        10  CMH-HASH-VALUE          PIC X(64).
    05  CMH-FIRST-SEEN-DATE         PIC X(8).
    05  CMH-CORPUS-NAME             PIC X(20).
