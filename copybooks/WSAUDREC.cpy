        10  AUD-SEQUENCE-NO         PIC 9(8).
    05  AUD-TIMESTAMP               PIC X(21).
    05  AUD-MASKED-KEY              PIC X(100).
*>      Overwritten with this value, and both hashes blanked, when
*>      EXAMPLE1Q erases the key under an authorised erasure request;
*>      the chain value is left as written, and EXAMPLE1AV accepts
*>      the record on the strength of its ERASLOG entry.
        88  AUD-MASKED-KEY-ERASED           VALUE "*ERASED*".
    05  AUD-HASH-SHA1               PIC X(88).
    05  AUD-RETURN-CODE-SHA1        PIC S9(4).
    05  AUD-HASH-SHA256             PIC X(88).
        88  AUD-SOURCE-BATCH                VALUE "BATCH".
        88  AUD-SOURCE-ONLINE               VALUE "ONLINE".
*>      An online request whose key was blocked by the weak/retired
*>      key check or the compromised-credential hash screen (CMPREF):
*>      hashed and audited, but refused entry to the
*>      interface queue.  Kept distinct so the trend and inventory
*>      jobs can tell a blocked online attempt from a served one.
        88  AUD-SOURCE-ONLINE-BLOCKED       VALUE "ONLBLKD".
*> Version of the SECREF secret (WSSECREF) that keyed the SHA-256
*> hash on an HMAC256 run; zero when the hashes are unkeyed.
    05  AUD-SECRET-VERSION          PIC 9(4).
*> Tamper-evident chain: SHA-256 folded over this record (with this
*> field blank) on top of the chain value of the previous record
*> written under the same run-id; spaces on the first record's
*> predecessor.  Recomputed end to end by EXAMPLE1AV, and the last
*> value of each batch run is kept on its RUNREG entry.  Spaces on
*> records written before chaining was introduced.
    05  AUD-CHAIN-VALUE             PIC X(64).
