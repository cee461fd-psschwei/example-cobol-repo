        88  RRG-ALGO-SHA1                   VALUE "SHA1".
        88  RRG-ALGO-SHA256                 VALUE "SHA256".
        88  RRG-ALGO-BOTH                   VALUE "BOTH".
        88  RRG-ALGO-HMAC256                VALUE "HMAC256".
    05  RRG-CTL-FORMAT              PIC X(8).
    05  RRG-CTL-FAIL-PCT            PIC 9(3).
    05  RRG-KEYIN-FILE-DATE         PIC X(8).
        10  RRG-STREAM-COUNT        PIC 9.
        10  RRG-STREAM-RUN-ID       PIC X(14)
                                     OCCURS 4 TIMES.
*> SECREF secret version the run keyed its HMAC256 hashes with;
*> zero for a run with an unkeyed algorithm.
    05  RRG-SECRET-VERSION          PIC 9(4).
*> Keys whose hash was found on the compromised-credential feed
*> (CMPREF) and rejected to HASHVAL; included in RRG-VALIDATION-
*> REJECTS.
    05  RRG-COMPROMISED-HITS        PIC 9(9).
*> AUD-CHAIN-VALUE of the last AUDIT record the run wrote, so the
*> chain cannot be truncated from the end without EXAMPLE1AV noticing;
*> spaces on the consolidated entry, whose legs carry their own.
    05  RRG-AUDIT-CHAIN-VALUE       PIC X(64).
*> One entry per source system whose KEYIN segment the run hashed
*> (EXAMPLE1I intake), in the order the segments arrived: its header
*> identity, the POLREF rule set and algorithm its keys were checked
*> and hashed under, and its share of the run's counts.  Unlike the
*> run-level reject and failure counts above, these cover the whole
*> logical run - a restart carries the counts of the keys before its
*> checkpoint forward - so EXAMPLE1D can prove each source's KEYIN
*> total on its own.  RRG-KEYIN-SOURCE is "MULTIPLE" when there is
*> more than one entry.  Summed per source across the legs on the
*> consolidated EXAMPLE1J entry.
    05  RRG-SOURCE-LIST.
        10  RRG-SOURCE-COUNT        PIC 9.
        10  RRG-SOURCE-ENTRY        OCCURS 6 TIMES.
            15  RRG-SRC-SOURCE-ID       PIC X(8).
            15  RRG-SRC-FILE-DATE       PIC X(8).
            15  RRG-SRC-RULE-SET        PIC X(8).
            15  RRG-SRC-ALGORITHM       PIC X(8).
            15  RRG-SRC-KEYIN-COUNT     PIC 9(9).
            15  RRG-SRC-REPORTED        PIC 9(9).
            15  RRG-SRC-REJECTS         PIC 9(9).
            15  RRG-SRC-HASH-FAILURES   PIC 9(9).
            15  RRG-SRC-COMPROMISED     PIC 9(9).
            15  RRG-SRC-INTERFACE-RECS  PIC 9(9).
