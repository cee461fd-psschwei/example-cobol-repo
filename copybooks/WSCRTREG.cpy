*> WSCRTREG - hashing library certification register (CERTREG),
*> keyed on the library level: the release level of the SHA1_HASH /
*> SHA256_HASH / HMAC_SHA256 / BASE64_ENCODE routines as operations
*> name it on the EXAMPLE1HC control card.  One record per level
*> certified, holding the latest certification's result and counts
*> (a re-run of the same level replaces them), plus one control
*> record keyed "CURRENT" naming the level installed now and carrying
*> a copy of that level's latest result, in the same way BUSCAL keeps
*> its PROCDATE record.  EXAMPLE1HC writes both as its final act;
*> EXAMPLE1 and EX1O refuse to hash, and EXAMPLE1D refuses to pass a
*> run, unless the CURRENT record shows PASS.  A register that does
*> not exist yet, or has no CURRENT record, means no level has ever
*> been put through certification.
*>     HCR-CURRENT-LEVEL   on the CURRENT record only: the level in
*>                         force; spaces on a level record
*>     HCR-SAMPLE-RUN-ID   the run whose HASHRPT the sample re-hashed;
*>                         spaces when no sample was taken

01  HASH-CERT-REG-RECORD.
    05  HCR-KEY                     PIC X(8).
        88  HCR-IS-CURRENT-RECORD           VALUE "CURRENT".
    05  HCR-CURRENT-LEVEL           PIC X(8).
    05  HCR-RESULT                  PIC X(4).
        88  HCR-CERTIFIED                   VALUE "PASS".
        88  HCR-NOT-CERTIFIED               VALUE "FAIL".
    05  HCR-CERTIFIED-TIMESTAMP     PIC X(14).
    05  HCR-VECTOR-CHECKS           PIC 9(5).
    05  HCR-VECTOR-FAILURES         PIC 9(5).
    05  HCR-SAMPLE-RUN-ID           PIC X(14).
    05  HCR-SAMPLE-CHECKS           PIC 9(5).
    05  HCR-SAMPLE-FAILURES         PIC 9(5).
    05  HCR-SAMPLE-SKIPPED          PIC 9(5).
