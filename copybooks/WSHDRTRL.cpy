*> INTERFACE-FILE-OUT carrying the counts it actually wrote, which
*> EXAMPLE1R and the identity management system balance against on
*> their side.  Control records are tagged in columns 1-3 so they
*> cannot be mistaken for data.  A KEYIN assembled by the EXAMPLE1I
*> intake holds one HDR ... TRL segment per source system, one after
*> another; each segment balances on its own.

01  FILE-HEADER-RECORD.
    05  FH-RECORD-TYPE              PIC X(3).
        88  FH-IS-HEADER                    VALUE "HDR".
    05  FH-FILE-DATE                PIC X(8).
    05  FH-SOURCE-SYSTEM            PIC X(8).
*> Stamped by the EXAMPLE1I intake on each source segment it accepts,
*> from the source's SRCREG register entry (WSSRCREG): the POLREF
*> rule set and the hash algorithm EXAMPLE1 applies to that source's
*> keys.  Blank on a file that did not come through the intake, and
*> blank in the register, mean the base rules only and the CTLCARD
*> algorithm.
    05  FH-POLICY-RULE-SET          PIC X(8).
    05  FH-HASH-ALGORITHM           PIC X(8).

01  FILE-TRAILER-RECORD.
    05  FT-RECORD-TYPE              PIC X(3).
