    05  OIQ-HASH-VALUE              PIC X(88).
    05  OIQ-HASH-TIMESTAMP          PIC X(21).
    05  OIQ-STATUS                  PIC X(8).
*> Secret version behind an HMAC256 hash, carried through to
*> IF-SECRET-VERSION when the entry is merged; zero when unkeyed.
    05  OIQ-SECRET-VERSION          PIC 9(4).
