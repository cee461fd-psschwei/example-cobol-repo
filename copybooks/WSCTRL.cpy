*> job.  Lets operations repoint a run at a different algorithm or
*> output encoding, or tighten the failure tolerance, without a
*> recompile.  One record, positional:
*>     columns  1-8   algorithm       SHA1 / SHA256 / BOTH / HMAC256
*>                                    HMAC256 is keyed SHA-256 under
*>                                    the current SECREF secret
*>                                    version (WSSECREF), in place of
*>                                    the bare hashes
*>     columns 10-17  format          HEX  / BASE64
*>     columns 19-21  fail threshold  percent of keys allowed to fail
*>                                    before the step abends, 000-100;
        88  WS-CTL-ALGO-SHA1                VALUE "SHA1".
        88  WS-CTL-ALGO-SHA256               VALUE "SHA256".
        88  WS-CTL-ALGO-BOTH                  VALUE "BOTH".
        88  WS-CTL-ALGO-HMAC256               VALUE "HMAC256".
    05  FILLER                      PIC X.
    05  WS-CTL-FORMAT               PIC X(8).
        88  WS-CTL-FMT-HEX                    VALUE "HEX".
