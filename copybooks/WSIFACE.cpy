    05  IF-SOURCE                   PIC X(8).
        88  IF-SOURCE-BATCH                 VALUE "BATCH".
        88  IF-SOURCE-ONLINE                VALUE "ONLINE".
*> Version of the SECREF secret (WSSECREF) behind an HMAC256 hash, so
*> IDM can tell which secret produced the value across a rotation;
*> zero on an unkeyed SHA1/SHA256 record.
    05  IF-SECRET-VERSION           PIC 9(4).
