        88  KIV-LAST-ALGO-SHA1              VALUE "SHA1".
        88  KIV-LAST-ALGO-SHA256            VALUE "SHA256".
        88  KIV-LAST-ALGO-BOTH              VALUE "BOTH".
        88  KIV-LAST-ALGO-HMAC256           VALUE "HMAC256".
    05  KIV-REQUEST-COUNT           PIC 9(9).
