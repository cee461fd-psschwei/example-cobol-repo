        VALUE "0016INVALID CHARACTER IN KEY      ".
    05  FILLER                  PIC X(34)
        VALUE "0020KEY FAILED VALIDATION CHECK   ".
    05  FILLER                  PIC X(34)
        VALUE "0024KEYED HASH SECRET UNAVAILABLE ".

01  WS-RC-DECODE-TABLE REDEFINES WS-RC-DECODE-TABLE-DATA.
    05  WS-RC-ENTRY             OCCURS 7 TIMES
                                 INDEXED BY WS-RC-IDX.
        10  WS-RC-CODE          PIC 9(4).
        10  WS-RC-REASON        PIC X(30).
