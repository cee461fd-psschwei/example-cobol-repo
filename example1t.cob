*> entry plus a catch-all for unmapped codes; subscripts line up with
*> WS-RC-ENTRY so the report can reuse the same reason text.
01  WS-RC-COUNT-TABLE.
    05  WS-RC-COUNT-ENTRY       OCCURS 7 TIMES.
        10  WS-RCC-SHA1-COUNT   PIC 9(9) VALUE ZERO.
        10  WS-RCC-SHA256-COUNT PIC 9(9) VALUE ZERO.
01  WS-RCC-SUB                  PIC 9(2).
*> Entry 1 of the decode table is SUCCESS; a zero return code is not
*> a failure, so the sweep starts at 2.
    PERFORM VARYING WS-RCC-SUB FROM 2 BY 1
        UNTIL WS-RCC-SUB > 7
        IF WS-RCC-SHA1-COUNT (WS-RCC-SUB) > 0
            OR WS-RCC-SHA256-COUNT (WS-RCC-SUB) > 0
            MOVE SPACES TO WS-RC-DETAIL-LINE
