*> caught by that leg's SEEN-KEY-WORK duplicate check exactly as it
*> is today.  The byte-sum hash spreads production key mixes close to
*> evenly; perfect balance matters less than the duplicate guarantee.
*> A KEYIN from the EXAMPLE1I intake carries one HDR ... TRL segment
*> per source system.  Each segment is balanced on its own and passes
*> to every stream as a segment of its own, with the source's header
*> (rule set and algorithm included) and a trailer counting that
*> stream's share of it, even when the share is nothing - so each leg
*> hashes every key under its own source's settings and counts it
*> against its own source.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS WS-SPLTCTL-FILE-STATUS.

*> Batch window step timing log (layout WSSTPTIM), appended to by
*> every step of the batch and read by the EXAMPLE1SL SLA report.
    SELECT STEP-TIMING-OUT ASSIGN TO "STEPTIME"
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS WS-STEPTIME-FILE-STATUS.

DATA DIVISION.
FILE SECTION.
FD  KEY-FILE-IN.
FD  SPLIT-CONTROL-IN.
01  SPLIT-CONTROL-RECORD        PIC X(80).

FD  STEP-TIMING-OUT.
COPY WSSTPTIM.

WORKING-STORAGE SECTION.

COPY WSSTPWRK.

COPY WSHDRTRL.

01  WS-SPLTCTL-FILE-STATUS      PIC X(2) VALUE "00".

01  WS-KEYIN-TRAILER-SW         PIC X VALUE "N".
    88  KEYIN-TRAILER-SEEN              VALUE "Y".
01  WS-KEY-RECORD-SW            PIC X VALUE "N".
    88  KEY-RECORD-READ                 VALUE "Y".

01  INPUT-KEY                   PIC X(100).
01  WS-KEYIN-DATA-COUNT         PIC 9(9) VALUE 0.
01  WS-SEGMENT-DATA-COUNT       PIC 9(9) VALUE 0.
01  WS-KEYIN-SEGMENT-COUNT      PIC 9(3) VALUE 0.

01  WS-KEY-LENGTH               PIC 9(3).
01  WS-CHAR-SUB                 PIC 9(3).
01  WS-STREAM-COUNTS.
    05  WS-STREAM-WRITTEN       PIC 9(9) OCCURS 4 TIMES.

*> Each stream's share of the segment being split, for its trailer.
01  WS-SEGMENT-STREAM-COUNTS.
    05  WS-SEGMENT-STREAM-WRITTEN PIC 9(9) OCCURS 4 TIMES.

PROCEDURE DIVISION.

MAIN-PROCESSING.
    MOVE "EXAMPLE1F" TO WS-STT-PROGRAM-ID
    PERFORM RECORD-STEP-START
    PERFORM LOAD-SPLIT-CONTROL
    PERFORM OPEN-FILES
    PERFORM READ-KEYIN-HEADER

    PERFORM UNTIL KEY-FILE-EOF
        PERFORM READ-KEY-RECORD
        END-IF
    END-PERFORM

    PERFORM CLOSE-FILES

    DISPLAY "Split complete. Input keys: " WS-KEYIN-DATA-COUNT
        " in " WS-KEYIN-SEGMENT-COUNT " source segments"
        " stream 1: " WS-STREAM-WRITTEN (1)
        " stream 2: " WS-STREAM-WRITTEN (2)
        " stream 3: " WS-STREAM-WRITTEN (3)
        " stream 4: " WS-STREAM-WRITTEN (4)

    PERFORM RECORD-STEP-END
    STOP RUN.

LOAD-SPLIT-CONTROL.
        DISPLAY "KEYIN header record missing or invalid - "
            "file rejected as incomplete"
        MOVE 16 TO RETURN-CODE
        PERFORM RECORD-STEP-END
        STOP RUN
    END-IF

    PERFORM OPEN-KEYIN-SEGMENT.

OPEN-KEYIN-SEGMENT.
    MOVE "N" TO WS-KEYIN-TRAILER-SW
    MOVE 0 TO WS-SEGMENT-DATA-COUNT
    MOVE 0 TO WS-SEGMENT-STREAM-WRITTEN (1)
    MOVE 0 TO WS-SEGMENT-STREAM-WRITTEN (2)
    MOVE 0 TO WS-SEGMENT-STREAM-WRITTEN (3)
    MOVE 0 TO WS-SEGMENT-STREAM-WRITTEN (4)
    ADD 1 TO WS-KEYIN-SEGMENT-COUNT

    DISPLAY "KEYIN header: file date=" FH-FILE-DATE
        " source=" FH-SOURCE-SYSTEM
        " rule set=" FH-POLICY-RULE-SET
        " algorithm=" FH-HASH-ALGORITHM

    PERFORM WRITE-STREAM-HEADERS.

WRITE-STREAM-HEADERS.
*> Each stream file carries the input segment's own header identity,
*> so the stream legs register the same KEYIN date, source, rule set
*> and algorithm the unsplit run would have.
    WRITE KEY-STREAM-1-RECORD FROM FILE-HEADER-RECORD
    WRITE KEY-STREAM-2-RECORD FROM FILE-HEADER-RECORD
    IF WS-SPLIT-STREAM-COUNT >= 3
    END-IF.

READ-KEY-RECORD.
*> Leaves the next data record in INPUT-KEY, or sets KEY-FILE-EOF,
*> closing and opening source segments on the way.
    MOVE "N" TO WS-KEY-RECORD-SW
    PERFORM UNTIL KEY-RECORD-READ OR KEY-FILE-EOF
        PERFORM READ-KEYIN-RECORD
    END-PERFORM.

READ-KEYIN-RECORD.
    MOVE SPACES TO INPUT-KEY
    READ KEY-FILE-IN INTO INPUT-KEY
        AT END
            IF NOT KEYIN-TRAILER-SEEN
                DISPLAY "KEYIN trailer record missing for source "
                    FH-SOURCE-SYSTEM " - file rejected as incomplete"
                MOVE 16 TO RETURN-CODE
                PERFORM RECORD-STEP-END
                STOP RUN
            END-IF
            SET KEY-FILE-EOF TO TRUE
        NOT AT END
            EVALUATE TRUE
                WHEN KEYIN-TRAILER-SEEN
                    PERFORM START-NEXT-KEYIN-SEGMENT
                WHEN INPUT-KEY (1:3) = "TRL"
                    PERFORM BALANCE-KEYIN-TRAILER
                    PERFORM WRITE-STREAM-TRAILERS
                WHEN OTHER
                    ADD 1 TO WS-KEYIN-DATA-COUNT
                    ADD 1 TO WS-SEGMENT-DATA-COUNT
                    SET KEY-RECORD-READ TO TRUE
            END-EVALUATE
    END-READ.

START-NEXT-KEYIN-SEGMENT.
*> Only another source's header may follow a trailer.
    IF INPUT-KEY (1:3) NOT = "HDR"
        DISPLAY "KEYIN record after the trailer of source "
            FH-SOURCE-SYSTEM " is not a header - "
            "file rejected as incomplete"
        MOVE 16 TO RETURN-CODE
        PERFORM RECORD-STEP-END
        STOP RUN
    END-IF

    MOVE INPUT-KEY TO FILE-HEADER-RECORD
    PERFORM OPEN-KEYIN-SEGMENT.

BALANCE-KEYIN-TRAILER.
    SET KEYIN-TRAILER-SEEN TO TRUE
    MOVE INPUT-KEY (1:12) TO FILE-TRAILER-RECORD

    IF FT-RECORD-COUNT NOT = WS-SEGMENT-DATA-COUNT
        DISPLAY "KEYIN control total out of balance for source "
            FH-SOURCE-SYSTEM ": trailer says "
            FT-RECORD-COUNT " records, read " WS-SEGMENT-DATA-COUNT
            " - file rejected as incomplete"
        MOVE 16 TO RETURN-CODE
        PERFORM RECORD-STEP-END
        STOP RUN
    END-IF

    DISPLAY "KEYIN control total in balance for source "
        FH-SOURCE-SYSTEM ": " WS-SEGMENT-DATA-COUNT " records".

ROUTE-KEY-TO-STREAM.
*> Deterministic key-value hash: the same key always routes to the
        WHEN 4
            WRITE KEY-STREAM-4-RECORD FROM INPUT-KEY
    END-EVALUATE
    ADD 1 TO WS-STREAM-WRITTEN (WS-TARGET-STREAM)
    ADD 1 TO WS-SEGMENT-STREAM-WRITTEN (WS-TARGET-STREAM).

WRITE-STREAM-TRAILERS.
    MOVE SPACES TO FILE-TRAILER-RECORD
    MOVE "TRL" TO FT-RECORD-TYPE

    MOVE WS-SEGMENT-STREAM-WRITTEN (1) TO FT-RECORD-COUNT
    WRITE KEY-STREAM-1-RECORD FROM FILE-TRAILER-RECORD
    MOVE WS-SEGMENT-STREAM-WRITTEN (2) TO FT-RECORD-COUNT
    WRITE KEY-STREAM-2-RECORD FROM FILE-TRAILER-RECORD
    IF WS-SPLIT-STREAM-COUNT >= 3
        MOVE WS-SEGMENT-STREAM-WRITTEN (3) TO FT-RECORD-COUNT
        WRITE KEY-STREAM-3-RECORD FROM FILE-TRAILER-RECORD
    END-IF
    IF WS-SPLIT-STREAM-COUNT >= 4
        MOVE WS-SEGMENT-STREAM-WRITTEN (4) TO FT-RECORD-COUNT
        WRITE KEY-STREAM-4-RECORD FROM FILE-TRAILER-RECORD
    END-IF.

    IF WS-SPLIT-STREAM-COUNT >= 4
        CLOSE KEY-STREAM-4
    END-IF.

RECORD-STEP-START.
*> Step timing: a START record as the step begins and an END record
*> as it stops, on every exit, normal or not, with the return code
*> the step is stopping with.  Timing is never allowed to fail a
*> step - a STEPTIME that cannot be written is a warning only.  The
*> same paragraphs are in EXAMPLE1, 1I, 1F, 1J, 1D, 1R, 1C, 1K, 1A
*> and 1P; the copies must stay identical.
    MOVE FUNCTION CURRENT-DATE TO WS-STT-TIMESTAMP
    MOVE WS-STT-TIMESTAMP (1:16) TO WS-STT-STEP-STARTED
    INITIALIZE STEP-TIMING-RECORD
    SET STT-START-RECORD TO TRUE
    MOVE WS-STT-STEP-STARTED TO STT-EVENT-TIMESTAMP
    PERFORM WRITE-STEP-TIMING-RECORD.

RECORD-STEP-END.
    IF NOT STEP-END-RECORDED
        SET STEP-END-RECORDED TO TRUE
        PERFORM SET-STEP-TIMING-DETAILS
        MOVE FUNCTION CURRENT-DATE TO WS-STT-TIMESTAMP
        INITIALIZE STEP-TIMING-RECORD
        SET STT-END-RECORD TO TRUE
        MOVE WS-STT-TIMESTAMP (1:16) TO STT-EVENT-TIMESTAMP
        MOVE WS-STT-RECORDS-READ TO STT-RECORDS-READ
        MOVE WS-STT-RECORDS-WRITTEN TO STT-RECORDS-WRITTEN
        MOVE RETURN-CODE TO STT-CONDITION-CODE
        PERFORM WRITE-STEP-TIMING-RECORD
    END-IF.

WRITE-STEP-TIMING-RECORD.
*> Opened and closed around the one record so that parallel legs
*> appending at the same time each write whole records.
    MOVE WS-STT-PROGRAM-ID TO STT-PROGRAM-ID
    MOVE WS-STT-RUN-ID TO STT-RUN-ID
    MOVE WS-STT-STEP-STARTED TO STT-STEP-STARTED
    OPEN EXTEND STEP-TIMING-OUT
    IF WS-STEPTIME-FILE-NOT-FOUND
        OPEN OUTPUT STEP-TIMING-OUT
    END-IF
    IF WS-STEPTIME-FILE-FOUND
        WRITE STEP-TIMING-RECORD
        CLOSE STEP-TIMING-OUT
    ELSE
        DISPLAY "WARNING: step timing file STEPTIME not available ("
            WS-STEPTIME-FILE-STATUS ") - " STT-RECORD-TYPE
            " record for " WS-STT-PROGRAM-ID " not written"
    END-IF.

SET-STEP-TIMING-DETAILS.
*> Keys read from KEYIN; keys written across the streams.
    MOVE WS-KEYIN-DATA-COUNT TO WS-STT-RECORDS-READ
    COMPUTE WS-STT-RECORDS-WRITTEN = WS-STREAM-WRITTEN (1)
        + WS-STREAM-WRITTEN (2) + WS-STREAM-WRITTEN (3)
        + WS-STREAM-WRITTEN (4)
    END-COMPUTE.
