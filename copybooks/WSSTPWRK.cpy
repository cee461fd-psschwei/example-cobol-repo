*> WSSTPWRK - working storage for the step timing paragraphs
*> (RECORD-STEP-START, RECORD-STEP-END, WRITE-STEP-TIMING-RECORD)
*> carried by every step that logs to STEPTIME (WSSTPTIM).  The step
*> moves its own name to WS-STT-PROGRAM-ID before RECORD-STEP-START,
*> and its SET-STEP-TIMING-DETAILS paragraph moves its run-id and
*> counts here for the END record.

01  WS-STEPTIME-FILE-STATUS         PIC X(2) VALUE "00".
    88  WS-STEPTIME-FILE-FOUND              VALUE "00".
    88  WS-STEPTIME-FILE-NOT-FOUND          VALUE "35".

01  WS-STT-PROGRAM-ID               PIC X(10) VALUE SPACES.
01  WS-STT-RUN-ID                   PIC X(14) VALUE SPACES.
01  WS-STT-STEP-STARTED             PIC X(16) VALUE SPACES.
01  WS-STT-RECORDS-READ             PIC 9(9) VALUE 0.
01  WS-STT-RECORDS-WRITTEN          PIC 9(9) VALUE 0.
01  WS-STT-TIMESTAMP                PIC X(21).
01  WS-STT-END-SW                   PIC X VALUE "N".
    88  STEP-END-RECORDED                   VALUE "Y".
