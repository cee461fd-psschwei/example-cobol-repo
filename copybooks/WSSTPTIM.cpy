*> WSSTPTIM - batch window step timing log (STEPTIME), one flat file
*> shared by every step of the key-hashing batch: EXAMPLE1I, 1F,
*> EXAMPLE1 (each parallel leg), 1J, 1D, 1R, 1C, 1K, 1A and 1P.  Each
*> step appends a START record as it begins and an END record as it
*> stops, on every exit including an abort, opening and closing the
*> file around each record so that legs running at the same time
*> interleave whole records.  Read by the EXAMPLE1SL SLA report.
*>     STT-STEP-STARTED    the step's start timestamp, on both of its
*>                         records, so an END pairs with its START
*>                         (yyyymmddhhmmsscc, as FUNCTION CURRENT-DATE)
*>     STT-EVENT-TIMESTAMP when the record was written
*>     STT-RUN-ID          the EXAMPLE1 run the step produced or
*>                         checked, where the step knows it by the time
*>                         it stops; blank otherwise
*>     STT-RECORDS-READ /  the step's principal input and output
*>     STT-RECORDS-WRITTEN records (keys, interface, audit, ack or
*>                         archive records); report lines are not
*>                         counted.  Zero on a START record
*>     STT-CONDITION-CODE  the step's return code; zero on a START
*>                         record

01  STEP-TIMING-RECORD.
    05  STT-RECORD-TYPE             PIC X(5).
        88  STT-START-RECORD                VALUE "START".
        88  STT-END-RECORD                  VALUE "END".
    05  STT-PROGRAM-ID              PIC X(10).
    05  STT-RUN-ID                  PIC X(14).
    05  STT-STEP-STARTED            PIC X(16).
    05  STT-EVENT-TIMESTAMP         PIC X(16).
    05  STT-RECORDS-READ            PIC 9(9).
    05  STT-RECORDS-WRITTEN         PIC 9(9).
    05  STT-CONDITION-CODE          PIC 9(4).
