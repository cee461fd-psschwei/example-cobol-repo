IDENTIFICATION DIVISION.
PROGRAM-ID. EXAMPLE1SL.

*> Batch window SLA report.  Every step of the key-hashing batch
*> (EXAMPLE1I, 1F, EXAMPLE1 and its parallel legs, 1J, 1D, 1R, 1C,
*> 1K, 1A, 1P) writes a START and an END record to the STEPTIME step
*> timing log (WSSTPTIM).  This job reads the log for the batch
*> window being reported and the thirteen windows before it and
*> compares each step against its SLATGT target:
*>     elapsed     first START to last END in the window, so a step
*>                 that abended and was rerun is charged the whole
*>                 time it held the window up, and parallel legs
*>                 count from the first leg's start to the last
*>                 leg's end
*>     throughput  records read per minute of elapsed time
*>     trend       this week's average elapsed (the reported window
*>                 and the six before it) against the week before;
*>                 a step slower by more than its tolerance is
*>                 TRENDING SLOWER, and one whose average would pass
*>                 its target if it slows as much again next week is
*>                 a PROJECTED BREACH - both while it is still inside
*>                 its target
*> and then walks the critical path back from the gate step the IDM
*> pickup waits on (EXAMPLE1D, whose certificate releases IDMIFACE,
*> unless SLATGT names another) to the first step of the window, and
*> shows the slack or overrun against the pickup deadline.
*>
*> A step's window is decided by when it started: a step starting
*> before the window's start time of day belongs to the previous
*> day's window, so a window that runs past midnight stays one
*> window.  The reported window is the SLACTL date, or the latest
*> window on STEPTIME when there is no card.
*>
*> Condition codes: 0 every step inside target, 4 early warnings
*> only (trending, projected breach, a START with no END, a step with
*> no target), 8 a step over its elapsed target or under its
*> throughput, or the gate step finished after the deadline or not
*> at all, 16 STEPTIME could not be read.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT STEP-TIMING-IN ASSIGN TO "STEPTIME"
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS WS-STEPTIME-FILE-STATUS.

    SELECT SLA-TARGET-IN ASSIGN TO "SLATGT"
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS WS-SLATGT-FILE-STATUS.

*> Same one-record parameter card convention as CTLCARD/ARCHCTL.
    SELECT SLA-CONTROL-IN ASSIGN TO "SLACTL"
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS WS-SLACTL-FILE-STATUS.

    SELECT SLA-REPORT-OUT ASSIGN TO "SLARPT"
        ORGANIZATION LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD  STEP-TIMING-IN.
COPY WSSTPTIM.

FD  SLA-TARGET-IN.
01  SLA-TARGET-RECORD           PIC X(80).

FD  SLA-CONTROL-IN.
01  SLA-CONTROL-RECORD          PIC X(80).

FD  SLA-REPORT-OUT.
01  SLA-REPORT-RECORD           PIC X(204).

WORKING-STORAGE SECTION.

01  WS-STEPTIME-FILE-STATUS     PIC X(2) VALUE "00".
    88  WS-STEPTIME-FILE-FOUND          VALUE "00".
    88  WS-STEPTIME-FILE-NOT-FOUND      VALUE "35".

01  WS-SLATGT-FILE-STATUS       PIC X(2) VALUE "00".
    88  WS-SLATGT-FILE-FOUND            VALUE "00".
    88  WS-SLATGT-FILE-NOT-FOUND        VALUE "35".

01  WS-SLACTL-FILE-STATUS       PIC X(2) VALUE "00".
    88  WS-SLACTL-FILE-FOUND            VALUE "00".
    88  WS-SLACTL-FILE-NOT-FOUND        VALUE "35".

*> SLACTL is one record, positional:
*>     columns  1-8   window date to report, yyyymmdd; blank = the
*>                    latest window on STEPTIME
01  WS-SLA-CONTROL-LINE.
    05  WS-SCL-WINDOW-DATE      PIC X(8).
    05  FILLER                  PIC X(72).

*> SLATGT holds one record per step, positional:
*>     columns  1-10  program id, as on STEPTIME
*>     columns 12-17  elapsed target in seconds (digits, zero-filled)
*>     columns 19-27  minimum throughput, records read per minute;
*>                    zero = not checked
*>     columns 29-31  trend tolerance, percent slower week over week
*>                    before the step is flagged; blank = 10
*>     columns 33-42, 44-53, 55-64
*>                    up to three steps that must end before this one
*>                    starts, for the critical path
*> and one record with *WINDOW in columns 1-10:
*>     columns 12-15  time of day the batch window starts, HHMM;
*>                    default 1800
*>     columns 17-20  IDM pickup deadline, HHMM; a time not after the
*>                    window start is on the next day; default 0600
*>     columns 22-31  gate step the pickup waits on; default EXAMPLE1D
01  WS-SLA-TARGET-LINE.
    05  WS-STL-PROGRAM-ID       PIC X(10).
        88  WS-STL-IS-WINDOW            VALUE "*WINDOW".
    05  FILLER                  PIC X.
    05  WS-STL-ELAPSED-TARGET   PIC X(6).
    05  FILLER                  PIC X.
    05  WS-STL-MIN-THROUGHPUT   PIC X(9).
    05  FILLER                  PIC X.
    05  WS-STL-TREND-PCT        PIC X(3).
    05  FILLER                  PIC X.
    05  WS-STL-PREDECESSORS.
        10  WS-STL-PREDECESSOR  OCCURS 3 TIMES.
            15  WS-STL-PRED-ID  PIC X(10).
            15  FILLER          PIC X.
    05  FILLER                  PIC X(13).
01  WS-SLA-WINDOW-LINE REDEFINES WS-SLA-TARGET-LINE.
    05  FILLER                  PIC X(11).
    05  WS-SWL-WINDOW-START     PIC X(4).
    05  FILLER                  PIC X.
    05  WS-SWL-DEADLINE         PIC X(4).
    05  FILLER                  PIC X.
    05  WS-SWL-GATE-STEP        PIC X(10).
    05  FILLER                  PIC X(49).

01  WS-WINDOW-START-HHMM        PIC 9(4) VALUE 1800.
01  WS-DEADLINE-HHMM            PIC 9(4) VALUE 0600.
01  WS-GATE-STEP                PIC X(10) VALUE "EXAMPLE1D".
01  WS-DEFAULT-TREND-PCT        PIC 9(3) VALUE 10.

01  WS-EOF-SWITCHES.
    05  WS-STEPTIME-EOF         PIC X VALUE "N".
        88  STEPTIME-EOF                VALUE "Y".
    05  WS-SLATGT-EOF           PIC X VALUE "N".
        88  SLATGT-EOF                  VALUE "Y".
    05  WS-SLACTL-EOF           PIC X VALUE "N".
        88  SLACTL-EOF                  VALUE "Y".

01  WS-CURRENT-TIMESTAMP        PIC X(21).

*> The reported window, as a date and as its integer day, and the
*> first of the fourteen windows the trend looks at.
01  WS-WINDOW-DATE              PIC X(8) VALUE SPACES.
01  WS-WINDOW-INTEGER           PIC 9(8) VALUE 0.
01  WS-WINDOW-SOURCE            PIC X(8).
01  WS-LATEST-WINDOW-INTEGER    PIC 9(8) VALUE 0.
01  WS-DEADLINE-SECONDS         PIC 9(12) VALUE 0.
01  WS-DEADLINE-TIMESTAMP       PIC X(16).

*> Timestamp arithmetic: a yyyymmddhhmmss timestamp in, seconds
*> since the start of the integer date calendar out.
01  WS-TS-WORK                  PIC X(16).
01  WS-TS-WORK-PARTS REDEFINES WS-TS-WORK.
    05  WS-TSW-DATE             PIC 9(8).
    05  WS-TSW-HH               PIC 9(2).
    05  WS-TSW-MM               PIC 9(2).
    05  WS-TSW-SS               PIC 9(2).
    05  WS-TSW-CC               PIC X(2).
01  WS-TS-SECONDS               PIC 9(12).
01  WS-TS-VALID-SW              PIC X.
    88  TS-IS-VALID                     VALUE "Y".

*> Where the STEPTIME record just read falls.
01  WS-REC-START-SECONDS        PIC 9(12).
01  WS-REC-EVENT-SECONDS        PIC 9(12).
01  WS-REC-WINDOW-INTEGER       PIC 9(8).
01  WS-REC-DAY                  PIC S9(8).

01  WS-STEPTIME-READ-COUNT      PIC 9(9) VALUE 0.
01  WS-STEPTIME-USED-COUNT      PIC 9(9) VALUE 0.
01  WS-STEPTIME-BAD-COUNT       PIC 9(9) VALUE 0.
01  WS-TARGET-READ-COUNT        PIC 9(5) VALUE 0.
01  WS-TARGET-BAD-COUNT         PIC 9(5) VALUE 0.

*> One entry per step: the SLATGT steps in SLATGT order, then any
*> step on STEPTIME without a target.  Day 14 is the reported window
*> and day 1 the window thirteen days before it.
01  WS-STEP-TABLE.
    05  WS-STEP-COUNT           PIC 9(2) VALUE 0.
    05  WS-STEP-MAX-STEPS       PIC 9(2) VALUE 20.
    05  WS-STEP-ENTRY           OCCURS 20 TIMES.
        10  WS-STP-PROGRAM-ID   PIC X(10).
        10  WS-STP-TARGET-SW    PIC X.
            88  WS-STP-HAS-TARGET       VALUE "Y".
        10  WS-STP-ELAPSED-TARGET PIC 9(6).
        10  WS-STP-MIN-THROUGHPUT PIC 9(9).
        10  WS-STP-TREND-PCT    PIC 9(3).
        10  WS-STP-PRED-ID      PIC X(10) OCCURS 3 TIMES.
        10  WS-STP-DAY          OCCURS 14 TIMES.
            15  WS-DAY-STARTS   PIC 9(4).
            15  WS-DAY-ENDS     PIC 9(4).
            15  WS-DAY-FIRST-START PIC 9(12).
            15  WS-DAY-FIRST-START-TS PIC X(16).
            15  WS-DAY-LAST-END PIC 9(12).
            15  WS-DAY-LAST-END-TS PIC X(16).
            15  WS-DAY-RECORDS-READ PIC 9(11).
            15  WS-DAY-RECORDS-WRITTEN PIC 9(11).
            15  WS-DAY-MAX-CC   PIC 9(4).
*> Worked out for the reported window by ASSESS-ONE-STEP.
        10  WS-STP-ELAPSED      PIC 9(7).
        10  WS-STP-THROUGHPUT   PIC 9(9).
        10  WS-STP-PRIOR-AVERAGE PIC 9(7).
        10  WS-STP-CURRENT-AVERAGE PIC 9(7).
        10  WS-STP-FLAGS        PIC X(70).
01  WS-STEP-SUB                 PIC 9(2).
01  WS-STEP-FOUND-SUB           PIC 9(2).
01  WS-FIND-SUB                 PIC 9(2).
01  WS-DAY-SUB                  PIC 9(2).
01  WS-PRED-SUB                 PIC 9.
01  WS-FIND-PROGRAM-ID          PIC X(10).

*> Week averages for ASSESS-ONE-STEP.
01  WS-WEEK-TOTAL               PIC 9(9).
01  WS-WEEK-DAYS                PIC 9(2).
01  WS-DAY-ELAPSED              PIC 9(7).
01  WS-PROJECTED-ELAPSED        PIC 9(8).
01  WS-TREND-LIMIT              PIC 9(8).

01  WS-FLAG-TEXT                PIC X(20).
01  WS-FLAG-POINTER             PIC 9(3).

*> Critical path, gate step first as it is walked back.
01  WS-PATH-TABLE.
    05  WS-PATH-COUNT           PIC 9(2) VALUE 0.
    05  WS-PATH-MAX-STEPS       PIC 9(2) VALUE 12.
    05  WS-PATH-STEP-SUB        PIC 9(2) OCCURS 12 TIMES.
01  WS-PATH-SUB                 PIC 9(2).
01  WS-PATH-CURRENT-SUB         PIC 9(2).
01  WS-PATH-BEST-SUB            PIC 9(2).
01  WS-PATH-BEST-END            PIC 9(12).
01  WS-PATH-PRIOR-END           PIC 9(12).
01  WS-PATH-WAIT                PIC S9(8).
01  WS-GATE-SUB                 PIC 9(2).
01  WS-DEADLINE-MARGIN          PIC S9(8).

01  WS-SEVERITY                 PIC 9(2) VALUE 0.
01  WS-WARNING-COUNT            PIC 9(3) VALUE 0.
01  WS-BREACH-COUNT             PIC 9(3) VALUE 0.

01  WS-REPORT-HEADING-1.
    05  FILLER                  PIC X(30)
        VALUE "BATCH WINDOW SLA REPORT  ".
    05  FILLER                  PIC X(7) VALUE "WINDOW ".
    05  WS-RH1-WINDOW-DATE      PIC X(8).
    05  FILLER                  PIC X(2) VALUE " (".
    05  WS-RH1-WINDOW-SOURCE    PIC X(8).
    05  FILLER                  PIC X(16) VALUE ")  STARTS AT    ".
    05  WS-RH1-WINDOW-START     PIC 9(4).
    05  FILLER                  PIC X(12) VALUE "  PRODUCED  ".
    05  WS-RH1-PRODUCED         PIC X(8).

01  WS-STEP-HEADING-1.
    05  FILLER                  PIC X(10) VALUE "STEP".
    05  FILLER                  PIC X(6) VALUE "  RUNS".
    05  FILLER                  PIC X(17) VALUE "  STARTED".
    05  FILLER                  PIC X(17) VALUE "  ENDED".
    05  FILLER                  PIC X(9) VALUE "  ELAPSED".
    05  FILLER                  PIC X(9) VALUE "   TARGET".
    05  FILLER                  PIC X(11) VALUE "       READ".
    05  FILLER                  PIC X(11) VALUE "    WRITTEN".
    05  FILLER                  PIC X(10) VALUE "   PER MIN".
    05  FILLER                  PIC X(10) VALUE "   MINIMUM".
    05  FILLER                  PIC X(9) VALUE "  PRIOR W".
    05  FILLER                  PIC X(9) VALUE "   THIS W".
    05  FILLER                  PIC X(4) VALUE "  CC".
    05  FILLER                  PIC X(7) VALUE "  FLAGS".
01  WS-STEP-HEADING-2.
    05  FILLER                  PIC X(50) VALUE SPACES.
    05  FILLER                  PIC X(18) VALUE "  SECONDS  SECONDS".
    05  FILLER                  PIC X(42) VALUE SPACES.
    05  FILLER                  PIC X(18) VALUE "  AVERAGE  AVERAGE".

01  WS-STEP-DETAIL-LINE.
    05  WS-SDL-PROGRAM-ID       PIC X(10).
    05  FILLER                  PIC X(2) VALUE SPACES.
    05  WS-SDL-RUNS             PIC ZZZ9.
    05  FILLER                  PIC X(2) VALUE SPACES.
    05  WS-SDL-STARTED          PIC X(15).
    05  FILLER                  PIC X(2) VALUE SPACES.
    05  WS-SDL-ENDED            PIC X(15).
    05  FILLER                  PIC X(2) VALUE SPACES.
    05  WS-SDL-ELAPSED          PIC Z(6)9.
    05  FILLER                  PIC X(2) VALUE SPACES.
    05  WS-SDL-TARGET           PIC Z(7).
    05  FILLER                  PIC X(2) VALUE SPACES.
    05  WS-SDL-READ             PIC Z(8)9.
    05  FILLER                  PIC X(2) VALUE SPACES.
    05  WS-SDL-WRITTEN          PIC Z(8)9.
    05  FILLER                  PIC X(2) VALUE SPACES.
    05  WS-SDL-THROUGHPUT       PIC Z(7)9.
    05  FILLER                  PIC X(2) VALUE SPACES.
    05  WS-SDL-MINIMUM          PIC Z(8).
    05  FILLER                  PIC X(2) VALUE SPACES.
    05  WS-SDL-PRIOR-AVERAGE    PIC Z(7).
    05  FILLER                  PIC X(2) VALUE SPACES.
    05  WS-SDL-CURRENT-AVERAGE  PIC Z(7).
    05  FILLER                  PIC X(2) VALUE SPACES.
    05  WS-SDL-CONDITION-CODE   PIC Z9.
    05  FILLER                  PIC X(2) VALUE SPACES.
    05  WS-SDL-FLAGS            PIC X(70).

01  WS-PATH-HEADING-1.
    05  FILLER                  PIC X(36)
        VALUE "CRITICAL PATH TO THE IDM PICKUP".
01  WS-PATH-HEADING-2.
    05  FILLER                  PIC X(10) VALUE "STEP".
    05  FILLER                  PIC X(17) VALUE "  STARTED".
    05  FILLER                  PIC X(17) VALUE "  ENDED".
    05  FILLER                  PIC X(9) VALUE "  ELAPSED".
    05  FILLER                  PIC X(29)
        VALUE "  WAITED AFTER PREVIOUS STEP".

01  WS-PATH-DETAIL-LINE.
    05  WS-PDL-PROGRAM-ID       PIC X(10).
    05  FILLER                  PIC X(2) VALUE SPACES.
    05  WS-PDL-STARTED          PIC X(15).
    05  FILLER                  PIC X(2) VALUE SPACES.
    05  WS-PDL-ENDED            PIC X(15).
    05  FILLER                  PIC X(2) VALUE SPACES.
    05  WS-PDL-ELAPSED          PIC Z(6)9.
    05  FILLER                  PIC X(2) VALUE SPACES.
    05  WS-PDL-WAIT             PIC -(7)9.

01  WS-DEADLINE-LINE.
    05  FILLER                  PIC X(20) VALUE "IDM PICKUP DEADLINE ".
    05  WS-DLL-DEADLINE         PIC X(15).
    05  FILLER                  PIC X(7) VALUE "  GATE ".
    05  WS-DLL-GATE-STEP        PIC X(10).
    05  FILLER                  PIC X(2) VALUE SPACES.
    05  WS-DLL-OUTCOME          PIC X(60).

01  WS-MARGIN-TEXT.
    05  WS-MGT-LABEL            PIC X(12).
    05  WS-MGT-SECONDS          PIC Z(7)9.
    05  FILLER                  PIC X(8) VALUE " SECONDS".

01  WS-STAMP-EDIT.
    05  WS-STE-DATE             PIC X(8).
    05  FILLER                  PIC X VALUE "-".
    05  WS-STE-TIME             PIC X(6).

01  WS-SUMMARY-LINE.
    05  WS-SUM-LABEL            PIC X(40).
    05  WS-SUM-COUNT            PIC Z(8)9.

PROCEDURE DIVISION.

MAIN-PROCESSING.
    MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP

    PERFORM LOAD-SLA-CONTROL
    PERFORM LOAD-SLA-TARGETS
    PERFORM CHOOSE-REPORT-WINDOW
    PERFORM GATHER-STEP-TIMINGS
    PERFORM COMPUTE-DEADLINE

    OPEN OUTPUT SLA-REPORT-OUT
    PERFORM WRITE-REPORT-HEADINGS
    PERFORM VARYING WS-STEP-SUB FROM 1 BY 1
        UNTIL WS-STEP-SUB > WS-STEP-COUNT
        PERFORM ASSESS-ONE-STEP
        PERFORM WRITE-STEP-DETAIL-LINE
    END-PERFORM
    PERFORM WALK-CRITICAL-PATH
    PERFORM WRITE-CRITICAL-PATH
    PERFORM WRITE-REPORT-SUMMARY
    CLOSE SLA-REPORT-OUT

    DISPLAY "SLA report complete. Window " WS-WINDOW-DATE
        " steps " WS-STEP-COUNT " breaches " WS-BREACH-COUNT
        " warnings " WS-WARNING-COUNT

    MOVE WS-SEVERITY TO RETURN-CODE
    STOP RUN.

LOAD-SLA-CONTROL.
    OPEN INPUT SLA-CONTROL-IN
    IF WS-SLACTL-FILE-FOUND
        READ SLA-CONTROL-IN INTO WS-SLA-CONTROL-LINE
            AT END
                SET SLACTL-EOF TO TRUE
        END-READ
        CLOSE SLA-CONTROL-IN
        IF NOT SLACTL-EOF AND WS-SCL-WINDOW-DATE NOT = SPACES
            IF WS-SCL-WINDOW-DATE IS NUMERIC
                MOVE WS-SCL-WINDOW-DATE TO WS-WINDOW-DATE
            ELSE
                DISPLAY "WARNING: SLACTL window date "
                    WS-SCL-WINDOW-DATE " is not a date - reporting "
                    "the latest window"
            END-IF
        END-IF
    END-IF.

LOAD-SLA-TARGETS.
    OPEN INPUT SLA-TARGET-IN
    IF NOT WS-SLATGT-FILE-FOUND
        DISPLAY "WARNING: SLA targets SLATGT not available, status "
            WS-SLATGT-FILE-STATUS " - timings reported without "
            "targets"
    ELSE
        PERFORM UNTIL SLATGT-EOF
            READ SLA-TARGET-IN INTO WS-SLA-TARGET-LINE
                AT END
                    SET SLATGT-EOF TO TRUE
                NOT AT END
                    ADD 1 TO WS-TARGET-READ-COUNT
                    PERFORM HOLD-ONE-TARGET
            END-READ
        END-PERFORM
        CLOSE SLA-TARGET-IN
    END-IF.

HOLD-ONE-TARGET.
    EVALUATE TRUE
        WHEN WS-STL-IS-WINDOW
            IF WS-SWL-WINDOW-START IS NUMERIC
                MOVE WS-SWL-WINDOW-START TO WS-WINDOW-START-HHMM
            END-IF
            IF WS-SWL-DEADLINE IS NUMERIC
                MOVE WS-SWL-DEADLINE TO WS-DEADLINE-HHMM
            END-IF
            IF WS-SWL-GATE-STEP NOT = SPACES
                MOVE WS-SWL-GATE-STEP TO WS-GATE-STEP
            END-IF
        WHEN WS-STL-PROGRAM-ID = SPACES
            CONTINUE
        WHEN WS-STL-ELAPSED-TARGET IS NOT NUMERIC
            OR WS-STL-MIN-THROUGHPUT IS NOT NUMERIC
            OR (WS-STL-TREND-PCT NOT = SPACES
                AND WS-STL-TREND-PCT IS NOT NUMERIC)
            ADD 1 TO WS-TARGET-BAD-COUNT
            DISPLAY "WARNING: SLATGT record " WS-TARGET-READ-COUNT
                " for " WS-STL-PROGRAM-ID " is not numeric - step "
                "reported without a target"
        WHEN OTHER
            MOVE WS-STL-PROGRAM-ID TO WS-FIND-PROGRAM-ID
            PERFORM FIND-OR-ADD-STEP
            IF WS-STEP-FOUND-SUB > 0
                PERFORM SET-STEP-TARGET
            END-IF
    END-EVALUATE.

SET-STEP-TARGET.
    MOVE WS-STEP-FOUND-SUB TO WS-STEP-SUB
    SET WS-STP-HAS-TARGET (WS-STEP-SUB) TO TRUE
    MOVE WS-STL-ELAPSED-TARGET TO WS-STP-ELAPSED-TARGET (WS-STEP-SUB)
    MOVE WS-STL-MIN-THROUGHPUT TO WS-STP-MIN-THROUGHPUT (WS-STEP-SUB)
    IF WS-STL-TREND-PCT = SPACES
        MOVE WS-DEFAULT-TREND-PCT TO WS-STP-TREND-PCT (WS-STEP-SUB)
    ELSE
        MOVE WS-STL-TREND-PCT TO WS-STP-TREND-PCT (WS-STEP-SUB)
    END-IF
    PERFORM VARYING WS-PRED-SUB FROM 1 BY 1 UNTIL WS-PRED-SUB > 3
        MOVE WS-STL-PRED-ID (WS-PRED-SUB)
            TO WS-STP-PRED-ID (WS-STEP-SUB, WS-PRED-SUB)
    END-PERFORM.

FIND-OR-ADD-STEP.
*> Leaves the step's entry in WS-STEP-FOUND-SUB, adding it when new;
*> zero when the table is full.
    PERFORM FIND-STEP
    IF WS-STEP-FOUND-SUB = 0
        IF WS-STEP-COUNT < WS-STEP-MAX-STEPS
            ADD 1 TO WS-STEP-COUNT
            MOVE WS-STEP-COUNT TO WS-STEP-FOUND-SUB
            INITIALIZE WS-STEP-ENTRY (WS-STEP-FOUND-SUB)
            MOVE WS-FIND-PROGRAM-ID
                TO WS-STP-PROGRAM-ID (WS-STEP-FOUND-SUB)
            MOVE "N" TO WS-STP-TARGET-SW (WS-STEP-FOUND-SUB)
        ELSE
            DISPLAY "WARNING: more than " WS-STEP-MAX-STEPS
                " steps - " WS-FIND-PROGRAM-ID " not reported"
        END-IF
    END-IF.

FIND-STEP.
    MOVE 0 TO WS-STEP-FOUND-SUB
    PERFORM VARYING WS-FIND-SUB FROM 1 BY 1
        UNTIL WS-FIND-SUB > WS-STEP-COUNT
            OR WS-STEP-FOUND-SUB > 0
        IF WS-STP-PROGRAM-ID (WS-FIND-SUB) = WS-FIND-PROGRAM-ID
            MOVE WS-FIND-SUB TO WS-STEP-FOUND-SUB
        END-IF
    END-PERFORM.

CHOOSE-REPORT-WINDOW.
*> With no SLACTL date, a first pass over STEPTIME finds the latest
*> window on it.
    IF WS-WINDOW-DATE NOT = SPACES
        MOVE "SLACTL" TO WS-WINDOW-SOURCE
    ELSE
        MOVE "LATEST" TO WS-WINDOW-SOURCE
        PERFORM OPEN-STEP-TIMING
        PERFORM UNTIL STEPTIME-EOF
            READ STEP-TIMING-IN
                AT END
                    SET STEPTIME-EOF TO TRUE
                NOT AT END
                    PERFORM PLACE-TIMING-RECORD
                    IF TS-IS-VALID
                        AND WS-REC-WINDOW-INTEGER
                            > WS-LATEST-WINDOW-INTEGER
                        MOVE WS-REC-WINDOW-INTEGER
                            TO WS-LATEST-WINDOW-INTEGER
                    END-IF
            END-READ
        END-PERFORM
        CLOSE STEP-TIMING-IN

        IF WS-LATEST-WINDOW-INTEGER = 0
            DISPLAY "STEPTIME holds no step timings - nothing to "
                "report"
            MOVE 16 TO RETURN-CODE
            STOP RUN
        END-IF
        MOVE FUNCTION DATE-OF-INTEGER (WS-LATEST-WINDOW-INTEGER)
            TO WS-WINDOW-DATE
    END-IF

    COMPUTE WS-WINDOW-INTEGER =
        FUNCTION INTEGER-OF-DATE (FUNCTION NUMVAL (WS-WINDOW-DATE))
    DISPLAY "Reporting batch window " WS-WINDOW-DATE
        " (" WS-WINDOW-SOURCE ")".

OPEN-STEP-TIMING.
    MOVE "N" TO WS-STEPTIME-EOF
    OPEN INPUT STEP-TIMING-IN
    IF NOT WS-STEPTIME-FILE-FOUND
        DISPLAY "Step timing log STEPTIME not available, status "
            WS-STEPTIME-FILE-STATUS " - nothing to report"
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.

PLACE-TIMING-RECORD.
*> Works out the seconds of the step's start and of the record, and
*> the window the step belongs to.  TS-IS-VALID is off for a record
*> whose timestamps cannot be read.
    MOVE STT-STEP-STARTED TO WS-TS-WORK
    PERFORM TIMESTAMP-TO-SECONDS
    IF TS-IS-VALID
        MOVE WS-TS-SECONDS TO WS-REC-START-SECONDS
        COMPUTE WS-REC-WINDOW-INTEGER =
            FUNCTION INTEGER-OF-DATE (WS-TSW-DATE)
        IF WS-TSW-HH * 100 + WS-TSW-MM < WS-WINDOW-START-HHMM
            SUBTRACT 1 FROM WS-REC-WINDOW-INTEGER
        END-IF

        MOVE STT-EVENT-TIMESTAMP TO WS-TS-WORK
        PERFORM TIMESTAMP-TO-SECONDS
        MOVE WS-TS-SECONDS TO WS-REC-EVENT-SECONDS
    END-IF.

TIMESTAMP-TO-SECONDS.
    MOVE "N" TO WS-TS-VALID-SW
    MOVE 0 TO WS-TS-SECONDS
    IF WS-TS-WORK (1:14) IS NUMERIC
        IF WS-TSW-DATE NOT < 16010101 AND WS-TSW-HH NOT > 23
            AND WS-TSW-MM NOT > 59 AND WS-TSW-SS NOT > 59
            SET TS-IS-VALID TO TRUE
            COMPUTE WS-TS-SECONDS =
                FUNCTION INTEGER-OF-DATE (WS-TSW-DATE) * 86400
                + WS-TSW-HH * 3600 + WS-TSW-MM * 60 + WS-TSW-SS
        END-IF
    END-IF.

GATHER-STEP-TIMINGS.
    PERFORM OPEN-STEP-TIMING
    PERFORM UNTIL STEPTIME-EOF
        READ STEP-TIMING-IN
            AT END
                SET STEPTIME-EOF TO TRUE
            NOT AT END
                ADD 1 TO WS-STEPTIME-READ-COUNT
                PERFORM POST-TIMING-RECORD
        END-READ
    END-PERFORM
    CLOSE STEP-TIMING-IN

    DISPLAY "STEPTIME records read " WS-STEPTIME-READ-COUNT
        " in the last fourteen windows " WS-STEPTIME-USED-COUNT
        " unreadable " WS-STEPTIME-BAD-COUNT.

POST-TIMING-RECORD.
    PERFORM PLACE-TIMING-RECORD
    IF NOT TS-IS-VALID
        OR NOT (STT-START-RECORD OR STT-END-RECORD)
        ADD 1 TO WS-STEPTIME-BAD-COUNT
    ELSE
        COMPUTE WS-REC-DAY =
            WS-REC-WINDOW-INTEGER - WS-WINDOW-INTEGER + 14
        IF WS-REC-DAY NOT < 1 AND WS-REC-DAY NOT > 14
            ADD 1 TO WS-STEPTIME-USED-COUNT
            MOVE STT-PROGRAM-ID TO WS-FIND-PROGRAM-ID
            PERFORM FIND-OR-ADD-STEP
            IF WS-STEP-FOUND-SUB > 0
                MOVE WS-STEP-FOUND-SUB TO WS-STEP-SUB
                MOVE WS-REC-DAY TO WS-DAY-SUB
                PERFORM ADD-RECORD-TO-STEP-DAY
            END-IF
        END-IF
    END-IF.

ADD-RECORD-TO-STEP-DAY.

*> Both records carry the step's start, so a lost START record does
*> not lose the start time.
    IF WS-DAY-FIRST-START (WS-STEP-SUB, WS-DAY-SUB) = 0
        OR WS-REC-START-SECONDS
            < WS-DAY-FIRST-START (WS-STEP-SUB, WS-DAY-SUB)
        MOVE WS-REC-START-SECONDS
            TO WS-DAY-FIRST-START (WS-STEP-SUB, WS-DAY-SUB)
        MOVE STT-STEP-STARTED
            TO WS-DAY-FIRST-START-TS (WS-STEP-SUB, WS-DAY-SUB)
    END-IF

    IF STT-START-RECORD
        ADD 1 TO WS-DAY-STARTS (WS-STEP-SUB, WS-DAY-SUB)
    ELSE
        ADD 1 TO WS-DAY-ENDS (WS-STEP-SUB, WS-DAY-SUB)
        IF WS-REC-EVENT-SECONDS
            > WS-DAY-LAST-END (WS-STEP-SUB, WS-DAY-SUB)
            MOVE WS-REC-EVENT-SECONDS
                TO WS-DAY-LAST-END (WS-STEP-SUB, WS-DAY-SUB)
            MOVE STT-EVENT-TIMESTAMP
                TO WS-DAY-LAST-END-TS (WS-STEP-SUB, WS-DAY-SUB)
        END-IF
        ADD STT-RECORDS-READ
            TO WS-DAY-RECORDS-READ (WS-STEP-SUB, WS-DAY-SUB)
        ADD STT-RECORDS-WRITTEN
            TO WS-DAY-RECORDS-WRITTEN (WS-STEP-SUB, WS-DAY-SUB)
        IF STT-CONDITION-CODE
            > WS-DAY-MAX-CC (WS-STEP-SUB, WS-DAY-SUB)
            MOVE STT-CONDITION-CODE
                TO WS-DAY-MAX-CC (WS-STEP-SUB, WS-DAY-SUB)
        END-IF
    END-IF.

COMPUTE-DEADLINE.
*> A deadline time of day not after the window start falls on the
*> day after the window date.
    COMPUTE WS-DEADLINE-SECONDS = WS-WINDOW-INTEGER * 86400
        + (WS-DEADLINE-HHMM / 100) * 3600
        + FUNCTION MOD (WS-DEADLINE-HHMM, 100) * 60
    IF WS-DEADLINE-HHMM NOT > WS-WINDOW-START-HHMM
        ADD 86400 TO WS-DEADLINE-SECONDS
        MOVE FUNCTION DATE-OF-INTEGER (WS-WINDOW-INTEGER + 1)
            TO WS-DEADLINE-TIMESTAMP (1:8)
    ELSE
        MOVE WS-WINDOW-DATE TO WS-DEADLINE-TIMESTAMP (1:8)
    END-IF
    MOVE WS-DEADLINE-HHMM TO WS-DEADLINE-TIMESTAMP (9:4)
    MOVE "0000" TO WS-DEADLINE-TIMESTAMP (13:4).

ASSESS-ONE-STEP.
    MOVE 0 TO WS-STP-ELAPSED (WS-STEP-SUB)
    MOVE 0 TO WS-STP-THROUGHPUT (WS-STEP-SUB)
    MOVE SPACES TO WS-STP-FLAGS (WS-STEP-SUB)
    MOVE 1 TO WS-FLAG-POINTER

*> Days 1-7 are last week; this week is the reported window and the
*> six before it.
    MOVE 0 TO WS-WEEK-TOTAL
    MOVE 0 TO WS-WEEK-DAYS
    PERFORM VARYING WS-DAY-SUB FROM 1 BY 1 UNTIL WS-DAY-SUB > 7
        PERFORM ADD-DAY-TO-WEEK
    END-PERFORM
    IF WS-WEEK-DAYS > 0
        COMPUTE WS-STP-PRIOR-AVERAGE (WS-STEP-SUB) ROUNDED =
            WS-WEEK-TOTAL / WS-WEEK-DAYS
    ELSE
        MOVE 0 TO WS-STP-PRIOR-AVERAGE (WS-STEP-SUB)
    END-IF

    MOVE 0 TO WS-WEEK-TOTAL
    MOVE 0 TO WS-WEEK-DAYS
    PERFORM VARYING WS-DAY-SUB FROM 8 BY 1 UNTIL WS-DAY-SUB > 14
        PERFORM ADD-DAY-TO-WEEK
    END-PERFORM
    IF WS-WEEK-DAYS > 0
        COMPUTE WS-STP-CURRENT-AVERAGE (WS-STEP-SUB) ROUNDED =
            WS-WEEK-TOTAL / WS-WEEK-DAYS
    ELSE
        MOVE 0 TO WS-STP-CURRENT-AVERAGE (WS-STEP-SUB)
    END-IF

    MOVE 14 TO WS-DAY-SUB
    IF WS-DAY-STARTS (WS-STEP-SUB, 14) = 0
        AND WS-DAY-ENDS (WS-STEP-SUB, 14) = 0
        MOVE "NOT RUN" TO WS-FLAG-TEXT
        PERFORM ADD-STEP-FLAG
    ELSE
        IF WS-DAY-ENDS (WS-STEP-SUB, 14) > 0
            PERFORM COMPUTE-DAY-ELAPSED
            MOVE WS-DAY-ELAPSED TO WS-STP-ELAPSED (WS-STEP-SUB)
            IF WS-DAY-ELAPSED > 0
                COMPUTE WS-STP-THROUGHPUT (WS-STEP-SUB) =
                    WS-DAY-RECORDS-READ (WS-STEP-SUB, 14) * 60
                    / WS-DAY-ELAPSED
            END-IF
        END-IF
        IF WS-DAY-STARTS (WS-STEP-SUB, 14)
            > WS-DAY-ENDS (WS-STEP-SUB, 14)
            MOVE "NO END RECORD" TO WS-FLAG-TEXT
            PERFORM ADD-STEP-FLAG
            PERFORM RAISE-WARNING
        END-IF
    END-IF

    IF WS-STP-HAS-TARGET (WS-STEP-SUB)
        PERFORM CHECK-STEP-TARGETS
    ELSE
        MOVE "NO TARGET" TO WS-FLAG-TEXT
        PERFORM ADD-STEP-FLAG
        PERFORM RAISE-WARNING
    END-IF.

CHECK-STEP-TARGETS.
    IF WS-DAY-ENDS (WS-STEP-SUB, 14) > 0
        AND WS-STP-ELAPSED (WS-STEP-SUB)
            > WS-STP-ELAPSED-TARGET (WS-STEP-SUB)
        MOVE "SLA BREACH" TO WS-FLAG-TEXT
        PERFORM ADD-STEP-FLAG
        PERFORM RAISE-BREACH
    END-IF

*> A step that read nothing has no throughput to fall short of.
    IF WS-STP-MIN-THROUGHPUT (WS-STEP-SUB) > 0
        AND WS-STP-ELAPSED (WS-STEP-SUB) > 0
        AND WS-DAY-RECORDS-READ (WS-STEP-SUB, 14) > 0
        AND WS-STP-THROUGHPUT (WS-STEP-SUB)
            < WS-STP-MIN-THROUGHPUT (WS-STEP-SUB)
        MOVE "SLOW THROUGHPUT" TO WS-FLAG-TEXT
        PERFORM ADD-STEP-FLAG
        PERFORM RAISE-BREACH
    END-IF

*> The trend needs both weeks; it warns only while the step is still
*> inside its target in the reported window.
    IF WS-STP-PRIOR-AVERAGE (WS-STEP-SUB) > 0
        AND WS-STP-CURRENT-AVERAGE (WS-STEP-SUB) > 0
        AND WS-STP-ELAPSED (WS-STEP-SUB)
            NOT > WS-STP-ELAPSED-TARGET (WS-STEP-SUB)
        PERFORM CHECK-STEP-TREND
    END-IF.

CHECK-STEP-TREND.
    COMPUTE WS-TREND-LIMIT ROUNDED =
        WS-STP-PRIOR-AVERAGE (WS-STEP-SUB)
        * (100 + WS-STP-TREND-PCT (WS-STEP-SUB)) / 100
    IF WS-STP-CURRENT-AVERAGE (WS-STEP-SUB) > WS-TREND-LIMIT
        MOVE "TRENDING SLOWER" TO WS-FLAG-TEXT
        PERFORM ADD-STEP-FLAG
        PERFORM RAISE-WARNING
    END-IF

    IF WS-STP-CURRENT-AVERAGE (WS-STEP-SUB)
        > WS-STP-PRIOR-AVERAGE (WS-STEP-SUB)
        COMPUTE WS-PROJECTED-ELAPSED =
            WS-STP-CURRENT-AVERAGE (WS-STEP-SUB) * 2
            - WS-STP-PRIOR-AVERAGE (WS-STEP-SUB)
        IF WS-PROJECTED-ELAPSED > WS-STP-ELAPSED-TARGET (WS-STEP-SUB)
            MOVE "PROJECTED BREACH" TO WS-FLAG-TEXT
            PERFORM ADD-STEP-FLAG
            PERFORM RAISE-WARNING
        END-IF
    END-IF.

ADD-DAY-TO-WEEK.
    IF WS-DAY-ENDS (WS-STEP-SUB, WS-DAY-SUB) > 0
        PERFORM COMPUTE-DAY-ELAPSED
        ADD WS-DAY-ELAPSED TO WS-WEEK-TOTAL
        ADD 1 TO WS-WEEK-DAYS
    END-IF.

COMPUTE-DAY-ELAPSED.
    IF WS-DAY-LAST-END (WS-STEP-SUB, WS-DAY-SUB)
        > WS-DAY-FIRST-START (WS-STEP-SUB, WS-DAY-SUB)
        COMPUTE WS-DAY-ELAPSED =
            WS-DAY-LAST-END (WS-STEP-SUB, WS-DAY-SUB)
            - WS-DAY-FIRST-START (WS-STEP-SUB, WS-DAY-SUB)
    ELSE
        MOVE 0 TO WS-DAY-ELAPSED
    END-IF.

ADD-STEP-FLAG.
    IF WS-FLAG-POINTER > 1
        STRING ", " DELIMITED BY SIZE
            INTO WS-STP-FLAGS (WS-STEP-SUB)
            WITH POINTER WS-FLAG-POINTER
        END-STRING
    END-IF
    STRING FUNCTION TRIM (WS-FLAG-TEXT) DELIMITED BY SIZE
        INTO WS-STP-FLAGS (WS-STEP-SUB)
        WITH POINTER WS-FLAG-POINTER
    END-STRING.

RAISE-WARNING.
    ADD 1 TO WS-WARNING-COUNT
    IF WS-SEVERITY < 4
        MOVE 4 TO WS-SEVERITY
    END-IF.

RAISE-BREACH.
    ADD 1 TO WS-BREACH-COUNT
    IF WS-SEVERITY < 8
        MOVE 8 TO WS-SEVERITY
    END-IF.

EDIT-TIMESTAMP.
*> WS-TS-WORK as yyyymmdd-hhmmss in WS-STAMP-EDIT; blank when unset.
    IF WS-TS-WORK = SPACES
        MOVE SPACES TO WS-STAMP-EDIT
    ELSE
        MOVE WS-TS-WORK (1:8) TO WS-STE-DATE
        MOVE "-" TO WS-STAMP-EDIT (9:1)
        MOVE WS-TS-WORK (9:6) TO WS-STE-TIME
    END-IF.

WRITE-REPORT-HEADINGS.
    MOVE WS-WINDOW-DATE TO WS-RH1-WINDOW-DATE
    MOVE WS-WINDOW-SOURCE TO WS-RH1-WINDOW-SOURCE
    MOVE WS-WINDOW-START-HHMM TO WS-RH1-WINDOW-START
    MOVE WS-CURRENT-TIMESTAMP (1:8) TO WS-RH1-PRODUCED
    WRITE SLA-REPORT-RECORD FROM WS-REPORT-HEADING-1
    MOVE SPACES TO SLA-REPORT-RECORD
    WRITE SLA-REPORT-RECORD
    WRITE SLA-REPORT-RECORD FROM WS-STEP-HEADING-1
    WRITE SLA-REPORT-RECORD FROM WS-STEP-HEADING-2.

WRITE-STEP-DETAIL-LINE.
    MOVE SPACES TO WS-STEP-DETAIL-LINE
    MOVE WS-STP-PROGRAM-ID (WS-STEP-SUB) TO WS-SDL-PROGRAM-ID
    IF WS-DAY-STARTS (WS-STEP-SUB, 14) > WS-DAY-ENDS (WS-STEP-SUB, 14)
        MOVE WS-DAY-STARTS (WS-STEP-SUB, 14) TO WS-SDL-RUNS
    ELSE
        MOVE WS-DAY-ENDS (WS-STEP-SUB, 14) TO WS-SDL-RUNS
    END-IF
    MOVE WS-DAY-FIRST-START-TS (WS-STEP-SUB, 14) TO WS-TS-WORK
    PERFORM EDIT-TIMESTAMP
    MOVE WS-STAMP-EDIT TO WS-SDL-STARTED
    MOVE WS-DAY-LAST-END-TS (WS-STEP-SUB, 14) TO WS-TS-WORK
    PERFORM EDIT-TIMESTAMP
    MOVE WS-STAMP-EDIT TO WS-SDL-ENDED
    MOVE WS-STP-ELAPSED (WS-STEP-SUB) TO WS-SDL-ELAPSED
    MOVE WS-STP-ELAPSED-TARGET (WS-STEP-SUB) TO WS-SDL-TARGET
    MOVE WS-DAY-RECORDS-READ (WS-STEP-SUB, 14) TO WS-SDL-READ
    MOVE WS-DAY-RECORDS-WRITTEN (WS-STEP-SUB, 14) TO WS-SDL-WRITTEN
    MOVE WS-STP-THROUGHPUT (WS-STEP-SUB) TO WS-SDL-THROUGHPUT
    MOVE WS-STP-MIN-THROUGHPUT (WS-STEP-SUB) TO WS-SDL-MINIMUM
    MOVE WS-STP-PRIOR-AVERAGE (WS-STEP-SUB) TO WS-SDL-PRIOR-AVERAGE
    MOVE WS-STP-CURRENT-AVERAGE (WS-STEP-SUB)
        TO WS-SDL-CURRENT-AVERAGE
    MOVE WS-DAY-MAX-CC (WS-STEP-SUB, 14) TO WS-SDL-CONDITION-CODE
    MOVE WS-STP-FLAGS (WS-STEP-SUB) TO WS-SDL-FLAGS
    WRITE SLA-REPORT-RECORD FROM WS-STEP-DETAIL-LINE.

WALK-CRITICAL-PATH.
*> From the gate step back, at each step taking the predecessor that
*> ended last in the window - the one it actually waited for - until
*> a step with no predecessor that ran.  The table limit also stops
*> a loop in badly coded predecessors.
    MOVE 0 TO WS-PATH-COUNT
    MOVE WS-GATE-STEP TO WS-FIND-PROGRAM-ID
    PERFORM FIND-STEP
    MOVE WS-STEP-FOUND-SUB TO WS-GATE-SUB
    IF WS-GATE-SUB > 0
        IF WS-DAY-ENDS (WS-GATE-SUB, 14) > 0
            PERFORM FOLLOW-PREDECESSORS
        END-IF
    END-IF.

FOLLOW-PREDECESSORS.
    MOVE 1 TO WS-PATH-COUNT
    MOVE WS-GATE-SUB TO WS-PATH-STEP-SUB (1)
    MOVE WS-GATE-SUB TO WS-PATH-BEST-SUB
    PERFORM UNTIL WS-PATH-BEST-SUB = 0
        OR WS-PATH-COUNT NOT < WS-PATH-MAX-STEPS
        MOVE WS-PATH-STEP-SUB (WS-PATH-COUNT) TO WS-PATH-CURRENT-SUB
        MOVE 0 TO WS-PATH-BEST-SUB
        MOVE 0 TO WS-PATH-BEST-END
        PERFORM VARYING WS-PRED-SUB FROM 1 BY 1 UNTIL WS-PRED-SUB > 3
            IF WS-STP-PRED-ID (WS-PATH-CURRENT-SUB, WS-PRED-SUB)
                NOT = SPACES
                MOVE WS-STP-PRED-ID (WS-PATH-CURRENT-SUB, WS-PRED-SUB)
                    TO WS-FIND-PROGRAM-ID
                PERFORM FIND-STEP
                IF WS-STEP-FOUND-SUB > 0
                    IF WS-DAY-ENDS (WS-STEP-FOUND-SUB, 14) > 0
                        AND WS-DAY-LAST-END (WS-STEP-FOUND-SUB, 14)
                            > WS-PATH-BEST-END
                        MOVE WS-STEP-FOUND-SUB TO WS-PATH-BEST-SUB
                        MOVE WS-DAY-LAST-END (WS-STEP-FOUND-SUB, 14)
                            TO WS-PATH-BEST-END
                    END-IF
                END-IF
            END-IF
        END-PERFORM
        IF WS-PATH-BEST-SUB > 0
            ADD 1 TO WS-PATH-COUNT
            MOVE WS-PATH-BEST-SUB TO WS-PATH-STEP-SUB (WS-PATH-COUNT)
        END-IF
    END-PERFORM.

WRITE-CRITICAL-PATH.
    MOVE SPACES TO SLA-REPORT-RECORD
    WRITE SLA-REPORT-RECORD
    WRITE SLA-REPORT-RECORD FROM WS-PATH-HEADING-1
    WRITE SLA-REPORT-RECORD FROM WS-PATH-HEADING-2

*> Printed first step first; the wait is from the previous step's
*> end to this one's start, negative where they overlapped.
    MOVE 0 TO WS-PATH-PRIOR-END
    PERFORM VARYING WS-PATH-SUB FROM WS-PATH-COUNT BY -1
        UNTIL WS-PATH-SUB < 1
        MOVE WS-PATH-STEP-SUB (WS-PATH-SUB) TO WS-STEP-SUB
        MOVE SPACES TO WS-PATH-DETAIL-LINE
        MOVE WS-STP-PROGRAM-ID (WS-STEP-SUB) TO WS-PDL-PROGRAM-ID
        MOVE WS-DAY-FIRST-START-TS (WS-STEP-SUB, 14) TO WS-TS-WORK
        PERFORM EDIT-TIMESTAMP
        MOVE WS-STAMP-EDIT TO WS-PDL-STARTED
        MOVE WS-DAY-LAST-END-TS (WS-STEP-SUB, 14) TO WS-TS-WORK
        PERFORM EDIT-TIMESTAMP
        MOVE WS-STAMP-EDIT TO WS-PDL-ENDED
        MOVE WS-STP-ELAPSED (WS-STEP-SUB) TO WS-PDL-ELAPSED
        IF WS-PATH-PRIOR-END > 0
            COMPUTE WS-PATH-WAIT =
                WS-DAY-FIRST-START (WS-STEP-SUB, 14) - WS-PATH-PRIOR-END
            MOVE WS-PATH-WAIT TO WS-PDL-WAIT
        END-IF
        WRITE SLA-REPORT-RECORD FROM WS-PATH-DETAIL-LINE
        MOVE WS-DAY-LAST-END (WS-STEP-SUB, 14) TO WS-PATH-PRIOR-END
    END-PERFORM

    MOVE WS-DEADLINE-TIMESTAMP TO WS-TS-WORK
    PERFORM EDIT-TIMESTAMP
    MOVE WS-STAMP-EDIT TO WS-DLL-DEADLINE
    MOVE WS-GATE-STEP TO WS-DLL-GATE-STEP

*> The pickup cannot go until the gate step has ended.
    EVALUATE TRUE
        WHEN WS-GATE-SUB = 0
            MOVE "GATE STEP NOT RUN IN THIS WINDOW - PICKUP MISSED"
                TO WS-DLL-OUTCOME
            PERFORM RAISE-BREACH
        WHEN WS-DAY-ENDS (WS-GATE-SUB, 14) = 0
            MOVE "GATE STEP HAS NOT ENDED - PICKUP MISSED"
                TO WS-DLL-OUTCOME
            PERFORM RAISE-BREACH
        WHEN OTHER
            COMPUTE WS-DEADLINE-MARGIN =
                WS-DEADLINE-SECONDS - WS-DAY-LAST-END (WS-GATE-SUB, 14)
            IF WS-DEADLINE-MARGIN < 0
                MOVE "OVERRUN BY" TO WS-MGT-LABEL
                COMPUTE WS-MGT-SECONDS = 0 - WS-DEADLINE-MARGIN
                PERFORM RAISE-BREACH
            ELSE
                MOVE "SLACK" TO WS-MGT-LABEL
                MOVE WS-DEADLINE-MARGIN TO WS-MGT-SECONDS
            END-IF
            MOVE WS-MARGIN-TEXT TO WS-DLL-OUTCOME
    END-EVALUATE
    MOVE SPACES TO SLA-REPORT-RECORD
    WRITE SLA-REPORT-RECORD
    WRITE SLA-REPORT-RECORD FROM WS-DEADLINE-LINE.

WRITE-REPORT-SUMMARY.
    MOVE SPACES TO SLA-REPORT-RECORD
    WRITE SLA-REPORT-RECORD

    MOVE "STEPTIME RECORDS READ" TO WS-SUM-LABEL
    MOVE WS-STEPTIME-READ-COUNT TO WS-SUM-COUNT
    WRITE SLA-REPORT-RECORD FROM WS-SUMMARY-LINE

    MOVE "STEPTIME RECORDS IN THE FOURTEEN WINDOWS" TO WS-SUM-LABEL
    MOVE WS-STEPTIME-USED-COUNT TO WS-SUM-COUNT
    WRITE SLA-REPORT-RECORD FROM WS-SUMMARY-LINE

    MOVE "STEPTIME RECORDS UNREADABLE" TO WS-SUM-LABEL
    MOVE WS-STEPTIME-BAD-COUNT TO WS-SUM-COUNT
    WRITE SLA-REPORT-RECORD FROM WS-SUMMARY-LINE

    MOVE "SLATGT RECORDS NOT NUMERIC" TO WS-SUM-LABEL
    MOVE WS-TARGET-BAD-COUNT TO WS-SUM-COUNT
    WRITE SLA-REPORT-RECORD FROM WS-SUMMARY-LINE

    MOVE "BREACHES" TO WS-SUM-LABEL
    MOVE WS-BREACH-COUNT TO WS-SUM-COUNT
    WRITE SLA-REPORT-RECORD FROM WS-SUMMARY-LINE

    MOVE "EARLY WARNINGS" TO WS-SUM-LABEL
    MOVE WS-WARNING-COUNT TO WS-SUM-COUNT
    WRITE SLA-REPORT-RECORD FROM WS-SUMMARY-LINE.
