DATA DIVISION.
FILE SECTION.
FD  ARCHIVE-EXTRACT-IN.
01  ARCHIVE-EXTRACT-RECORD      PIC X(403).

FD  HISTORY-REPORT-OUT.
01  HISTORY-REPORT-RECORD       PIC X(180).

FD  SELECTED-EXTRACT-OUT.
01  SELECTED-EXTRACT-RECORD     PIC X(403).

FD  RETRIEVAL-CONTROL-IN.
01  RETRIEVAL-CONTROL-RECORD    PIC X(132).
