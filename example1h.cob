*> outside EX1W and EXAMPLE1L.  This is the evidence pack the annual
*> access review asks for.  Key values are masked on every printed
*> line, same as the audit trail.
*>
*> When EXAMPLE1Q erases a key it deletes the WEAKREF entry and
*> leaves the key's history with the masked key in place of the raw
*> value.  A history key the reference no longer has is therefore
*> accepted, and listed as erased rather than flagged, when ERASLOG
*> holds a WEAKHIST scrub under that masked key.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
        RECORD KEY IS WKR-KEY-VALUE
        FILE STATUS IS WS-WEAKREF-FILE-STATUS.

*> Key erasure log written by EXAMPLE1Q; absent until the first
*> erasure.  Browsed on the file-and-item key for its WEAKHIST
*> entries.
    SELECT ERASURE-LOG ASSIGN TO "ERASLOG"
        ORGANIZATION INDEXED
        ACCESS MODE DYNAMIC
        RECORD KEY IS ELG-KEY
        ALTERNATE RECORD KEY IS ELG-ITEM-KEY WITH DUPLICATES
        FILE STATUS IS WS-ERASLOG-FILE-STATUS.

*> Scratch replay state, one record per distinct key value seen in
*> the history, recreated every run; keyed on the key value so the
*> replay is one keyed read/rewrite per history record however large
FD  WEAK-KEY-REF.
COPY WSWEAKRF.

FD  ERASURE-LOG.
COPY WSERALOG.

FD  REPLAY-WORK.
01  REPLAY-WORK-RECORD.
    05  RPW-KEY-VALUE           PIC X(100).
    88  WS-WEAKREF-FILE-FOUND           VALUE "00".
    88  WS-WEAKREF-FILE-NOT-FOUND       VALUE "35".

01  WS-ERASLOG-FILE-STATUS      PIC X(2) VALUE "00".
    88  WS-ERASLOG-FILE-FOUND           VALUE "00".
    88  WS-ERASLOG-FILE-NOT-FOUND       VALUE "35".

01  WS-ERASLOG-PRESENT-SW       PIC X VALUE "N".
    88  ERASLOG-PRESENT                 VALUE "Y".

01  WS-KEY-ERASED-SW            PIC X VALUE "N".
    88  HISTORY-KEY-ERASED              VALUE "Y".

01  WS-WKHCTL-FILE-STATUS       PIC X(2) VALUE "00".
    88  WS-WKHCTL-FILE-FOUND            VALUE "00".
    88  WS-WKHCTL-FILE-NOT-FOUND        VALUE "35".
        88  WEAKREF-EOF                 VALUE "Y".
    05  WS-REPLAY-EOF           PIC X VALUE "N".
        88  REPLAY-EOF                  VALUE "Y".
    05  WS-ERASLOG-EOF          PIC X VALUE "N".
        88  ERASLOG-EOF                 VALUE "Y".
    05  WS-WKHCTL-FILE-EOF      PIC X VALUE "N".
        88  WKHCTL-FILE-EOF             VALUE "Y".

01  WS-CHURN-KEY-COUNT          PIC 9(8) VALUE 0.
01  WS-VERIFY-FLAG-COUNT        PIC 9(8) VALUE 0.
01  WS-REF-SWEPT-COUNT          PIC 9(8) VALUE 0.
01  WS-ERASED-KEY-COUNT         PIC 9(8) VALUE 0.

*> One entry per user seen in the range; the history rarely carries
*> more than a handful of admins.
        " pending adds: " WS-PENDING-ADD-COUNT
        " churn keys: " WS-CHURN-KEY-COUNT
        " verification flags: " WS-VERIFY-FLAG-COUNT
        " erased keys: " WS-ERASED-KEY-COUNT

*> Flags mean the reference and the history disagree - someone or
*> something changed WEAKREF outside EX1W and EXAMPLE1L.  Graded so
        STOP RUN
    END-IF

    OPEN INPUT ERASURE-LOG
    IF WS-ERASLOG-FILE-FOUND
        SET ERASLOG-PRESENT TO TRUE
    END-IF

*> Recreated empty every run, same pattern as the batch job's
*> SEENWRK scratch file.
    OPEN OUTPUT REPLAY-WORK
*> status disagrees with the last history action is flagged.  Pass
*> two sweeps the replay state for keys the reference no longer has
*> at all - EX1W retires never delete, so every history key should
*> still be on file unless EXAMPLE1Q has erased it.
    MOVE SPACES TO GOVERNANCE-REPORT-RECORD
    WRITE GOVERNANCE-REPORT-RECORD
    MOVE "VERIFICATION - HISTORY REPLAY VERSUS WEAKREF"
                SET REPLAY-EOF TO TRUE
            NOT AT END
                IF NOT RPW-MATCHED
                    PERFORM CHECK-HISTORY-KEY-ERASED
                    MOVE RPW-KEY-VALUE TO WS-KEY-TO-MASK
                    IF HISTORY-KEY-ERASED
                        ADD 1 TO WS-ERASED-KEY-COUNT
                        MOVE "ERASED BY EXAMPLE1Q - SEE ERASLOG"
                            TO WS-PENDING-FINDING
                        PERFORM WRITE-VERIFY-NOTE-LINE
                    ELSE
                        MOVE "HISTORY KEY MISSING FROM REFERENCE"
                            TO WS-PENDING-FINDING
                        PERFORM WRITE-VERIFY-FLAG-LINE
                    END-IF
                END-IF
        END-READ
    END-PERFORM
            END-IF
    END-READ.

CHECK-HISTORY-KEY-ERASED.
*> EXAMPLE1Q logs its WEAKHIST scrub under the erased key's token,
*> which a weak key often never had, so the entries are matched on
*> the masked key the scrubbed history now carries.
    MOVE "N" TO WS-KEY-ERASED-SW
    IF ERASLOG-PRESENT
        MOVE "WEAKHIST" TO ELG-FILE-NAME
        MOVE LOW-VALUES TO ELG-ITEM-REF
        MOVE "N" TO WS-ERASLOG-EOF
        START ERASURE-LOG KEY >= ELG-ITEM-KEY
            INVALID KEY
                SET ERASLOG-EOF TO TRUE
        END-START
        PERFORM UNTIL ERASLOG-EOF OR HISTORY-KEY-ERASED
            READ ERASURE-LOG NEXT
                AT END
                    SET ERASLOG-EOF TO TRUE
                NOT AT END
                    IF ELG-FILE-NAME NOT = "WEAKHIST"
                        SET ERASLOG-EOF TO TRUE
                    ELSE
                        IF ELG-ACTION-SCRUBBED
                            AND ELG-MASKED-KEY = RPW-KEY-VALUE
                            SET HISTORY-KEY-ERASED TO TRUE
                        END-IF
                    END-IF
            END-READ
        END-PERFORM
    END-IF.

WRITE-VERIFY-FLAG-LINE.
*> The caller puts the key in WS-KEY-TO-MASK and the finding text in
*> WS-PENDING-FINDING.
    ADD 1 TO WS-VERIFY-FLAG-COUNT
    PERFORM WRITE-VERIFY-NOTE-LINE.

WRITE-VERIFY-NOTE-LINE.
*> Same line as a flag, for an entry that is accounted for.
    PERFORM MASK-KEY-VALUE
    MOVE SPACES TO WS-VERIFY-LINE
    MOVE WS-MASKED-KEY TO WS-VFY-MASKED-KEY
CLOSE-FILES.
    CLOSE WEAK-KEY-HIST-IN
    CLOSE WEAK-KEY-REF
    IF ERASLOG-PRESENT
        CLOSE ERASURE-LOG
    END-IF
    CLOSE REPLAY-WORK
    CLOSE GOVERNANCE-REPORT-OUT.
