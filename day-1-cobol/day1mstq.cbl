*>                           backout run covers it
*> A 6th PARM field overrides the master file name, a 7th the
*> journal. Every answer lands in MSTINQRPT.TXT as well as the
*> console, so it can be handed to whoever asked. L and K answers
*> carry each ID's lifecycle dates (first seen, last activity and
*> the run that made it), and a fix stamps them the way a posting
*> run does.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
    05 MST-ID PIC 9(9).
    05 MST-LEFT-COUNT PIC 9(6).
    05 MST-RIGHT-COUNT PIC 9(6).
    05 MST-FIRST-SEEN PIC 9(8).
    05 MST-LAST-ACTIVITY PIC 9(8).
    05 MST-LAST-RUN PIC 9(6).
    05 MST-ZERO-SINCE PIC 9(8).

FD inq-report-file.
01 inq-rpt-row PIC X(132).
        ELSE
            MOVE FIX-COUNT TO MST-RIGHT-COUNT
        END-IF
        MOVE 0 TO MST-FIRST-SEEN
        MOVE 0 TO MST-ZERO-SINCE
        PERFORM stamp-lifecycle
        WRITE mst-rec
            INVALID KEY PERFORM master-io-abend
        END-WRITE
            END-DELETE
            MOVE 'X' TO JRN-W-ACTION
        ELSE
            PERFORM stamp-lifecycle
            REWRITE mst-rec
                INVALID KEY PERFORM master-io-abend
            END-REWRITE
        PERFORM report-fix-applied
    END-IF.

stamp-lifecycle.
    *> As AOC-COBOL-DAY-1-MSTR dates a posting: first seen if new,
    *> last activity and run always, and when a side went to zero
    *> while the other stayed up
    IF MST-FIRST-SEEN = 0
        MOVE RUN-DATE TO MST-FIRST-SEEN
    END-IF.
    MOVE RUN-DATE TO MST-LAST-ACTIVITY.
    MOVE JRN-RUN-SEQ TO MST-LAST-RUN.
    IF MST-LEFT-COUNT = 0 OR MST-RIGHT-COUNT = 0
        IF MST-ZERO-SINCE = 0
            MOVE RUN-DATE TO MST-ZERO-SINCE
        END-IF
    ELSE
        MOVE 0 TO MST-ZERO-SINCE
    END-IF.

report-fix-applied.
    MOVE SPACES TO rpt-line.
    STRING "FIX APPLIED: ID ", FIX-ID, " SIDE ", FIX-LIST,
report-master-rec.
    MOVE SPACES TO rpt-line.
    STRING "ID ", MST-ID, "  LEFT ", MST-LEFT-COUNT,
        "  RIGHT ", MST-RIGHT-COUNT, "  FIRST SEEN ", MST-FIRST-SEEN,
        "  LAST ACTIVITY ", MST-LAST-ACTIVITY, " RUN ", MST-LAST-RUN
        INTO rpt-line.
    PERFORM put-line.

master-io-abend.
