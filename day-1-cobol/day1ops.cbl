*> the overnight cycle's scattered outputs for the run date - the
*> status record (JOBSTATUS.DAT), the run log (RUNLOG.DAT), the
*> exception file, the dated duplicates and breakdown files, the
*> trend report's alert lines, the movement report's totals and the
*> outstanding-transmissions footing from AOC-COBOL-DAY-1-ACKN -
*> into OPSRPT-YYYYMMDD.TXT, with a CLEAN / REVIEW verdict line at
*> the top so "are we clean?" is answered before the first coffee.
*> CLEAN means: the run completed RC 0, no unresolved exceptions,
*> no duplicate left-list IDs, no trend alerts fired, and no OUTBOUND
*> transmission overdue or rejected downstream. Anything
*> else, or a missing status record, is REVIEW. The job itself ends
*> RC 0 on a CLEAN verdict and RC 4 on REVIEW, so the scheduler can
*> page on it too.
    SELECT movement-file ASSIGN TO DYNAMIC MOVEMENT-FILE-NAME
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS MOVE-FS.
    SELECT xmit-file ASSIGN TO DYNAMIC XMIT-FILE-NAME
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS XMIT-FS.
    SELECT ops-file ASSIGN TO DYNAMIC OPS-FILE-NAME
    ORGANIZATION IS LINE SEQUENTIAL.

FD movement-file.
01 mov-row PIC X(132).

FD xmit-file.
01 xmit-row PIC X(132).

FD ops-file.
01 ops-row PIC X(132).

01 DETAIL-FILE-NAME PIC X(40) VALUE SPACES.
01 TREND-FILE-NAME PIC X(40) VALUE SPACES.
01 MOVEMENT-FILE-NAME PIC X(40) VALUE SPACES.
01 XMIT-FILE-NAME PIC X(40) VALUE SPACES.
01 OPS-FILE-NAME PIC X(40) VALUE SPACES.
01 STATUS-FS PIC XX VALUE "00".
01 RUNLOG-FS PIC XX VALUE "00".
01 DET-FS PIC XX VALUE "00".
01 TREND-FS PIC XX VALUE "00".
01 MOVE-FS PIC XX VALUE "00".
01 XMIT-FS PIC XX VALUE "00".
01 RUN-DATE PIC 9(8) VALUE 0.
01 feof PIC A(1) VALUE SPACE.

01 SUM-END-TIME PIC 9(8) VALUE 0.
01 OPEN-EXC-COUNT PIC 9(6) VALUE 0.
01 RESOLVED-EXC-COUNT PIC 9(6) VALUE 0.
*> Lines for rows accepted but flagged against the location
*> reference: counted apart from the open rejects
01 FLAGGED-EXC-COUNT PIC 9(6) VALUE 0.
01 FLAG-HITS PIC 9(2) VALUE 0.
01 DUP-ID-COUNT PIC 9(6) VALUE 0.
01 DUP-FILE-SEEN PIC X(1) VALUE 'N'.
01 UNMATCHED-COUNT PIC 9(6) VALUE 0.
01 MOVE-NEW PIC 9(6) VALUE 0.
01 MOVE-GONE PIC 9(6) VALUE 0.
01 MOVE-CHANGED PIC 9(6) VALUE 0.
01 XMIT-FILE-SEEN PIC X(1) VALUE 'N'.
01 XMIT-TOTALS-SEEN PIC X(1) VALUE 'N'.
01 XMIT-AWAITING PIC 9(6) VALUE 0.
01 XMIT-OVERDUE PIC 9(6) VALUE 0.
01 XMIT-REJECTED PIC 9(6) VALUE 0.

*> Token pairs for picking counts out of the report-format lines
01 tok1 PIC X(15).
    PERFORM count-unmatched.
    PERFORM count-trend-alerts.
    PERFORM read-movement-totals.
    PERFORM read-xmit-totals.
    PERFORM settle-verdict.

    MOVE SPACES TO OPS-FILE-NAME.
    STRING "TREND-", RUN-DATE, ".TXT" INTO TREND-FILE-NAME.
    MOVE SPACES TO MOVEMENT-FILE-NAME.
    STRING "MOVEMENT-", RUN-DATE, ".TXT" INTO MOVEMENT-FILE-NAME.
    MOVE SPACES TO XMIT-FILE-NAME.
    STRING "XMITOUT-", RUN-DATE, ".TXT" INTO XMIT-FILE-NAME.

    DISPLAY "OPERATIONS SUMMARY FOR " RUN-DATE.

            IF exc-row = SPACES
                CONTINUE
            ELSE
                MOVE 0 TO FLAG-HITS
                INSPECT exc-row(1:180) TALLYING FLAG-HITS
                    FOR ALL " FLAGGED: "
                IF FLAG-HITS > 0
                    COMPUTE FLAGGED-EXC-COUNT = FLAGGED-EXC-COUNT + 1
                ELSE
                    IF exc-row(EXC-STATUS-COL:8) = "RESOLVED"
                        COMPUTE RESOLVED-EXC-COUNT =
                            RESOLVED-EXC-COUNT + 1
                    ELSE
                        COMPUTE OPEN-EXC-COUNT = OPEN-EXC-COUNT + 1
                    END-IF
                END-IF
            END-IF
    END-READ.
            END-IF
    END-READ.

read-xmit-totals.
    MOVE SPACE TO feof.
    OPEN INPUT xmit-file.
    IF XMIT-FS = "35"
        CONTINUE
    ELSE
        MOVE 'Y' TO XMIT-FILE-SEEN
        PERFORM read-one-xmit UNTIL feof = 'Y'
        CLOSE xmit-file
    END-IF.

read-one-xmit.
    *> Only the footing is wanted: "OUTSTANDING: n AWAITING,
    *> n OVERDUE, n REJECTED, ...", token pairs after the label
    READ xmit-file
        AT END MOVE 'Y' TO feof
        NOT AT END
            MOVE SPACES TO tok1
            MOVE SPACES TO tok2
            MOVE SPACES TO tok3
            MOVE SPACES TO tok4
            MOVE SPACES TO tok5
            MOVE SPACES TO tok6
            MOVE SPACES TO tok7
            UNSTRING xmit-row DELIMITED BY ALL SPACES
                INTO tok1, tok2, tok3, tok4, tok5, tok6, tok7
            IF tok1 = "OUTSTANDING:"
                MOVE 'Y' TO XMIT-TOTALS-SEEN
                MOVE tok2 TO XMIT-AWAITING
                MOVE tok4 TO XMIT-OVERDUE
                MOVE tok6 TO XMIT-REJECTED
            END-IF
    END-READ.

settle-verdict.
    *> One verdict, worst condition first in the reasons line. A
    *> missing status record is itself a review condition: the run
        MOVE "REVIEW" TO VERDICT
        MOVE "UNRESOLVED EXCEPTIONS ON FILE" TO REVIEW-REASONS
    END-IF.
    IF VERDICT = "CLEAN" AND FLAGGED-EXC-COUNT > 0
        MOVE "REVIEW" TO VERDICT
        MOVE "LOCATION IDS FLAGGED AGAINST THE REFERENCE"
            TO REVIEW-REASONS
    END-IF.
    IF VERDICT = "CLEAN" AND DUP-ID-COUNT > 0
        MOVE "REVIEW" TO VERDICT
        MOVE "DUPLICATE LEFT-LIST IDS REPORTED" TO REVIEW-REASONS
        MOVE "REVIEW" TO VERDICT
        MOVE "TREND ALERTS FIRED" TO REVIEW-REASONS
    END-IF.
    IF VERDICT = "CLEAN" AND XMIT-OVERDUE + XMIT-REJECTED > 0
        MOVE "REVIEW" TO VERDICT
        MOVE "DOWNSTREAM TRANSMISSIONS OVERDUE OR REJECTED"
            TO REVIEW-REASONS
    END-IF.

write-summary.
    MOVE SPACES TO rpt-line.

    MOVE SPACES TO rpt-line.
    STRING "EXCEPTIONS: ", OPEN-EXC-COUNT, " OPEN, ",
        RESOLVED-EXC-COUNT, " RESOLVED, ", FLAGGED-EXC-COUNT,
        " FLAGGED" INTO rpt-line.
    PERFORM put-line.

    MOVE SPACES TO rpt-line.
    END-IF.
    PERFORM put-line.

    MOVE SPACES TO rpt-line.
    IF XMIT-TOTALS-SEEN = 'Y'
        STRING "TRANSMISSIONS: ", XMIT-AWAITING, " AWAITING ACK, ",
            XMIT-OVERDUE, " OVERDUE, ", XMIT-REJECTED, " REJECTED"
            INTO rpt-line
    ELSE
        IF XMIT-FILE-SEEN = 'Y'
            STRING "TRANSMISSIONS: REPORT PRESENT BUT NO FOOTING"
                INTO rpt-line
        ELSE
            STRING "TRANSMISSIONS: NO TRANSMISSION REPORT FOR THE DATE"
                INTO rpt-line
        END-IF
    END-IF.
    PERFORM put-line.

put-line.
    *> Every report line goes to the file and echoes to the console
    MOVE rpt-line TO ops-row.
