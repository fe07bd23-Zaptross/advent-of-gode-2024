IDENTIFICATION DIVISION.
PROGRAM-ID. AOC-COBOL-DAY-1-PERD.
AUTHOR. M. Price (Zaptross).
DATE-WRITTEN. 2026-10-15.
INSTALLATION. Ubuntu22.04-GnuCOBOL.

*> Accounting-period accumulators and period close for finance.
*> An accounting period is a calendar month; its business days come
*> off the processing calendar (CALENDAR.DAT) and its closing day is
*> the last business day the calendar holds for the month. Run
*> nightly behind AOC-COBOL-DAY-1, each run rebuilds the period's
*> record in PERIOD.DAT from HISTORY.DAT (plus the year's
*> HISTARCH-YYYY.DAT, where AOC-COBOL-DAY-1-TREND's retention step
*> has rolled older records): the business-day count, the runs the
*> run log shows completed, and month-to-date and year-to-date
*> totals and averages for PART 1 and PART 2. A rerun or recycle
*> run appends a second history record for its date, so the last
*> record per date and part is the one that counts.
*> Once the closing day is reached the period is closed and frozen:
*> PERSNAP-YYYYMM.TXT takes the final figures, a MASTER.IDX
*> statistics snapshot (distinct IDs, total left and right
*> occurrences, the figures AOC-COBOL-DAY-1-MSTQ's S mode shows) and
*> a copy of the period's final BREAKDOWN, and the period's record
*> is never recomputed again. AOC-COBOL-DAY-1 refuses a run dated
*> into a closed period, or, forced, logs it to PERADJ.DAT as a
*> prior-period adjustment; those are listed under the period here.
*> Every run writes PERIOD-YYYYMM.TXT for the period it covers.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT calendar-file ASSIGN TO DYNAMIC CALENDAR-FILE-NAME
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS CAL-FS.
    SELECT history-file ASSIGN TO DYNAMIC HISTORY-FILE-NAME
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS HIST-FS.
    SELECT archive-file ASSIGN TO DYNAMIC ARCH-FILE-NAME
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS ARCH-FS.
    SELECT run-log-file ASSIGN TO DYNAMIC RUN-LOG-FILE-NAME
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS RUNLOG-FS.
    *> One record per accounting period, OPEN until closed, then
    *> frozen; read whole and rewritten whole on every run
    SELECT period-file ASSIGN TO DYNAMIC PERIOD-FILE-NAME
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS PER-FS.
    *> Prior-period adjustments AOC-COBOL-DAY-1 logged for forced runs
    *> dated into a closed period
    SELECT period-adj-file ASSIGN TO DYNAMIC PERADJ-FILE-NAME
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS PADJ-FS.
    SELECT master-file ASSIGN TO DYNAMIC MASTER-FILE-NAME
    ORGANIZATION IS INDEXED
    ACCESS MODE IS DYNAMIC
    RECORD KEY IS MST-ID
    FILE STATUS IS MST-FS.
    SELECT breakdown-file ASSIGN TO DYNAMIC BRK-FILE-NAME
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS BRK-FS.
    SELECT snapshot-file ASSIGN TO DYNAMIC SNAP-FILE-NAME
    ORGANIZATION IS LINE SEQUENTIAL.
    SELECT period-rpt-file ASSIGN TO DYNAMIC PERIOD-RPT-NAME
    ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
*> One business date per record, YYYYMMDD, as AOC-COBOL-DAY-1 reads it
FD calendar-file.
01 cal-row PIC X(10).

*> Mirror of AOC-COBOL-DAY-1's hist-row; keep the two in step
FD history-file.
01 hist-row.
    05 HIST-DATE PIC 9(8).
    05 FILLER PIC X(1).
    05 HIST-PART PIC 9(1).
    05 FILLER PIC X(1).
    05 HIST-RES PIC 9(15).

*> Yearly retention archive, same layout as the live history file
FD archive-file.
01 arch-row.
    05 ARCH-DATE PIC 9(8).
    05 FILLER PIC X(1).
    05 ARCH-PART PIC 9(1).
    05 FILLER PIC X(1).
    05 ARCH-RES PIC 9(15).

*> Mirror of AOC-COBOL-DAY-1's runlog-row; keep the two in step
FD run-log-file.
01 runlog-row.
    05 RL-SEQ PIC 9(6).
    05 FILLER PIC X(1).
    05 RL-DATE PIC 9(8).
    05 FILLER PIC X(1).
    05 RL-START-TIME PIC 9(8).
    05 FILLER PIC X(1).
    05 RL-END-TIME PIC 9(8).
    05 FILLER PIC X(1).
    05 RL-PART PIC X(1).
    05 FILLER PIC X(1).
    05 RL-EXAMPLE PIC X(1).
    05 RL-DEBUG PIC X(1).
    05 RL-RESTART PIC X(1).
    05 RL-DUAL PIC X(1).
    05 RL-RECYCLE PIC X(1).
    05 FILLER PIC X(1).
    05 RL-READ-ROWS PIC 9(8).
    05 FILLER PIC X(1).
    05 RL-ROW-COUNT PIC 9(8).
    05 FILLER PIC X(1).
    05 RL-EXC-COUNT PIC 9(6).
    05 FILLER PIC X(1).
    05 RL-CTL-CHECKED PIC X(1).
    05 FILLER PIC X(1).
    05 RL-RC PIC 9(2).
    05 FILLER PIC X(1).
    05 RL-RES-1 PIC 9(15).
    05 FILLER PIC X(1).
    05 RL-RES-2 PIC 9(15).
    05 FILLER PIC X(1).
    05 RL-STATUS PIC X(9).
    05 FILLER PIC X(1).
    05 RL-FILE-IN PIC X(40).
    05 FILLER PIC X(1).
    05 RL-FILE-RIGHT PIC X(40).
    05 FILLER PIC X(1).
    05 RL-FORMAT PIC X(1).
    05 RL-FORCE PIC X(1).
    05 FILLER PIC X(1).
    05 RL-EXPECT-DATE PIC X(8).
    05 FILLER PIC X(1).
    05 RL-PARMCARD PIC X(40).

*> The period record proper is period-work below; the file side
*> just moves it whole
FD period-file.
01 per-row PIC X(239).

*> One record per forced run AOC-COBOL-DAY-1 let into a closed
*> period: when it ran, the date and period the data belongs to,
*> the part(s) run, the results it produced and the drop it read.
*> AOC-COBOL-DAY-1 mirrors this layout; keep the two in step.
FD period-adj-file.
01 adj-row.
    05 ADJ-RUN-DATE PIC 9(8).
    05 FILLER PIC X(1).
    05 ADJ-PROC-DATE PIC 9(8).
    05 FILLER PIC X(1).
    05 ADJ-PERIOD PIC 9(6).
    05 FILLER PIC X(1).
    05 ADJ-PART PIC X(1).
    05 FILLER PIC X(1).
    05 ADJ-RES-1 PIC 9(15).
    05 FILLER PIC X(1).
    05 ADJ-RES-2 PIC 9(15).
    05 FILLER PIC X(1).
    05 ADJ-FILE PIC X(40).

*> Mirror of AOC-COBOL-DAY-1-MSTR's mst-rec; keep the two in step
FD master-file.
01 mst-rec.
    05 MST-ID PIC 9(9).
    05 MST-LEFT-COUNT PIC 9(6).
    05 MST-RIGHT-COUNT PIC 9(6).
    05 MST-FIRST-SEEN PIC 9(8).
    05 MST-LAST-ACTIVITY PIC 9(8).
    05 MST-LAST-RUN PIC 9(6).
    05 MST-ZERO-SINCE PIC 9(8).

FD breakdown-file.
01 brk-row PIC X(100).

FD snapshot-file.
01 snap-row PIC X(132).

FD period-rpt-file.
01 prpt-row PIC X(132).

WORKING-STORAGE SECTION.
*> PARM layout: as-of date, close switch, history file, calendar, eg:
*> AOC-COBOL-DAY-1-PERD "20260930"
*> AOC-COBOL-DAY-1-PERD "20260930,C"
*> AOC-COBOL-DAY-1-PERD "20260915,N,HISTORY.DAT,CALENDAR.DAT"
*> Everything is optional. The as-of date defaults to today and
*> picks the period. The close switch is A (the default: close once
*> the as-of date reaches the closing day), N (refresh the figures,
*> never close) or C (close now, ahead of the closing day - for a
*> calendar whose last business day was set wrong).
01 PARM-STRING PIC X(200) VALUE SPACES.
01 PARM-TAB.
    05 PARM-ASOF PIC X(8) VALUE SPACES.
    05 PARM-CLOSE PIC X(1) VALUE SPACES.
    05 PARM-HISTORY PIC X(40) VALUE SPACES.
    05 PARM-CALENDAR PIC X(40) VALUE SPACES.

01 CALENDAR-FILE-NAME PIC X(40) VALUE "CALENDAR.DAT".
01 HISTORY-FILE-NAME PIC X(40) VALUE "HISTORY.DAT".
01 ARCH-FILE-NAME PIC X(40) VALUE SPACES.
01 RUN-LOG-FILE-NAME PIC X(40) VALUE "RUNLOG.DAT".
01 PERIOD-FILE-NAME PIC X(40) VALUE "PERIOD.DAT".
01 PERADJ-FILE-NAME PIC X(40) VALUE "PERADJ.DAT".
01 MASTER-FILE-NAME PIC X(40) VALUE "MASTER.IDX".
01 BRK-FILE-NAME PIC X(40) VALUE SPACES.
01 SNAP-FILE-NAME PIC X(40) VALUE SPACES.
01 PERIOD-RPT-NAME PIC X(40) VALUE SPACES.
01 CAL-FS PIC XX VALUE "00".
01 HIST-FS PIC XX VALUE "00".
01 ARCH-FS PIC XX VALUE "00".
01 RUNLOG-FS PIC XX VALUE "00".
01 PER-FS PIC XX VALUE "00".
01 PADJ-FS PIC XX VALUE "00".
01 MST-FS PIC XX VALUE "00".
01 BRK-FS PIC XX VALUE "00".
01 feof PIC A(1) VALUE SPACE.
01 RUN-DATE PIC 9(8) VALUE 0.
01 chk PIC X(8).

*> Graduated return codes, in step with AOC-COBOL-DAY-1's scheme:
*>    0 clean
*>    4 closed without a master snapshot or a BREAKDOWN to freeze,
*>      no history for the period, or the period carries prior-
*>      period adjustments
*>   12 bad PARM
*>   16 no calendar, or no business days on it for the period
*>   17 more periods or history days than the tables take
*>   20 the period file cannot be rewritten
01 JOB-RC PIC 9(2) VALUE 0.
01 WARN-FLAG PIC X(1) VALUE 'N'.

*> The period being worked: its month, the as-of date, and the
*> bounds the accumulators run over - the month (MTD) or the year
*> (YTD) from its first day through ACCUM-TO, which is the as-of
*> date on a refresh and the whole month on a close
01 ASOF-DATE PIC 9(8) VALUE 0.
01 CLOSE-SWITCH PIC X(1) VALUE 'A'.
01 CUR-PERIOD PIC 9(6) VALUE 0.
01 PERIOD-FROM PIC 9(8) VALUE 0.
01 PERIOD-TO PIC 9(8) VALUE 0.
01 YEAR-FROM PIC 9(8) VALUE 0.
01 ACCUM-TO PIC 9(8) VALUE 0.
01 CUR-YEAR PIC 9(4) VALUE 0.
01 CLOSING-NOW PIC X(1) VALUE 'N'.

*> The period record, built here and moved whole to and from the
*> file and the period table
01 period-work.
    05 PW-PERIOD PIC 9(6).
    05 FILLER PIC X(1).
    05 PW-STATUS PIC X(6).
    05 FILLER PIC X(1).
    05 PW-FIRST-DAY PIC 9(8).
    05 FILLER PIC X(1).
    05 PW-LAST-DAY PIC 9(8).
    05 FILLER PIC X(1).
    05 PW-BUS-DAYS PIC 9(3).
    05 FILLER PIC X(1).
    05 PW-RUNS PIC 9(4).
    05 FILLER PIC X(1).
    05 PW-ASOF PIC 9(8).
    05 pw-part OCCURS 2 TIMES.
        10 FILLER PIC X(1).
        10 PW-MTD-DAYS PIC 9(3).
        10 FILLER PIC X(1).
        10 PW-MTD-TOTAL PIC 9(18).
        10 FILLER PIC X(1).
        10 PW-MTD-AVG PIC 9(15).
        10 FILLER PIC X(1).
        10 PW-YTD-DAYS PIC 9(3).
        10 FILLER PIC X(1).
        10 PW-YTD-TOTAL PIC 9(18).
        10 FILLER PIC X(1).
        10 PW-YTD-AVG PIC 9(15).
    05 FILLER PIC X(1).
    05 PW-MST-IDS PIC 9(6).
    05 FILLER PIC X(1).
    05 PW-MST-LEFT PIC 9(8).
    05 FILLER PIC X(1).
    05 PW-MST-RIGHT PIC 9(8).
    05 FILLER PIC X(1).
    05 PW-CLOSED-DATE PIC 9(8).

*> Every period on file, in file order, so the one being worked can
*> be replaced in place and the rest written back untouched
78 MAX-PERIODS VALUE 600.
01 PT-COUNT PIC 9(3) VALUE 0.
01 period-tab.
    05 pt-entry OCCURS 1 TO 600 TIMES DEPENDING ON PT-COUNT.
        10 PT-REC PIC X(239).
01 px PIC 9(3) VALUE 1.
01 PT-HIT PIC 9(3) VALUE 0.

*> The period's business days off the calendar, oldest first
01 CAL-COUNT PIC 9(2) VALUE 0.
01 cal-tab.
    05 CAL-DAY PIC 9(8) OCCURS 1 TO 31 TIMES DEPENDING ON CAL-COUNT.
01 bx PIC 9(2) VALUE 1.

*> The year's history to date, one entry per date and part: a later
*> record for the same date and part replaces the earlier one
78 MAX-HIST-DAYS VALUE 1000.
01 HD-COUNT PIC 9(4) VALUE 0.
01 hd-tab.
    05 hd-entry OCCURS 1 TO 1000 TIMES DEPENDING ON HD-COUNT.
        10 HD-DATE PIC 9(8).
        10 HD-PART PIC 9(1).
        10 HD-RES PIC 9(15).
01 hx PIC 9(4) VALUE 1.
01 HD-HIT PIC 9(4) VALUE 0.
01 TAKE-DATE PIC 9(8) VALUE 0.
01 TAKE-PART PIC 9(1) VALUE 0.
01 TAKE-RES PIC 9(15) VALUE 0.
01 HIST-TAKEN PIC 9(6) VALUE 0.
01 pp PIC 9(1) VALUE 1.
01 RUN-EXPECT PIC 9(8) VALUE 0.
01 RUNS-DONE PIC 9(4) VALUE 0.

*> Close support: the master statistics, and which BREAKDOWN was
*> frozen into the snapshot
01 BRK-FOUND PIC X(1) VALUE 'N'.
01 BRK-LINES PIC 9(6) VALUE 0.
01 ADJ-COUNT PIC 9(4) VALUE 0.
01 FIGURES-TO-SNAP PIC X(1) VALUE 'N'.

01 AVG-ED PIC Z(14)9.
01 TOT-ED PIC Z(17)9.
01 rpt-line PIC X(132).

PROCEDURE DIVISION.
    *> Start of main()
    PERFORM init-parms.
    PERFORM load-periods.

    IF PT-HIT > 0
        MOVE PT-REC(PT-HIT) TO period-work
    END-IF.
    IF PT-HIT > 0 AND PW-STATUS = "CLOSED"
        *> Frozen: report it as closed, never recompute it
        DISPLAY "PERIOD " CUR-PERIOD " WAS CLOSED ON "
            PW-CLOSED-DATE ", FIGURES ARE FROZEN"
    ELSE
        PERFORM load-calendar
        PERFORM load-history
        PERFORM count-completed-runs
        PERFORM build-period-record
        IF CLOSING-NOW = 'Y'
            PERFORM close-period
        END-IF
        PERFORM store-period-record
        PERFORM rewrite-periods
    END-IF.

    PERFORM write-period-report.

    IF WARN-FLAG = 'Y'
        MOVE 4 TO JOB-RC
    END-IF.
    MOVE JOB-RC TO RETURN-CODE.
    STOP RUN.
    *> End of main()

init-parms.
    ACCEPT PARM-STRING FROM COMMAND-LINE.

    UNSTRING PARM-STRING DELIMITED BY ","
        INTO PARM-ASOF, PARM-CLOSE, PARM-HISTORY, PARM-CALENDAR
    END-UNSTRING.

    ACCEPT RUN-DATE FROM DATE YYYYMMDD.
    IF PARM-ASOF = SPACES
        MOVE RUN-DATE TO ASOF-DATE
    ELSE
        MOVE PARM-ASOF TO chk
        IF chk NOT NUMERIC
            DISPLAY "ABEND: AS-OF DATE MUST BE YYYYMMDD, NOT "
                PARM-ASOF
            MOVE 12 TO RETURN-CODE
            STOP RUN
        END-IF
        MOVE chk TO ASOF-DATE
    END-IF.

    IF PARM-CLOSE = SPACES OR PARM-CLOSE = 'A' OR PARM-CLOSE = 'a'
        MOVE 'A' TO CLOSE-SWITCH
    ELSE
        IF PARM-CLOSE = 'N' OR PARM-CLOSE = 'n'
            MOVE 'N' TO CLOSE-SWITCH
        ELSE
            IF PARM-CLOSE = 'C' OR PARM-CLOSE = 'c'
                MOVE 'C' TO CLOSE-SWITCH
            ELSE
                DISPLAY "ABEND: CLOSE SWITCH MUST BE A, N OR C, GOT "
                    PARM-CLOSE
                MOVE 12 TO RETURN-CODE
                STOP RUN
            END-IF
        END-IF
    END-IF.

    IF PARM-HISTORY NOT = SPACES
        MOVE PARM-HISTORY TO HISTORY-FILE-NAME
    END-IF.
    IF PARM-CALENDAR NOT = SPACES
        MOVE PARM-CALENDAR TO CALENDAR-FILE-NAME
    END-IF.

    *> Dates compare as plain numbers, so the month runs 01 to 31
    *> and the year 0101 to the accumulation date whatever the
    *> month's real length
    DIVIDE ASOF-DATE BY 100 GIVING CUR-PERIOD.
    DIVIDE ASOF-DATE BY 10000 GIVING CUR-YEAR.
    COMPUTE PERIOD-FROM = CUR-PERIOD * 100 + 1.
    COMPUTE PERIOD-TO = CUR-PERIOD * 100 + 31.
    COMPUTE YEAR-FROM = CUR-YEAR * 10000 + 101.
    MOVE SPACES TO PERIOD-RPT-NAME.
    STRING "PERIOD-", CUR-PERIOD, ".TXT" INTO PERIOD-RPT-NAME.
    DISPLAY "ACCOUNTING PERIOD " CUR-PERIOD " AS AT " ASOF-DATE
        ", CLOSE SWITCH " CLOSE-SWITCH.

load-periods.
    MOVE 0 TO PT-HIT.
    OPEN INPUT period-file.
    IF PER-FS = "35"
        EXIT PARAGRAPH
    END-IF.
    MOVE SPACE TO feof.
    PERFORM load-one-period UNTIL feof = 'Y'.
    CLOSE period-file.

load-one-period.
    READ period-file
        AT END MOVE 'Y' TO feof
        NOT AT END
            IF PT-COUNT >= MAX-PERIODS
                DISPLAY "ABEND: " PERIOD-FILE-NAME " HOLDS MORE THAN "
                    MAX-PERIODS " PERIODS"
                MOVE 17 TO JOB-RC
                PERFORM job-abend
            END-IF
            COMPUTE PT-COUNT = PT-COUNT + 1
            MOVE per-row TO PT-REC(PT-COUNT)
            IF per-row(1:6) = CUR-PERIOD
                MOVE PT-COUNT TO PT-HIT
            END-IF
    END-READ.

load-calendar.
    *> The period cannot be bounded without the calendar, so unlike
    *> the daily job's business-day check a missing one is fatal
    OPEN INPUT calendar-file.
    IF CAL-FS NOT = "00"
        DISPLAY "ABEND: NO CALENDAR " CALENDAR-FILE-NAME
            ", FILE STATUS " CAL-FS
        MOVE 16 TO JOB-RC
        PERFORM job-abend
    END-IF.
    MOVE SPACE TO feof.
    PERFORM load-one-calendar-date UNTIL feof = 'Y'.
    CLOSE calendar-file.
    IF CAL-COUNT = 0
        DISPLAY "ABEND: " CALENDAR-FILE-NAME " HAS NO BUSINESS DAYS"
            " IN PERIOD " CUR-PERIOD
        MOVE 16 TO JOB-RC
        PERFORM job-abend
    END-IF.
    SORT CAL-DAY ON ASCENDING.

load-one-calendar-date.
    READ calendar-file
        AT END MOVE 'Y' TO feof
        NOT AT END
            IF cal-row(1:8) IS NUMERIC
                AND cal-row(1:8) >= PERIOD-FROM
                AND cal-row(1:8) <= PERIOD-TO
                AND CAL-COUNT < 31
                COMPUTE CAL-COUNT = CAL-COUNT + 1
                MOVE cal-row(1:8) TO CAL-DAY(CAL-COUNT)
            END-IF
    END-READ.

load-history.
    *> Close when asked to, or once the closing day has come round;
    *> a close takes the whole month, a refresh stops at the as-of
    *> date. The archive for the year goes in first, being older.
    MOVE 'N' TO CLOSING-NOW.
    IF CLOSE-SWITCH = 'C'
        MOVE 'Y' TO CLOSING-NOW
    END-IF.
    IF CLOSE-SWITCH = 'A' AND ASOF-DATE >= CAL-DAY(CAL-COUNT)
        MOVE 'Y' TO CLOSING-NOW
    END-IF.
    IF CLOSING-NOW = 'Y'
        MOVE PERIOD-TO TO ACCUM-TO
    ELSE
        MOVE ASOF-DATE TO ACCUM-TO
    END-IF.

    MOVE SPACES TO ARCH-FILE-NAME.
    STRING "HISTARCH-", CUR-YEAR, ".DAT" INTO ARCH-FILE-NAME.
    OPEN INPUT archive-file.
    IF ARCH-FS = "00"
        MOVE SPACE TO feof
        PERFORM read-one-archive UNTIL feof = 'Y'
        CLOSE archive-file
    END-IF.

    OPEN INPUT history-file.
    IF HIST-FS = "00"
        MOVE SPACE TO feof
        PERFORM read-one-history UNTIL feof = 'Y'
        CLOSE history-file
    ELSE
        DISPLAY "NO HISTORY FILE " HISTORY-FILE-NAME
    END-IF.
    DISPLAY HIST-TAKEN " HISTORY RECORD(S) FOR THE YEAR TO DATE, "
        HD-COUNT " DATE/PART ENTRIES".

read-one-archive.
    READ archive-file
        AT END MOVE 'Y' TO feof
        NOT AT END
            MOVE ARCH-DATE TO TAKE-DATE
            MOVE ARCH-PART TO TAKE-PART
            MOVE ARCH-RES TO TAKE-RES
            PERFORM take-history-record
    END-READ.

read-one-history.
    READ history-file
        AT END MOVE 'Y' TO feof
        NOT AT END
            MOVE HIST-DATE TO TAKE-DATE
            MOVE HIST-PART TO TAKE-PART
            MOVE HIST-RES TO TAKE-RES
            PERFORM take-history-record
    END-READ.

take-history-record.
    IF TAKE-DATE < YEAR-FROM OR TAKE-DATE > ACCUM-TO
        OR TAKE-PART < 1 OR TAKE-PART > 2
        EXIT PARAGRAPH
    END-IF.
    COMPUTE HIST-TAKEN = HIST-TAKEN + 1.
    MOVE 0 TO HD-HIT.
    PERFORM VARYING hx FROM 1 BY 1
            UNTIL hx > HD-COUNT OR HD-HIT > 0
        IF HD-DATE(hx) = TAKE-DATE AND HD-PART(hx) = TAKE-PART
            MOVE hx TO HD-HIT
        END-IF
    END-PERFORM.
    IF HD-HIT = 0
        IF HD-COUNT >= MAX-HIST-DAYS
            DISPLAY "ABEND: MORE THAN " MAX-HIST-DAYS
                " HISTORY DAYS IN THE YEAR"
            MOVE 17 TO JOB-RC
            PERFORM job-abend
        END-IF
        COMPUTE HD-COUNT = HD-COUNT + 1
        MOVE HD-COUNT TO HD-HIT
        MOVE TAKE-DATE TO HD-DATE(HD-HIT)
        MOVE TAKE-PART TO HD-PART(HD-HIT)
    END-IF.
    MOVE TAKE-RES TO HD-RES(HD-HIT).

count-completed-runs.
    *> Runs the run log shows finishing (cleanly or with warnings)
    *> for a date in the period, by the date the data belongs to
    MOVE 0 TO RUNS-DONE.
    OPEN INPUT run-log-file.
    IF RUNLOG-FS NOT = "00"
        DISPLAY "NO RUN LOG " RUN-LOG-FILE-NAME ", NO RUNS COUNTED"
        EXIT PARAGRAPH
    END-IF.
    MOVE SPACE TO feof.
    PERFORM count-one-run UNTIL feof = 'Y'.
    CLOSE run-log-file.

count-one-run.
    READ run-log-file
        AT END MOVE 'Y' TO feof
        NOT AT END
            IF RL-EXPECT-DATE IS NUMERIC
                MOVE RL-EXPECT-DATE TO RUN-EXPECT
            ELSE
                MOVE RL-DATE TO RUN-EXPECT
            END-IF
            IF RUN-EXPECT >= PERIOD-FROM AND RUN-EXPECT <= ACCUM-TO
                AND (RL-STATUS = "COMPLETED" OR RL-STATUS = "WARNINGS")
                COMPUTE RUNS-DONE = RUNS-DONE + 1
            END-IF
    END-READ.

build-period-record.
    *> Fresh figures every time the period is still open; the
    *> master snapshot fields stay zero until the close fills them
    MOVE SPACES TO period-work.
    MOVE RUNS-DONE TO PW-RUNS.
    MOVE CUR-PERIOD TO PW-PERIOD.
    MOVE "OPEN" TO PW-STATUS.
    MOVE CAL-DAY(1) TO PW-FIRST-DAY.
    MOVE CAL-DAY(CAL-COUNT) TO PW-LAST-DAY.
    MOVE CAL-COUNT TO PW-BUS-DAYS.
    *> A close runs to the closing day, or to the as-of date when
    *> that falls later in the month
    MOVE ASOF-DATE TO PW-ASOF.
    IF CLOSING-NOW = 'Y' AND ASOF-DATE < PW-LAST-DAY
        MOVE PW-LAST-DAY TO PW-ASOF
    END-IF.
    PERFORM VARYING pp FROM 1 BY 1 UNTIL pp > 2
        MOVE 0 TO PW-MTD-DAYS(pp)
        MOVE 0 TO PW-MTD-TOTAL(pp)
        MOVE 0 TO PW-MTD-AVG(pp)
        MOVE 0 TO PW-YTD-DAYS(pp)
        MOVE 0 TO PW-YTD-TOTAL(pp)
        MOVE 0 TO PW-YTD-AVG(pp)
    END-PERFORM.
    MOVE 0 TO PW-MST-IDS.
    MOVE 0 TO PW-MST-LEFT.
    MOVE 0 TO PW-MST-RIGHT.
    MOVE 0 TO PW-CLOSED-DATE.

    PERFORM VARYING hx FROM 1 BY 1 UNTIL hx > HD-COUNT
        MOVE HD-PART(hx) TO pp
        COMPUTE PW-YTD-DAYS(pp) = PW-YTD-DAYS(pp) + 1
        COMPUTE PW-YTD-TOTAL(pp) = PW-YTD-TOTAL(pp) + HD-RES(hx)
        IF HD-DATE(hx) >= PERIOD-FROM
            COMPUTE PW-MTD-DAYS(pp) = PW-MTD-DAYS(pp) + 1
            COMPUTE PW-MTD-TOTAL(pp) = PW-MTD-TOTAL(pp) + HD-RES(hx)
        END-IF
    END-PERFORM.
    PERFORM VARYING pp FROM 1 BY 1 UNTIL pp > 2
        IF PW-MTD-DAYS(pp) > 0
            COMPUTE PW-MTD-AVG(pp) ROUNDED =
                PW-MTD-TOTAL(pp) / PW-MTD-DAYS(pp)
        END-IF
        IF PW-YTD-DAYS(pp) > 0
            COMPUTE PW-YTD-AVG(pp) ROUNDED =
                PW-YTD-TOTAL(pp) / PW-YTD-DAYS(pp)
        END-IF
    END-PERFORM.
    IF PW-MTD-DAYS(1) = 0 AND PW-MTD-DAYS(2) = 0
        DISPLAY "NO HISTORY FOR PERIOD " CUR-PERIOD " TO " PW-ASOF
        MOVE 'Y' TO WARN-FLAG
    END-IF.

close-period.
    *> Freeze the period: the record goes CLOSED, and the snapshot
    *> file takes the final figures, the master statistics and the
    *> period's last BREAKDOWN
    IF CLOSE-SWITCH = 'C' AND ASOF-DATE < PW-LAST-DAY
        DISPLAY "CLOSING PERIOD " CUR-PERIOD " AHEAD OF ITS CLOSING"
            " DAY " PW-LAST-DAY
    END-IF.
    MOVE "CLOSED" TO PW-STATUS.
    MOVE RUN-DATE TO PW-CLOSED-DATE.
    PERFORM snapshot-master.

    MOVE SPACES TO SNAP-FILE-NAME.
    STRING "PERSNAP-", CUR-PERIOD, ".TXT" INTO SNAP-FILE-NAME.
    OPEN OUTPUT snapshot-file.
    MOVE SPACES TO rpt-line.
    STRING "PERIOD-END SNAPSHOT  PERIOD ", CUR-PERIOD,
        "  CLOSED ", RUN-DATE INTO rpt-line.
    PERFORM put-snap-line.
    MOVE 'Y' TO FIGURES-TO-SNAP.
    PERFORM write-figure-lines.
    MOVE 'N' TO FIGURES-TO-SNAP.
    PERFORM VARYING bx FROM CAL-COUNT BY -1
            UNTIL bx < 1 OR BRK-FOUND = 'Y'
        MOVE SPACES TO BRK-FILE-NAME
        STRING "BREAKDOWN-", CAL-DAY(bx), ".TXT" INTO BRK-FILE-NAME
        OPEN INPUT breakdown-file
        IF BRK-FS = "00"
            MOVE 'Y' TO BRK-FOUND
        END-IF
    END-PERFORM.
    MOVE SPACES TO rpt-line.
    IF BRK-FOUND = 'Y'
        STRING "FINAL BREAKDOWN: ", BRK-FILE-NAME INTO rpt-line
        PERFORM put-snap-line
        MOVE SPACE TO feof
        PERFORM copy-one-breakdown-line UNTIL feof = 'Y'
        CLOSE breakdown-file
        DISPLAY "FROZE " BRK-LINES " BREAKDOWN LINE(S) FROM "
            BRK-FILE-NAME
    ELSE
        STRING "NO BREAKDOWN ON FILE FOR THE PERIOD" INTO rpt-line
        PERFORM put-snap-line
        DISPLAY "NO BREAKDOWN ON FILE FOR PERIOD " CUR-PERIOD
        MOVE 'Y' TO WARN-FLAG
    END-IF.
    CLOSE snapshot-file.
    DISPLAY "PERIOD " CUR-PERIOD " CLOSED, SNAPSHOT IN "
        SNAP-FILE-NAME.

snapshot-master.
    *> The figures AOC-COBOL-DAY-1-MSTQ's S mode shows, taken at the
    *> close; a site not running the master simply has none
    OPEN INPUT master-file.
    IF MST-FS NOT = "00"
        DISPLAY "NO MASTER " MASTER-FILE-NAME " TO SNAPSHOT, FILE"
            " STATUS " MST-FS
        MOVE 'Y' TO WARN-FLAG
        EXIT PARAGRAPH
    END-IF.
    MOVE 0 TO MST-ID.
    MOVE SPACE TO feof.
    START master-file KEY NOT LESS MST-ID
        INVALID KEY MOVE 'Y' TO feof
    END-START.
    PERFORM count-one-master-rec UNTIL feof = 'Y'.
    CLOSE master-file.

count-one-master-rec.
    READ master-file NEXT
        AT END MOVE 'Y' TO feof
        NOT AT END
            COMPUTE PW-MST-IDS = PW-MST-IDS + 1
            COMPUTE PW-MST-LEFT = PW-MST-LEFT + MST-LEFT-COUNT
            COMPUTE PW-MST-RIGHT = PW-MST-RIGHT + MST-RIGHT-COUNT
    END-READ.

copy-one-breakdown-line.
    READ breakdown-file
        AT END MOVE 'Y' TO feof
        NOT AT END
            MOVE brk-row TO rpt-line
            PERFORM put-snap-line
            COMPUTE BRK-LINES = BRK-LINES + 1
    END-READ.

store-period-record.
    IF PT-HIT = 0
        IF PT-COUNT >= MAX-PERIODS
            DISPLAY "ABEND: " PERIOD-FILE-NAME " HOLDS MORE THAN "
                MAX-PERIODS " PERIODS"
            MOVE 17 TO JOB-RC
            PERFORM job-abend
        END-IF
        COMPUTE PT-COUNT = PT-COUNT + 1
        MOVE PT-COUNT TO PT-HIT
    END-IF.
    MOVE period-work TO PT-REC(PT-HIT).

rewrite-periods.
    OPEN OUTPUT period-file.
    IF PER-FS NOT = "00"
        DISPLAY "ABEND: CANNOT REWRITE " PERIOD-FILE-NAME
            ", FILE STATUS " PER-FS
        MOVE 20 TO JOB-RC
        PERFORM job-abend
    END-IF.
    PERFORM VARYING px FROM 1 BY 1 UNTIL px > PT-COUNT
        MOVE PT-REC(px) TO per-row
        WRITE per-row
    END-PERFORM.
    CLOSE period-file.

write-period-report.
    OPEN OUTPUT period-rpt-file.
    MOVE SPACES TO rpt-line.
    STRING "ACCOUNTING PERIOD ", PW-PERIOD, "  STATUS ", PW-STATUS,
        "  FIGURES TO ", PW-ASOF, "  RUN ", RUN-DATE INTO rpt-line.
    PERFORM put-line.
    PERFORM write-figure-lines.
    IF PW-STATUS = "CLOSED"
        MOVE SPACES TO SNAP-FILE-NAME
        STRING "PERSNAP-", PW-PERIOD, ".TXT" INTO SNAP-FILE-NAME
        MOVE SPACES TO rpt-line
        STRING "CLOSED ON ", PW-CLOSED-DATE, ", SNAPSHOT IN ",
            SNAP-FILE-NAME INTO rpt-line
        PERFORM put-line
        PERFORM list-adjustments
    END-IF.
    CLOSE period-rpt-file.

write-figure-lines.
    *> The period's figures, shared by the report and the snapshot;
    *> FIGURES-TO-SNAP steers them into the snapshot while a close
    *> is being frozen
    MOVE SPACES TO rpt-line.
    STRING "BUSINESS DAYS ", PW-BUS-DAYS, " (", PW-FIRST-DAY, " TO ",
        PW-LAST-DAY, ")  RUNS COMPLETED ", PW-RUNS INTO rpt-line.
    PERFORM put-figure-line.
    PERFORM VARYING pp FROM 1 BY 1 UNTIL pp > 2
        MOVE PW-MTD-TOTAL(pp) TO TOT-ED
        MOVE PW-MTD-AVG(pp) TO AVG-ED
        MOVE SPACES TO rpt-line
        STRING "PART ", pp, "  MONTH-TO-DATE  DAYS ", PW-MTD-DAYS(pp),
            "  TOTAL ", TOT-ED, "  AVERAGE ", AVG-ED INTO rpt-line
        PERFORM put-figure-line
        MOVE PW-YTD-TOTAL(pp) TO TOT-ED
        MOVE PW-YTD-AVG(pp) TO AVG-ED
        MOVE SPACES TO rpt-line
        STRING "PART ", pp, "  YEAR-TO-DATE   DAYS ", PW-YTD-DAYS(pp),
            "  TOTAL ", TOT-ED, "  AVERAGE ", AVG-ED INTO rpt-line
        PERFORM put-figure-line
    END-PERFORM.
    IF PW-STATUS = "CLOSED"
        MOVE SPACES TO rpt-line
        IF PW-MST-IDS = 0
            STRING "MASTER AT CLOSE: NO MASTER IDS ON FILE"
                INTO rpt-line
        ELSE
            STRING "MASTER AT CLOSE: DISTINCT IDS ", PW-MST-IDS,
                "  LEFT OCCURRENCES ", PW-MST-LEFT,
                "  RIGHT OCCURRENCES ", PW-MST-RIGHT INTO rpt-line
        END-IF
        PERFORM put-figure-line
    END-IF.

put-figure-line.
    IF FIGURES-TO-SNAP = 'Y'
        PERFORM put-snap-line
    ELSE
        PERFORM put-line
    END-IF.

list-adjustments.
    *> Forced runs AOC-COBOL-DAY-1 let into this period after it
    *> closed: the frozen figures stand, these are shown beside them
    MOVE 0 TO ADJ-COUNT.
    OPEN INPUT period-adj-file.
    IF PADJ-FS = "00"
        MOVE SPACE TO feof
        PERFORM list-one-adjustment UNTIL feof = 'Y'
        CLOSE period-adj-file
    END-IF.
    MOVE SPACES TO rpt-line.
    STRING "PRIOR-PERIOD ADJUSTMENTS: ", ADJ-COUNT INTO rpt-line.
    PERFORM put-line.
    IF ADJ-COUNT > 0
        MOVE 'Y' TO WARN-FLAG
    END-IF.

list-one-adjustment.
    READ period-adj-file
        AT END MOVE 'Y' TO feof
        NOT AT END
            IF ADJ-PERIOD = PW-PERIOD
                COMPUTE ADJ-COUNT = ADJ-COUNT + 1
                MOVE SPACES TO rpt-line
                STRING "  RUN ", ADJ-RUN-DATE, " FOR ", ADJ-PROC-DATE,
                    " PART ", ADJ-PART, "  PART 1 ", ADJ-RES-1,
                    "  PART 2 ", ADJ-RES-2, "  ",
                    ADJ-FILE INTO rpt-line
                PERFORM put-line
            END-IF
    END-READ.

put-snap-line.
    MOVE rpt-line TO snap-row.
    WRITE snap-row.

put-line.
    *> Every report line goes to the file and echoes to the console
    MOVE rpt-line TO prpt-row.
    WRITE prpt-row.
    DISPLAY rpt-line.

job-abend.
    MOVE JOB-RC TO RETURN-CODE.
    STOP RUN.
