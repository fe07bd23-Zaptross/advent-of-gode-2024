IDENTIFICATION DIVISION.
PROGRAM-ID. AOC-COBOL-DAY-1-SCOR.
AUTHOR. M. Price (Zaptross).
DATE-WRITTEN. 2026-10-15.
INSTALLATION. Ubuntu22.04-GnuCOBOL.

*> Month-end supplier data-quality scorecard, for the monthly service
*> review with the extract supplier. For each input source it scores
*> the month off AOC-COBOL-DAY-1's run log (RUNLOG.DAT), the
*> exception warehouse AOC-COBOL-DAY-1-EXCW keeps (EXCWHSE.DAT) and
*> the dated DUPLICATES-YYYYMMDD.TXT files:
*>   on-time drops      share of drop days processed on (or before)
*>                      their own data date, RL-DATE against
*>                      RL-EXPECT-DATE
*>   CSV rejections     whole-file refusals of the CSV extract (RC 19
*>                      header/trailer failures)
*>   reject rate        rejected rows per thousand read
*>   duplicate-ID days  drop days whose DUPLICATES file lists an ID
*>   chronic rejects    warehouse rejects still open at month end and
*>                      older than the aging limit
*> with the warehouse's opened, closed and still-open counts and the
*> average age of the open ones alongside. Each target comes off a
*> small targets file (SCORETGT.DAT) and is marked PASS or FAIL, and
*> every measure is shown against the prior month. The scorecard
*> lands in SCORECARD-YYYYMM.TXT.
*> A source is the drop file name with its digits masked to #, so
*> input-20261001.txt and input-20261002.txt score together as
*> input-########.txt. A drop day is one source's data date: reruns
*> and restarts of the same drop count once, the last completed run
*> carrying its row and reject counts, and recycle runs (which only
*> re-post corrections) are left out. A DUPLICATES file is per date,
*> so a duplicate day counts against every source with a drop that
*> day.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT run-log-file ASSIGN TO DYNAMIC RUN-LOG-FILE-NAME
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS RUNLOG-FS.
    SELECT warehouse-file ASSIGN TO DYNAMIC WHSE-FILE-NAME
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS WHSE-FS.
    SELECT dup-file ASSIGN TO DYNAMIC DUP-FILE-NAME
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS DUP-FS.
    *> Service targets, one KEYWORD=VALUE line each
    SELECT target-file ASSIGN TO DYNAMIC TARGET-FILE-NAME
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS TGT-FS.
    SELECT scorecard-file ASSIGN TO DYNAMIC SCORECARD-FILE-NAME
    ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
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

*> Mirror of AOC-COBOL-DAY-1-EXCW's whse-row; keep the two in step
FD warehouse-file.
01 whse-row.
    05 EW-FIRST-SEEN PIC 9(8).
    05 FILLER PIC X(1).
    05 EW-LAST-SEEN PIC 9(8).
    05 FILLER PIC X(1).
    05 EW-TIMES-SEEN PIC 9(6).
    05 FILLER PIC X(1).
    05 EW-RESOLVED-DATE PIC 9(8).
    05 FILLER PIC X(1).
    05 EW-SOURCE PIC X(40).
    05 FILLER PIC X(1).
    05 EW-TEXT PIC X(180).

FD dup-file.
01 dup-row PIC X(100).

FD target-file.
01 tgt-row PIC X(80).

FD scorecard-file.
01 score-row PIC X(132).

WORKING-STORAGE SECTION.
*> PARM layout: month, targets file, run log, warehouse, eg:
*> AOC-COBOL-DAY-1-SCOR "202609"
*> AOC-COBOL-DAY-1-SCOR "202609,SCORETGT.DAT,RUNLOG.DAT,EXCWHSE.DAT"
*> Everything is optional: the month defaults to last month (the
*> scorecard is a month-end job run once the month is over), then
*> SCORETGT.DAT, RUNLOG.DAT and EXCWHSE.DAT.
01 PARM-STRING PIC X(200) VALUE SPACES.
01 PARM-TAB.
    05 PARM-MONTH PIC X(6) VALUE SPACES.
    05 PARM-TARGETS PIC X(40) VALUE SPACES.
    05 PARM-RUNLOG PIC X(40) VALUE SPACES.
    05 PARM-WHSE PIC X(40) VALUE SPACES.

01 RUN-LOG-FILE-NAME PIC X(40) VALUE "RUNLOG.DAT".
01 WHSE-FILE-NAME PIC X(40) VALUE "EXCWHSE.DAT".
01 TARGET-FILE-NAME PIC X(40) VALUE "SCORETGT.DAT".
01 DUP-FILE-NAME PIC X(40) VALUE SPACES.
01 SCORECARD-FILE-NAME PIC X(40) VALUE SPACES.
01 RUNLOG-FS PIC XX VALUE "00".
01 WHSE-FS PIC XX VALUE "00".
01 DUP-FS PIC XX VALUE "00".
01 TGT-FS PIC XX VALUE "00".
01 feof PIC A(1) VALUE SPACE.
01 RUN-DATE PIC 9(8) VALUE 0.

*> Graduated return codes, in step with AOC-COBOL-DAY-1's scheme:
*>    0 every source met every target
*>    4 a target was missed, or no targets file (the built-in
*>      defaults were used)
*>   12 bad PARM
*>   15 bad line on the targets file
*>   16 no run log
*>   17 more sources or drop days than the tables take
01 JOB-RC PIC 9(2) VALUE 0.
01 WARN-FLAG PIC X(1) VALUE 'N'.

*> The two months scored: slot 1 is the month asked for, slot 2 the
*> one before it. Each runs from its first day to its last, with
*> ages taken as at the earlier of its last day and today.
01 mon-tab.
    05 mon-entry OCCURS 2 TIMES.
        10 MON-YYYYMM PIC 9(6).
        10 MON-FIRST PIC 9(8).
        10 MON-LAST PIC 9(8).
        10 MON-ASOF PIC 9(8).
        10 MON-ASOF-DAYS PIC 9(8).
01 mx PIC 9(1) VALUE 1.
01 MON-HIT PIC 9(1) VALUE 0.
01 MON-YY PIC 9(4) VALUE 0.
01 MON-MM PIC 9(2) VALUE 0.
01 month-chk PIC X(6).

*> Service targets: a minimum on-time share, and maxima for the
*> rest. AGE-LIMIT is the chronic-reject age, in step with EXCW's
*> aging limit.
01 TGT-ONTIME-PCT PIC 9(3) VALUE 95.
01 TGT-CSV-REJECTS PIC 9(4) VALUE 0.
01 TGT-REJECT-RATE PIC 9(4) VALUE 5.
01 TGT-DUP-DAYS PIC 9(4) VALUE 2.
01 TGT-CHRONIC PIC 9(6) VALUE 0.
01 AGE-LIMIT PIC 9(3) VALUE 10.
01 TARGETS-READ PIC X(1) VALUE 'N'.
01 TGT-LINE-NUM PIC 9(4) VALUE 0.
01 KW-NAME PIC X(20) VALUE SPACES.
01 KW-VALUE PIC X(40) VALUE SPACES.
01 KW-MATCHED PIC X(1) VALUE 'N'.
01 kw-chk PIC X(6).
01 KW-NUM PIC 9(6) VALUE 0.

*> One entry per source, with a block of month measures per month
78 MAX-SOURCES VALUE 50.
01 SRC-COUNT PIC 9(3) VALUE 0.
01 src-tab.
    05 src-entry OCCURS 1 TO 50 TIMES DEPENDING ON SRC-COUNT.
        10 SRC-KEY PIC X(40).
        10 src-mon OCCURS 2 TIMES.
            15 SM-DROP-DAYS PIC 9(4).
            15 SM-ONTIME PIC 9(4).
            15 SM-CSV-REJ PIC 9(4).
            15 SM-READ-ROWS PIC 9(10).
            15 SM-REJECTS PIC 9(8).
            15 SM-DUP-DAYS PIC 9(4).
            15 SM-OPENED PIC 9(6).
            15 SM-CLOSED PIC 9(6).
            15 SM-STILL-OPEN PIC 9(6).
            15 SM-AGE-SUM PIC 9(10).
            15 SM-CHRONIC PIC 9(6).
01 sx PIC 9(3) VALUE 1.
01 SRC-HIT PIC 9(3) VALUE 0.
01 SRC-WORK PIC X(40) VALUE SPACES.

*> One entry per source per data date across the two months: on
*> time if any run for it ran on or before the date, and the row
*> and reject counts of the last run of it that completed
78 MAX-DROP-DAYS VALUE 3100.
01 DD-COUNT PIC 9(4) VALUE 0.
01 dd-tab.
    05 dd-entry OCCURS 1 TO 3100 TIMES DEPENDING ON DD-COUNT.
        10 DD-SRC PIC 9(3).
        10 DD-MON PIC 9(1).
        10 DD-DATE PIC 9(8).
        10 DD-ONTIME PIC X(1).
        10 DD-READ-ROWS PIC 9(8).
        10 DD-REJECTS PIC 9(6).
01 dx PIC 9(4) VALUE 1.
01 DD-HIT PIC 9(4) VALUE 0.
01 CUR-EXPECT PIC 9(8) VALUE 0.

*> DUPLICATES file verdicts, one per date looked at, so each file is
*> read once however many sources had a drop that day
01 DC-COUNT PIC 9(3) VALUE 0.
01 dc-tab.
    05 dc-entry OCCURS 1 TO 62 TIMES DEPENDING ON DC-COUNT.
        10 DC-DATE PIC 9(8).
        10 DC-HAS-DUPS PIC X(1).
01 cx PIC 9(3) VALUE 1.
01 DC-HIT PIC 9(3) VALUE 0.
01 DUP-HITS PIC 9(4) VALUE 0.
01 DUP-FEOF PIC X(1) VALUE 'N'.

*> Shared with AOC-COBOL-DAY-1-EXCW's date arithmetic: YYYYMMDD in
*> CNV-DATE, a running day number out in CNV-DAYS
01 CNV-DATE PIC 9(8) VALUE 0.
01 CNV-YY PIC 9(4) VALUE 0.
01 CNV-MM PIC 9(2) VALUE 0.
01 CNV-DD PIC 9(2) VALUE 0.
01 CNV-WORK-MM PIC 9(2) VALUE 0.
01 CNV-DOY PIC 9(4) VALUE 0.
01 CNV-LEAP-4 PIC 9(4) VALUE 0.
01 CNV-LEAP-100 PIC 9(4) VALUE 0.
01 CNV-LEAP-400 PIC 9(4) VALUE 0.
01 CNV-DAYS PIC 9(8) VALUE 0.
01 AGE-DAYS PIC 9(6) VALUE 0.
01 AGE-LIMIT-ED PIC ZZ9.

*> Scoring one measure for one source: the two months' values (as
*> numbers for the comparison, as text for the report), whether
*> each month had any drops, and the verdict and trend
01 SC-CUR PIC 9(8)V9(2) VALUE 0.
01 SC-PRI PIC 9(8)V9(2) VALUE 0.
01 SC-TGT PIC 9(6) VALUE 0.
01 SC-HIGH-GOOD PIC X(1) VALUE 'N'.
01 SC-DECIMALS PIC X(1) VALUE 'N'.
01 SC-CUR-DATA PIC X(1) VALUE 'N'.
01 SC-PRI-DATA PIC X(1) VALUE 'N'.
01 SC-MEASURE PIC X(28) VALUE SPACES.
01 SC-VAL-ED PIC Z(7)9.99.
01 SC-CNT-ED PIC Z(10)9.
01 SC-TGT-ED PIC Z(5)9.
01 SRC-FAILS PIC 9(2) VALUE 0.
01 FAIL-COUNT PIC 9(4) VALUE 0.
01 FAILING-SOURCES PIC 9(3) VALUE 0.
01 AVG-AGE PIC 9(6)V9(1) VALUE 0.
01 AVG-AGE-ED PIC Z(5)9.9.
01 PRI-AVG-AGE-ED PIC Z(5)9.9.

*> One measure line of the scorecard, built field by field
01 score-line.
    05 FILLER PIC X(2) VALUE SPACES.
    05 SL-MEASURE PIC X(28).
    05 SL-CUR PIC X(14).
    05 SL-PRI PIC X(14).
    05 FILLER PIC X(2) VALUE SPACES.
    05 SL-TGT PIC X(10).
    05 FILLER PIC X(2) VALUE SPACES.
    05 SL-RESULT PIC X(7).
    05 FILLER PIC X(1) VALUE SPACES.
    05 SL-TREND PIC X(6).

01 rpt-line PIC X(132).

PROCEDURE DIVISION.
    *> Start of main()
    PERFORM init-parms.
    PERFORM read-targets.
    PERFORM load-run-log.
    PERFORM load-warehouse.
    PERFORM score-drop-days.

    MOVE SPACES TO SCORECARD-FILE-NAME.
    STRING "SCORECARD-", MON-YYYYMM(1), ".TXT"
        INTO SCORECARD-FILE-NAME.
    OPEN OUTPUT scorecard-file.
    PERFORM write-heading.
    PERFORM score-one-source
        VARYING sx FROM 1 BY 1 UNTIL sx > SRC-COUNT.
    PERFORM write-footing.
    CLOSE scorecard-file.

    IF FAIL-COUNT > 0
        MOVE 'Y' TO WARN-FLAG
    END-IF.
    IF WARN-FLAG = 'Y'
        MOVE 4 TO JOB-RC
    END-IF.
    MOVE JOB-RC TO RETURN-CODE.
    STOP RUN.
    *> End of main()

init-parms.
    ACCEPT PARM-STRING FROM COMMAND-LINE.

    UNSTRING PARM-STRING DELIMITED BY ","
        INTO PARM-MONTH, PARM-TARGETS, PARM-RUNLOG, PARM-WHSE
    END-UNSTRING.

    ACCEPT RUN-DATE FROM DATE YYYYMMDD.
    IF PARM-MONTH = SPACES
        DIVIDE RUN-DATE BY 100 GIVING MON-YYYYMM(1)
        PERFORM step-back-one-month
        MOVE MON-YYYYMM(2) TO MON-YYYYMM(1)
    ELSE
        MOVE PARM-MONTH TO month-chk
        IF month-chk NOT NUMERIC OR month-chk(5:2) < "01"
            OR month-chk(5:2) > "12"
            DISPLAY "ABEND: MONTH MUST BE YYYYMM, NOT " PARM-MONTH
            MOVE 12 TO JOB-RC
            PERFORM job-abend
        END-IF
        MOVE month-chk TO MON-YYYYMM(1)
    END-IF.
    PERFORM step-back-one-month.

    IF PARM-TARGETS NOT = SPACES
        MOVE PARM-TARGETS TO TARGET-FILE-NAME
    END-IF.
    IF PARM-RUNLOG NOT = SPACES
        MOVE PARM-RUNLOG TO RUN-LOG-FILE-NAME
    END-IF.
    IF PARM-WHSE NOT = SPACES
        MOVE PARM-WHSE TO WHSE-FILE-NAME
    END-IF.

    PERFORM set-month-bounds VARYING mx FROM 1 BY 1 UNTIL mx > 2.
    DISPLAY "SUPPLIER SCORECARD FOR " MON-YYYYMM(1)
        " AGAINST " MON-YYYYMM(2).

step-back-one-month.
    *> The month before slot 1, into slot 2
    DIVIDE MON-YYYYMM(1) BY 100 GIVING MON-YY REMAINDER MON-MM.
    IF MON-MM = 1
        COMPUTE MON-YY = MON-YY - 1
        MOVE 12 TO MON-MM
    ELSE
        COMPUTE MON-MM = MON-MM - 1
    END-IF.
    COMPUTE MON-YYYYMM(2) = MON-YY * 100 + MON-MM.

set-month-bounds.
    *> First day, last day (the day before the next month's first)
    *> and the as-at date ages are taken on
    COMPUTE MON-FIRST(mx) = MON-YYYYMM(mx) * 100 + 1.
    DIVIDE MON-YYYYMM(mx) BY 100 GIVING MON-YY REMAINDER MON-MM.
    IF MON-MM = 12
        COMPUTE CNV-DATE = (MON-YY + 1) * 10000 + 101
    ELSE
        COMPUTE CNV-DATE = MON-YY * 10000 + (MON-MM + 1) * 100 + 1
    END-IF.
    PERFORM convert-date-to-days.
    *> Day of month of the last day: the next month's first day
    *> number less this month's first day number
    MOVE CNV-DAYS TO MON-ASOF-DAYS(mx).
    MOVE MON-FIRST(mx) TO CNV-DATE.
    PERFORM convert-date-to-days.
    COMPUTE MON-LAST(mx) = MON-YYYYMM(mx) * 100
        + (MON-ASOF-DAYS(mx) - CNV-DAYS).
    IF MON-LAST(mx) > RUN-DATE
        MOVE RUN-DATE TO MON-ASOF(mx)
    ELSE
        MOVE MON-LAST(mx) TO MON-ASOF(mx)
    END-IF.
    MOVE MON-ASOF(mx) TO CNV-DATE.
    PERFORM convert-date-to-days.
    MOVE CNV-DAYS TO MON-ASOF-DAYS(mx).

read-targets.
    *> A missing targets file means the built-in defaults, and a
    *> warning, as a missing calendar does for the daily job
    OPEN INPUT target-file.
    IF TGT-FS = "35"
        DISPLAY "NO TARGETS FILE " TARGET-FILE-NAME
            ", SCORING AGAINST THE BUILT-IN DEFAULTS"
        MOVE 'Y' TO WARN-FLAG
        EXIT PARAGRAPH
    END-IF.
    IF TGT-FS NOT = "00"
        DISPLAY "ABEND: CANNOT OPEN TARGETS FILE " TARGET-FILE-NAME
            ", FILE STATUS " TGT-FS
        MOVE 15 TO JOB-RC
        PERFORM job-abend
    END-IF.
    MOVE 'Y' TO TARGETS-READ.
    MOVE SPACE TO feof.
    PERFORM read-one-target UNTIL feof = 'Y'.
    CLOSE target-file.

read-one-target.
    READ target-file
        AT END MOVE 'Y' TO feof
        NOT AT END
            COMPUTE TGT-LINE-NUM = TGT-LINE-NUM + 1
            IF tgt-row = SPACES OR tgt-row(1:1) = '*'
                CONTINUE
            ELSE
                PERFORM apply-one-target
            END-IF
    END-READ.

apply-one-target.
    *> KEYWORD=VALUE, the value a whole number; an unknown keyword is
    *> refused by name
    MOVE SPACES TO KW-NAME.
    MOVE SPACES TO KW-VALUE.
    UNSTRING tgt-row DELIMITED BY "=" INTO KW-NAME, KW-VALUE.
    MOVE KW-VALUE TO kw-chk.
    INSPECT kw-chk REPLACING TRAILING SPACE BY ZERO.
    IF KW-VALUE = SPACES OR kw-chk NOT NUMERIC
        OR KW-VALUE(7:34) NOT = SPACES
        DISPLAY "ABEND: TARGETS LINE " TGT-LINE-NUM " HAS A BAD"
            " VALUE FOR " KW-NAME ": " KW-VALUE
        PERFORM bad-target-line
    END-IF.
    MOVE KW-VALUE(1:6) TO KW-NUM.
    MOVE 'N' TO KW-MATCHED.
    IF KW-NAME = "ON-TIME-PCT"
        MOVE 'Y' TO KW-MATCHED
        IF KW-NUM > 100
            DISPLAY "ABEND: TARGETS LINE " TGT-LINE-NUM
                " ON-TIME-PCT OVER 100"
            PERFORM bad-target-line
        END-IF
        MOVE KW-NUM TO TGT-ONTIME-PCT
    END-IF.
    IF KW-NAME = "CSV-REJECTS"
        MOVE 'Y' TO KW-MATCHED
        MOVE KW-NUM TO TGT-CSV-REJECTS
    END-IF.
    IF KW-NAME = "REJECT-RATE"
        MOVE 'Y' TO KW-MATCHED
        MOVE KW-NUM TO TGT-REJECT-RATE
    END-IF.
    IF KW-NAME = "DUP-DAYS"
        MOVE 'Y' TO KW-MATCHED
        MOVE KW-NUM TO TGT-DUP-DAYS
    END-IF.
    IF KW-NAME = "CHRONIC"
        MOVE 'Y' TO KW-MATCHED
        MOVE KW-NUM TO TGT-CHRONIC
    END-IF.
    IF KW-NAME = "AGE-LIMIT"
        MOVE 'Y' TO KW-MATCHED
        MOVE KW-NUM TO AGE-LIMIT
    END-IF.
    IF KW-MATCHED = 'N'
        DISPLAY "ABEND: TARGETS LINE " TGT-LINE-NUM
            " NAMES AN UNKNOWN KEYWORD: " KW-NAME
        PERFORM bad-target-line
    END-IF.

bad-target-line.
    CLOSE target-file.
    MOVE 15 TO JOB-RC.
    PERFORM job-abend.

load-run-log.
    OPEN INPUT run-log-file.
    IF RUNLOG-FS NOT = "00"
        DISPLAY "ABEND: CANNOT OPEN RUN LOG " RUN-LOG-FILE-NAME
            ", FILE STATUS " RUNLOG-FS
        MOVE 16 TO JOB-RC
        PERFORM job-abend
    END-IF.
    MOVE SPACE TO feof.
    PERFORM read-one-run UNTIL feof = 'Y'.
    CLOSE run-log-file.
    DISPLAY DD-COUNT " DROP DAY(S) ACROSS " SRC-COUNT " SOURCE(S)".

read-one-run.
    READ run-log-file
        AT END MOVE 'Y' TO feof
        NOT AT END
            PERFORM take-one-run
    END-READ.

take-one-run.
    *> A run belongs to the month of its data date. Recycle runs
    *> re-post corrections and say nothing about what was sent.
    IF RL-EXPECT-DATE NOT NUMERIC OR RL-RECYCLE = 'Y'
        EXIT PARAGRAPH
    END-IF.
    MOVE RL-EXPECT-DATE TO CUR-EXPECT.
    MOVE 0 TO MON-HIT.
    PERFORM VARYING mx FROM 1 BY 1 UNTIL mx > 2
        IF CUR-EXPECT >= MON-FIRST(mx) AND CUR-EXPECT <= MON-LAST(mx)
            MOVE mx TO MON-HIT
        END-IF
    END-PERFORM.
    IF MON-HIT = 0
        EXIT PARAGRAPH
    END-IF.
    MOVE RL-FILE-IN TO SRC-WORK.
    PERFORM find-or-add-source.
    IF RL-RC = 19 AND RL-FORMAT = 'C'
        COMPUTE SM-CSV-REJ(SRC-HIT, MON-HIT) =
            SM-CSV-REJ(SRC-HIT, MON-HIT) + 1
    END-IF.
    PERFORM find-or-add-drop-day.
    IF RL-DATE <= CUR-EXPECT
        MOVE 'Y' TO DD-ONTIME(DD-HIT)
    END-IF.
    IF RL-STATUS NOT = "ABENDED"
        MOVE RL-READ-ROWS TO DD-READ-ROWS(DD-HIT)
        MOVE RL-EXC-COUNT TO DD-REJECTS(DD-HIT)
    END-IF.

find-or-add-source.
    *> Digits masked, so the dated names of one feed score together
    INSPECT SRC-WORK CONVERTING "0123456789" TO "##########".
    MOVE 0 TO SRC-HIT.
    PERFORM VARYING sx FROM 1 BY 1
            UNTIL sx > SRC-COUNT OR SRC-HIT > 0
        IF SRC-KEY(sx) = SRC-WORK
            MOVE sx TO SRC-HIT
        END-IF
    END-PERFORM.
    IF SRC-HIT = 0
        IF SRC-COUNT >= MAX-SOURCES
            DISPLAY "ABEND: MORE THAN " MAX-SOURCES " SOURCES"
            MOVE 17 TO JOB-RC
            PERFORM job-abend
        END-IF
        COMPUTE SRC-COUNT = SRC-COUNT + 1
        MOVE SRC-COUNT TO SRC-HIT
        MOVE SRC-WORK TO SRC-KEY(SRC-HIT)
        PERFORM VARYING mx FROM 1 BY 1 UNTIL mx > 2
            MOVE 0 TO SM-DROP-DAYS(SRC-HIT, mx)
            MOVE 0 TO SM-ONTIME(SRC-HIT, mx)
            MOVE 0 TO SM-CSV-REJ(SRC-HIT, mx)
            MOVE 0 TO SM-READ-ROWS(SRC-HIT, mx)
            MOVE 0 TO SM-REJECTS(SRC-HIT, mx)
            MOVE 0 TO SM-DUP-DAYS(SRC-HIT, mx)
            MOVE 0 TO SM-OPENED(SRC-HIT, mx)
            MOVE 0 TO SM-CLOSED(SRC-HIT, mx)
            MOVE 0 TO SM-STILL-OPEN(SRC-HIT, mx)
            MOVE 0 TO SM-AGE-SUM(SRC-HIT, mx)
            MOVE 0 TO SM-CHRONIC(SRC-HIT, mx)
        END-PERFORM
    END-IF.

find-or-add-drop-day.
    MOVE 0 TO DD-HIT.
    PERFORM VARYING dx FROM 1 BY 1
            UNTIL dx > DD-COUNT OR DD-HIT > 0
        IF DD-SRC(dx) = SRC-HIT AND DD-DATE(dx) = CUR-EXPECT
            MOVE dx TO DD-HIT
        END-IF
    END-PERFORM.
    IF DD-HIT = 0
        IF DD-COUNT >= MAX-DROP-DAYS
            DISPLAY "ABEND: MORE THAN " MAX-DROP-DAYS " DROP DAYS"
            MOVE 17 TO JOB-RC
            PERFORM job-abend
        END-IF
        COMPUTE DD-COUNT = DD-COUNT + 1
        MOVE DD-COUNT TO DD-HIT
        MOVE SRC-HIT TO DD-SRC(DD-HIT)
        MOVE MON-HIT TO DD-MON(DD-HIT)
        MOVE CUR-EXPECT TO DD-DATE(DD-HIT)
        MOVE 'N' TO DD-ONTIME(DD-HIT)
        MOVE 0 TO DD-READ-ROWS(DD-HIT)
        MOVE 0 TO DD-REJECTS(DD-HIT)
    END-IF.

load-warehouse.
    *> No warehouse yet just means no reject history to score
    OPEN INPUT warehouse-file.
    IF WHSE-FS = "35"
        DISPLAY "NO EXCEPTION WAREHOUSE " WHSE-FILE-NAME
            ", NO REJECT AGING TO SCORE"
        EXIT PARAGRAPH
    END-IF.
    MOVE SPACE TO feof.
    PERFORM read-one-whse UNTIL feof = 'Y'.
    CLOSE warehouse-file.

read-one-whse.
    READ warehouse-file
        AT END MOVE 'Y' TO feof
        NOT AT END
            IF EW-FIRST-SEEN IS NUMERIC
                AND EW-RESOLVED-DATE IS NUMERIC
                MOVE EW-SOURCE TO SRC-WORK
                PERFORM find-or-add-source
                PERFORM VARYING mx FROM 1 BY 1 UNTIL mx > 2
                    PERFORM age-one-whse
                END-PERFORM
            END-IF
    END-READ.

age-one-whse.
    *> Opened and closed within the month, and - for a reject open
    *> at the month's as-at date - its age and whether it is chronic
    IF EW-FIRST-SEEN >= MON-FIRST(mx) AND EW-FIRST-SEEN <= MON-LAST(mx)
        COMPUTE SM-OPENED(SRC-HIT, mx) = SM-OPENED(SRC-HIT, mx) + 1
    END-IF.
    IF EW-RESOLVED-DATE >= MON-FIRST(mx)
        AND EW-RESOLVED-DATE <= MON-LAST(mx)
        COMPUTE SM-CLOSED(SRC-HIT, mx) = SM-CLOSED(SRC-HIT, mx) + 1
    END-IF.
    IF EW-FIRST-SEEN <= MON-ASOF(mx)
        AND (EW-RESOLVED-DATE = 0 OR EW-RESOLVED-DATE > MON-ASOF(mx))
        COMPUTE SM-STILL-OPEN(SRC-HIT, mx) =
            SM-STILL-OPEN(SRC-HIT, mx) + 1
        MOVE EW-FIRST-SEEN TO CNV-DATE
        PERFORM convert-date-to-days
        COMPUTE AGE-DAYS = MON-ASOF-DAYS(mx) - CNV-DAYS + 1
        COMPUTE SM-AGE-SUM(SRC-HIT, mx) =
            SM-AGE-SUM(SRC-HIT, mx) + AGE-DAYS
        IF AGE-DAYS > AGE-LIMIT
            COMPUTE SM-CHRONIC(SRC-HIT, mx) =
                SM-CHRONIC(SRC-HIT, mx) + 1
        END-IF
    END-IF.

score-drop-days.
    *> Roll each drop day up into its source's month, looking up the
    *> day's DUPLICATES file on the way
    PERFORM VARYING dx FROM 1 BY 1 UNTIL dx > DD-COUNT
        MOVE DD-SRC(dx) TO SRC-HIT
        MOVE DD-MON(dx) TO MON-HIT
        COMPUTE SM-DROP-DAYS(SRC-HIT, MON-HIT) =
            SM-DROP-DAYS(SRC-HIT, MON-HIT) + 1
        IF DD-ONTIME(dx) = 'Y'
            COMPUTE SM-ONTIME(SRC-HIT, MON-HIT) =
                SM-ONTIME(SRC-HIT, MON-HIT) + 1
        END-IF
        COMPUTE SM-READ-ROWS(SRC-HIT, MON-HIT) =
            SM-READ-ROWS(SRC-HIT, MON-HIT) + DD-READ-ROWS(dx)
        COMPUTE SM-REJECTS(SRC-HIT, MON-HIT) =
            SM-REJECTS(SRC-HIT, MON-HIT) + DD-REJECTS(dx)
        PERFORM check-dup-date
        IF DC-HAS-DUPS(DC-HIT) = 'Y'
            COMPUTE SM-DUP-DAYS(SRC-HIT, MON-HIT) =
                SM-DUP-DAYS(SRC-HIT, MON-HIT) + 1
        END-IF
    END-PERFORM.

check-dup-date.
    MOVE 0 TO DC-HIT.
    PERFORM VARYING cx FROM 1 BY 1
            UNTIL cx > DC-COUNT OR DC-HIT > 0
        IF DC-DATE(cx) = DD-DATE(dx)
            MOVE cx TO DC-HIT
        END-IF
    END-PERFORM.
    IF DC-HIT > 0
        EXIT PARAGRAPH
    END-IF.
    COMPUTE DC-COUNT = DC-COUNT + 1.
    MOVE DC-COUNT TO DC-HIT.
    MOVE DD-DATE(dx) TO DC-DATE(DC-HIT).
    MOVE 'N' TO DC-HAS-DUPS(DC-HIT).
    MOVE SPACES TO DUP-FILE-NAME.
    STRING "DUPLICATES-", DD-DATE(dx), ".TXT" INTO DUP-FILE-NAME.
    OPEN INPUT dup-file.
    IF DUP-FS = "00"
        MOVE 'N' TO DUP-FEOF
        PERFORM read-one-dup-line UNTIL DUP-FEOF = 'Y'
        CLOSE dup-file
    END-IF.

read-one-dup-line.
    READ dup-file
        AT END MOVE 'Y' TO DUP-FEOF
        NOT AT END
            MOVE 0 TO DUP-HITS
            INSPECT dup-row TALLYING DUP-HITS FOR ALL " OCCURS "
            IF DUP-HITS > 0
                MOVE 'Y' TO DC-HAS-DUPS(DC-HIT)
                MOVE 'Y' TO DUP-FEOF
            END-IF
    END-READ.

score-one-source.
    MOVE 0 TO SRC-FAILS.
    MOVE SPACES TO rpt-line.
    PERFORM put-line.
    MOVE SPACES TO rpt-line.
    STRING "SOURCE: ", SRC-KEY(sx) INTO rpt-line.
    PERFORM put-line.
    MOVE SPACES TO score-line.
    MOVE "MEASURE" TO SL-MEASURE.
    MOVE "    THIS MONTH" TO SL-CUR.
    MOVE "   PRIOR MONTH" TO SL-PRI.
    MOVE "TARGET" TO SL-TGT.
    MOVE "RESULT" TO SL-RESULT.
    MOVE "TREND" TO SL-TREND.
    MOVE score-line TO rpt-line.
    PERFORM put-line.

    MOVE 'N' TO SC-CUR-DATA.
    MOVE 'N' TO SC-PRI-DATA.
    IF SM-DROP-DAYS(sx, 1) > 0
        MOVE 'Y' TO SC-CUR-DATA
    END-IF.
    IF SM-DROP-DAYS(sx, 2) > 0
        MOVE 'Y' TO SC-PRI-DATA
    END-IF.

    MOVE "ON-TIME DROPS %" TO SC-MEASURE.
    MOVE 0 TO SC-CUR.
    MOVE 0 TO SC-PRI.
    IF SC-CUR-DATA = 'Y'
        COMPUTE SC-CUR ROUNDED =
            SM-ONTIME(sx, 1) * 100 / SM-DROP-DAYS(sx, 1)
    END-IF.
    IF SC-PRI-DATA = 'Y'
        COMPUTE SC-PRI ROUNDED =
            SM-ONTIME(sx, 2) * 100 / SM-DROP-DAYS(sx, 2)
    END-IF.
    MOVE TGT-ONTIME-PCT TO SC-TGT.
    MOVE 'Y' TO SC-HIGH-GOOD.
    MOVE 'Y' TO SC-DECIMALS.
    PERFORM score-one-measure.

    MOVE "CSV FILE REJECTIONS" TO SC-MEASURE.
    MOVE SM-CSV-REJ(sx, 1) TO SC-CUR.
    MOVE SM-CSV-REJ(sx, 2) TO SC-PRI.
    MOVE TGT-CSV-REJECTS TO SC-TGT.
    MOVE 'N' TO SC-HIGH-GOOD.
    MOVE 'N' TO SC-DECIMALS.
    PERFORM score-one-measure.

    MOVE "REJECTS PER 1000 ROWS" TO SC-MEASURE.
    MOVE 0 TO SC-CUR.
    MOVE 0 TO SC-PRI.
    IF SM-READ-ROWS(sx, 1) > 0
        COMPUTE SC-CUR ROUNDED =
            SM-REJECTS(sx, 1) * 1000 / SM-READ-ROWS(sx, 1)
    END-IF.
    IF SM-READ-ROWS(sx, 2) > 0
        COMPUTE SC-PRI ROUNDED =
            SM-REJECTS(sx, 2) * 1000 / SM-READ-ROWS(sx, 2)
    END-IF.
    MOVE TGT-REJECT-RATE TO SC-TGT.
    MOVE 'Y' TO SC-DECIMALS.
    PERFORM score-one-measure.

    MOVE "DUPLICATE-ID DAYS" TO SC-MEASURE.
    MOVE SM-DUP-DAYS(sx, 1) TO SC-CUR.
    MOVE SM-DUP-DAYS(sx, 2) TO SC-PRI.
    MOVE TGT-DUP-DAYS TO SC-TGT.
    MOVE 'N' TO SC-DECIMALS.
    PERFORM score-one-measure.

    *> Chronic rejects stand on the warehouse, not on the month's
    *> drops, so they are scored whether or not any drop came in
    MOVE SPACES TO SC-MEASURE.
    MOVE AGE-LIMIT TO AGE-LIMIT-ED.
    STRING "CHRONIC REJECTS >" DELIMITED BY SIZE,
        AGE-LIMIT-ED DELIMITED BY SIZE,
        " DAYS" DELIMITED BY SIZE INTO SC-MEASURE.
    MOVE SM-CHRONIC(sx, 1) TO SC-CUR.
    MOVE SM-CHRONIC(sx, 2) TO SC-PRI.
    MOVE TGT-CHRONIC TO SC-TGT.
    MOVE 'Y' TO SC-CUR-DATA.
    MOVE 'Y' TO SC-PRI-DATA.
    PERFORM score-one-measure.

    MOVE SPACES TO rpt-line.
    STRING "  DROP DAYS ", SM-DROP-DAYS(sx, 1), " (PRIOR ",
        SM-DROP-DAYS(sx, 2), ")  ROWS READ ", SM-READ-ROWS(sx, 1),
        "  REJECTS ", SM-REJECTS(sx, 1) INTO rpt-line.
    PERFORM put-line.
    MOVE 0 TO AVG-AGE.
    IF SM-STILL-OPEN(sx, 1) > 0
        COMPUTE AVG-AGE ROUNDED =
            SM-AGE-SUM(sx, 1) / SM-STILL-OPEN(sx, 1)
    END-IF.
    MOVE AVG-AGE TO AVG-AGE-ED.
    MOVE 0 TO AVG-AGE.
    IF SM-STILL-OPEN(sx, 2) > 0
        COMPUTE AVG-AGE ROUNDED =
            SM-AGE-SUM(sx, 2) / SM-STILL-OPEN(sx, 2)
    END-IF.
    MOVE AVG-AGE TO PRI-AVG-AGE-ED.
    MOVE SPACES TO rpt-line.
    STRING "  WAREHOUSE: ", SM-OPENED(sx, 1), " OPENED, ",
        SM-CLOSED(sx, 1), " CLOSED, ", SM-STILL-OPEN(sx, 1),
        " STILL OPEN, AVERAGE AGE", AVG-AGE-ED, " DAYS (PRIOR",
        PRI-AVG-AGE-ED, ")" INTO rpt-line.
    PERFORM put-line.
    IF SRC-FAILS > 0
        COMPUTE FAILING-SOURCES = FAILING-SOURCES + 1
    END-IF.

score-one-measure.
    *> One line: this month, prior month, the target, PASS or FAIL
    *> (NO DATA when the month had no drops to judge), and whether
    *> the measure got better or worse on the prior month
    MOVE SPACES TO score-line.
    MOVE SC-MEASURE TO SL-MEASURE.
    IF SC-CUR-DATA = 'Y'
        PERFORM edit-cur-value
    ELSE
        MOVE "           N/A" TO SL-CUR
    END-IF.
    IF SC-PRI-DATA = 'Y'
        PERFORM edit-pri-value
    ELSE
        MOVE "           N/A" TO SL-PRI
    END-IF.
    MOVE SC-TGT TO SC-TGT-ED.
    IF SC-HIGH-GOOD = 'Y'
        STRING "MIN ", SC-TGT-ED DELIMITED BY SIZE INTO SL-TGT
    ELSE
        STRING "MAX ", SC-TGT-ED DELIMITED BY SIZE INTO SL-TGT
    END-IF.
    IF SC-CUR-DATA NOT = 'Y'
        MOVE "NO DATA" TO SL-RESULT
    ELSE
        MOVE "PASS" TO SL-RESULT
        IF SC-HIGH-GOOD = 'Y'
            IF SC-CUR < SC-TGT
                MOVE "FAIL" TO SL-RESULT
            END-IF
        ELSE
            IF SC-CUR > SC-TGT
                MOVE "FAIL" TO SL-RESULT
            END-IF
        END-IF
    END-IF.
    IF SL-RESULT = "FAIL"
        COMPUTE FAIL-COUNT = FAIL-COUNT + 1
        COMPUTE SRC-FAILS = SRC-FAILS + 1
    END-IF.
    IF SC-CUR-DATA = 'Y' AND SC-PRI-DATA = 'Y'
        IF SC-CUR = SC-PRI
            MOVE "SAME" TO SL-TREND
        ELSE
            IF (SC-CUR > SC-PRI AND SC-HIGH-GOOD = 'Y')
                OR (SC-CUR < SC-PRI AND SC-HIGH-GOOD NOT = 'Y')
                MOVE "BETTER" TO SL-TREND
            ELSE
                MOVE "WORSE" TO SL-TREND
            END-IF
        END-IF
    END-IF.
    MOVE score-line TO rpt-line.
    PERFORM put-line.

edit-cur-value.
    IF SC-DECIMALS = 'Y'
        MOVE SC-CUR TO SC-VAL-ED
        MOVE SC-VAL-ED TO SL-CUR(4:11)
    ELSE
        MOVE SC-CUR TO SC-CNT-ED
        MOVE SC-CNT-ED TO SL-CUR(4:11)
    END-IF.

edit-pri-value.
    IF SC-DECIMALS = 'Y'
        MOVE SC-PRI TO SC-VAL-ED
        MOVE SC-VAL-ED TO SL-PRI(4:11)
    ELSE
        MOVE SC-PRI TO SC-CNT-ED
        MOVE SC-CNT-ED TO SL-PRI(4:11)
    END-IF.

write-heading.
    MOVE SPACES TO rpt-line.
    STRING "SUPPLIER DATA-QUALITY SCORECARD  MONTH ", MON-YYYYMM(1),
        "  PRIOR MONTH ", MON-YYYYMM(2), "  RUN ", RUN-DATE
        INTO rpt-line.
    PERFORM put-line.
    MOVE SPACES TO rpt-line.
    STRING "SOURCES: " DELIMITED BY SIZE,
        RUN-LOG-FILE-NAME DELIMITED BY SPACE,
        ", " DELIMITED BY SIZE,
        WHSE-FILE-NAME DELIMITED BY SPACE,
        ", DUPLICATES-YYYYMMDD.TXT" DELIMITED BY SIZE INTO rpt-line.
    PERFORM put-line.
    MOVE SPACES TO rpt-line.
    IF TARGETS-READ = 'Y'
        STRING "TARGETS FROM ", TARGET-FILE-NAME INTO rpt-line
    ELSE
        STRING "TARGETS: BUILT-IN DEFAULTS, NO ", TARGET-FILE-NAME
            INTO rpt-line
    END-IF.
    PERFORM put-line.
    IF MON-LAST(1) > RUN-DATE
        MOVE SPACES TO rpt-line
        STRING "NOTE: MONTH ", MON-YYYYMM(1), " IS NOT OVER, AGES"
            " TAKEN AS AT ", RUN-DATE INTO rpt-line
        PERFORM put-line
    END-IF.
    IF SRC-COUNT = 0
        MOVE SPACES TO rpt-line
        STRING "NO RUNS OR REJECTS ON FILE FOR EITHER MONTH"
            INTO rpt-line
        PERFORM put-line
    END-IF.

write-footing.
    MOVE SPACES TO rpt-line.
    PERFORM put-line.
    MOVE SPACES TO rpt-line.
    STRING "TARGETS MISSED: ", FAIL-COUNT, " ACROSS ",
        FAILING-SOURCES, " OF ", SRC-COUNT, " SOURCE(S)"
        INTO rpt-line.
    PERFORM put-line.

convert-date-to-days.
    *> YYYYMMDD to a running day number so ages cross month and year
    *> ends correctly: years count 365 plus the leap days, months
    *> count from March so the leap day sits at the end of the year
    DIVIDE CNV-DATE BY 10000 GIVING CNV-YY REMAINDER CNV-DOY.
    DIVIDE CNV-DOY BY 100 GIVING CNV-MM REMAINDER CNV-DD.
    IF CNV-MM < 3
        COMPUTE CNV-YY = CNV-YY - 1
        COMPUTE CNV-WORK-MM = CNV-MM + 12
    ELSE
        MOVE CNV-MM TO CNV-WORK-MM
    END-IF.
    COMPUTE CNV-DOY = 153 * (CNV-WORK-MM - 3) + 2.
    DIVIDE 5 INTO CNV-DOY.
    DIVIDE CNV-YY BY 4 GIVING CNV-LEAP-4.
    DIVIDE CNV-YY BY 100 GIVING CNV-LEAP-100.
    DIVIDE CNV-YY BY 400 GIVING CNV-LEAP-400.
    COMPUTE CNV-DAYS = 365 * CNV-YY + CNV-LEAP-4 - CNV-LEAP-100
        + CNV-LEAP-400 + CNV-DOY + CNV-DD.

put-line.
    *> Every report line goes to the file and echoes to the console
    MOVE rpt-line TO score-row.
    WRITE score-row.
    DISPLAY rpt-line.

job-abend.
    MOVE JOB-RC TO RETURN-CODE.
    STOP RUN.
