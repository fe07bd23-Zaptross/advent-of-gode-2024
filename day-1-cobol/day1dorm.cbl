IDENTIFICATION DIVISION.
PROGRAM-ID. AOC-COBOL-DAY-1-DORM.
AUTHOR. M. Price (Zaptross).
DATE-WRITTEN. 2026-10-15.
INSTALLATION. Ubuntu22.04-GnuCOBOL.

*> Standing dormant-location list for the site managers' retirement
*> reviews, off the lifecycle dates AOC-COBOL-DAY-1-MSTR keeps on the
*> location-ID master (MASTER.IDX). Three lists, each in ID order:
*>   dormant        IDs whose counts have not moved for more than
*>                  the idle limit, in business days
*>   new this week  IDs first seen from the Monday of the as-of week
*>                  up to the as-of date
*>   one-sided      IDs that have sat with one side at zero for more
*>                  than the zero limit, in business days
*> Business days are the ones on the processing calendar
*> (CALENDAR.DAT), counted after the date in question up to and
*> including the as-of date; a date before the calendar starts counts
*> from its first day. The movement report only ever compares two
*> days; this looks back as far as the master's dates go. The lists
*> land in DORMANT-YYYYMMDD.TXT, dated with the as-of date.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT master-file ASSIGN TO DYNAMIC MASTER-FILE-NAME
    ORGANIZATION IS INDEXED
    ACCESS MODE IS DYNAMIC
    RECORD KEY IS MST-ID
    FILE STATUS IS MST-FS.
    SELECT calendar-file ASSIGN TO DYNAMIC CALENDAR-FILE-NAME
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS CAL-FS.
    SELECT dormant-file ASSIGN TO DYNAMIC DORMANT-FILE-NAME
    ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
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

FD calendar-file.
01 cal-row PIC X(10).

FD dormant-file.
01 dormant-row PIC X(132).

WORKING-STORAGE SECTION.
*> PARM layout: as-of date, idle limit, zero limit (both in business
*> days), master override, calendar override, eg:
*> AOC-COBOL-DAY-1-DORM "20261015,20,60"
*> AOC-COBOL-DAY-1-DORM ",30,,MASTER.IDX,CALENDAR.DAT"
*> The as-of date defaults to today, the idle limit to 20 business
*> days (about a month) and the zero limit to 60 (about a quarter).
01 PARM-STRING PIC X(200) VALUE SPACES.
01 PARM-TAB.
    05 PARM-ASOF PIC X(8) VALUE SPACES.
    05 PARM-IDLE PIC X(4) VALUE SPACES.
    05 PARM-ZERO PIC X(4) VALUE SPACES.
    05 PARM-MASTER PIC X(40) VALUE SPACES.
    05 PARM-CALENDAR PIC X(40) VALUE SPACES.
01 arg-chk PIC X(8).

01 MASTER-FILE-NAME PIC X(40) VALUE "MASTER.IDX".
01 CALENDAR-FILE-NAME PIC X(40) VALUE "CALENDAR.DAT".
01 DORMANT-FILE-NAME PIC X(40) VALUE SPACES.
01 MST-FS PIC XX VALUE "00".
01 CAL-FS PIC XX VALUE "00".
01 feof PIC A(1) VALUE SPACE.
01 RUN-DATE PIC 9(8) VALUE 0.

*> Graduated return codes, in step with AOC-COBOL-DAY-1's scheme:
*>    0 clean
*>    4 completed with warnings (master records with no lifecycle
*>      dates, or a calendar that ends before the as-of date)
*>   12 bad as-of date or limit
*>   16 no master, or no calendar, or no business days on it
*>   17 the calendar holds more business days than the table takes
*>   20 unexpected master file status (a master not yet converted to
*>      the dated layout will not open)
01 JOB-RC PIC 9(2) VALUE 0.
01 WARN-FLAG PIC X(1) VALUE 'N'.

*> The as-of date and the limits, and the as-of week's Monday
01 ASOF-DATE PIC 9(8) VALUE 0.
01 ASOF-DAYS PIC 9(8) VALUE 0.
01 WEEK-START PIC 9(8) VALUE 0.
01 WEEK-DAY PIC 9(1) VALUE 0.
01 WEEK-NUM PIC 9(8) VALUE 0.
01 STEP-YYMM PIC 9(6) VALUE 0.
01 STEP-DD PIC 9(2) VALUE 0.
01 STEP-TARGET PIC 9(8) VALUE 0.
01 STEP-DONE PIC X(1) VALUE 'N'.
01 IDLE-LIMIT PIC 9(4) VALUE 20.
01 ZERO-LIMIT PIC 9(4) VALUE 60.

*> The whole calendar, oldest first, for the business-day counts:
*> ten years of business days and then some
78 MAX-CAL-DAYS VALUE 4000.
01 CAL-COUNT PIC 9(4) VALUE 0.
01 cal-tab.
    05 CAL-DAY PIC 9(8) OCCURS 1 TO 4000 TIMES DEPENDING ON CAL-COUNT.

*> Business-day count: RANK-DATE in, RANK-OUT the number of calendar
*> days on or before it, by binary search between lo and hi
01 RANK-DATE PIC 9(8) VALUE 0.
01 RANK-OUT PIC 9(4) VALUE 0.
01 ASOF-RANK PIC 9(4) VALUE 0.
01 lo PIC 9(4) VALUE 1.
01 hi PIC 9(4) VALUE 0.
01 mid PIC 9(4) VALUE 0.
01 BUS-DAYS PIC 9(4) VALUE 0.

*> Which list the master pass is building: D dormant, N new this
*> week, Z one side at zero
01 LIST-KIND PIC X(1) VALUE SPACE.
01 ZERO-SIDE PIC X(5) VALUE SPACES.
01 SCAN-COUNT PIC 9(6) VALUE 0.
01 DORMANT-COUNT PIC 9(6) VALUE 0.
01 NEW-COUNT PIC 9(6) VALUE 0.
01 ZERO-COUNT PIC 9(6) VALUE 0.
01 UNDATED-COUNT PIC 9(6) VALUE 0.
01 LISTED-COUNT PIC 9(6) VALUE 0.

*> Day-number conversion (as in AOC-COBOL-DAY-1-EXCW): YYYYMMDD in
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

01 rpt-line PIC X(132).

PROCEDURE DIVISION.
    *> Start of main()
    PERFORM init-parms.
    PERFORM load-calendar.
    PERFORM set-as-of-week.

    MOVE SPACES TO DORMANT-FILE-NAME.
    STRING "DORMANT-", ASOF-DATE, ".TXT" INTO DORMANT-FILE-NAME.
    OPEN OUTPUT dormant-file.
    PERFORM write-heading.
    MOVE 'D' TO LIST-KIND.
    PERFORM scan-master.
    MOVE 'N' TO LIST-KIND.
    PERFORM scan-master.
    MOVE 'Z' TO LIST-KIND.
    PERFORM scan-master.
    PERFORM write-footing.
    CLOSE dormant-file.

    IF WARN-FLAG = 'Y'
        MOVE 4 TO JOB-RC
    END-IF.
    MOVE JOB-RC TO RETURN-CODE.
    STOP RUN.
    *> End of main()

init-parms.
    ACCEPT PARM-STRING FROM COMMAND-LINE.

    UNSTRING PARM-STRING DELIMITED BY ","
        INTO PARM-ASOF, PARM-IDLE, PARM-ZERO, PARM-MASTER,
            PARM-CALENDAR
    END-UNSTRING.

    ACCEPT RUN-DATE FROM DATE YYYYMMDD.
    IF PARM-ASOF = SPACES
        MOVE RUN-DATE TO ASOF-DATE
    ELSE
        MOVE PARM-ASOF TO arg-chk
        IF arg-chk NOT NUMERIC
            DISPLAY "ABEND: AS-OF DATE MUST BE YYYYMMDD, GOT "
                PARM-ASOF
            MOVE 12 TO JOB-RC
            PERFORM job-abend
        END-IF
        MOVE arg-chk TO ASOF-DATE
    END-IF.

    IF PARM-IDLE NOT = SPACES
        MOVE SPACES TO arg-chk
        MOVE PARM-IDLE TO arg-chk
        INSPECT arg-chk REPLACING TRAILING SPACE BY ZERO
        IF arg-chk NOT NUMERIC
            DISPLAY "ABEND: IDLE LIMIT " PARM-IDLE " NOT NUMERIC"
            MOVE 12 TO JOB-RC
            PERFORM job-abend
        END-IF
        MOVE PARM-IDLE TO IDLE-LIMIT
    END-IF.

    IF PARM-ZERO NOT = SPACES
        MOVE SPACES TO arg-chk
        MOVE PARM-ZERO TO arg-chk
        INSPECT arg-chk REPLACING TRAILING SPACE BY ZERO
        IF arg-chk NOT NUMERIC
            DISPLAY "ABEND: ZERO LIMIT " PARM-ZERO " NOT NUMERIC"
            MOVE 12 TO JOB-RC
            PERFORM job-abend
        END-IF
        MOVE PARM-ZERO TO ZERO-LIMIT
    END-IF.

    IF PARM-MASTER NOT = SPACES
        MOVE PARM-MASTER TO MASTER-FILE-NAME
    END-IF.

    IF PARM-CALENDAR NOT = SPACES
        MOVE PARM-CALENDAR TO CALENDAR-FILE-NAME
    END-IF.

load-calendar.
    *> Idle time means nothing without business days, so as in
    *> AOC-COBOL-DAY-1-PERD a missing calendar is fatal
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
        MOVE 16 TO JOB-RC
        PERFORM job-abend
    END-IF.
    SORT CAL-DAY ON ASCENDING.
    IF CAL-DAY(CAL-COUNT) < ASOF-DATE
        DISPLAY "WARNING: " CALENDAR-FILE-NAME " ENDS "
            CAL-DAY(CAL-COUNT) ", BEFORE THE AS-OF DATE " ASOF-DATE
        MOVE 'Y' TO WARN-FLAG
    END-IF.
    MOVE ASOF-DATE TO RANK-DATE.
    PERFORM rank-business-day.
    MOVE RANK-OUT TO ASOF-RANK.

load-one-calendar-date.
    READ calendar-file
        AT END MOVE 'Y' TO feof
        NOT AT END
            IF cal-row(1:8) IS NUMERIC
                IF CAL-COUNT >= MAX-CAL-DAYS
                    DISPLAY "ABEND: " CALENDAR-FILE-NAME
                        " HOLDS MORE THAN " MAX-CAL-DAYS
                        " BUSINESS DAYS"
                    MOVE 17 TO JOB-RC
                    PERFORM job-abend
                END-IF
                COMPUTE CAL-COUNT = CAL-COUNT + 1
                MOVE cal-row(1:8) TO CAL-DAY(CAL-COUNT)
            END-IF
    END-READ.

set-as-of-week.
    *> Day numbers fall on a Monday when one more than them divides
    *> by seven, so that remainder is the days since Monday; step the
    *> as-of date back that many days to the Monday
    MOVE ASOF-DATE TO CNV-DATE.
    PERFORM convert-date-to-days.
    MOVE CNV-DAYS TO ASOF-DAYS.
    COMPUTE CNV-DAYS = ASOF-DAYS + 1.
    DIVIDE CNV-DAYS BY 7 GIVING WEEK-NUM REMAINDER WEEK-DAY.
    MOVE ASOF-DATE TO WEEK-START.
    PERFORM step-back-one-day WEEK-DAY TIMES.

step-back-one-day.
    DIVIDE WEEK-START BY 100 GIVING STEP-YYMM REMAINDER STEP-DD.
    IF STEP-DD > 1
        COMPUTE WEEK-START = WEEK-START - 1
        EXIT PARAGRAPH
    END-IF.
    *> Off the first of a month: try the 31st of the month before and
    *> come down until its day number is the first's less one
    MOVE WEEK-START TO CNV-DATE.
    PERFORM convert-date-to-days.
    COMPUTE STEP-TARGET = CNV-DAYS - 1.
    DIVIDE STEP-YYMM BY 100 GIVING CNV-YY REMAINDER CNV-MM.
    IF CNV-MM = 1
        COMPUTE STEP-YYMM = (CNV-YY - 1) * 100 + 12
    ELSE
        COMPUTE STEP-YYMM = STEP-YYMM - 1
    END-IF.
    COMPUTE WEEK-START = STEP-YYMM * 100 + 31.
    MOVE 'N' TO STEP-DONE.
    PERFORM trim-month-end UNTIL STEP-DONE = 'Y'.

trim-month-end.
    MOVE WEEK-START TO CNV-DATE.
    PERFORM convert-date-to-days.
    IF CNV-DAYS = STEP-TARGET
        MOVE 'Y' TO STEP-DONE
    ELSE
        COMPUTE WEEK-START = WEEK-START - 1
    END-IF.

rank-business-day.
    *> Number of calendar business days on or before RANK-DATE
    MOVE 0 TO RANK-OUT.
    MOVE 1 TO lo.
    MOVE CAL-COUNT TO hi.
    PERFORM halve-calendar-range UNTIL lo > hi.

halve-calendar-range.
    COMPUTE mid = (lo + hi) / 2.
    IF CAL-DAY(mid) <= RANK-DATE
        MOVE mid TO RANK-OUT
        COMPUTE lo = mid + 1
    ELSE
        COMPUTE hi = mid - 1
    END-IF.

scan-master.
    *> One pass over the master per list, in ID order
    OPEN INPUT master-file.
    IF MST-FS = "35"
        DISPLAY "ABEND: NO MASTER " MASTER-FILE-NAME
        MOVE 16 TO JOB-RC
        PERFORM job-abend
    END-IF.
    IF MST-FS NOT = "00"
        DISPLAY "ABEND: CANNOT OPEN " MASTER-FILE-NAME
            ", FILE STATUS " MST-FS ", IS IT CONVERTED (MSTR V)?"
        MOVE 20 TO JOB-RC
        PERFORM job-abend
    END-IF.
    PERFORM write-list-heading.
    MOVE 0 TO LISTED-COUNT.
    MOVE 0 TO MST-ID.
    MOVE SPACE TO feof.
    START master-file KEY NOT LESS MST-ID
        INVALID KEY MOVE 'Y' TO feof
    END-START.
    PERFORM check-one-master-rec UNTIL feof = 'Y'.
    CLOSE master-file.
    MOVE SPACES TO rpt-line.
    STRING LISTED-COUNT " ID(S) LISTED" DELIMITED BY SIZE
        INTO rpt-line.
    PERFORM put-line.

check-one-master-rec.
    READ master-file NEXT
        AT END MOVE 'Y' TO feof
        NOT AT END
            IF LIST-KIND = 'D'
                PERFORM check-dormant
            ELSE
                IF LIST-KIND = 'N'
                    PERFORM check-new
                ELSE
                    PERFORM check-one-sided
                END-IF
            END-IF
    END-READ.

check-dormant.
    *> The dormant pass also counts the master and its undated records
    COMPUTE SCAN-COUNT = SCAN-COUNT + 1.
    IF MST-LAST-ACTIVITY = 0
        COMPUTE UNDATED-COUNT = UNDATED-COUNT + 1
        EXIT PARAGRAPH
    END-IF.
    MOVE MST-LAST-ACTIVITY TO RANK-DATE.
    PERFORM rank-business-day.
    COMPUTE BUS-DAYS = ASOF-RANK - RANK-OUT.
    IF ASOF-RANK > RANK-OUT AND BUS-DAYS > IDLE-LIMIT
        COMPUTE DORMANT-COUNT = DORMANT-COUNT + 1
        COMPUTE LISTED-COUNT = LISTED-COUNT + 1
        MOVE SPACES TO rpt-line
        STRING "ID ", MST-ID, "  LEFT ", MST-LEFT-COUNT,
            "  RIGHT ", MST-RIGHT-COUNT,
            "  LAST ACTIVITY ", MST-LAST-ACTIVITY,
            " RUN ", MST-LAST-RUN,
            "  IDLE ", BUS-DAYS, " BUSINESS DAYS" INTO rpt-line
        PERFORM put-line
    END-IF.

check-new.
    IF MST-FIRST-SEEN = 0 OR MST-FIRST-SEEN > ASOF-DATE
        EXIT PARAGRAPH
    END-IF.
    IF MST-FIRST-SEEN >= WEEK-START
        COMPUTE NEW-COUNT = NEW-COUNT + 1
        COMPUTE LISTED-COUNT = LISTED-COUNT + 1
        MOVE SPACES TO rpt-line
        STRING "ID ", MST-ID, "  LEFT ", MST-LEFT-COUNT,
            "  RIGHT ", MST-RIGHT-COUNT,
            "  FIRST SEEN ", MST-FIRST-SEEN INTO rpt-line
        PERFORM put-line
    END-IF.

check-one-sided.
    IF MST-ZERO-SINCE = 0
        EXIT PARAGRAPH
    END-IF.
    MOVE MST-ZERO-SINCE TO RANK-DATE.
    PERFORM rank-business-day.
    COMPUTE BUS-DAYS = ASOF-RANK - RANK-OUT.
    IF ASOF-RANK > RANK-OUT AND BUS-DAYS > ZERO-LIMIT
        IF MST-LEFT-COUNT = 0
            MOVE "LEFT" TO ZERO-SIDE
        ELSE
            MOVE "RIGHT" TO ZERO-SIDE
        END-IF
        COMPUTE ZERO-COUNT = ZERO-COUNT + 1
        COMPUTE LISTED-COUNT = LISTED-COUNT + 1
        MOVE SPACES TO rpt-line
        STRING "ID ", MST-ID, "  LEFT ", MST-LEFT-COUNT,
            "  RIGHT ", MST-RIGHT-COUNT, "  " DELIMITED BY SIZE,
            ZERO-SIDE DELIMITED BY SPACE,
            " AT ZERO SINCE " DELIMITED BY SIZE, MST-ZERO-SINCE,
            "  FOR ", BUS-DAYS, " BUSINESS DAYS" INTO rpt-line
        PERFORM put-line
    END-IF.

write-heading.
    MOVE SPACES TO rpt-line.
    STRING "DORMANT AND NEW LOCATIONS AS AT ", ASOF-DATE,
        "  RUN ", RUN-DATE INTO rpt-line.
    PERFORM put-line.
    MOVE SPACES TO rpt-line.
    STRING "MASTER " DELIMITED BY SIZE,
        MASTER-FILE-NAME DELIMITED BY SPACE,
        "  CALENDAR " DELIMITED BY SIZE,
        CALENDAR-FILE-NAME DELIMITED BY SPACE INTO rpt-line.
    PERFORM put-line.

write-list-heading.
    MOVE SPACES TO rpt-line.
    PERFORM put-line.
    MOVE SPACES TO rpt-line.
    IF LIST-KIND = 'D'
        STRING "DORMANT: NO ACTIVITY FOR MORE THAN ", IDLE-LIMIT,
            " BUSINESS DAYS" INTO rpt-line
    ELSE
        IF LIST-KIND = 'N'
            STRING "NEW THIS WEEK: FIRST SEEN ", WEEK-START, " TO ",
                ASOF-DATE INTO rpt-line
        ELSE
            STRING "ONE-SIDED: ONE SIDE AT ZERO FOR MORE THAN ",
                ZERO-LIMIT, " BUSINESS DAYS" INTO rpt-line
        END-IF
    END-IF.
    PERFORM put-line.

write-footing.
    MOVE SPACES TO rpt-line.
    PERFORM put-line.
    MOVE SPACES TO rpt-line.
    STRING SCAN-COUNT " ID(S) ON THE MASTER: " DELIMITED BY SIZE,
        DORMANT-COUNT " DORMANT, " DELIMITED BY SIZE,
        NEW-COUNT " NEW THIS WEEK, " DELIMITED BY SIZE,
        ZERO-COUNT " ONE-SIDED" DELIMITED BY SIZE INTO rpt-line.
    PERFORM put-line.
    IF UNDATED-COUNT > 0
        MOVE SPACES TO rpt-line
        STRING "WARNING: " UNDATED-COUNT DELIMITED BY SIZE,
            " ID(S) CARRY NO LIFECYCLE DATES AND ARE NOT LISTED"
            DELIMITED BY SIZE INTO rpt-line
        PERFORM put-line
        MOVE 'Y' TO WARN-FLAG
    END-IF.

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
    MOVE rpt-line TO dormant-row.
    WRITE dormant-row.
    DISPLAY rpt-line.

job-abend.
    MOVE JOB-RC TO RETURN-CODE.
    STOP RUN.
