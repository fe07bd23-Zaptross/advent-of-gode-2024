*> one "A list id" or "D list id" record per occurrence needed to turn
*> yesterday's counts into today's, plus a summary of how many adds
*> and deletes it cut per side.
*> Both drops are also held to the location reference master the
*> daily job checks, each as at its own data date: an unknown,
*> retired or not-yet-effective ID is either kept out (R) or passed
*> through and counted as flagged (F), the same on both days. An ID
*> bad on both days is then absent from both and cuts nothing, while
*> one retired since yesterday was good on the prior date and still
*> cuts its deletes. Today's location rejects and flags are written
*> to the daily job's exception file (EXCEPTIONS.TXT) in its layout,
*> tagged DELTA; the prior drop's were reported on their own day, so
*> they are only counted and displayed.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
    FILE STATUS IS DROP-FS.
    SELECT delta-file ASSIGN TO DYNAMIC DELTA-FILE-NAME
    ORGANIZATION IS LINE SEQUENTIAL.
    SELECT locref-file ASSIGN TO DYNAMIC LOCREF-FILE-NAME
    ORGANIZATION IS INDEXED
    ACCESS MODE IS RANDOM
    RECORD KEY IS LOC-ID
    FILE STATUS IS LOC-FS.
    SELECT exception-file ASSIGN TO DYNAMIC EXCEPT-FILE-NAME
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS EXC-FS.

DATA DIVISION.
FILE SECTION.
FD delta-file.
01 delta-row PIC X(20).

*> Mirror of AOC-COBOL-DAY-1-LOCM's loc-rec; keep the two in step
FD locref-file.
01 loc-rec.
    05 LOC-ID PIC 9(9).
    05 LOC-NAME PIC X(30).
    05 LOC-REGION PIC X(12).
    05 LOC-STATUS PIC X(1).
    05 LOC-EFF-FROM PIC 9(8).
    05 LOC-EFF-TO PIC 9(8).
    05 LOC-MAINT-DATE PIC 9(8).

*> The daily job's exception file, appended to: the line body stays
*> clear of the RESOLVED stamp column (181) the daily job keeps
FD exception-file.
01 exc-row.
    05 exc-text PIC X(180).
    05 FILLER PIC X(20).

WORKING-STORAGE SECTION.
*> PARM layout: prior drop, today's drop, delta file to write, eg:
*> AOC-COBOL-DAY-1-DELTA "input-20260902.txt,input-20260903.txt"
*> both drops are the header/trailer-wrapped CSV extract the daily
*> job takes with FORMAT=C:
*> AOC-COBOL-DAY-1-DELTA "ex-20260902.csv,ex-20260903.csv,,C"
*> A 5th field sets the location reference check on both drops, as
*> the daily job's LOCREF-CHECK does: R (the default) to reject, F
*> to flag and keep, N to skip the lookup. A 6th field is today's
*> data date (YYYYMMDD) the reference is dated with, defaulting to
*> the run date as the daily job's EXPECT-DATE does; a 7th is the
*> prior drop's, defaulting to the day before, eg after a weekend:
*> AOC-COBOL-DAY-1-DELTA "in-0904.txt,in-0907.txt,,,R,20260907,20260904"
01 PARM-STRING PIC X(200) VALUE SPACES.
01 PARM-TAB.
    05 PARM-PRIOR PIC X(40) VALUE SPACES.
    05 PARM-TODAY PIC X(40) VALUE SPACES.
    05 PARM-DELTA PIC X(40) VALUE SPACES.
    05 PARM-FORMAT PIC X(1) VALUE SPACES.
    05 PARM-LOCREF-CHECK PIC X(1) VALUE SPACES.
    05 PARM-DATA-DATE PIC X(8) VALUE SPACES.
    05 PARM-PRIOR-DATE PIC X(8) VALUE SPACES.

01 DROP-FILE-NAME PIC X(40) VALUE SPACES.
01 PRIOR-FILE-NAME PIC X(40) VALUE SPACES.

*> Graduated return codes, in step with AOC-COBOL-DAY-1's scheme:
*>    0 clean
*>    4 completed with warnings (rows rejected on either drop -
*>      the prior drop's location rejects aside, as they only mirror
*>      its own day - location IDs flagged in today's drop, or no
*>      location reference on file)
*>   12 cannot open a drop file, or a bad PARM: a drop file name
*>      missing, a bad LOCREF-CHECK value or a bad data date
*>   16 a drop yields no accepted rows - an empty or truncated
*>      drop must not collapse into a delta that deletes the
*>      whole master
*>   19 CSV extract rejected: bad or missing header or trailer,
*>      trailer count off the rows read, or a CSV drop fed to a
*>      text-format run
*>   23 the location reference file is on disk but cannot be opened
01 JOB-RC PIC 9(2) VALUE 0.
01 WARN-FLAG PIC X(1) VALUE 'N'.

01 READ-ROW-NUM PIC 9(6) VALUE 0.
01 REJ-COUNT PIC 9(6) VALUE 0.

*> Location reference check on both drops. DATA-DATE and PRIOR-DATE
*> are the two drops' data dates; REF-DATE is the one the drop in
*> hand is checked against. REF-REASON carries the reason(s) for the
*> row in hand. PRI-REF-REJ/PRI-REF-FLAG count the prior drop's
*> location rejects and flags apart from today's.
01 LOCREF-FILE-NAME PIC X(40) VALUE "LOCREF.IDX".
01 LOC-FS PIC XX VALUE "00".
01 LOCREF-CHECK PIC X(1) VALUE 'R'.
01 LOCREF-OPEN PIC X(1) VALUE 'N'.
01 RUN-DATE PIC 9(8) VALUE 0.
01 DATA-DATE PIC 9(8) VALUE 0.
01 PRIOR-DATE PIC 9(8) VALUE 0.
01 REF-DATE PIC 9(8) VALUE 0.
01 date-chk PIC X(8).
01 FLAG-COUNT PIC 9(6) VALUE 0.
01 PRI-REF-REJ PIC 9(6) VALUE 0.
01 PRI-REF-FLAG PIC 9(6) VALUE 0.
01 REF-CHK-ID PIC 9(9) VALUE 0.
01 REF-SIDE PIC X(5) VALUE SPACES.
01 REF-VERDICT PIC X(17) VALUE SPACES.
01 REF-REASON PIC X(80) VALUE SPACES.
01 REF-PTR PIC 9(3) VALUE 1.

*> Today's location rejects and flags, as exception lines
01 EXCEPT-FILE-NAME PIC X(40) VALUE "EXCEPTIONS.TXT".
01 EXC-FS PIC XX VALUE "00".
01 EXC-OPEN PIC X(1) VALUE 'N'.
01 EXC-COUNT PIC 9(6) VALUE 0.
01 EXC-TAG PIC X(9) VALUE SPACES.

*> Stepping a date back one day (as in AOC-COBOL-DAY-1-DORM), for
*> the prior drop's default data date
01 STEP-YYMM PIC 9(6) VALUE 0.
01 STEP-DD PIC 9(2) VALUE 0.
01 STEP-TARGET PIC 9(8) VALUE 0.
01 STEP-DONE PIC X(1) VALUE 'N'.

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

*> One drop's two ID lists, loaded then sorted so the collapse into
*> per-ID occurrence counts is one merge walk; reused for both days
78 MAX-DROP-ROWS VALUE 100000.
PROCEDURE DIVISION.
    *> Start of main()
    PERFORM init-parms.
    PERFORM open-location-ref.

    MOVE PRIOR-FILE-NAME TO DROP-FILE-NAME.
    MOVE 'P' TO FILL-SIDE.
    MOVE PRIOR-DATE TO REF-DATE.
    PERFORM load-one-drop.
    DISPLAY PRIOR-COUNT " DISTINCT ID(S) IN THE PRIOR DROP".

    MOVE TODAY-FILE-NAME TO DROP-FILE-NAME.
    MOVE 'T' TO FILL-SIDE.
    MOVE DATA-DATE TO REF-DATE.
    PERFORM load-one-drop.
    DISPLAY TODAY-COUNT " DISTINCT ID(S) IN TODAY'S DROP".
    IF LOCREF-OPEN = 'Y'
        CLOSE locref-file
        MOVE 'N' TO LOCREF-OPEN
    END-IF.
    IF EXC-OPEN = 'Y'
        CLOSE exception-file
        MOVE 'N' TO EXC-OPEN
    END-IF.

    OPEN OUTPUT delta-file.
    PERFORM compare-one-id
        DISPLAY REJ-COUNT " ROW(S) REJECTED ACROSS THE TWO DROPS"
        MOVE 'Y' TO WARN-FLAG
    END-IF.
    IF PRI-REF-REJ > 0 OR PRI-REF-FLAG > 0
        DISPLAY "PRIOR DROP AGAINST THE LOCATION REFERENCE AT "
            PRIOR-DATE ": " PRI-REF-REJ " ROW(S) KEPT OUT, "
            PRI-REF-FLAG " FLAGGED"
    END-IF.
    IF FLAG-COUNT > 0
        DISPLAY FLAG-COUNT " ROW(S) IN TODAY'S DROP FLAGGED AGAINST"
            " THE LOCATION REFERENCE"
        MOVE 'Y' TO WARN-FLAG
    END-IF.
    IF EXC-COUNT > 0
        DISPLAY EXC-COUNT " LOCATION EXCEPTION(S) ADDED TO "
            EXCEPT-FILE-NAME
    END-IF.

    IF WARN-FLAG = 'Y'
        MOVE 4 TO JOB-RC
    ACCEPT PARM-STRING FROM COMMAND-LINE.

    UNSTRING PARM-STRING DELIMITED BY ","
        INTO PARM-PRIOR, PARM-TODAY, PARM-DELTA, PARM-FORMAT,
            PARM-LOCREF-CHECK, PARM-DATA-DATE, PARM-PRIOR-DATE
    END-UNSTRING.
    ACCEPT RUN-DATE FROM DATE YYYYMMDD.

    IF PARM-PRIOR = SPACES OR PARM-TODAY = SPACES
        DISPLAY "ABEND: NEED PRIOR AND TODAY DROP FILES, EG "
        MOVE 'Y' TO CSV-MODE
    END-IF.

    IF PARM-LOCREF-CHECK NOT = SPACES
        INSPECT PARM-LOCREF-CHECK CONVERTING "rfn" TO "RFN"
        IF PARM-LOCREF-CHECK = 'R' OR PARM-LOCREF-CHECK = 'F'
            OR PARM-LOCREF-CHECK = 'N'
            MOVE PARM-LOCREF-CHECK TO LOCREF-CHECK
        ELSE
            DISPLAY "ABEND: LOCATION CHECK MUST BE R, F OR N, NOT "
                PARM-LOCREF-CHECK
            MOVE 12 TO JOB-RC
            PERFORM job-abend
        END-IF
    END-IF.

    *> The reference is dated with the data dates, as the daily job
    *> dates it with PROC-DATE: today's drop with today's data date
    *> (the run date unless given), the prior drop with its own (the
    *> day before, unless given)
    IF PARM-DATA-DATE = SPACES
        MOVE RUN-DATE TO DATA-DATE
    ELSE
        MOVE PARM-DATA-DATE TO date-chk
        IF date-chk NOT NUMERIC
            DISPLAY "ABEND: DATA DATE MUST BE YYYYMMDD, GOT "
                PARM-DATA-DATE
            MOVE 12 TO JOB-RC
            PERFORM job-abend
        END-IF
        MOVE date-chk TO DATA-DATE
    END-IF.
    IF PARM-PRIOR-DATE = SPACES
        MOVE DATA-DATE TO PRIOR-DATE
        PERFORM step-back-one-day
    ELSE
        MOVE PARM-PRIOR-DATE TO date-chk
        IF date-chk NOT NUMERIC
            DISPLAY "ABEND: PRIOR DATA DATE MUST BE YYYYMMDD, GOT "
                PARM-PRIOR-DATE
            MOVE 12 TO JOB-RC
            PERFORM job-abend
        END-IF
        MOVE date-chk TO PRIOR-DATE
    END-IF.

    DISPLAY "DELTA CUT " PRIOR-FILE-NAME " -> " TODAY-FILE-NAME
        " INTO " DELTA-FILE-NAME.
    IF LOCREF-CHECK NOT = 'N'
        DISPLAY "LOCATION REFERENCE DATED " PRIOR-DATE " -> "
            DATA-DATE
    END-IF.
    IF CSV-MODE = 'Y'
        DISPLAY "CSV EXTRACT FORMAT"
    END-IF.
    PERFORM store-or-reject-row.

store-or-reject-row.
    MOVE SPACES TO REF-REASON.
    IF VALID-LINE = 'Y'
        PERFORM vet-row-locations
    END-IF.
    IF VALID-LINE = 'Y'
        IF WRK-COUNT >= MAX-DROP-ROWS
            DISPLAY "ABEND: " DROP-FILE-NAME " HOLDS MORE THAN "
        MOVE lnum TO LEFT-ID(WRK-COUNT)
        MOVE rnum TO RIGHT-ID(WRK-COUNT)
    ELSE
        IF REF-REASON = SPACES
            COMPUTE REJ-COUNT = REJ-COUNT + 1
            DISPLAY DROP-FILE-NAME " ROW " READ-ROW-NUM
                " REJECTED: " frow
        ELSE
            DISPLAY DROP-FILE-NAME " ROW " READ-ROW-NUM
                " REJECTED: " REF-REASON(1:REF-PTR - 1) " | " frow
            *> Kept out of the prior drop only so that it matches
            *> today's treatment of the ID: not a fault of this run
            IF FILL-SIDE = 'P'
                COMPUTE PRI-REF-REJ = PRI-REF-REJ + 1
            ELSE
                COMPUTE REJ-COUNT = REJ-COUNT + 1
                MOVE "REJECTED:" TO EXC-TAG
                PERFORM write-location-exception
            END-IF
        END-IF
    END-IF.

open-location-ref.
    *> No reference on file downgrades the ID lookup to a warning,
    *> the same way the daily job treats it
    IF LOCREF-CHECK = 'N'
        DISPLAY "LOCATION REFERENCE CHECK SWITCHED OFF"
    ELSE
        OPEN INPUT locref-file
        IF LOC-FS = "35"
            DISPLAY "NO LOCATION REFERENCE " LOCREF-FILE-NAME
                ", SKIPPING LOCATION ID CHECK"
            MOVE 'Y' TO WARN-FLAG
        ELSE
            IF LOC-FS NOT = "00"
                DISPLAY "ABEND: CANNOT OPEN LOCATION REFERENCE "
                    LOCREF-FILE-NAME ", FILE STATUS " LOC-FS
                MOVE 23 TO JOB-RC
                PERFORM job-abend
            END-IF
            MOVE 'Y' TO LOCREF-OPEN
        END-IF
    END-IF.

vet-row-locations.
    *> Both IDs of a numerically good row against the reference as
    *> at the drop's data date, as the daily job's vet-row-locations
    *> does
    MOVE 1 TO REF-PTR.
    IF LOCREF-OPEN = 'Y'
        MOVE lnum TO REF-CHK-ID
        MOVE "LEFT" TO REF-SIDE
        PERFORM check-one-location
        MOVE rnum TO REF-CHK-ID
        MOVE "RIGHT" TO REF-SIDE
        PERFORM check-one-location
    END-IF.
    IF REF-REASON NOT = SPACES
        IF LOCREF-CHECK = 'F'
            DISPLAY DROP-FILE-NAME " ROW " READ-ROW-NUM
                " FLAGGED: " REF-REASON(1:REF-PTR - 1) " | " frow
            IF FILL-SIDE = 'P'
                COMPUTE PRI-REF-FLAG = PRI-REF-FLAG + 1
            ELSE
                COMPUTE FLAG-COUNT = FLAG-COUNT + 1
                MOVE "FLAGGED:" TO EXC-TAG
                PERFORM write-location-exception
            END-IF
        ELSE
            MOVE 'N' TO VALID-LINE
        END-IF
    END-IF.

check-one-location.
    MOVE SPACES TO REF-VERDICT.
    MOVE REF-CHK-ID TO LOC-ID.
    READ locref-file
        INVALID KEY MOVE "UNKNOWN" TO REF-VERDICT
        NOT INVALID KEY
            IF LOC-EFF-FROM > REF-DATE
                MOVE "NOT YET EFFECTIVE" TO REF-VERDICT
            ELSE
                IF LOC-STATUS = 'R'
                    AND (LOC-EFF-TO = 0 OR LOC-EFF-TO <= REF-DATE)
                    MOVE "RETIRED" TO REF-VERDICT
                END-IF
            END-IF
    END-READ.
    IF REF-VERDICT NOT = SPACES
        IF REF-PTR > 1
            STRING ", " DELIMITED BY SIZE INTO REF-REASON
                WITH POINTER REF-PTR
        END-IF
        STRING REF-VERDICT DELIMITED BY "  ",
            " " DELIMITED BY SIZE,
            REF-SIDE DELIMITED BY SPACE,
            " ID ", REF-CHK-ID DELIMITED BY SIZE
            INTO REF-REASON WITH POINTER REF-PTR
    END-IF.

write-location-exception.
    *> One line in the daily job's layout, "ROW n REJECTED: reason |
    *> row" or "ROW n FLAGGED: ...", tagged with where it came from as
    *> the daily job tags a region's lines. The file is the daily
    *> job's: appended to, and only started here if it is not there.
    IF EXC-OPEN = 'N'
        OPEN EXTEND exception-file
        IF EXC-FS = "35"
            OPEN OUTPUT exception-file
        END-IF
        MOVE 'Y' TO EXC-OPEN
    END-IF.
    MOVE SPACES TO exc-row.
    STRING "DELTA ROW " READ-ROW-NUM " " DELIMITED BY SIZE,
        EXC-TAG DELIMITED BY SPACE,
        " " REF-REASON(1:REF-PTR - 1) " | " frow DELIMITED BY SIZE
        INTO exc-text.
    WRITE exc-row.
    COMPUTE EXC-COUNT = EXC-COUNT + 1.

collapse-one-id.
    *> Pick the smallest unconsumed ID across both sides, then soak
    *> up every occurrence of it from each side into one table entry
    STRING dact, SPACE, dlst, SPACE, DELTA-ID INTO delta-row.
    WRITE delta-row.

step-back-one-day.
    DIVIDE PRIOR-DATE BY 100 GIVING STEP-YYMM REMAINDER STEP-DD.
    IF STEP-DD > 1
        COMPUTE PRIOR-DATE = PRIOR-DATE - 1
        EXIT PARAGRAPH
    END-IF.
    *> Off the first of a month: try the 31st of the month before and
    *> come down until its day number is the first's less one
    MOVE PRIOR-DATE TO CNV-DATE.
    PERFORM convert-date-to-days.
    COMPUTE STEP-TARGET = CNV-DAYS - 1.
    DIVIDE STEP-YYMM BY 100 GIVING CNV-YY REMAINDER CNV-MM.
    IF CNV-MM = 1
        COMPUTE STEP-YYMM = (CNV-YY - 1) * 100 + 12
    ELSE
        COMPUTE STEP-YYMM = STEP-YYMM - 1
    END-IF.
    COMPUTE PRIOR-DATE = STEP-YYMM * 100 + 31.
    MOVE 'N' TO STEP-DONE.
    PERFORM trim-month-end UNTIL STEP-DONE = 'Y'.

trim-month-end.
    MOVE PRIOR-DATE TO CNV-DATE.
    PERFORM convert-date-to-days.
    IF CNV-DAYS = STEP-TARGET
        MOVE 'Y' TO STEP-DONE
    ELSE
        COMPUTE PRIOR-DATE = PRIOR-DATE - 1
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

job-abend.
    MOVE JOB-RC TO RETURN-CODE.
    STOP RUN.
