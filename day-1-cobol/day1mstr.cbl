*> Maintains the indexed location-ID master (MASTER.IDX), keyed by ID
*> and carrying each ID's left-list and right-list occurrence counts,
*> so the daily totals can come off the master instead of re-sorting
*> the full drop file every morning. Five modes, picked by PARM:
*>   R,drop.txt   full rebuild from a complete drop file (the
*>                periodic true-up)
*>   D,delta.txt  apply a delta file of adds and deletes
*>   C,,part      compute part 1, 2 or B straight off the master
*>   B,run        back out a prior run's postings from its journal
*>   A,date,part  rebuild the master as it stood at the end of a past
*>                date into a separate copy, for the auditors
*>   V            convert a master still in the counts-only layout to
*>                the one carrying lifecycle dates, in place
*> A 4th PARM field overrides the master file name, a 5th the journal.
*> R and D runs hold incoming IDs to the location reference master
*> (LOCREF.IDX) the daily job checks: a rebuild row with an unknown,
*> retired or not-yet-effective ID on either side is rejected (or
*> posted and flagged), and so is a delta add for one. Delta deletes
*> are never checked, so a retired ID can still leave the master.
*> The reference is dated with the data date, as the daily job dates
*> it with its processing date, and each reject or flag is written
*> to the daily job's exception file (EXCEPTIONS.TXT) in its layout,
*> tagged MASTER, for AOC-COBOL-DAY-1-EXCW and -OPS to pick up.
*> IDs are held nine digits wide throughout, so the master will take
*> the widened upstream IDs without a reload.
*> Delta records are "action list id", space delimited, eg:
*> bad delta file can be taken back out with a B run instead of a
*> full rebuild from a drop we may no longer have. A backout's own
*> postings are journaled under a fresh run number like any other.
*> An as-of run never touches the live master: it copies it to
*> MASTER-ASOF-YYYYMMDD.IDX and rolls that copy back through every
*> posting journaled after the date, newest first, off the before
*> images, the way a backout does. A rebuild truncates the master
*> without journaling what it threw away, so when one lies after
*> the date the copy is instead started empty and rolled forward off
*> the after images from the last rebuild on or before it. The
*> report (ASOF-YYYYMMDD.TXT) carries the C-mode results off the
*> copy, an MSTQ-style listing of an ID range, and every ID whose
*> counts differ from today's master; the copy stays behind for
*> AOC-COBOL-DAY-1-MSTQ to query through its master override. The
*> copy carries counts only: its lifecycle dates are left at zero.
*> Each master record carries its lifecycle: the date the ID was
*> first seen, the date and journal run of the last posting that
*> moved its counts, and the date one side last went to zero while
*> the other stayed up (zero once both sides hold counts). Every
*> posting stamps them. A rebuild carries them over from the master
*> it replaces, and leaves the last activity alone for IDs whose
*> counts come out the same, so a true-up is not mistaken for
*> movement. A V run converts the counts-only layout: it unloads the
*> old records to MSTV-YYYYMMDD.TXT, dates each ID from its postings
*> on the journal, and writes the master back out under the same
*> name; IDs with no postings are dated from the conversion.
*> A C run's part 1 also writes a distance analysis of its pairs
*> (DISTANCE-MST-YYYYMMDD.TXT), laid out as the daily job's: a
*> histogram of pair distances by band with a count and total per
*> band, the largest pairs with their left and right IDs, and the
*> share of the total carried by the largest 1% of pairs. Pairs
*> over the outlier distance are listed in OUTLIERS-MST-YYYYMMDD.TXT.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
    ACCESS MODE IS DYNAMIC
    RECORD KEY IS MST-ID
    FILE STATUS IS MST-FS.
    SELECT old-master-file ASSIGN TO DYNAMIC MASTER-FILE-NAME
    ORGANIZATION IS INDEXED
    ACCESS MODE IS SEQUENTIAL
    RECORD KEY IS OLD-MST-ID
    FILE STATUS IS MST-FS.
    SELECT drop-file ASSIGN TO DYNAMIC DROP-FILE-NAME
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS DROP-FS.
    SELECT report-file ASSIGN TO DYNAMIC REPORT-FILE-NAME
    ORGANIZATION IS LINE SEQUENTIAL.
    SELECT distance-file ASSIGN TO DYNAMIC DISTANCE-FILE-NAME
    ORGANIZATION IS LINE SEQUENTIAL.
    SELECT outlier-file ASSIGN TO DYNAMIC OUTLIER-FILE-NAME
    ORGANIZATION IS LINE SEQUENTIAL.
    *> Cumulative posting journal: one record per posting, appended
    *> forever, so any run's changes can be inspected or backed out
    SELECT journal-file ASSIGN TO DYNAMIC JOURNAL-FILE-NAME
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS JRN-FS.
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
    05 MST-ID PIC 9(9).
    05 MST-LEFT-COUNT PIC 9(6).
    05 MST-RIGHT-COUNT PIC 9(6).
    05 MST-FIRST-SEEN PIC 9(8).
    05 MST-LAST-ACTIVITY PIC 9(8).
    05 MST-LAST-RUN PIC 9(6).
    05 MST-ZERO-SINCE PIC 9(8).

*> The master as it was laid out before the lifecycle dates, read
*> only by the V conversion
FD old-master-file.
01 old-mst-rec.
    05 OLD-MST-ID PIC 9(9).
    05 OLD-MST-LEFT-COUNT PIC 9(6).
    05 OLD-MST-RIGHT-COUNT PIC 9(6).

*> In R mode this is the full drop file of left/right pairs; in D
*> mode it is the delta file of adds and deletes
FD report-file.
01 rpt-row PIC X(100).

*> C-mode part 1 distance analysis and outlier pairs, in the daily
*> job's layouts
FD distance-file.
01 dist-row PIC X(100).

FD outlier-file.
01 outl-row PIC X(100).

*> One journal record per posting: the date and run it belongs to,
*> the mode that made it, what happened to which side of which ID,
*> and the counts before and after. Actions are C (record created),
    05 FILLER PIC X(1) VALUE SPACE.
    05 JRN-AFT-RIGHT PIC 9(6).

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
*> PARM layout: mode, input file, part, master override, journal
*> override, eg:
*> AOC-COBOL-DAY-1-MSTR "C,,B"
*> AOC-COBOL-DAY-1-MSTR "B,000003"
*> In B mode the input slot carries the journal run number to back out
*> A 6th field sets the location reference check for R and D runs,
*> as the daily job's LOCREF-CHECK does: R (the default) to reject,
*> F to post and flag, N to skip the lookup:
*> AOC-COBOL-DAY-1-MSTR "D,DELTA.TXT,,,,F"
*> An 11th field gives the data date (YYYYMMDD) that check is dated
*> with, defaulting to the run date as the daily job's EXPECT-DATE
*> does, for a run that posts a past day's drop or delta:
*> AOC-COBOL-DAY-1-MSTR "D,DELTA.TXT,,,,R,,,,,20260904"
*> In A mode the input slot carries the as-of date, and a 7th and
*> 8th field give the ID range to list (the diff against today's
*> master keeps to the range too; without one it covers every ID):
*> AOC-COBOL-DAY-1-MSTR "A,20260901,B,,,,1000,2000"
*> In C mode a 9th field sets how many of the largest part 1 pairs
*> the distance analysis lists (default 10, up to 50) and a 10th
*> the distance over which a pair is listed as an outlier (default
*> 10000, 0 for no outlier list), as the daily job's DIST-TOP-N and
*> OUTLIER-DISTANCE do:
*> AOC-COBOL-DAY-1-MSTR "C,,1,,,,,,20,50000"
01 PARM-STRING PIC X(200) VALUE SPACES.
01 PARM-TAB.
    05 PARM-MODE PIC X(1) VALUE SPACES.
    05 PARM-PART PIC X(1) VALUE SPACES.
    05 PARM-MASTER PIC X(40) VALUE SPACES.
    05 PARM-JOURNAL PIC X(40) VALUE SPACES.
    05 PARM-LOCREF-CHECK PIC X(1) VALUE SPACES.
    05 PARM-FROM-ID PIC X(12) VALUE SPACES.
    05 PARM-TO-ID PIC X(12) VALUE SPACES.
    05 PARM-DIST-TOP-N PIC X(2) VALUE SPACES.
    05 PARM-OUTLIER-DIST PIC X(9) VALUE SPACES.
    05 PARM-DATA-DATE PIC X(8) VALUE SPACES.

01 RUN-MODE PIC X(1) VALUE SPACE.
01 PART PIC 9 VALUE 1.

*> Graduated return codes, in step with AOC-COBOL-DAY-1's scheme:
*>    0 clean
*>    4 completed with warnings (rows or deltas rejected, location
*>      IDs flagged, or no location reference on file)
*>   12 cannot open the drop or delta file, or a bad as-of date,
*>      ID range, distance analysis setting, LOCREF-CHECK value or
*>      data date
*>   16 no master file where one is required
*>   17 master holds more distinct IDs than the calc tables take
*>   18 left-list and right-list totals disagree in a part 1 calc
*>   20 unexpected master file status
*>   21 bad backout run number, or no journal records for it
*>   22 unexpected journal file status
*>   23 the location reference file is on disk but cannot be opened
*>   24 the as-of date cannot be rebuilt: a rebuild lies after it and
*>      the journal holds none on or before it to roll forward from
*> A V run ends 4 when some IDs had no postings to date them from,
*> and 20 on a master that will not open in the old layout (most
*> likely one already converted).
01 JOB-RC PIC 9(2) VALUE 0.
01 WARN-FLAG PIC X(1) VALUE 'N'.

01 REJ-COUNT PIC 9(6) VALUE 0.
01 UPD-COUNT PIC 9(6) VALUE 0.

*> Location reference check, dated with DATA-DATE: REF-REASON
*> carries the reason(s) for the row or delta in hand
01 LOCREF-FILE-NAME PIC X(40) VALUE "LOCREF.IDX".
01 DATA-DATE PIC 9(8) VALUE 0.
01 date-chk PIC X(8).
01 LOC-FS PIC XX VALUE "00".
01 LOCREF-CHECK PIC X(1) VALUE 'R'.
01 LOCREF-OPEN PIC X(1) VALUE 'N'.
01 FLAG-COUNT PIC 9(6) VALUE 0.
01 REF-CHK-ID PIC 9(9) VALUE 0.
01 REF-SIDE PIC X(5) VALUE SPACES.
01 REF-VERDICT PIC X(17) VALUE SPACES.
01 REF-REASON PIC X(80) VALUE SPACES.
01 REF-PTR PIC 9(3) VALUE 1.

*> Location rejects and flags, as exception lines
01 EXCEPT-FILE-NAME PIC X(40) VALUE "EXCEPTIONS.TXT".
01 EXC-FS PIC XX VALUE "00".
01 EXC-OPEN PIC X(1) VALUE 'N'.
01 EXC-COUNT PIC 9(6) VALUE 0.
01 EXC-TAG PIC X(9) VALUE SPACES.

*> Delta fields: action (A add, D delete), list (L left, R right)
01 dact PIC X(1).
01 dlst PIC X(1).
01 dnum PIC X(9).
01 dnum-chk PIC X(9).

*> Lifecycle carry-over: the master's records with their dates, as
*> they stood before a rebuild or a V conversion, in ascending ID
*> order for the binary search (lo/hi bound it, CARRY-HIT is the
*> answer for SRCH-ID at cx)
01 CR-COUNT PIC 9(6) VALUE 0.
01 carry-tab.
    05 carry-entry OCCURS 1 TO 200000 TIMES DEPENDING ON CR-COUNT.
        10 CR-ID PIC 9(9).
        10 CR-LEFT PIC 9(6).
        10 CR-RIGHT PIC 9(6).
        10 CR-FIRST PIC 9(8).
        10 CR-ACT PIC 9(8).
        10 CR-RUN PIC 9(6).
        10 CR-ZERO PIC 9(8).
01 cx PIC 9(6) VALUE 1.
01 lo PIC 9(6) VALUE 1.
01 hi PIC 9(6) VALUE 0.
01 SRCH-ID PIC 9(9) VALUE 0.
01 CARRY-HIT PIC X(1) VALUE 'N'.
01 CARRIED-COUNT PIC 9(6) VALUE 0.
01 UNDATED-COUNT PIC 9(6) VALUE 0.

*> The ID being bumped and which side of the master it lands on
01 BUMP-ID PIC 9(9) VALUE 0.
01 BUMP-LIST PIC X(1) VALUE 'L'.
01 RES-PART-1 PIC 9(15) VALUE 0.
01 RES-PART-2 PIC 9(15) VALUE 0.

*> Part 1 distance analysis, C mode only (DIST-ACTIVE): every pair
*> the walk makes is banded by size, the DIST-TOP-N largest are kept
*> with their IDs and any over OUTLIER-DIST is listed (0 turns the
*> outlier list off). The distances are kept in DIST-VALUE for the
*> top 1% share, up to MAX-DIST-PAIRS of them; past that the share
*> is not taken (DIST-OVERFLOW) but the rest of the analysis is.
01 DIST-ACTIVE PIC X(1) VALUE 'N'.
01 DISTANCE-FILE-NAME PIC X(40) VALUE SPACES.
01 OUTLIER-FILE-NAME PIC X(40) VALUE SPACES.
78 MAX-TOP-N VALUE 50.
01 DIST-TOP-N PIC 9(2) VALUE 10.
01 OUTLIER-DIST PIC 9(9) VALUE 10000.
01 OUTLIER-COUNT PIC 9(8) VALUE 0.
01 OUTLIER-TOTAL PIC 9(15) VALUE 0.
01 dist-num-chk PIC X(9) VALUE SPACES.
*> Mirror of AOC-COBOL-DAY-1's distance bands; keep the two in step
78 MAX-DIST-BANDS VALUE 8.
01 dist-band-lows.
    05 FILLER PIC 9(9) VALUE 0.
    05 FILLER PIC 9(9) VALUE 1.
    05 FILLER PIC 9(9) VALUE 10.
    05 FILLER PIC 9(9) VALUE 100.
    05 FILLER PIC 9(9) VALUE 1000.
    05 FILLER PIC 9(9) VALUE 10000.
    05 FILLER PIC 9(9) VALUE 100000.
    05 FILLER PIC 9(9) VALUE 1000000.
01 dist-band-low-tab REDEFINES dist-band-lows.
    05 BAND-LOW PIC 9(9) OCCURS 8 TIMES.
01 dist-band-names.
    05 FILLER PIC X(20) VALUE "0 (EXACT MATCH)".
    05 FILLER PIC X(20) VALUE "1 - 9".
    05 FILLER PIC X(20) VALUE "10 - 99".
    05 FILLER PIC X(20) VALUE "100 - 999".
    05 FILLER PIC X(20) VALUE "1000 - 9999".
    05 FILLER PIC X(20) VALUE "10000 - 99999".
    05 FILLER PIC X(20) VALUE "100000 - 999999".
    05 FILLER PIC X(20) VALUE "1000000 AND OVER".
01 dist-band-name-tab REDEFINES dist-band-names.
    05 BAND-NAME PIC X(20) OCCURS 8 TIMES.
01 dist-band-tab.
    05 dist-band OCCURS 8 TIMES.
        10 BAND-COUNT PIC 9(8).
        10 BAND-TOTAL PIC 9(15).
01 bx PIC 9(2) VALUE 0.
01 TOP-COUNT PIC 9(2) VALUE 0.
01 top-pair-tab.
    05 top-pair OCCURS 50 TIMES.
        10 TOP-DIST PIC 9(9).
        10 TOP-LEFT PIC 9(9).
        10 TOP-RIGHT PIC 9(9).
01 top-pair-hold PIC X(27) VALUE SPACES.
01 tx PIC 9(2) VALUE 0.
01 DST-LEFT PIC 9(9) VALUE 0.
01 DST-RIGHT PIC 9(9) VALUE 0.
78 MAX-DIST-PAIRS VALUE 200000.
01 DIST-OVERFLOW PIC X(1) VALUE 'N'.
01 DIST-COUNT PIC 9(6) VALUE 0.
01 dist-tab.
    05 DIST-VALUE PIC 9(9) OCCURS 1 TO 200000 TIMES
        DEPENDING ON DIST-COUNT.
01 dx PIC 9(6) VALUE 0.
01 TOP-PCT-PAIRS PIC 9(6) VALUE 0.
01 TOP-PCT-TOTAL PIC 9(15) VALUE 0.
01 SHARE-AMOUNT PIC 9(15) VALUE 0.
01 SHARE-PCT PIC 9(3)V9 VALUE 0.
01 SHARE-SHOW PIC ZZ9.9.

*> As-of reconstruction: the date and ID range asked for, the live
*> master's name while the copy is being worked, and how the copy
*> was reached - B rolled back from today, F rolled forward from the
*> last rebuild on or before the date (FWD-RUN), forced when a
*> rebuild (REBUILD-AFTER) lies after it. JB-OVERFLOW says the
*> roll-back postings outran the table, which only matters if the
*> copy has to be rolled back.
01 ASOF-DATE PIC 9(8) VALUE 0.
01 JB-OVERFLOW PIC X(1) VALUE 'N'.
01 asof-chk PIC X(8).
01 RANGE-FROM PIC 9(9) VALUE 0.
01 RANGE-TO PIC 9(9) VALUE 999999999.
01 RANGE-GIVEN PIC X(1) VALUE 'N'.
01 range-chk PIC X(12).
01 LIVE-MASTER-NAME PIC X(40) VALUE SPACES.
01 ASOF-METHOD PIC X(1) VALUE 'B'.
01 REBUILD-AFTER PIC 9(6) VALUE 0.
01 FWD-RUN PIC 9(6) VALUE 0.
01 JRN-FIRST-DATE PIC 9(8) VALUE 0.
01 ROLLED-COUNT PIC 9(6) VALUE 0.
01 LISTED-COUNT PIC 9(6) VALUE 0.
01 DIFF-COUNT PIC 9(6) VALUE 0.

*> Today's master, held beside the rebuilt copy in mst-tab for the
*> diff; both are in ascending ID order, so the diff is one merge
01 LV-COUNT PIC 9(6) VALUE 0.
01 live-tab.
    05 live-entry OCCURS 1 TO 200000 TIMES DEPENDING ON LV-COUNT.
        10 LV-ID PIC 9(9).
        10 LV-LEFT PIC 9(6).
        10 LV-RIGHT PIC 9(6).
01 lx PIC 9(6) VALUE 1.
01 DF-ID PIC 9(9) VALUE 0.
01 DF-ASOF-L PIC 9(6) VALUE 0.
01 DF-ASOF-R PIC 9(6) VALUE 0.
01 DF-LIVE-L PIC 9(6) VALUE 0.
01 DF-LIVE-R PIC 9(6) VALUE 0.

PROCEDURE DIVISION.
    *> Start of main()
    ACCEPT RUN-DATE FROM DATE YYYYMMDD.
    PERFORM init-parms.

    IF RUN-MODE = 'R'
        PERFORM rebuild-master
            IF RUN-MODE = 'B'
                PERFORM backout-postings
            ELSE
                IF RUN-MODE = 'A'
                    PERFORM rebuild-as-of
                ELSE
                    IF RUN-MODE = 'V'
                        PERFORM convert-master
                    ELSE
                        PERFORM calc-from-master
                    END-IF
                END-IF
            END-IF
        END-IF
    END-IF.

    UNSTRING PARM-STRING DELIMITED BY ","
        INTO PARM-MODE, PARM-FILE, PARM-PART, PARM-MASTER,
            PARM-JOURNAL, PARM-LOCREF-CHECK, PARM-FROM-ID, PARM-TO-ID,
            PARM-DIST-TOP-N, PARM-OUTLIER-DIST, PARM-DATA-DATE
    END-UNSTRING.

    IF PARM-MODE = 'R' OR PARM-MODE = 'r'
                IF PARM-MODE = 'B' OR PARM-MODE = 'b'
                    MOVE 'B' TO RUN-MODE
                ELSE
                    IF PARM-MODE = 'A' OR PARM-MODE = 'a'
                        MOVE 'A' TO RUN-MODE
                    ELSE
                        IF PARM-MODE = 'V' OR PARM-MODE = 'v'
                            MOVE 'V' TO RUN-MODE
                        ELSE
                            DISPLAY "ABEND: MODE MUST BE R, D, C, B, A"
                                " OR V, GOT " PARM-MODE
                            MOVE 12 TO RETURN-CODE
                            STOP RUN
                        END-IF
                    END-IF
                END-IF
            END-IF
        END-IF
        MOVE PARM-FILE TO BACKOUT-RUN
    END-IF.

    *> An as-of run names its date in the input slot, and may name
    *> an ID range to list
    IF RUN-MODE = 'A'
        MOVE PARM-FILE TO asof-chk
        IF PARM-FILE(9:32) NOT = SPACES OR asof-chk NOT NUMERIC
            DISPLAY "ABEND: MODE A NEEDS AN AS-OF DATE YYYYMMDD, GOT "
                PARM-FILE
            MOVE 12 TO RETURN-CODE
            STOP RUN
        END-IF
        MOVE asof-chk TO ASOF-DATE
        IF PARM-FROM-ID NOT = SPACES
            MOVE PARM-FROM-ID TO range-chk
            INSPECT range-chk REPLACING TRAILING SPACE BY ZERO
            IF range-chk NOT NUMERIC OR PARM-FROM-ID(10:3) NOT = SPACES
                DISPLAY "ABEND: RANGE START " PARM-FROM-ID
                    " NOT AN ID"
                MOVE 12 TO RETURN-CODE
                STOP RUN
            END-IF
            MOVE PARM-FROM-ID TO RANGE-FROM
            MOVE 'Y' TO RANGE-GIVEN
        END-IF
        IF PARM-TO-ID NOT = SPACES
            MOVE PARM-TO-ID TO range-chk
            INSPECT range-chk REPLACING TRAILING SPACE BY ZERO
            IF range-chk NOT NUMERIC OR PARM-TO-ID(10:3) NOT = SPACES
                DISPLAY "ABEND: RANGE END " PARM-TO-ID " NOT AN ID"
                MOVE 12 TO RETURN-CODE
                STOP RUN
            END-IF
            MOVE PARM-TO-ID TO RANGE-TO
            MOVE 'Y' TO RANGE-GIVEN
        END-IF
        IF RANGE-TO < RANGE-FROM
            DISPLAY "ABEND: RANGE END " RANGE-TO " BELOW RANGE"
                " START " RANGE-FROM
            MOVE 12 TO RETURN-CODE
            STOP RUN
        END-IF
    END-IF.

    IF PARM-DIST-TOP-N NOT = SPACES
        MOVE SPACES TO dist-num-chk
        MOVE PARM-DIST-TOP-N TO dist-num-chk
        INSPECT dist-num-chk REPLACING TRAILING SPACE BY ZERO
        IF dist-num-chk NOT NUMERIC
            DISPLAY "ABEND: DISTANCE TOP-N " PARM-DIST-TOP-N
                " NOT NUMERIC"
            MOVE 12 TO RETURN-CODE
            STOP RUN
        END-IF
        MOVE PARM-DIST-TOP-N TO DIST-TOP-N
        IF DIST-TOP-N > MAX-TOP-N
            DISPLAY "ABEND: DISTANCE TOP-N " DIST-TOP-N
                " OVER THE LIMIT OF " MAX-TOP-N
            MOVE 12 TO RETURN-CODE
            STOP RUN
        END-IF
    END-IF.

    IF PARM-OUTLIER-DIST NOT = SPACES
        MOVE PARM-OUTLIER-DIST TO dist-num-chk
        INSPECT dist-num-chk REPLACING TRAILING SPACE BY ZERO
        IF dist-num-chk NOT NUMERIC
            DISPLAY "ABEND: OUTLIER DISTANCE " PARM-OUTLIER-DIST
                " NOT NUMERIC"
            MOVE 12 TO RETURN-CODE
            STOP RUN
        END-IF
        MOVE PARM-OUTLIER-DIST TO OUTLIER-DIST
    END-IF.

    IF PARM-PART = '2'
        MOVE 2 TO PART
    ELSE
        MOVE PARM-JOURNAL TO JOURNAL-FILE-NAME
    END-IF.

    IF PARM-LOCREF-CHECK NOT = SPACES
        INSPECT PARM-LOCREF-CHECK CONVERTING "rfn" TO "RFN"
        IF PARM-LOCREF-CHECK = 'R' OR PARM-LOCREF-CHECK = 'F'
            OR PARM-LOCREF-CHECK = 'N'
            MOVE PARM-LOCREF-CHECK TO LOCREF-CHECK
        ELSE
            DISPLAY "ABEND: LOCATION CHECK MUST BE R, F OR N, NOT "
                PARM-LOCREF-CHECK
            MOVE 12 TO RETURN-CODE
            STOP RUN
        END-IF
    END-IF.

    IF PARM-DATA-DATE = SPACES
        MOVE RUN-DATE TO DATA-DATE
    ELSE
        MOVE PARM-DATA-DATE TO date-chk
        IF date-chk NOT NUMERIC
            DISPLAY "ABEND: DATA DATE MUST BE YYYYMMDD, GOT "
                PARM-DATA-DATE
            MOVE 12 TO RETURN-CODE
            STOP RUN
        END-IF
        MOVE date-chk TO DATA-DATE
    END-IF.

    DISPLAY "MASTER MODE " RUN-MODE ", MASTER=" MASTER-FILE-NAME.

rebuild-master.
    *> Periodic true-up: throw the old master away and rebuild it
    *> from a complete drop file, counting every ID's occurrences on
    *> each side as the rows stream past. The old master's lifecycle
    *> dates are held first, to be carried on to the new one.
    PERFORM load-carry-from-master.
    OPEN OUTPUT master-file.
    IF MST-FS NOT = "00"
        DISPLAY "ABEND: CANNOT CREATE " MASTER-FILE-NAME
        PERFORM job-abend
    END-IF.
    PERFORM open-journal.
    PERFORM open-location-ref.
    MOVE SPACE TO feof.
    PERFORM read-drop-row UNTIL feof = 'Y'.
    CLOSE drop-file.
    PERFORM carry-lifecycle-dates.
    CLOSE master-file.
    CLOSE journal-file.
    PERFORM close-location-ref.
    PERFORM close-exception-file.
    DISPLAY "REBUILD COMPLETE: " READ-ROW-NUM " ROW(S) READ, "
        UPD-COUNT " COUNT(S) POSTED, " REJ-COUNT " ROW(S) REJECTED".
    DISPLAY "POSTINGS JOURNALED AS RUN " JRN-RUN-SEQ.
    IF REJ-COUNT > 0
        MOVE 'Y' TO WARN-FLAG
    END-IF.
    PERFORM warn-flagged-ids.

read-drop-row.
    READ drop-file
            MOVE 'N' TO VALID-LINE
        END-IF
    END-IF.
    MOVE SPACES TO REF-REASON.
    MOVE 1 TO REF-PTR.
    IF VALID-LINE = 'Y' AND LOCREF-OPEN = 'Y'
        MOVE lnum TO REF-CHK-ID
        MOVE "LEFT" TO REF-SIDE
        PERFORM check-one-location
        MOVE rnum TO REF-CHK-ID
        MOVE "RIGHT" TO REF-SIDE
        PERFORM check-one-location
        PERFORM settle-location-check
    END-IF.
    IF VALID-LINE = 'Y'
        MOVE lnum TO BUMP-ID
        MOVE 'L' TO BUMP-LIST
        PERFORM bump-master-count
    ELSE
        COMPUTE REJ-COUNT = REJ-COUNT + 1
        IF REF-REASON = SPACES
            DISPLAY "ROW " READ-ROW-NUM " REJECTED: " frow
        ELSE
            DISPLAY "ROW " READ-ROW-NUM " REJECTED: "
                REF-REASON(1:REF-PTR - 1) " | " frow
            MOVE "REJECTED:" TO EXC-TAG
            PERFORM write-location-exception
        END-IF
    END-IF.

bump-master-count.
                ELSE
                    MOVE 1 TO MST-RIGHT-COUNT
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
    MOVE MST-RIGHT-COUNT TO JRN-W-AFT-R.
    PERFORM write-journal-posting.

stamp-lifecycle.
    *> Date the record in hand for the posting about to land on it:
    *> first seen if new, last activity and run always, and when a
    *> side went to zero while the other stayed up. An as-of copy
    *> carries counts only.
    IF RUN-MODE = 'A'
        MOVE 0 TO MST-FIRST-SEEN
        MOVE 0 TO MST-LAST-ACTIVITY
        MOVE 0 TO MST-LAST-RUN
        MOVE 0 TO MST-ZERO-SINCE
        EXIT PARAGRAPH
    END-IF.
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

load-carry-from-master.
    *> A first build has no master to carry from; one that will not
    *> open has most likely not been through a V conversion yet
    OPEN INPUT master-file.
    IF MST-FS = "35"
        EXIT PARAGRAPH
    END-IF.
    IF MST-FS NOT = "00"
        DISPLAY "ABEND: CANNOT OPEN " MASTER-FILE-NAME
            ", FILE STATUS " MST-FS ", CONVERT IT WITH A V RUN FIRST"
        MOVE 20 TO JOB-RC
        PERFORM job-abend
    END-IF.
    MOVE 0 TO MST-ID.
    MOVE SPACE TO feof.
    START master-file KEY NOT LESS MST-ID
        INVALID KEY MOVE 'Y' TO feof
    END-START.
    PERFORM load-one-carry-rec UNTIL feof = 'Y'.
    CLOSE master-file.

load-one-carry-rec.
    READ master-file NEXT
        AT END MOVE 'Y' TO feof
        NOT AT END
            IF CR-COUNT >= MAX-MASTER-IDS
                DISPLAY "ABEND: MASTER HOLDS MORE THAN "
                    MAX-MASTER-IDS " DISTINCT ID(S)"
                MOVE 17 TO JOB-RC
                PERFORM job-abend
            END-IF
            COMPUTE CR-COUNT = CR-COUNT + 1
            MOVE MST-ID TO CR-ID(CR-COUNT)
            MOVE MST-LEFT-COUNT TO CR-LEFT(CR-COUNT)
            MOVE MST-RIGHT-COUNT TO CR-RIGHT(CR-COUNT)
            MOVE MST-FIRST-SEEN TO CR-FIRST(CR-COUNT)
            MOVE MST-LAST-ACTIVITY TO CR-ACT(CR-COUNT)
            MOVE MST-LAST-RUN TO CR-RUN(CR-COUNT)
            MOVE MST-ZERO-SINCE TO CR-ZERO(CR-COUNT)
    END-READ.

carry-lifecycle-dates.
    *> Second pass over the rebuilt master: an ID the old master held
    *> keeps its first-seen date; if its counts came out unchanged it
    *> keeps its last activity too, and a side that was already at
    *> zero keeps the date it went there
    IF CR-COUNT = 0
        EXIT PARAGRAPH
    END-IF.
    MOVE 0 TO MST-ID.
    MOVE SPACE TO feof.
    START master-file KEY NOT LESS MST-ID
        INVALID KEY MOVE 'Y' TO feof
    END-START.
    PERFORM carry-one-rec UNTIL feof = 'Y'.
    DISPLAY CARRIED-COUNT " ID(S) CARRIED THEIR LIFECYCLE DATES OVER".

carry-one-rec.
    READ master-file NEXT
        AT END MOVE 'Y' TO feof
        NOT AT END
            MOVE MST-ID TO SRCH-ID
            PERFORM search-carry-tab
            IF CARRY-HIT = 'Y'
                PERFORM carry-to-rec
            END-IF
    END-READ.

carry-to-rec.
    MOVE CR-FIRST(cx) TO MST-FIRST-SEEN.
    IF MST-LEFT-COUNT = CR-LEFT(cx) AND MST-RIGHT-COUNT = CR-RIGHT(cx)
        MOVE CR-ACT(cx) TO MST-LAST-ACTIVITY
        MOVE CR-RUN(cx) TO MST-LAST-RUN
        MOVE CR-ZERO(cx) TO MST-ZERO-SINCE
    ELSE
        IF CR-ZERO(cx) > 0
            IF (MST-LEFT-COUNT = 0 AND CR-LEFT(cx) = 0)
                OR (MST-RIGHT-COUNT = 0 AND CR-RIGHT(cx) = 0)
                MOVE CR-ZERO(cx) TO MST-ZERO-SINCE
            END-IF
        END-IF
    END-IF.
    REWRITE mst-rec
        INVALID KEY PERFORM master-io-abend
    END-REWRITE.
    COMPUTE CARRIED-COUNT = CARRIED-COUNT + 1.

search-carry-tab.
    *> Binary search of the carry table for SRCH-ID
    MOVE 'N' TO CARRY-HIT.
    MOVE 1 TO lo.
    MOVE CR-COUNT TO hi.
    PERFORM halve-carry-range UNTIL lo > hi OR CARRY-HIT = 'Y'.

halve-carry-range.
    COMPUTE cx = (lo + hi) / 2.
    IF CR-ID(cx) = SRCH-ID
        MOVE 'Y' TO CARRY-HIT
    ELSE
        IF CR-ID(cx) < SRCH-ID
            COMPUTE lo = cx + 1
        ELSE
            COMPUTE hi = cx - 1
        END-IF
    END-IF.

master-io-abend.
    DISPLAY "ABEND: MASTER FILE " MASTER-FILE-NAME " I/O FAILED, "
        "FILE STATUS " MST-FS ", ID " MST-ID.

write-journal-posting.
    *> One record per posting, before and after images both sides,
    *> so a backout can put the counts back exactly as they stood.
    *> An as-of run works a private copy and journals nothing.
    IF RUN-MODE = 'A'
        EXIT PARAGRAPH
    END-IF.
    MOVE SPACES TO jrn-row.
    MOVE RUN-DATE TO JRN-DATE.
    MOVE JRN-RUN-SEQ TO JRN-RUN.
        PERFORM job-abend
    END-IF.
    PERFORM open-journal.
    PERFORM open-location-ref.
    MOVE SPACE TO feof.
    PERFORM read-delta-row UNTIL feof = 'Y'.
    CLOSE drop-file.
    CLOSE master-file.
    CLOSE journal-file.
    PERFORM close-location-ref.
    PERFORM close-exception-file.
    DISPLAY "DELTA RUN COMPLETE: " READ-ROW-NUM " DELTA(S) READ, "
        UPD-COUNT " COUNT(S) POSTED, " REJ-COUNT " REJECTED".
    DISPLAY "POSTINGS JOURNALED AS RUN " JRN-RUN-SEQ.
    IF REJ-COUNT > 0
        MOVE 'Y' TO WARN-FLAG
    END-IF.
    PERFORM warn-flagged-ids.

read-delta-row.
    READ drop-file
            MOVE 'N' TO VALID-LINE
        END-IF
    END-IF.
    *> Only an add is held to the reference: a delete must always be
    *> free to take a retired location's counts off the master
    MOVE SPACES TO REF-REASON.
    MOVE 1 TO REF-PTR.
    IF VALID-LINE = 'Y' AND dact = 'A' AND LOCREF-OPEN = 'Y'
        MOVE dnum TO REF-CHK-ID
        IF dlst = 'L'
            MOVE "LEFT" TO REF-SIDE
        ELSE
            MOVE "RIGHT" TO REF-SIDE
        END-IF
        PERFORM check-one-location
        PERFORM settle-location-check
    END-IF.
    IF VALID-LINE = 'Y'
        MOVE dnum TO BUMP-ID
        MOVE dlst TO BUMP-LIST
        PERFORM bump-master-count
    ELSE
        COMPUTE REJ-COUNT = REJ-COUNT + 1
        IF REF-REASON = SPACES
            DISPLAY "DELTA " READ-ROW-NUM " REJECTED: " frow
        ELSE
            DISPLAY "DELTA " READ-ROW-NUM " REJECTED: "
                REF-REASON(1:REF-PTR - 1) " | " frow
            MOVE "REJECTED:" TO EXC-TAG
            PERFORM write-location-exception
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

close-location-ref.
    IF LOCREF-OPEN = 'Y'
        CLOSE locref-file
        MOVE 'N' TO LOCREF-OPEN
    END-IF.

check-one-location.
    MOVE SPACES TO REF-VERDICT.
    MOVE REF-CHK-ID TO LOC-ID.
    READ locref-file
        INVALID KEY MOVE "UNKNOWN" TO REF-VERDICT
        NOT INVALID KEY
            IF LOC-EFF-FROM > DATA-DATE
                MOVE "NOT YET EFFECTIVE" TO REF-VERDICT
            ELSE
                IF LOC-STATUS = 'R'
                    AND (LOC-EFF-TO = 0 OR LOC-EFF-TO <= DATA-DATE)
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

settle-location-check.
    *> A reference hit rejects the row or delta, or in flag mode lets
    *> it post and says so
    IF REF-REASON NOT = SPACES
        IF LOCREF-CHECK = 'F'
            COMPUTE FLAG-COUNT = FLAG-COUNT + 1
            IF RUN-MODE = 'D'
                DISPLAY "DELTA " READ-ROW-NUM " FLAGGED: "
                    REF-REASON(1:REF-PTR - 1) " | " frow
            ELSE
                DISPLAY "ROW " READ-ROW-NUM " FLAGGED: "
                    REF-REASON(1:REF-PTR - 1) " | " frow
            END-IF
            MOVE "FLAGGED:" TO EXC-TAG
            PERFORM write-location-exception
        ELSE
            MOVE 'N' TO VALID-LINE
        END-IF
    END-IF.

write-location-exception.
    *> One line in the daily job's layout, "ROW n REJECTED: reason |
    *> row" or "ROW n FLAGGED: ...", tagged with the run that found it
    *> as the daily job tags a region's lines. The file is the daily
    *> job's: appended to, and only started here if it is not there.
    IF EXC-OPEN = 'N'
        OPEN EXTEND exception-file
        IF EXC-FS = "35"
            OPEN OUTPUT exception-file
        END-IF
        MOVE 'Y' TO EXC-OPEN
    END-IF.
    MOVE SPACES TO exc-row.
    IF RUN-MODE = 'D'
        STRING "MASTER DELTA ROW " READ-ROW-NUM " " DELIMITED BY SIZE,
            EXC-TAG DELIMITED BY SPACE,
            " " REF-REASON(1:REF-PTR - 1) " | " frow DELIMITED BY SIZE
            INTO exc-text
    ELSE
        STRING "MASTER REBUILD ROW " READ-ROW-NUM " "
            DELIMITED BY SIZE,
            EXC-TAG DELIMITED BY SPACE,
            " " REF-REASON(1:REF-PTR - 1) " | " frow DELIMITED BY SIZE
            INTO exc-text
    END-IF.
    WRITE exc-row.
    COMPUTE EXC-COUNT = EXC-COUNT + 1.

close-exception-file.
    IF EXC-OPEN = 'Y'
        CLOSE exception-file
        MOVE 'N' TO EXC-OPEN
        DISPLAY EXC-COUNT " LOCATION EXCEPTION(S) ADDED TO "
            EXCEPT-FILE-NAME
    END-IF.

warn-flagged-ids.
    IF FLAG-COUNT > 0
        DISPLAY FLAG-COUNT " POSTING(S) FLAGGED AGAINST THE LOCATION"
            " REFERENCE"
        MOVE 'Y' TO WARN-FLAG
    END-IF.

backout-postings.
            MOVE JB-ID(jx) TO MST-ID
            MOVE JB-BEF-LEFT(jx) TO MST-LEFT-COUNT
            MOVE JB-BEF-RIGHT(jx) TO MST-RIGHT-COUNT
            MOVE 0 TO MST-FIRST-SEEN
            MOVE 0 TO MST-ZERO-SINCE
            PERFORM stamp-lifecycle
            WRITE mst-rec
                INVALID KEY PERFORM master-io-abend
            END-WRITE
                MOVE MST-RIGHT-COUNT TO JRN-W-BEF-R
                MOVE JB-BEF-LEFT(jx) TO MST-LEFT-COUNT
                MOVE JB-BEF-RIGHT(jx) TO MST-RIGHT-COUNT
                PERFORM stamp-lifecycle
                REWRITE mst-rec
                    INVALID KEY PERFORM master-io-abend
                END-REWRITE
            MOVE 18 TO JOB-RC
            PERFORM job-abend
        END-IF
        MOVE 'Y' TO DIST-ACTIVE
        PERFORM start-distance-analysis
        PERFORM calc-diff-from-counts
        PERFORM write-distance-analysis
    END-IF.
    IF PART = 2 OR BOTH-MODE = 'Y'
        PERFORM calc-similarity-from-counts
    COMPUTE LEFT-REMAIN = LEFT-REMAIN - 1.
    COMPUTE RIGHT-REMAIN = RIGHT-REMAIN - 1.
    COMPUTE PAIRS-DONE = PAIRS-DONE + 1.
    IF DIST-ACTIVE = 'Y'
        MOVE TAB-ID(li) TO DST-LEFT
        MOVE TAB-ID(ri) TO DST-RIGHT
        PERFORM tally-distance
    END-IF.

advance-left.
    COMPUTE li = li + 1.
    COMPUTE ri = ri + 1.
    MOVE TAB-RIGHT(ri) TO RIGHT-REMAIN.

start-distance-analysis.
    *> Clear the tallies and start the outlier list
    MOVE 0 TO DIST-COUNT.
    MOVE 'N' TO DIST-OVERFLOW.
    MOVE 0 TO TOP-COUNT.
    MOVE 0 TO OUTLIER-COUNT.
    MOVE 0 TO OUTLIER-TOTAL.
    PERFORM VARYING bx FROM 1 BY 1 UNTIL bx > MAX-DIST-BANDS
        MOVE 0 TO BAND-COUNT(bx)
        MOVE 0 TO BAND-TOTAL(bx)
    END-PERFORM.
    IF OUTLIER-DIST = 0
        EXIT PARAGRAPH
    END-IF.
    MOVE SPACES TO OUTLIER-FILE-NAME.
    STRING "OUTLIERS-MST-", RUN-DATE, ".TXT" INTO OUTLIER-FILE-NAME.
    OPEN OUTPUT outlier-file.
    MOVE SPACES TO outl-row.
    STRING "PART 1 OUTLIER PAIRS FOR ", RUN-DATE,
        ", DISTANCE OVER ", OUTLIER-DIST, "  MASTER: "
        DELIMITED BY SIZE,
        MASTER-FILE-NAME DELIMITED BY SPACE INTO outl-row.
    WRITE outl-row.

tally-distance.
    *> One pair (DST-LEFT, DST-RIGHT, distance in diff, pair number
    *> PAIRS-DONE) into the bands, the largest-pairs list, the kept
    *> distances and, if it is far enough out, the outlier list
    IF DIST-COUNT < MAX-DIST-PAIRS
        ADD 1 TO DIST-COUNT
        MOVE diff TO DIST-VALUE(DIST-COUNT)
    ELSE
        MOVE 'Y' TO DIST-OVERFLOW
    END-IF.
    PERFORM VARYING bx FROM MAX-DIST-BANDS BY -1
        UNTIL bx = 1 OR diff >= BAND-LOW(bx)
        CONTINUE
    END-PERFORM.
    ADD 1 TO BAND-COUNT(bx).
    ADD diff TO BAND-TOTAL(bx).
    PERFORM keep-top-pair.
    IF OUTLIER-DIST > 0 AND diff > OUTLIER-DIST
        ADD 1 TO OUTLIER-COUNT
        ADD diff TO OUTLIER-TOTAL
        MOVE SPACES TO outl-row
        STRING "  PAIR: ", PAIRS-DONE,
            "  LEFT ID: ", DST-LEFT, "  RIGHT ID: ", DST-RIGHT,
            "  DISTANCE: ", diff INTO outl-row
        WRITE outl-row
    END-IF.

keep-top-pair.
    *> The largest-pairs list is held largest first: a pair that
    *> makes the list goes in at the bottom (pushing off the smallest
    *> once the list is full) and is moved up past anything smaller.
    *> Ties keep the earlier pair ahead.
    MOVE 0 TO tx.
    IF TOP-COUNT < DIST-TOP-N
        ADD 1 TO TOP-COUNT
        MOVE TOP-COUNT TO tx
    ELSE
        IF TOP-COUNT > 0
            IF diff > TOP-DIST(TOP-COUNT)
                MOVE TOP-COUNT TO tx
            END-IF
        END-IF
    END-IF.
    IF tx > 0
        MOVE diff TO TOP-DIST(tx)
        MOVE DST-LEFT TO TOP-LEFT(tx)
        MOVE DST-RIGHT TO TOP-RIGHT(tx)
        PERFORM move-top-pair-up UNTIL tx < 2
    END-IF.

move-top-pair-up.
    IF TOP-DIST(tx - 1) < TOP-DIST(tx)
        MOVE top-pair(tx - 1) TO top-pair-hold
        MOVE top-pair(tx) TO top-pair(tx - 1)
        MOVE top-pair-hold TO top-pair(tx)
        SUBTRACT 1 FROM tx
    ELSE
        MOVE 1 TO tx
    END-IF.

write-distance-analysis.
    *> Close off the outlier list, take the top 1% share off the
    *> sorted distances and write the dated distance analysis
    MOVE 'N' TO DIST-ACTIVE.
    IF OUTLIER-DIST > 0
        CLOSE outlier-file
    END-IF.
    MOVE 0 TO TOP-PCT-PAIRS.
    MOVE 0 TO TOP-PCT-TOTAL.
    IF DIST-COUNT > 0 AND DIST-OVERFLOW = 'N'
        SORT DIST-VALUE ON DESCENDING
        COMPUTE TOP-PCT-PAIRS = (DIST-COUNT + 99) / 100
        PERFORM VARYING dx FROM 1 BY 1 UNTIL dx > TOP-PCT-PAIRS
            ADD DIST-VALUE(dx) TO TOP-PCT-TOTAL
        END-PERFORM
    END-IF.

    MOVE SPACES TO DISTANCE-FILE-NAME.
    STRING "DISTANCE-MST-", RUN-DATE, ".TXT" INTO DISTANCE-FILE-NAME.
    OPEN OUTPUT distance-file.
    MOVE SPACES TO dist-row.
    STRING "PART 1 DISTANCE ANALYSIS FOR ", RUN-DATE, "  MASTER: "
        DELIMITED BY SIZE,
        MASTER-FILE-NAME DELIMITED BY SPACE INTO dist-row.
    WRITE dist-row.
    MOVE SPACES TO dist-row.
    STRING "PAIRS: ", PAIRS-DONE, "  TOTAL DISTANCE: ", RES-PART-1
        INTO dist-row.
    WRITE dist-row.
    MOVE SPACES TO dist-row.
    WRITE dist-row.
    MOVE SPACES TO dist-row.
    STRING "DISTANCE BAND          PAIRS     BAND TOTAL       SHARE"
        INTO dist-row.
    WRITE dist-row.
    PERFORM VARYING bx FROM 1 BY 1 UNTIL bx > MAX-DIST-BANDS
        MOVE BAND-TOTAL(bx) TO SHARE-AMOUNT
        PERFORM take-share-pct
        MOVE SPACES TO dist-row
        STRING BAND-NAME(bx), "  ", BAND-COUNT(bx), "  ",
            BAND-TOTAL(bx), "  ", SHARE-SHOW, "%" INTO dist-row
        WRITE dist-row
    END-PERFORM.
    MOVE SPACES TO dist-row.
    WRITE dist-row.
    MOVE SPACES TO dist-row.
    STRING "LARGEST ", DIST-TOP-N, " PAIRS:" INTO dist-row.
    WRITE dist-row.
    IF TOP-COUNT = 0
        MOVE SPACES TO dist-row
        STRING "  (NONE)" INTO dist-row
        WRITE dist-row
    END-IF.
    PERFORM VARYING tx FROM 1 BY 1 UNTIL tx > TOP-COUNT
        MOVE SPACES TO dist-row
        STRING "  ", tx, "  LEFT ID: ", TOP-LEFT(tx),
            "  RIGHT ID: ", TOP-RIGHT(tx),
            "  DISTANCE: ", TOP-DIST(tx) INTO dist-row
        WRITE dist-row
    END-PERFORM.
    MOVE SPACES TO dist-row.
    WRITE dist-row.
    MOVE SPACES TO dist-row.
    IF DIST-OVERFLOW = 'Y'
        STRING "TOP 1% OF PAIRS: NOT TAKEN, MORE THAN ",
            MAX-DIST-PAIRS, " PAIRS" INTO dist-row
    ELSE
        MOVE TOP-PCT-TOTAL TO SHARE-AMOUNT
        PERFORM take-share-pct
        STRING "TOP 1% OF PAIRS (", TOP-PCT-PAIRS, " PAIRS) CARRY ",
            TOP-PCT-TOTAL, ", ", SHARE-SHOW, "% OF THE TOTAL"
            INTO dist-row
    END-IF.
    WRITE dist-row.
    MOVE SPACES TO dist-row.
    IF OUTLIER-DIST > 0
        STRING "OUTLIERS OVER ", OUTLIER-DIST, ": ", OUTLIER-COUNT,
            " PAIRS, TOTAL ", OUTLIER-TOTAL, ", LISTED IN "
            DELIMITED BY SIZE,
            OUTLIER-FILE-NAME DELIMITED BY SPACE INTO dist-row
    ELSE
        STRING "OUTLIER LIST OFF (OUTLIER DISTANCE 0)" INTO dist-row
    END-IF.
    WRITE dist-row.
    CLOSE distance-file.
    DISPLAY "PART 1 DISTANCE ANALYSIS WRITTEN TO " DISTANCE-FILE-NAME.
    IF OUTLIER-COUNT > 0
        DISPLAY "PART 1 OUTLIER PAIRS OVER " OUTLIER-DIST ": "
            OUTLIER-COUNT " IN " OUTLIER-FILE-NAME
    END-IF.

take-share-pct.
    *> SHARE-AMOUNT as a percentage of the part 1 total
    IF RES-PART-1 = 0
        MOVE 0 TO SHARE-PCT
    ELSE
        COMPUTE SHARE-PCT ROUNDED = SHARE-AMOUNT * 100 / RES-PART-1
    END-IF.
    MOVE SHARE-PCT TO SHARE-SHOW.

calc-similarity-from-counts.
    *> Similarity falls straight out of the counts: each ID scores
    *> ID times left occurrences times right occurrences
    END-IF.
    CLOSE report-file.

rebuild-as-of.
    *> Auditors' question - what did the master say on a past date -
    *> answered off a separate copy, without restoring a backup
    PERFORM load-live-master.
    PERFORM scan-journal-for-as-of.
    PERFORM build-as-of-copy.
    PERFORM load-as-of-copy.
    PERFORM write-as-of-report.
    DISPLAY "AS-OF COPY LEFT IN " MASTER-FILE-NAME ", REPORT IN "
        REPORT-FILE-NAME.

load-live-master.
    *> Today's master, read once and never opened for update
    OPEN INPUT master-file.
    IF MST-FS = "35"
        DISPLAY "ABEND: NO MASTER " MASTER-FILE-NAME
            ", RUN A REBUILD FIRST"
        MOVE 16 TO JOB-RC
        PERFORM job-abend
    END-IF.
    IF MST-FS NOT = "00"
        DISPLAY "ABEND: CANNOT OPEN " MASTER-FILE-NAME
            ", FILE STATUS " MST-FS
        MOVE 20 TO JOB-RC
        PERFORM job-abend
    END-IF.
    MOVE 0 TO MST-ID.
    MOVE SPACE TO feof.
    START master-file KEY NOT LESS MST-ID
        INVALID KEY MOVE 'Y' TO feof
    END-START.
    PERFORM load-one-live-rec UNTIL feof = 'Y'.
    CLOSE master-file.
    DISPLAY LV-COUNT " DISTINCT ID(S) ON TODAY'S MASTER".

load-one-live-rec.
    READ master-file NEXT
        AT END MOVE 'Y' TO feof
        NOT AT END
            IF LV-COUNT >= MAX-MASTER-IDS
                DISPLAY "ABEND: MASTER HOLDS MORE THAN "
                    MAX-MASTER-IDS " DISTINCT ID(S)"
                MOVE 17 TO JOB-RC
                PERFORM job-abend
            END-IF
            COMPUTE LV-COUNT = LV-COUNT + 1
            MOVE MST-ID TO LV-ID(LV-COUNT)
            MOVE MST-LEFT-COUNT TO LV-LEFT(LV-COUNT)
            MOVE MST-RIGHT-COUNT TO LV-RIGHT(LV-COUNT)
    END-READ.

scan-journal-for-as-of.
    *> One pass over the journal: collect every posting dated after
    *> the as-of date for the roll back, and note the rebuilds either
    *> side of it. Once a rebuild after the date turns up the copy
    *> will be rolled forward instead, off the journal itself, so the
    *> collecting stops there; a table overflow is only fatal to a
    *> roll back. No journal means nothing was ever posted since the
    *> master was built, so today's master is the answer.
    MOVE 'N' TO JRN-FEOF.
    OPEN INPUT journal-file.
    IF JRN-FS = "35"
        DISPLAY "NO JOURNAL " JOURNAL-FILE-NAME
            ", NOTHING TO ROLL BACK"
        MOVE 'Y' TO WARN-FLAG
        EXIT PARAGRAPH
    END-IF.
    IF JRN-FS NOT = "00"
        DISPLAY "ABEND: CANNOT OPEN JOURNAL " JOURNAL-FILE-NAME
            ", FILE STATUS " JRN-FS
        MOVE 22 TO JOB-RC
        PERFORM job-abend
    END-IF.
    PERFORM scan-one-as-of-posting UNTIL JRN-FEOF = 'Y'.
    CLOSE journal-file.
    IF REBUILD-AFTER > 0
        IF FWD-RUN = 0
            DISPLAY "ABEND: REBUILD RUN " REBUILD-AFTER " POSTED AFTER "
                ASOF-DATE " AND NO REBUILD ON OR BEFORE IT TO ROLL"
                " FORWARD FROM"
            MOVE 24 TO JOB-RC
            PERFORM job-abend
        END-IF
        MOVE 'F' TO ASOF-METHOD
    ELSE
        IF JB-OVERFLOW = 'Y'
            DISPLAY "ABEND: MORE THAN " MAX-JRN-RECS
                " POSTING(S) AFTER " ASOF-DATE " TO ROLL BACK"
            MOVE 22 TO JOB-RC
            PERFORM job-abend
        END-IF
    END-IF.

scan-one-as-of-posting.
    READ journal-file
        AT END MOVE 'Y' TO JRN-FEOF
        NOT AT END
            IF JRN-FIRST-DATE = 0
                MOVE JRN-DATE TO JRN-FIRST-DATE
            END-IF
            IF JRN-MODE = 'R'
                IF JRN-DATE > ASOF-DATE
                    IF REBUILD-AFTER = 0
                        MOVE JRN-RUN TO REBUILD-AFTER
                    END-IF
                ELSE
                    MOVE JRN-RUN TO FWD-RUN
                END-IF
            END-IF
            IF JRN-DATE > ASOF-DATE AND REBUILD-AFTER = 0
                IF JB-COUNT >= MAX-JRN-RECS
                    MOVE 'Y' TO JB-OVERFLOW
                    EXIT PARAGRAPH
                END-IF
                COMPUTE JB-COUNT = JB-COUNT + 1
                MOVE JRN-ACTION TO JB-ACTION(JB-COUNT)
                MOVE JRN-LIST TO JB-LIST(JB-COUNT)
                MOVE JRN-ID TO JB-ID(JB-COUNT)
                MOVE JRN-BEF-LEFT TO JB-BEF-LEFT(JB-COUNT)
                MOVE JRN-BEF-RIGHT TO JB-BEF-RIGHT(JB-COUNT)
            END-IF
    END-READ.

build-as-of-copy.
    *> From here on MASTER-FILE-NAME names the copy, so the posting
    *> paragraphs the backout uses work on it and never on the live
    *> master
    MOVE MASTER-FILE-NAME TO LIVE-MASTER-NAME.
    MOVE SPACES TO MASTER-FILE-NAME.
    STRING "MASTER-ASOF-", ASOF-DATE, ".IDX" INTO MASTER-FILE-NAME.
    OPEN OUTPUT master-file.
    IF MST-FS NOT = "00"
        DISPLAY "ABEND: CANNOT CREATE " MASTER-FILE-NAME
            ", FILE STATUS " MST-FS
        MOVE 20 TO JOB-RC
        PERFORM job-abend
    END-IF.
    IF ASOF-METHOD = 'B'
        PERFORM VARYING lx FROM 1 BY 1 UNTIL lx > LV-COUNT
            MOVE LV-ID(lx) TO MST-ID
            MOVE LV-LEFT(lx) TO MST-LEFT-COUNT
            MOVE LV-RIGHT(lx) TO MST-RIGHT-COUNT
            PERFORM stamp-lifecycle
            WRITE mst-rec
                INVALID KEY PERFORM master-io-abend
            END-WRITE
        END-PERFORM
    END-IF.
    CLOSE master-file.
    OPEN I-O master-file.
    IF ASOF-METHOD = 'B'
        PERFORM restore-one-posting
            VARYING jx FROM JB-COUNT BY -1 UNTIL jx < 1
        MOVE JB-COUNT TO ROLLED-COUNT
    ELSE
        MOVE 'N' TO JRN-FEOF
        OPEN INPUT journal-file
        PERFORM replay-one-posting UNTIL JRN-FEOF = 'Y'
        CLOSE journal-file
    END-IF.
    CLOSE master-file.

replay-one-posting.
    *> Forward from the rebuild: every posting of that run onward up
    *> to the end of the as-of date, each setting its ID to its
    *> after image
    READ journal-file
        AT END MOVE 'Y' TO JRN-FEOF
        NOT AT END
            IF JRN-RUN >= FWD-RUN AND JRN-DATE <= ASOF-DATE
                PERFORM apply-after-image
            END-IF
    END-READ.

apply-after-image.
    MOVE JRN-ID TO MST-ID.
    READ master-file
        INVALID KEY
            IF JRN-ACTION NOT = 'X'
                MOVE JRN-ID TO MST-ID
                MOVE JRN-AFT-LEFT TO MST-LEFT-COUNT
                MOVE JRN-AFT-RIGHT TO MST-RIGHT-COUNT
                PERFORM stamp-lifecycle
                WRITE mst-rec
                    INVALID KEY PERFORM master-io-abend
                END-WRITE
            END-IF
        NOT INVALID KEY
            IF JRN-ACTION = 'X'
                DELETE master-file
                    INVALID KEY PERFORM master-io-abend
                END-DELETE
            ELSE
                MOVE JRN-AFT-LEFT TO MST-LEFT-COUNT
                MOVE JRN-AFT-RIGHT TO MST-RIGHT-COUNT
                REWRITE mst-rec
                    INVALID KEY PERFORM master-io-abend
                END-REWRITE
            END-IF
    END-READ.
    COMPUTE ROLLED-COUNT = ROLLED-COUNT + 1.

load-as-of-copy.
    *> The copy back into the calc tables, as calc-from-master loads
    *> the live one; an empty copy is a fair answer for an early date
    OPEN INPUT master-file.
    MOVE 0 TO MST-ID.
    MOVE SPACE TO feof.
    START master-file KEY NOT LESS MST-ID
        INVALID KEY MOVE 'Y' TO feof
    END-START.
    PERFORM load-one-master-rec UNTIL feof = 'Y'.
    CLOSE master-file.

write-as-of-report.
    MOVE SPACES TO REPORT-FILE-NAME.
    STRING "ASOF-", ASOF-DATE, ".TXT" INTO REPORT-FILE-NAME.
    OPEN OUTPUT report-file.
    MOVE SPACES TO rpt-row.
    STRING "MASTER AS AT END OF ", ASOF-DATE, "  RUN ", RUN-DATE
        INTO rpt-row.
    PERFORM put-as-of-line.
    MOVE SPACES TO rpt-row.
    STRING "LIVE MASTER " DELIMITED BY SIZE,
        LIVE-MASTER-NAME DELIMITED BY SPACE,
        " (READ ONLY), COPY IN " DELIMITED BY SIZE,
        MASTER-FILE-NAME DELIMITED BY SPACE INTO rpt-row.
    PERFORM put-as-of-line.
    MOVE SPACES TO rpt-row.
    IF ASOF-METHOD = 'B'
        STRING "ROLLED BACK ", ROLLED-COUNT, " POSTING(S) DATED AFTER ",
            ASOF-DATE, " OFF THE BEFORE IMAGES" INTO rpt-row
    ELSE
        STRING "ROLLED FORWARD ", ROLLED-COUNT, " POSTING(S) FROM"
            " REBUILD RUN ", FWD-RUN, " (REBUILD RUN ", REBUILD-AFTER,
            " CAME AFTER THE DATE)" INTO rpt-row
    END-IF.
    PERFORM put-as-of-line.
    IF SKIPPED-COUNT > 0
        MOVE SPACES TO rpt-row
        STRING "WARNING: ", SKIPPED-COUNT, " POSTING(S) FOUND THE"
            " COPY ALREADY AS BEFORE" INTO rpt-row
        PERFORM put-as-of-line
        MOVE 'Y' TO WARN-FLAG
    END-IF.
    IF JRN-FIRST-DATE > ASOF-DATE
        MOVE SPACES TO rpt-row
        STRING "WARNING: THE JOURNAL OPENS ", JRN-FIRST-DATE,
            ", AFTER THE AS-OF DATE" INTO rpt-row
        PERFORM put-as-of-line
        MOVE 'Y' TO WARN-FLAG
    END-IF.

    *> The C-mode figures, off the copy
    MOVE SPACES TO rpt-row.
    STRING "DISTINCT IDS ", MST-COUNT, "  LEFT TOTAL ", TOT-LEFT,
        "  RIGHT TOTAL ", TOT-RIGHT INTO rpt-row.
    PERFORM put-as-of-line.
    IF PART = 1 OR BOTH-MODE = 'Y'
        MOVE SPACES TO rpt-row
        IF TOT-LEFT = TOT-RIGHT
            PERFORM calc-diff-from-counts
            STRING "RESULT PART 1: ", RES-PART-1 INTO rpt-row
        ELSE
            STRING "RESULT PART 1: NONE, LEFT AND RIGHT TOTALS"
                " DISAGREE" INTO rpt-row
            MOVE 'Y' TO WARN-FLAG
        END-IF
        PERFORM put-as-of-line
    END-IF.
    IF PART = 2 OR BOTH-MODE = 'Y'
        PERFORM calc-similarity-from-counts
        MOVE SPACES TO rpt-row
        STRING "RESULT PART 2: ", RES-PART-2 INTO rpt-row
        PERFORM put-as-of-line
    END-IF.

    IF RANGE-GIVEN = 'Y'
        PERFORM list-as-of-range
    END-IF.
    PERFORM diff-against-live.
    CLOSE report-file.

list-as-of-range.
    *> The copy's records in the range, in the MSTQ K-mode layout
    *> less the lifecycle dates the copy does not carry
    MOVE SPACES TO rpt-row.
    STRING "IDS ", RANGE-FROM, " TO ", RANGE-TO, " AS AT ", ASOF-DATE
        INTO rpt-row.
    PERFORM put-as-of-line.
    MOVE 0 TO LISTED-COUNT.
    PERFORM VARYING li FROM 1 BY 1 UNTIL li > MST-COUNT
        IF TAB-ID(li) >= RANGE-FROM AND TAB-ID(li) <= RANGE-TO
            COMPUTE LISTED-COUNT = LISTED-COUNT + 1
            MOVE SPACES TO rpt-row
            STRING "ID ", TAB-ID(li), "  LEFT ", TAB-LEFT(li),
                "  RIGHT ", TAB-RIGHT(li) INTO rpt-row
            WRITE rpt-row
        END-IF
    END-PERFORM.
    MOVE SPACES TO rpt-row.
    STRING LISTED-COUNT " ID(S) LISTED" DELIMITED BY SIZE
        INTO rpt-row.
    PERFORM put-as-of-line.

diff-against-live.
    *> One merge of the two ID-ordered tables: an ID on one side
    *> only counts as zero/zero on the other
    MOVE SPACES TO rpt-row.
    STRING "DIFFERENCES AGAINST TODAY'S MASTER, AS AT LEFT/RIGHT"
        " THEN TODAY LEFT/RIGHT:" INTO rpt-row.
    PERFORM put-as-of-line.
    MOVE 0 TO DIFF-COUNT.
    MOVE 1 TO li.
    MOVE 1 TO lx.
    PERFORM diff-one-id UNTIL li > MST-COUNT AND lx > LV-COUNT.
    MOVE SPACES TO rpt-row.
    STRING DIFF-COUNT " ID(S) DIFFER" DELIMITED BY SIZE INTO rpt-row.
    PERFORM put-as-of-line.

diff-one-id.
    MOVE 0 TO DF-ASOF-L.
    MOVE 0 TO DF-ASOF-R.
    MOVE 0 TO DF-LIVE-L.
    MOVE 0 TO DF-LIVE-R.
    IF li > MST-COUNT
        PERFORM take-live-side
    ELSE
        IF lx > LV-COUNT
            PERFORM take-as-of-side
        ELSE
            IF TAB-ID(li) < LV-ID(lx)
                PERFORM take-as-of-side
            ELSE
                IF TAB-ID(li) > LV-ID(lx)
                    PERFORM take-live-side
                ELSE
                    PERFORM take-live-side
                    PERFORM take-as-of-side
                END-IF
            END-IF
        END-IF
    END-IF.
    IF DF-ID >= RANGE-FROM AND DF-ID <= RANGE-TO
        AND (DF-ASOF-L NOT = DF-LIVE-L OR DF-ASOF-R NOT = DF-LIVE-R)
        COMPUTE DIFF-COUNT = DIFF-COUNT + 1
        MOVE SPACES TO rpt-row
        STRING "ID ", DF-ID, "  AS AT ", DF-ASOF-L, "/", DF-ASOF-R,
            "  TODAY ", DF-LIVE-L, "/", DF-LIVE-R INTO rpt-row
        WRITE rpt-row
    END-IF.

take-as-of-side.
    MOVE TAB-ID(li) TO DF-ID.
    MOVE TAB-LEFT(li) TO DF-ASOF-L.
    MOVE TAB-RIGHT(li) TO DF-ASOF-R.
    COMPUTE li = li + 1.

take-live-side.
    MOVE LV-ID(lx) TO DF-ID.
    MOVE LV-LEFT(lx) TO DF-LIVE-L.
    MOVE LV-RIGHT(lx) TO DF-LIVE-R.
    COMPUTE lx = lx + 1.

put-as-of-line.
    *> Headline lines go to the console as well; the ID listing and
    *> the diff lines are written to the report only
    WRITE rpt-row.
    DISPLAY rpt-row.

convert-master.
    *> One-off conversion to the dated layout. The old records are
    *> unloaded first, so nothing is lost if the rewrite fails.
    OPEN INPUT old-master-file.
    IF MST-FS = "35"
        DISPLAY "ABEND: NO MASTER " MASTER-FILE-NAME " TO CONVERT"
        MOVE 16 TO JOB-RC
        PERFORM job-abend
    END-IF.
    IF MST-FS NOT = "00"
        DISPLAY "ABEND: CANNOT OPEN " MASTER-FILE-NAME
            " IN THE OLD LAYOUT, FILE STATUS " MST-FS
            ", ALREADY CONVERTED?"
        MOVE 20 TO JOB-RC
        PERFORM job-abend
    END-IF.
    MOVE SPACES TO REPORT-FILE-NAME.
    STRING "MSTV-", RUN-DATE, ".TXT" INTO REPORT-FILE-NAME.
    OPEN OUTPUT report-file.
    MOVE SPACE TO feof.
    PERFORM load-one-old-rec UNTIL feof = 'Y'.
    CLOSE old-master-file.
    CLOSE report-file.
    DISPLAY CR-COUNT " ID(S) UNLOADED TO " REPORT-FILE-NAME.

    MOVE 'N' TO JRN-FEOF.
    OPEN INPUT journal-file.
    IF JRN-FS = "00"
        PERFORM date-one-posting UNTIL JRN-FEOF = 'Y'
        CLOSE journal-file
    ELSE
        IF JRN-FS NOT = "35"
            DISPLAY "ABEND: CANNOT OPEN JOURNAL " JOURNAL-FILE-NAME
                ", FILE STATUS " JRN-FS
            MOVE 22 TO JOB-RC
            PERFORM job-abend
        END-IF
    END-IF.
    PERFORM VARYING cx FROM 1 BY 1 UNTIL cx > CR-COUNT
        PERFORM settle-carry-dates
    END-PERFORM.

    OPEN OUTPUT master-file.
    IF MST-FS NOT = "00"
        DISPLAY "ABEND: CANNOT CREATE " MASTER-FILE-NAME
            ", FILE STATUS " MST-FS
        MOVE 20 TO JOB-RC
        PERFORM job-abend
    END-IF.
    PERFORM VARYING cx FROM 1 BY 1 UNTIL cx > CR-COUNT
        MOVE CR-ID(cx) TO MST-ID
        MOVE CR-LEFT(cx) TO MST-LEFT-COUNT
        MOVE CR-RIGHT(cx) TO MST-RIGHT-COUNT
        MOVE CR-FIRST(cx) TO MST-FIRST-SEEN
        MOVE CR-ACT(cx) TO MST-LAST-ACTIVITY
        MOVE CR-RUN(cx) TO MST-LAST-RUN
        MOVE CR-ZERO(cx) TO MST-ZERO-SINCE
        WRITE mst-rec
            INVALID KEY PERFORM master-io-abend
        END-WRITE
    END-PERFORM.
    CLOSE master-file.
    DISPLAY "CONVERSION COMPLETE: " CR-COUNT " ID(S) REWRITTEN, "
        UNDATED-COUNT " WITH NO POSTINGS, DATED " RUN-DATE.
    IF UNDATED-COUNT > 0
        MOVE 'Y' TO WARN-FLAG
    END-IF.

load-one-old-rec.
    READ old-master-file NEXT
        AT END MOVE 'Y' TO feof
        NOT AT END
            IF CR-COUNT >= MAX-MASTER-IDS
                DISPLAY "ABEND: MASTER HOLDS MORE THAN "
                    MAX-MASTER-IDS " DISTINCT ID(S)"
                MOVE 17 TO JOB-RC
                PERFORM job-abend
            END-IF
            COMPUTE CR-COUNT = CR-COUNT + 1
            MOVE OLD-MST-ID TO CR-ID(CR-COUNT)
            MOVE OLD-MST-LEFT-COUNT TO CR-LEFT(CR-COUNT)
            MOVE OLD-MST-RIGHT-COUNT TO CR-RIGHT(CR-COUNT)
            MOVE 0 TO CR-FIRST(CR-COUNT)
            MOVE 0 TO CR-ACT(CR-COUNT)
            MOVE 0 TO CR-RUN(CR-COUNT)
            MOVE 0 TO CR-ZERO(CR-COUNT)
            MOVE SPACES TO rpt-row
            STRING OLD-MST-ID, " ", OLD-MST-LEFT-COUNT, " ",
                OLD-MST-RIGHT-COUNT INTO rpt-row
            WRITE rpt-row
    END-READ.

date-one-posting.
    *> The journal is in posting order, so the first posting met for
    *> an ID is its first sighting and the last is its last activity
    READ journal-file
        AT END MOVE 'Y' TO JRN-FEOF
        NOT AT END
            MOVE JRN-ID TO SRCH-ID
            PERFORM search-carry-tab
            IF CARRY-HIT = 'Y'
                IF CR-FIRST(cx) = 0
                    MOVE JRN-DATE TO CR-FIRST(cx)
                END-IF
                MOVE JRN-DATE TO CR-ACT(cx)
                MOVE JRN-RUN TO CR-RUN(cx)
                IF JRN-ACTION = 'X'
                    MOVE 0 TO CR-ZERO(cx)
                ELSE
                    IF JRN-AFT-LEFT = 0 OR JRN-AFT-RIGHT = 0
                        IF CR-ZERO(cx) = 0
                            MOVE JRN-DATE TO CR-ZERO(cx)
                        END-IF
                    ELSE
                        MOVE 0 TO CR-ZERO(cx)
                    END-IF
                END-IF
            END-IF
    END-READ.

settle-carry-dates.
    *> An ID the journal never mentions is dated from today; the zero
    *> date is squared with the counts the master actually holds
    IF CR-FIRST(cx) = 0
        MOVE RUN-DATE TO CR-FIRST(cx)
        MOVE RUN-DATE TO CR-ACT(cx)
        COMPUTE UNDATED-COUNT = UNDATED-COUNT + 1
    END-IF.
    IF CR-LEFT(cx) = 0 OR CR-RIGHT(cx) = 0
        IF CR-ZERO(cx) = 0
            MOVE CR-ACT(cx) TO CR-ZERO(cx)
        END-IF
    ELSE
        MOVE 0 TO CR-ZERO(cx)
    END-IF.

job-abend.
    MOVE JOB-RC TO RETURN-CODE.
    STOP RUN.
