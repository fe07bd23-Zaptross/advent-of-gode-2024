    FILE STATUS IS HIST-FS.
    SELECT detail-file ASSIGN TO DYNAMIC DETAIL-FILE-NAME
    ORGANIZATION IS LINE SEQUENTIAL.
    SELECT distance-file ASSIGN TO DYNAMIC DISTANCE-FILE-NAME
    ORGANIZATION IS LINE SEQUENTIAL.
    SELECT outlier-file ASSIGN TO DYNAMIC OUTLIER-FILE-NAME
    ORGANIZATION IS LINE SEQUENTIAL.
    SELECT control-file ASSIGN TO DYNAMIC CONTROL-FILE-NAME
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS CTL-FS.
    SELECT manifest-file ASSIGN TO DYNAMIC MANIFEST-FILE-NAME
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS MANIFEST-FS.
    SELECT overlap-file ASSIGN TO DYNAMIC OVERLAP-FILE-NAME
    ORGANIZATION IS LINE SEQUENTIAL.
    *> Dated report of left-list IDs that turned up more than once; a
    *> duplicated left ID double-counts in both calcs, so the run is
    *> flagged for review whenever this file has entries
    *> check-csv-header and check-csv-trailer control-total ours
    SELECT outbound-file ASSIGN TO DYNAMIC OUTBOUND-FILE-NAME
    ORGANIZATION IS LINE SEQUENTIAL.
    *> Location reference master, maintained by AOC-COBOL-DAY-1-LOCM:
    *> every drop ID is looked up here so an unknown or retired
    *> location is caught on the day it arrives
    SELECT locref-file ASSIGN TO DYNAMIC LOCREF-FILE-NAME
    ORGANIZATION IS INDEXED
    ACCESS MODE IS RANDOM
    RECORD KEY IS LOC-ID
    FILE STATUS IS LOC-FS.
    *> Accounting periods kept by AOC-COBOL-DAY-1-PERD: a drop dated
    *> into a period already closed is refused, or, forced, logged to
    *> the adjustments file as a prior-period adjustment
    SELECT period-file ASSIGN TO DYNAMIC PERIOD-FILE-NAME
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS PER-FS.
    SELECT period-adj-file ASSIGN TO DYNAMIC PERADJ-FILE-NAME
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS PADJ-FS.
    *> Transmission register: one record appended per OUTBOUND file
    *> cut, which AOC-COBOL-DAY-1-ACKN later marks off against the
    *> receiver's acknowledgments
    SELECT xmit-reg-file ASSIGN TO DYNAMIC XMITREG-FILE-NAME
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS XREG-FS.
    *> Drop receipt register kept by AOC-COBOL-DAY-1-RCPT: a drop is
    *> only processed once it has been received clean (or released)
    SELECT receipt-file ASSIGN TO DYNAMIC RECEIPT-FILE-NAME
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS RCPT-FS.

DATA DIVISION.
FILE SECTION.
FD detail-file.
01 det-row PIC X(100).

*> PART 1 distance analysis: the banded histogram of pair distances,
*> the largest pairs and the top 1% share, one file per run (per
*> region on a manifest run)
FD distance-file.
01 dist-row PIC X(100).

*> PART 1 outlier pairs, every pair whose distance is over the
*> outlier distance; a manifest run lists all its regions in the one
*> dated file, each line tagged with its region
FD outlier-file.
01 outl-row PIC X(100).

*> Paired control file: one record holding the row count the job
*> expects to process, so a truncated input file is caught up front
*> instead of silently computing off whatever rows happened to land
    05 CKPT-I PIC 9(6).
    05 FILLER PIC X(1) VALUE SPACE.
    05 CKPT-EXC-COUNT PIC 9(6).
    *> Rows flagged against the location reference but accepted;
    *> their lines sit in exception-file alongside the rejects
    05 FILLER PIC X(1) VALUE SPACE.
    05 CKPT-FLAG-COUNT PIC 9(6).

*> Mirrors every accepted colLeft/colRight pair as it's stored, so a
*> restart can rebuild the tables up to the checkpoint without having
*> delimited the same way the PARM is, eg:
*> NORTH,north-drop.txt
*> EAST,east-left.txt,east-right.txt
*> An OVERLAP-TOLERANCE record sets how many IDs may turn up in more
*> than one region before the overlap marks the run WARNINGS (none,
*> without one), eg:
*> OVERLAP-TOLERANCE,5
FD manifest-file.
01 man-row PIC X(100).

*> Cross-region overlap report for a manifest run: every ID sent by
*> more than one region, per side, with each region's count and the
*> region the location reference has it registered to, then the
*> region-by-region overlap matrix
FD overlap-file.
01 ovl-row PIC X(132).

FD dup-file.
01 dup-row PIC X(100).

FD outbound-file.
01 out-row PIC X(40).

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

*> Leading fields of AOC-COBOL-DAY-1-PERD's period record, all this
*> job needs of it; keep the two in step
FD period-file.
01 per-row.
    05 PER-PERIOD PIC 9(6).
    05 FILLER PIC X(1).
    05 PER-STATUS PIC X(6).
    05 FILLER PIC X(226).

*> Mirror of AOC-COBOL-DAY-1-PERD's adj-row; keep the two in step
FD period-adj-file.
01 adj-row.
    05 ADJ-RUN-DATE PIC 9(8).
    05 FILLER PIC X(1) VALUE SPACE.
    05 ADJ-PROC-DATE PIC 9(8).
    05 FILLER PIC X(1) VALUE SPACE.
    05 ADJ-PERIOD PIC 9(6).
    05 FILLER PIC X(1) VALUE SPACE.
    05 ADJ-PART PIC X(1).
    05 FILLER PIC X(1) VALUE SPACE.
    05 ADJ-RES-1 PIC 9(15).
    05 FILLER PIC X(1) VALUE SPACE.
    05 ADJ-RES-2 PIC 9(15).
    05 FILLER PIC X(1) VALUE SPACE.
    05 ADJ-FILE PIC X(40).

*> Mirror of AOC-COBOL-DAY-1-ACKN's xr-row; keep the two in step.
*> Cut here as SENT with the acknowledgment fields empty.
FD xmit-reg-file.
01 xr-row.
    05 XR-DATE PIC 9(8).
    05 FILLER PIC X(1) VALUE SPACE.
    05 XR-REGION PIC X(12).
    05 FILLER PIC X(1) VALUE SPACE.
    05 XR-FILE PIC X(40).
    05 FILLER PIC X(1) VALUE SPACE.
    05 XR-COUNT PIC 9(6).
    05 FILLER PIC X(1) VALUE SPACE.
    05 XR-TOTAL PIC 9(18).
    05 FILLER PIC X(1) VALUE SPACE.
    05 XR-CUT-DATE PIC 9(8).
    05 FILLER PIC X(1) VALUE SPACE.
    05 XR-STATUS PIC X(8).
    05 FILLER PIC X(1) VALUE SPACE.
    05 XR-ACK-DATE PIC 9(8).
    05 FILLER PIC X(1) VALUE SPACE.
    05 XR-ACK-COUNT PIC 9(6).
    05 FILLER PIC X(1) VALUE SPACE.
    05 XR-ACK-TOTAL PIC 9(18).
    05 FILLER PIC X(1) VALUE SPACE.
    05 XR-REASON PIC X(40).

*> Mirror of AOC-COBOL-DAY-1-RCPT's rc-row; keep the two in step
FD receipt-file.
01 rc-row.
    05 RC-DATE PIC 9(8).
    05 FILLER PIC X(1) VALUE SPACE.
    05 RC-SOURCE PIC X(40).
    05 FILLER PIC X(1) VALUE SPACE.
    05 RC-FILE PIC X(40).
    05 FILLER PIC X(1) VALUE SPACE.
    05 RC-ARR-DATE PIC 9(8).
    05 FILLER PIC X(1) VALUE SPACE.
    05 RC-ARR-TIME PIC 9(8).
    05 FILLER PIC X(1) VALUE SPACE.
    05 RC-FORMAT PIC X(1).
    05 FILLER PIC X(1) VALUE SPACE.
    05 RC-RECORDS PIC 9(8).
    05 FILLER PIC X(1) VALUE SPACE.
    05 RC-BODY PIC 9(8).
    05 FILLER PIC X(1) VALUE SPACE.
    05 RC-HDR-DATE PIC 9(8).
    05 FILLER PIC X(1) VALUE SPACE.
    05 RC-TRL-COUNT PIC 9(8).
    05 FILLER PIC X(1) VALUE SPACE.
    05 RC-LEFT-SUM PIC 9(15).
    05 FILLER PIC X(1) VALUE SPACE.
    05 RC-RIGHT-SUM PIC 9(15).
    05 FILLER PIC X(1) VALUE SPACE.
    05 RC-FINGERPRINT PIC 9(18).
    05 FILLER PIC X(1) VALUE SPACE.
    05 RC-STATUS PIC X(8).
    05 FILLER PIC X(1) VALUE SPACE.
    05 RC-REASON PIC X(60).

WORKING-STORAGE SECTION.
*> PART is used to determine which part we're undertaking: 1 or 2
01 PART PIC 9 VALUE 1.
    05 PARM-FORMAT PIC X(1) VALUE SPACES.
    05 PARM-EXPECT-DATE PIC X(8) VALUE SPACES.
    05 PARM-FORCE PIC X(1) VALUE SPACES.
    05 PARM-LOCREF-CHECK PIC X(1) VALUE SPACES.
    05 PARM-DIST-TOP-N PIC X(2) VALUE SPACES.
    05 PARM-OUTLIER-DIST PIC X(9) VALUE SPACES.

01 FILE_IN PIC X(40) VALUE "input.txt".
*> FILE_LEN is no longer a compile-time constant: count-rows sets it
01 READ-ROW-NUM PIC 9(6) VALUE 0.
01 EXC-COUNT PIC 9(6) VALUE 0.

*> Location reference check: every ID of a row that passes the
*> numeric vetting is looked up on LOCREF.IDX. LOCREF-CHECK is R to
*> reject an unknown, retired or not-yet-effective ID with its own
*> reason, F to flag it in exception-file but accept the row, or N
*> to skip the lookup. REF-REASON carries the reason(s) for the row
*> in hand; FLAG-COUNT counts the flagged-but-accepted rows, which
*> are not rejects and never reach the reject table.
01 LOCREF-FILE-NAME PIC X(40) VALUE "LOCREF.IDX".
01 LOC-FS PIC XX VALUE "00".
01 LOCREF-CHECK PIC X(1) VALUE 'R'.
01 LOCREF-OPEN PIC X(1) VALUE 'N'.
01 FLAG-COUNT PIC 9(6) VALUE 0.
01 REF-CHK-ID PIC 9(9) VALUE 0.
01 REF-SIDE PIC X(5) VALUE SPACES.
01 REF-VERDICT PIC X(17) VALUE SPACES.
01 REF-REASON PIC X(80) VALUE SPACES.
01 REF-PTR PIC 9(3) VALUE 1.
01 EXC-TAG PIC X(100) VALUE SPACES.

*> Closed-period check: the periods PERIOD.DAT shows CLOSED, loaded
*> once, and whether the drop in hand is a forced prior-period
*> adjustment that has to be logged once its results are known
01 PERIOD-FILE-NAME PIC X(40) VALUE "PERIOD.DAT".
01 PER-FS PIC XX VALUE "00".
01 PERADJ-FILE-NAME PIC X(40) VALUE "PERADJ.DAT".
01 PADJ-FS PIC XX VALUE "00".
01 PERIODS-LOADED PIC X(1) VALUE 'N'.
01 PER-FEOF PIC X(1) VALUE 'N'.
01 PROC-PERIOD PIC 9(6) VALUE 0.
01 PERIOD-ADJ PIC X(1) VALUE 'N'.
78 MAX-CLOSED-PERIODS VALUE 600.
01 CLOSED-COUNT PIC 9(3) VALUE 0.
01 closed-tab.
    05 CLOSED-PERIOD PIC 9(6) OCCURS 1 TO 600 TIMES
        DEPENDING ON CLOSED-COUNT.
01 cpx PIC 9(3) VALUE 1.

*> Supplying a corrections file turns the run into a recycle run: the
*> fixed-up rows it carries are validated against this run's rejects,
*> applied on top of the loaded tables, and the report shows the
01 CORR-REJECTED PIC 9(6) VALUE 0.
01 CORR-MATCH PIC 9(6) VALUE 0.
78 EXC-STATUS-COL VALUE 181.
01 FLAG-HITS PIC 9(2) VALUE 0.
01 crow-num PIC X(6).
01 crow-num-chk PIC X(6).
01 crow-num-n PIC 9(6) VALUE 0.

*> Every reject written this run, kept with its ROW number and its
*> printed line so a recycle run can match corrections to rejects and
*> rewrite exception-file with the RESOLVED stamps added. REJ-RESOLVED
*> is N (open), Y (resolved) or F (a row flagged against the location
*> reference and accepted, kept only so the rewrite carries its line)
01 REJ-COUNT PIC 9(6) VALUE 0.
01 rej-tab.
    05 rej-entry OCCURS 1 TO 100000 TIMES DEPENDING ON REJ-COUNT.
01 RES-DELTA PIC S9(15) VALUE 0.

01 DETAIL-FILE-NAME PIC X(40) VALUE SPACES.

*> Part 1 distance analysis. calc-diff hands every pair's distance to
*> tally-distance, which bands it by size, keeps the DIST-TOP-N
*> largest pairs with their IDs and lists any pair over OUTLIER-DIST
*> (0 turns the outlier list off). The distances themselves are kept
*> in DIST-VALUE so the share carried by the largest 1% of pairs can
*> be taken off them once they are sorted largest first.
01 DISTANCE-FILE-NAME PIC X(40) VALUE SPACES.
01 OUTLIER-FILE-NAME PIC X(40) VALUE SPACES.
78 MAX-TOP-N VALUE 50.
01 DIST-TOP-N PIC 9(2) VALUE 10.
01 OUTLIER-DIST PIC 9(9) VALUE 10000.
01 OUTLIER-STARTED PIC X(1) VALUE 'N'.
01 OUTLIER-COUNT PIC 9(6) VALUE 0.
01 OUTLIER-TOTAL PIC 9(15) VALUE 0.
01 dist-num-chk PIC X(9) VALUE SPACES.
*> Bands run by the number of digits in the distance; BAND-LOW is
*> the smallest distance that falls in each band
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
01 DIST-COUNT PIC 9(6) VALUE 0.
01 dist-tab.
    05 DIST-VALUE PIC 9(9) OCCURS 1 TO 100000 TIMES
        DEPENDING ON DIST-COUNT.
01 TOP-PCT-PAIRS PIC 9(6) VALUE 0.
01 TOP-PCT-TOTAL PIC 9(15) VALUE 0.
01 SHARE-AMOUNT PIC 9(15) VALUE 0.
01 SHARE-PCT PIC 9(3)V9 VALUE 0.
01 SHARE-SHOW PIC ZZ9.9.
01 OUTBOUND-FILE-NAME PIC X(40) VALUE SPACES.
01 OUT-BODY-COUNT PIC 9(6) VALUE 0.
*> Sum of the contribution column, logged to the transmission
*> register beside the body count for the receiver's load to match
01 OUT-CONTRIB-TOTAL PIC 9(18) VALUE 0.
01 XMITREG-FILE-NAME PIC X(40) VALUE "XMITREG.DAT".
01 XREG-FS PIC XX VALUE "00".

*> Drop receipt check: the file in hand is looked up on the receipt
*> register for its PROC-DATE, the last receipt standing. No
*> register on disk downgrades the check to a warning, given once.
01 RECEIPT-FILE-NAME PIC X(40) VALUE "RECEIPT.DAT".
01 RCPT-FS PIC XX VALUE "00".
01 RCPT-FEOF PIC X(1) VALUE 'N'.
01 RCPT-MISSING PIC X(1) VALUE 'N'.
01 RCPT-CHK-FILE PIC X(40) VALUE SPACES.
01 RCPT-FOUND PIC X(1) VALUE 'N'.
01 RCPT-FOUND-STATUS PIC X(12) VALUE SPACES.
01 RCPT-FOUND-REASON PIC X(60) VALUE SPACES.
01 CONTRIB PIC 9(15) VALUE 0.
01 UNMATCHED-COUNT PIC 9(6) VALUE 0.
01 unmatched-tab.
01 OLD-EXC-FS PIC XX VALUE "00".
01 OLD-EXC-FEOF PIC X(1) VALUE 'N'.
01 SKIP-EXC-COUNT PIC 9(6) VALUE 0.
01 SKIP-FLAG-COUNT PIC 9(6) VALUE 0.
01 SAVED-EXC-COUNT PIC 9(6) VALUE 0.
01 EXC-RESTORE-IDX PIC 9(6) VALUE 0.
01 saved-exc-tab.
*> one it should hold for review and from the distinct ways a run can
*> go down:
*>    0 clean
*>    4 completed with warnings (rows rejected or flagged, no usable
*>      control file so the control-total check never ran, no
*>      location reference so the ID lookup never ran, or more IDs
*>      sent by more than one manifest region than its tolerance)
*>    8 control-total mismatch
*>   12 cannot open FILE_IN
*>   13 cannot open FILE_RIGHT
*>   21 refused: the run-control record for this FILE_IN and date is
*>      still in flight, another submission is already running
*>   22 refused: the date is not on the processing calendar
*>   23 the location reference file is on disk but cannot be opened
*>   24 refused: the date falls in an accounting period already
*>      closed (resubmit with the force flag to post it as a
*>      prior-period adjustment)
*>   25 refused: the drop has no CLEAN or RELEASED receipt for the
*>      date on the receipt register (not received, refused or held;
*>      resubmit with the force flag to override)
*> WARN-FLAG remembers that a warning condition was seen so the clean
*> path can drop from 0 to 4 at end of job.
01 JOB-RC PIC 9(2) VALUE 0.
        10 REG-EXC PIC 9(6).
        10 REG-RES-1 PIC 9(15).
        10 REG-RES-2 PIC 9(15).

*> Cross-region overlap. Each region's IDs go into ovl-tab once its
*> lists are sorted, one entry per distinct ID per side with the
*> region's count of it; sorted by ID, region and side once every
*> region is in, any ID held by more than one region, on either
*> side, is an overlap. Every figure counts distinct IDs, an ID a
*> region sent on both sides once: OVL-CELL(a, b) the IDs regions a
*> and b share, OVL-SENT the IDs each region sent (the matrix
*> diagonal), OVL-IDS the IDs in more than one region. OVL-LEFT-IDS
*> and OVL-RIGHT-IDS split them by the side more than one region
*> sent them on, so an ID can fall in both or (sent left by one
*> region and right by another) in neither. More overlapping IDs
*> than OVL-TOLERANCE (the manifest's OVERLAP-TOLERANCE record, 0
*> without one) marks the run WARNINGS. The region each ID is
*> registered to comes off the location reference when it is on
*> file (OVL-REF); a region line for an ID registered elsewhere is
*> misrouted (OVL-MISROUTED), and an overlapping ID not on the
*> reference at all is counted apart (OVL-UNREG).
01 OVERLAP-FILE-NAME PIC X(40) VALUE SPACES.
01 OVL-TOLERANCE PIC 9(6) VALUE 0.
01 ovl-tol-tag PIC X(20).
01 ovl-tol-tok PIC X(6).
01 ovl-tol-chk PIC X(6).
78 MAX-OVL-ENTRIES VALUE 500000.
01 OVL-COUNT PIC 9(7) VALUE 0.
01 OVL-OVERFLOW PIC X(1) VALUE 'N'.
01 ovl-tab.
    05 ovl-entry OCCURS 1 TO 500000 TIMES DEPENDING ON OVL-COUNT.
        10 OVL-ID PIC 9(9).
        10 OVL-SIDE PIC X(1).
        10 OVL-REG PIC 9(2).
        10 OVL-CNT PIC 9(6).
01 ovl-sent-tab VALUE ZEROS.
    05 OVL-SENT PIC 9(7) OCCURS 50 TIMES.
01 ovl-matrix VALUE ZEROS.
    05 ovl-mrow OCCURS 50 TIMES.
        10 OVL-CELL PIC 9(7) OCCURS 50 TIMES.
01 ox PIC 9(7) VALUE 1.
01 og-end PIC 9(7) VALUE 1.
01 oa PIC 9(7) VALUE 1.
01 ob PIC 9(7) VALUE 1.
01 oc PIC 9(2) VALUE 1.
01 ot PIC 9(7) VALUE 1.
01 oc-end PIC 9(2) VALUE 1.
01 or-idx PIC 9(2) VALUE 1.
01 OVL-RUN-ID PIC 9(9) VALUE 0.
01 OVL-RUN-CNT PIC 9(6) VALUE 0.
01 OVL-RUN-SIDE PIC X(1) VALUE SPACE.
01 OVL-PASS PIC X(1) VALUE 'C'.
01 OVL-IDS PIC 9(7) VALUE 0.
01 OVL-LEFT-IDS PIC 9(7) VALUE 0.
01 OVL-RIGHT-IDS PIC 9(7) VALUE 0.
01 OVL-MISROUTED PIC 9(7) VALUE 0.
01 OVL-UNREG PIC 9(7) VALUE 0.
01 OVL-GRP-REGS PIC 9(2) VALUE 0.
01 OVL-GRP-LEFT PIC 9(2) VALUE 0.
01 OVL-GRP-RIGHT PIC 9(2) VALUE 0.
01 OVL-REG-START PIC X(1) VALUE 'N'.
01 OVL-REF PIC X(1) VALUE 'N'.
01 OVL-REF-OPENED PIC X(1) VALUE 'N'.
01 OVL-HOME PIC X(14) VALUE SPACES.
01 OVL-SIDE-NAME PIC X(5) VALUE SPACES.
01 OVL-MARK PIC X(9) VALUE SPACES.
01 ovl-cell-show PIC Z(6)9.
01 ovl-col-show PIC Z(6)99.
01 ovl-ptr PIC 9(3) VALUE 1.
*> The new upstream extract: comma-delimited rows wrapped in a header
*> record carrying the extract date ("HDR,YYYYMMDD") and a trailer
*> carrying the body record count ("TRL,nnnnnn"). A PARM format of C
    IF CATCHUP-MODE = 'Y'
        PERFORM check-calendar
    ELSE
        PERFORM check-closed-period
        PERFORM vet-drop-receipts
        PERFORM check-run-control
        PERFORM mark-run-inflight
    END-IF

    PERFORM open-location-ref

    IF MANIFEST-MODE = 'Y'
        PERFORM run-manifest
    ELSE
        END-IF
    END-IF

    IF LOCREF-OPEN = 'Y'
        CLOSE locref-file
        MOVE 'N' TO LOCREF-OPEN
    END-IF

    *> Settle the final return code: a run that got this far is clean
    *> unless a warning condition (rejected rows, no usable control
    *> file) asks the scheduler to hold downstream work for review
        DISPLAY EXC-COUNT " ROW(S) REJECTED, SEE " EXCEPT-FILE-NAME
        MOVE 'Y' TO WARN-FLAG
    END-IF.
    IF FLAG-COUNT > 0
        DISPLAY FLAG-COUNT " ROW(S) FLAGGED AGAINST THE LOCATION"
            " REFERENCE, SEE " EXCEPT-FILE-NAME
        MOVE 'Y' TO WARN-FLAG
    END-IF.

    PERFORM check-control-total.

    *> tables, one region at a time; the consolidated report carries
    *> each region's figures and the grand total across all of them
    PERFORM load-manifest.
    *> Every region's drop must have been received clean before the
    *> first region is processed
    IF EXAMPLE-MODE = 'N'
        PERFORM VARYING REG-IDX FROM 1 BY 1 UNTIL REG-IDX > REG-COUNT
            MOVE REG-LEFT(REG-IDX) TO RCPT-CHK-FILE
            PERFORM check-drop-receipt
            IF REG-RIGHT(REG-IDX) NOT = SPACES
                MOVE REG-RIGHT(REG-IDX) TO RCPT-CHK-FILE
                PERFORM check-drop-receipt
            END-IF
        END-PERFORM
    END-IF.
    OPEN OUTPUT exception-file.
    OPEN OUTPUT work-file.
    PERFORM build-duplicates-name.
    CLOSE exception-file.
    CLOSE work-file.
    PERFORM close-duplicates-file.
    PERFORM write-overlap-report.
    IF EXC-COUNT > 0
        DISPLAY EXC-COUNT " ROW(S) REJECTED ACROSS ALL REGIONS, SEE "
            EXCEPT-FILE-NAME
        MOVE 'Y' TO WARN-FLAG
    END-IF.
    IF FLAG-COUNT > 0
        DISPLAY FLAG-COUNT " ROW(S) FLAGGED AGAINST THE LOCATION"
            " REFERENCE ACROSS ALL REGIONS, SEE " EXCEPT-FILE-NAME
        MOVE 'Y' TO WARN-FLAG
    END-IF.
    *> Leave the consolidated figures where the status and audit
    *> records expect a run's totals, with the manifest as FILE_IN.
    *> The row totals stay in their own wider fields: write-job-status
    END-IF.
    PERFORM write-manifest-report.
    PERFORM write-manifest-history.
    IF PERIOD-ADJ = 'Y'
        PERFORM write-period-adjustment
    END-IF.

load-manifest.
    OPEN INPUT manifest-file.
    END-READ.

store-manifest-row.
    IF man-row(1:18) = "OVERLAP-TOLERANCE,"
        PERFORM store-overlap-tolerance
        EXIT PARAGRAPH
    END-IF.
    IF REG-COUNT >= MAX-REGIONS
        DISPLAY "ABEND: MANIFEST " MANIFEST-FILE-NAME
            " NAMES MORE THAN " MAX-REGIONS " REGIONS"
        PERFORM job-abend
    END-IF.

store-overlap-tolerance.
    MOVE SPACES TO ovl-tol-tok.
    UNSTRING man-row DELIMITED BY ","
        INTO ovl-tol-tag, ovl-tol-tok
    END-UNSTRING.
    MOVE ovl-tol-tok TO ovl-tol-chk.
    INSPECT ovl-tol-chk REPLACING TRAILING SPACE BY ZERO.
    IF ovl-tol-tok = SPACES OR ovl-tol-chk NOT NUMERIC
        OR man-row(25:76) NOT = SPACES
        DISPLAY "ABEND: BAD MANIFEST RECORD: " man-row
        MOVE 15 TO JOB-RC
        PERFORM job-abend
    END-IF.
    MOVE ovl-tol-tok TO OVL-TOLERANCE.

process-one-region.
    *> One region's drop through the standard load/sort/calc cycle.
    *> All the per-source state restarts from scratch so nothing
    SORT colLeft ON ASCENDING.
    SORT colRight ON ASCENDING.
    PERFORM check-left-duplicates.
    PERFORM record-region-ids.
    IF DEBUG-MODE = 'Y'
        PERFORM print-input
    END-IF.
        STRING "GRAND TOTAL PART 2: ", GRAND-RES-2 INTO rpt-row
        WRITE rpt-row
    END-IF.
    *> The grand totals count an ID once for every region that sent
    *> it, so say how many did
    MOVE SPACES TO rpt-row.
    STRING "OVERLAP: ", OVL-IDS, " ID(S) IN MORE THAN ONE REGION"
        " (TOLERANCE ", OVL-TOLERANCE, "), SEE " DELIMITED BY SIZE,
        OVERLAP-FILE-NAME DELIMITED BY SPACE INTO rpt-row.
    WRITE rpt-row.
    CLOSE report-file.

write-settings-lines.
    MOVE SPACES TO rpt-row.
    STRING "  EXAMPLE=", EXAMPLE-MODE, " DEBUG=", DEBUG-MODE,
        " RESTART=", RESTART-MODE, " DUAL=", DUAL-MODE,
        " RECYCLE=", RECYCLE-MODE, " FORCE=", FORCE-MODE,
        " LOCREF-CHECK=", LOCREF-CHECK
        INTO rpt-row.
    WRITE rpt-row.
    MOVE SPACES TO rpt-row.
    STRING "  DIST-TOP-N=", DIST-TOP-N,
        " OUTLIER-DISTANCE=", OUTLIER-DIST INTO rpt-row.
    WRITE rpt-row.
    MOVE SPACES TO rpt-row.
    IF FILE_RIGHT = SPACES
        STRING "  FILE_RIGHT=(NONE)" INTO rpt-row
    ELSE
    END-IF.
    WRITE rpt-row.

record-region-ids.
    *> The region's sorted lists into ovl-tab, one entry per distinct
    *> ID per side carrying how many times the region sent it
    MOVE 'L' TO OVL-RUN-SIDE.
    MOVE 1 TO i.
    PERFORM record-left-run UNTIL i > FILE_LEN.
    MOVE 'R' TO OVL-RUN-SIDE.
    MOVE 1 TO i.
    PERFORM record-right-run UNTIL i > FILE_LEN.

record-left-run.
    MOVE colLeft(i) TO OVL-RUN-ID.
    MOVE 0 TO OVL-RUN-CNT.
    PERFORM VARYING i FROM i BY 1
        UNTIL i > FILE_LEN OR colLeft(i) NOT = OVL-RUN-ID
        ADD 1 TO OVL-RUN-CNT
    END-PERFORM.
    PERFORM store-ovl-entry.

record-right-run.
    MOVE colRight(i) TO OVL-RUN-ID.
    MOVE 0 TO OVL-RUN-CNT.
    PERFORM VARYING i FROM i BY 1
        UNTIL i > FILE_LEN OR colRight(i) NOT = OVL-RUN-ID
        ADD 1 TO OVL-RUN-CNT
    END-PERFORM.
    PERFORM store-ovl-entry.

store-ovl-entry.
    *> A table too small for every region's IDs leaves the later
    *> regions out of the check, which is said loudly once
    IF OVL-COUNT >= MAX-OVL-ENTRIES
        IF OVL-OVERFLOW = 'N'
            DISPLAY "WARNING: MORE THAN " MAX-OVL-ENTRIES " REGION"
                " IDS, CROSS-REGION OVERLAP CHECK STOPS AT REGION "
                CUR-REGION
            MOVE 'Y' TO OVL-OVERFLOW
            MOVE 'Y' TO WARN-FLAG
        END-IF
        EXIT PARAGRAPH
    END-IF.
    ADD 1 TO OVL-COUNT.
    MOVE OVL-RUN-ID TO OVL-ID(OVL-COUNT).
    MOVE OVL-RUN-SIDE TO OVL-SIDE(OVL-COUNT).
    MOVE REG-IDX TO OVL-REG(OVL-COUNT).
    MOVE OVL-RUN-CNT TO OVL-CNT(OVL-COUNT).

write-overlap-report.
    *> Sort every region's IDs together, count the overlaps and fill
    *> the matrix on a first pass, then write the report with the
    *> overlapping IDs listed off a second pass
    IF OVL-COUNT > 1
        SORT ovl-entry ON ASCENDING KEY OVL-ID OVL-REG OVL-SIDE
    END-IF.
    MOVE 'N' TO OVL-REF-OPENED.
    IF LOCREF-OPEN = 'Y'
        MOVE 'Y' TO OVL-REF
    ELSE
        *> With the ID check switched off the reference is not open,
        *> but it still says where each location belongs
        IF LOCREF-CHECK = 'N'
            OPEN INPUT locref-file
            IF LOC-FS = "00"
                MOVE 'Y' TO OVL-REF
                MOVE 'Y' TO OVL-REF-OPENED
            END-IF
        END-IF
    END-IF.
    MOVE 'C' TO OVL-PASS.
    MOVE 1 TO ox.
    PERFORM take-overlap-group UNTIL ox > OVL-COUNT.

    MOVE SPACES TO OVERLAP-FILE-NAME.
    STRING "OVERLAP-", PROC-DATE, ".TXT" INTO OVERLAP-FILE-NAME.
    OPEN OUTPUT overlap-file.
    MOVE SPACES TO ovl-row.
    STRING "CROSS-REGION OVERLAP FOR ", PROC-DATE, "  MANIFEST: "
        DELIMITED BY SIZE,
        MANIFEST-FILE-NAME DELIMITED BY SPACE INTO ovl-row.
    WRITE ovl-row.
    MOVE SPACES TO ovl-row.
    STRING "REGIONS: ", REG-COUNT, "  REGION ID/SIDE ENTRIES: ",
        OVL-COUNT INTO ovl-row.
    WRITE ovl-row.
    MOVE SPACES TO ovl-row.
    STRING "IDS IN MORE THAN ONE REGION: ", OVL-IDS, " (LEFT ",
        OVL-LEFT-IDS, ", RIGHT ", OVL-RIGHT-IDS, ")  TOLERANCE: ",
        OVL-TOLERANCE INTO ovl-row.
    WRITE ovl-row.
    MOVE SPACES TO ovl-row.
    IF OVL-IDS > OVL-TOLERANCE
        STRING "OVER TOLERANCE, RUN MARKED WARNINGS" INTO ovl-row
        MOVE 'Y' TO WARN-FLAG
    ELSE
        STRING "WITHIN TOLERANCE, REPORTED ONLY" INTO ovl-row
    END-IF.
    WRITE ovl-row.
    MOVE SPACES TO ovl-row.
    IF OVL-REF = 'Y'
        STRING "LOCATION REFERENCE: " DELIMITED BY SIZE,
            LOCREF-FILE-NAME DELIMITED BY SPACE,
            ", REGION LINES SENT OUTSIDE THE REGISTERED REGION: "
            DELIMITED BY SIZE, OVL-MISROUTED DELIMITED BY SIZE
            INTO ovl-row
        WRITE ovl-row
        MOVE SPACES TO ovl-row
        STRING "IDS IN MORE THAN ONE REGION NOT ON THE LOCATION "
            "REFERENCE: ", OVL-UNREG DELIMITED BY SIZE INTO ovl-row
    ELSE
        STRING "NO LOCATION REFERENCE, REGISTERED REGIONS NOT SHOWN"
            INTO ovl-row
    END-IF.
    WRITE ovl-row.
    IF OVL-OVERFLOW = 'Y'
        MOVE SPACES TO ovl-row
        STRING "INCOMPLETE: MORE THAN ", MAX-OVL-ENTRIES,
            " REGION IDS, LATER REGIONS NOT CHECKED" INTO ovl-row
        WRITE ovl-row
    END-IF.
    MOVE SPACES TO ovl-row.
    WRITE ovl-row.
    MOVE SPACES TO ovl-row.
    STRING "ID         SIDE   REGION        COUNT   REGISTERED TO"
        INTO ovl-row.
    WRITE ovl-row.
    IF OVL-IDS = 0
        MOVE SPACES TO ovl-row
        STRING "  (NONE)" INTO ovl-row
        WRITE ovl-row
    END-IF.
    MOVE 'W' TO OVL-PASS.
    MOVE 1 TO ox.
    PERFORM take-overlap-group UNTIL ox > OVL-COUNT.
    IF OVL-REF-OPENED = 'Y'
        CLOSE locref-file
    END-IF.

    PERFORM write-overlap-matrix.
    CLOSE overlap-file.
    IF OVL-IDS > 0
        DISPLAY OVL-IDS " ID(S) SENT BY MORE THAN ONE REGION"
            " (TOLERANCE " OVL-TOLERANCE "), SEE " OVERLAP-FILE-NAME
    END-IF.
    IF OVL-IDS > OVL-TOLERANCE
        DISPLAY "CROSS-REGION OVERLAP OVER TOLERANCE"
    END-IF.

take-overlap-group.
    *> ox starts a run of entries for the one ID; og-end is left on
    *> its last entry. Within the run a region's left and right
    *> entries sit together, so the regions that sent it are counted
    *> off the entries that start a region. More than one region
    *> means an overlap. The first pass also credits the ID once to
    *> each region that sent it, for the matrix diagonal.
    PERFORM VARYING og-end FROM ox BY 1
        UNTIL og-end >= OVL-COUNT
            OR OVL-ID(og-end + 1) NOT = OVL-ID(ox)
        CONTINUE
    END-PERFORM.
    MOVE 0 TO OVL-GRP-REGS.
    MOVE 0 TO OVL-GRP-LEFT.
    MOVE 0 TO OVL-GRP-RIGHT.
    PERFORM VARYING oa FROM ox BY 1 UNTIL oa > og-end
        MOVE oa TO ot
        PERFORM test-region-start
        IF OVL-REG-START = 'Y'
            ADD 1 TO OVL-GRP-REGS
            IF OVL-PASS = 'C'
                ADD 1 TO OVL-SENT(OVL-REG(oa))
            END-IF
        END-IF
        IF OVL-SIDE(oa) = 'L'
            ADD 1 TO OVL-GRP-LEFT
        ELSE
            ADD 1 TO OVL-GRP-RIGHT
        END-IF
    END-PERFORM.
    IF OVL-GRP-REGS > 1
        PERFORM find-overlap-home
        IF OVL-PASS = 'C'
            PERFORM count-overlap-group
        ELSE
            PERFORM list-overlap-group
        END-IF
    END-IF.
    COMPUTE ox = og-end + 1.

test-region-start.
    *> Entry ot is the first of its region's entries for the ID
    MOVE 'Y' TO OVL-REG-START.
    IF ot > ox
        IF OVL-REG(ot) = OVL-REG(ot - 1)
            MOVE 'N' TO OVL-REG-START
        END-IF
    END-IF.

find-overlap-home.
    MOVE SPACES TO OVL-HOME.
    IF OVL-REF = 'Y'
        MOVE OVL-ID(ox) TO LOC-ID
        READ locref-file
            INVALID KEY MOVE "(UNREGISTERED)" TO OVL-HOME
            NOT INVALID KEY MOVE LOC-REGION TO OVL-HOME
        END-READ
    END-IF.

count-overlap-group.
    *> Each side's entries come one per region, so more than one on
    *> a side means more than one region sent the ID on that side.
    *> The cells pair up the regions, off each region's first entry.
    ADD 1 TO OVL-IDS.
    IF OVL-GRP-LEFT > 1
        ADD 1 TO OVL-LEFT-IDS
    END-IF.
    IF OVL-GRP-RIGHT > 1
        ADD 1 TO OVL-RIGHT-IDS
    END-IF.
    IF OVL-HOME = "(UNREGISTERED)"
        ADD 1 TO OVL-UNREG
    END-IF.
    PERFORM VARYING oa FROM ox BY 1 UNTIL oa > og-end
        IF OVL-HOME NOT = SPACES
            AND OVL-HOME NOT = "(UNREGISTERED)"
            AND OVL-HOME NOT = REG-NAME(OVL-REG(oa))
            ADD 1 TO OVL-MISROUTED
        END-IF
        MOVE oa TO ot
        PERFORM test-region-start
        IF OVL-REG-START = 'Y'
            PERFORM VARYING ob FROM ox BY 1 UNTIL ob > og-end
                MOVE ob TO ot
                PERFORM test-region-start
                IF OVL-REG-START = 'Y'
                    AND OVL-REG(ob) NOT = OVL-REG(oa)
                    ADD 1 TO OVL-CELL(OVL-REG(oa), OVL-REG(ob))
                END-IF
            END-PERFORM
        END-IF
    END-PERFORM.

list-overlap-group.
    *> One line per region and side that sent the ID; the ID heads
    *> the first, and a region other than the registered one is
    *> marked (an ID not on the reference has no region to miss)
    PERFORM VARYING oa FROM ox BY 1 UNTIL oa > og-end
        IF OVL-SIDE(oa) = 'L'
            MOVE "LEFT" TO OVL-SIDE-NAME
        ELSE
            MOVE "RIGHT" TO OVL-SIDE-NAME
        END-IF
        MOVE SPACES TO OVL-MARK
        IF OVL-HOME NOT = SPACES
            AND OVL-HOME NOT = "(UNREGISTERED)"
            AND OVL-HOME NOT = REG-NAME(OVL-REG(oa))
            MOVE "MISROUTED" TO OVL-MARK
        END-IF
        MOVE SPACES TO ovl-row
        IF oa = ox
            STRING OVL-ID(oa), "  ", OVL-SIDE-NAME, "  ",
                REG-NAME(OVL-REG(oa)), "  ", OVL-CNT(oa), "  ",
                OVL-HOME, "  ", OVL-MARK INTO ovl-row
        ELSE
            STRING "           ", OVL-SIDE-NAME, "  ",
                REG-NAME(OVL-REG(oa)), "  ", OVL-CNT(oa), "  ",
                OVL-HOME, "  ", OVL-MARK INTO ovl-row
        END-IF
        WRITE ovl-row
    END-PERFORM.

write-overlap-matrix.
    *> Regions down and across by number, ten columns to a block so
    *> a 50-region manifest still fits the line; each cell is the
    *> number of IDs the two regions share, the diagonal the number
    *> of distinct IDs the region sent
    MOVE SPACES TO ovl-row.
    WRITE ovl-row.
    MOVE SPACES TO ovl-row.
    STRING "OVERLAP MATRIX (IDS SHARED BY EACH PAIR OF REGIONS;"
        " DIAGONAL = DISTINCT IDS THE REGION SENT)" INTO ovl-row.
    WRITE ovl-row.
    PERFORM VARYING or-idx FROM 1 BY 1 UNTIL or-idx > REG-COUNT
        MOVE SPACES TO ovl-row
        STRING "  ", or-idx, " = ", REG-NAME(or-idx) INTO ovl-row
        WRITE ovl-row
    END-PERFORM.
    PERFORM VARYING oc FROM 1 BY 10 UNTIL oc > REG-COUNT
        COMPUTE oc-end = oc + 9
        IF oc-end > REG-COUNT
            MOVE REG-COUNT TO oc-end
        END-IF
        MOVE SPACES TO ovl-row
        WRITE ovl-row
        MOVE SPACES TO ovl-row
        STRING "REGION      " INTO ovl-row
        MOVE 16 TO ovl-ptr
        PERFORM VARYING ob FROM oc BY 1 UNTIL ob > oc-end
            MOVE ob TO ovl-col-show
            STRING ovl-col-show INTO ovl-row WITH POINTER ovl-ptr
        END-PERFORM
        WRITE ovl-row
        PERFORM VARYING or-idx FROM 1 BY 1 UNTIL or-idx > REG-COUNT
            MOVE SPACES TO ovl-row
            STRING or-idx, " ", REG-NAME(or-idx) INTO ovl-row
            MOVE 16 TO ovl-ptr
            PERFORM VARYING ob FROM oc BY 1 UNTIL ob > oc-end
                IF ob = or-idx
                    MOVE OVL-SENT(or-idx) TO ovl-cell-show
                ELSE
                    MOVE OVL-CELL(or-idx, ob) TO ovl-cell-show
                END-IF
                STRING " ", ovl-cell-show INTO ovl-row
                    WITH POINTER ovl-ptr
            END-PERFORM
            WRITE ovl-row
        END-PERFORM
    END-PERFORM.

write-one-region-line.
    MOVE SPACES TO rpt-row.
    STRING "REGION ", REG-NAME(REG-IDX),
    *> missed days back to back.
    PERFORM load-catchup-list.
    PERFORM sort-catchup-list.
    *> Refuse the whole list up front if any drop on it is dated
    *> into a closed period or lacks a clean receipt, rather than
    *> catching up half of it
    IF FORCE-MODE = 'N'
        PERFORM VARYING CU-IDX FROM 1 BY 1 UNTIL CU-IDX > CU-COUNT
            MOVE CU-DATE(CU-IDX) TO PROC-DATE
            MOVE CU-FILE(CU-IDX) TO FILE_IN
            PERFORM check-closed-period
            PERFORM vet-drop-receipts
        END-PERFORM
    END-IF.
    PERFORM process-one-catchup VARYING CU-IDX FROM 1 BY 1
        UNTIL CU-IDX > CU-COUNT.
    MOVE CU-TOT-EXC TO EXC-COUNT.
    MOVE PROC-DATE TO EXPECT-DATE.
    MOVE CU-FILE(CU-IDX) TO FILE_IN.
    DISPLAY "CATCH-UP DROP " PROC-DATE ": " FILE_IN.
    PERFORM check-closed-period.
    PERFORM vet-drop-receipts.
    PERFORM check-runctl-claim.
    PERFORM mark-run-inflight.
    MOVE 0 TO FILE_LEN.
    MOVE 0 TO READ-ROW-NUM.
    MOVE 0 TO ROW-COUNT.
    MOVE 0 TO EXC-COUNT.
    MOVE 0 TO FLAG-COUNT.
    MOVE 0 TO REJ-COUNT.
    MOVE 0 TO DUP-IDS.
    MOVE 1 TO i.
        END-IF
    END-IF.

check-closed-period.
    *> A drop dated into an accounting period AOC-COBOL-DAY-1-PERD
    *> has closed would move figures finance has already reported.
    *> No period file means nothing has been closed yet.
    IF PERIODS-LOADED = 'N'
        PERFORM load-closed-periods
    END-IF.
    MOVE 'N' TO PERIOD-ADJ.
    DIVIDE PROC-DATE BY 100 GIVING PROC-PERIOD.
    PERFORM VARYING cpx FROM 1 BY 1 UNTIL cpx > CLOSED-COUNT
        IF CLOSED-PERIOD(cpx) = PROC-PERIOD
            MOVE 'Y' TO PERIOD-ADJ
        END-IF
    END-PERFORM.
    IF PERIOD-ADJ = 'Y'
        IF FORCE-MODE = 'Y'
            DISPLAY "FORCED INTO CLOSED PERIOD " PROC-PERIOD ": "
                FILE_IN " DATED " PROC-DATE " POSTS AS A PRIOR-PERIOD"
                " ADJUSTMENT"
            MOVE 'Y' TO WARN-FLAG
        ELSE
            DISPLAY "REFUSED: " FILE_IN " DATED " PROC-DATE
                " FALLS IN CLOSED ACCOUNTING PERIOD " PROC-PERIOD
            MOVE 24 TO JOB-RC
            PERFORM job-abend
        END-IF
    END-IF.

vet-drop-receipts.
    *> The drop in hand (both lists of a dual-file drop) against the
    *> receipt register. Example runs read the worked example, which
    *> is never received; a manifest's regions are vetted once the
    *> manifest is loaded.
    IF EXAMPLE-MODE = 'Y' OR MANIFEST-MODE = 'Y'
        EXIT PARAGRAPH
    END-IF.
    MOVE FILE_IN TO RCPT-CHK-FILE.
    PERFORM check-drop-receipt.
    IF DUAL-MODE = 'Y'
        MOVE FILE_RIGHT TO RCPT-CHK-FILE
        PERFORM check-drop-receipt
    END-IF.

check-drop-receipt.
    *> Only a drop whose last receipt for the date stands CLEAN or
    *> RELEASED goes through: a refused duplicate or stale file, a
    *> held one, or one never received at all is refused here
    IF RCPT-MISSING = 'Y'
        EXIT PARAGRAPH
    END-IF.
    OPEN INPUT receipt-file.
    IF RCPT-FS = "35"
        DISPLAY "NO RECEIPT REGISTER " RECEIPT-FILE-NAME
            ", SKIPPING DROP RECEIPT CHECK"
        MOVE 'Y' TO RCPT-MISSING
        MOVE 'Y' TO WARN-FLAG
        EXIT PARAGRAPH
    END-IF.
    MOVE 'N' TO RCPT-FOUND.
    MOVE "NOT RECEIVED" TO RCPT-FOUND-STATUS.
    MOVE "NO RECEIPT ON THE REGISTER" TO RCPT-FOUND-REASON.
    MOVE 'N' TO RCPT-FEOF.
    PERFORM check-one-receipt UNTIL RCPT-FEOF = 'Y'.
    CLOSE receipt-file.
    IF RCPT-FOUND-STATUS = "CLEAN" OR RCPT-FOUND-STATUS = "RELEASED"
        EXIT PARAGRAPH
    END-IF.
    IF FORCE-MODE = 'Y'
        DISPLAY "FORCED PAST THE RECEIPT REGISTER: " RCPT-CHK-FILE
            " DATED " PROC-DATE " IS " RCPT-FOUND-STATUS
    ELSE
        DISPLAY "REFUSED: " RCPT-CHK-FILE " DATED " PROC-DATE
            " HAS NO CLEAN RECEIPT, " RCPT-FOUND-STATUS ": "
            RCPT-FOUND-REASON
        MOVE 25 TO JOB-RC
        PERFORM job-abend
    END-IF.

check-one-receipt.
    READ receipt-file
        AT END MOVE 'Y' TO RCPT-FEOF
        NOT AT END
            IF RC-DATE = PROC-DATE AND RC-FILE = RCPT-CHK-FILE
                MOVE 'Y' TO RCPT-FOUND
                MOVE RC-STATUS TO RCPT-FOUND-STATUS
                MOVE RC-REASON TO RCPT-FOUND-REASON
            END-IF
    END-READ.

load-closed-periods.
    MOVE 'Y' TO PERIODS-LOADED.
    MOVE 0 TO CLOSED-COUNT.
    OPEN INPUT period-file.
    IF PER-FS NOT = "00"
        EXIT PARAGRAPH
    END-IF.
    MOVE 'N' TO PER-FEOF.
    PERFORM load-one-closed-period UNTIL PER-FEOF = 'Y'.
    CLOSE period-file.

load-one-closed-period.
    READ period-file
        AT END MOVE 'Y' TO PER-FEOF
        NOT AT END
            IF PER-STATUS = "CLOSED"
                AND CLOSED-COUNT < MAX-CLOSED-PERIODS
                COMPUTE CLOSED-COUNT = CLOSED-COUNT + 1
                MOVE PER-PERIOD TO CLOSED-PERIOD(CLOSED-COUNT)
            END-IF
    END-READ.

write-period-adjustment.
    *> One record per forced run into a closed period, carrying the
    *> results it produced, for AOC-COBOL-DAY-1-PERD to list beside
    *> the period's frozen figures
    OPEN EXTEND period-adj-file.
    IF PADJ-FS = "35"
        OPEN OUTPUT period-adj-file
    END-IF.
    MOVE SPACES TO adj-row.
    MOVE RUN-DATE TO ADJ-RUN-DATE.
    MOVE PROC-DATE TO ADJ-PROC-DATE.
    MOVE PROC-PERIOD TO ADJ-PERIOD.
    IF BOTH-MODE = 'Y'
        MOVE 'B' TO ADJ-PART
    ELSE
        MOVE PART TO ADJ-PART
    END-IF.
    MOVE RES-PART-1 TO ADJ-RES-1.
    MOVE RES-PART-2 TO ADJ-RES-2.
    MOVE FILE_IN TO ADJ-FILE.
    WRITE adj-row.
    CLOSE period-adj-file.
    DISPLAY "PRIOR-PERIOD ADJUSTMENT FOR " PROC-PERIOD " LOGGED TO "
        PERADJ-FILE-NAME.

check-calendar.
    *> No calendar on file downgrades the business-day check to a
    *> warning, the same way a missing control file is handled
    *> extract, with an optional 9th field overriding the expected
    *> extract date for reprocessing runs:
    *> AOC-COBOL-DAY-1 "extract.csv,B,N,N,N,,,C,20260820"
    *> A 10th field of Y forces the run past the run-control,
    *> calendar, closed-period and drop-receipt refusals for a
    *> deliberate rerun
    *> (into a closed period it posts as a prior-period adjustment):
    *> AOC-COBOL-DAY-1 "input.txt,B,N,N,N,,,,,Y"
    *> An 11th field sets the location reference check: R (the
    *> default) rejects unknown and retired IDs, F only flags them,
    *> N skips the lookup:
    *> AOC-COBOL-DAY-1 "input.txt,B,N,N,N,,,,,,F"
    *> A 12th field sets how many of the largest part 1 pairs the
    *> distance analysis lists (default 10, up to 50) and a 13th the
    *> distance over which a pair goes on the outlier list (default
    *> 10000, 0 for no outlier list):
    *> AOC-COBOL-DAY-1 "input.txt,1,N,N,N,,,,,,,20,50000"
    *> A +-prefixed PARM names a keyword parameter card instead, one
    *> KEYWORD=VALUE line per setting (FILE_IN, PART, EXAMPLE, DEBUG,
    *> RESTART, FILE_RIGHT, CORRECTIONS, FORMAT, EXPECT-DATE, FORCE,
    *> LOCREF-CHECK, DIST-TOP-N, OUTLIER-DISTANCE), so nobody has to count out positional commas:
    *> AOC-COBOL-DAY-1 "+PARMCARD.TXT"
    ACCEPT PARM-STRING FROM COMMAND-LINE.

        UNSTRING PARM-STRING DELIMITED BY ","
            INTO PARM-FILE-IN, PARM-PART, PARM-EXAMPLE, PARM-DEBUG,
                PARM-RESTART, PARM-FILE-RIGHT, PARM-FILE-CORR,
                PARM-FORMAT, PARM-EXPECT-DATE, PARM-FORCE,
                PARM-LOCREF-CHECK, PARM-DIST-TOP-N, PARM-OUTLIER-DIST
        END-UNSTRING
    END-IF.

        MOVE 'Y' TO FORCE-MODE
    END-IF.

    IF PARM-LOCREF-CHECK NOT = SPACES
        INSPECT PARM-LOCREF-CHECK CONVERTING "rfn" TO "RFN"
        IF PARM-LOCREF-CHECK = 'R' OR PARM-LOCREF-CHECK = 'F'
            OR PARM-LOCREF-CHECK = 'N'
            MOVE PARM-LOCREF-CHECK TO LOCREF-CHECK
        ELSE
            DISPLAY "ABEND: LOCATION CHECK MUST BE R, F OR N, GOT "
                PARM-LOCREF-CHECK
            MOVE 15 TO JOB-RC
            PERFORM job-abend
        END-IF
    END-IF.

    IF PARM-DIST-TOP-N NOT = SPACES
        MOVE SPACES TO dist-num-chk
        MOVE PARM-DIST-TOP-N TO dist-num-chk
        INSPECT dist-num-chk REPLACING TRAILING SPACE BY ZERO
        IF dist-num-chk NOT NUMERIC
            DISPLAY "ABEND: DISTANCE TOP-N " PARM-DIST-TOP-N
                " NOT NUMERIC"
            MOVE 15 TO JOB-RC
            PERFORM job-abend
        END-IF
        MOVE PARM-DIST-TOP-N TO DIST-TOP-N
        IF DIST-TOP-N > MAX-TOP-N
            DISPLAY "ABEND: DISTANCE TOP-N " DIST-TOP-N
                " OVER THE LIMIT OF " MAX-TOP-N
            MOVE 15 TO JOB-RC
            PERFORM job-abend
        END-IF
    END-IF.

    IF PARM-OUTLIER-DIST NOT = SPACES
        MOVE PARM-OUTLIER-DIST TO dist-num-chk
        INSPECT dist-num-chk REPLACING TRAILING SPACE BY ZERO
        IF dist-num-chk NOT NUMERIC
            DISPLAY "ABEND: OUTLIER DISTANCE " PARM-OUTLIER-DIST
                " NOT NUMERIC"
            MOVE 15 TO JOB-RC
            PERFORM job-abend
        END-IF
        MOVE PARM-OUTLIER-DIST TO OUTLIER-DIST
    END-IF.

    IF PARM-FILE-RIGHT NOT = SPACES
        MOVE PARM-FILE-RIGHT TO FILE_RIGHT
        MOVE 'Y' TO DUAL-MODE
        DISPLAY "CSV EXTRACT FORMAT"
    END-IF.
    IF FORCE-MODE = 'Y'
        DISPLAY "FORCE MODE, RUN-CONTROL, CALENDAR, CLOSED-PERIOD"
            " AND RECEIPT REFUSALS BECOME OVERRIDES"
    END-IF.
    IF PARMCARD-MODE = 'Y'
        DISPLAY "SETTINGS READ FROM PARM CARD " PARMCARD-FILE-NAME
    END-IF.
    IF LOCREF-CHECK = 'F'
        DISPLAY "LOCATION CHECK FLAGS UNKNOWN AND RETIRED IDS"
            " INSTEAD OF REJECTING THEM"
    END-IF.
    IF CATCHUP-MODE = 'Y'
        DISPLAY "CATCH-UP MODE, LIST=" CATCHUP-FILE-NAME
    END-IF.
            END-IF
        END-IF
    END-IF.
    IF KW-NAME = "LOCREF-CHECK"
        MOVE 'Y' TO KW-MATCHED
        IF KW-VALUE = 'R' OR KW-VALUE = 'r' OR KW-VALUE = 'F'
            OR KW-VALUE = 'f' OR KW-VALUE = 'N' OR KW-VALUE = 'n'
            OR KW-VALUE = SPACES
            MOVE KW-VALUE(1:1) TO PARM-LOCREF-CHECK
        ELSE
            PERFORM bad-keyword-value
        END-IF
    END-IF.
    IF KW-NAME = "DIST-TOP-N"
        MOVE 'Y' TO KW-MATCHED
        IF KW-VALUE(3:38) = SPACES
            MOVE KW-VALUE(1:2) TO PARM-DIST-TOP-N
        ELSE
            PERFORM bad-keyword-value
        END-IF
    END-IF.
    IF KW-NAME = "OUTLIER-DISTANCE"
        MOVE 'Y' TO KW-MATCHED
        IF KW-VALUE(10:31) = SPACES
            MOVE KW-VALUE(1:9) TO PARM-OUTLIER-DIST
        ELSE
            PERFORM bad-keyword-value
        END-IF
    END-IF.
    IF KW-NAME = "EXPECT-DATE"
        MOVE 'Y' TO KW-MATCHED
        IF KW-VALUE = SPACES
    *> Body row of the new extract: the same numeric vetting as
    *> validate-line, with the two IDs split on the comma
    MOVE 'Y' TO VALID-LINE.
    MOVE SPACES TO REF-REASON.
    MOVE SPACES TO lnum.
    MOVE SPACES TO rnum.
    UNSTRING frow DELIMITED BY "," INTO lnum, rnum.
        END-IF
    END-IF.

    IF VALID-LINE = 'Y'
        PERFORM vet-row-locations
    END-IF.
    IF VALID-LINE = 'Y'
        PERFORM store-element
    ELSE
    MOVE 1 TO CKPT-I.
    MOVE 0 TO SKIP-COUNT.
    MOVE 0 TO SKIP-EXC-COUNT.
    MOVE 0 TO SKIP-FLAG-COUNT.
    OPEN INPUT checkpoint-file.
    IF CKPT-FS = "35"
        DISPLAY "NO CHECKPOINT FILE " CHECKPOINT-FILE-NAME
            NOT AT END
                MOVE CKPT-READ-ROW-NUM TO SKIP-COUNT
                MOVE CKPT-EXC-COUNT TO SKIP-EXC-COUNT
                *> A checkpoint cut before flag mode existed has no
                *> flag count on it, and so no flagged lines to keep
                IF CKPT-FLAG-COUNT IS NUMERIC
                    MOVE CKPT-FLAG-COUNT TO SKIP-FLAG-COUNT
                END-IF
        END-READ
        CLOSE checkpoint-file
    END-IF.
    *> whatever the aborted run logged after its last checkpoint would
    *> stay in the file and get logged a second time once the restarted
    *> read loop re-validates those same rows.
    *> Flagged rows share the file with the rejects, so the lines to
    *> keep are both counts together.
    MOVE SKIP-EXC-COUNT TO EXC-COUNT.
    MOVE SKIP-FLAG-COUNT TO FLAG-COUNT.
    MOVE 0 TO SAVED-EXC-COUNT.
    MOVE 'N' TO OLD-EXC-FEOF.
    IF SKIP-EXC-COUNT + SKIP-FLAG-COUNT > 0
        OPEN INPUT old-exception-file
        IF OLD-EXC-FS = "35"
            DISPLAY "NO EXCEPTION FILE " EXCEPT-FILE-NAME
                ", CANNOT RESTORE PRIOR EXCEPTIONS"
        ELSE
            PERFORM restore-one-exception
                UNTIL SAVED-EXC-COUNT >= SKIP-EXC-COUNT + SKIP-FLAG-COUNT
                    OR OLD-EXC-FEOF = 'Y'
            CLOSE old-exception-file
        END-IF
                IF old-exc-row(EXC-STATUS-COL:8) = "RESOLVED"
                    MOVE 'Y' TO REJ-RESOLVED(REJ-COUNT)
                ELSE
                    MOVE 0 TO FLAG-HITS
                    INSPECT old-exc-row(1:180) TALLYING FLAG-HITS
                        FOR ALL " FLAGGED: "
                    IF FLAG-HITS > 0
                        MOVE 'F' TO REJ-RESOLVED(REJ-COUNT)
                    ELSE
                        MOVE 'N' TO REJ-RESOLVED(REJ-COUNT)
                    END-IF
                END-IF
            END-IF
    END-READ.
    MOVE READ-ROW-NUM TO CKPT-READ-ROW-NUM.
    MOVE i TO CKPT-I.
    MOVE EXC-COUNT TO CKPT-EXC-COUNT.
    MOVE FLAG-COUNT TO CKPT-FLAG-COUNT.
    OPEN OUTPUT checkpoint-file.
    WRITE ckpt-row.
    CLOSE checkpoint-file.
    *> line, a shifted column, or a non-digit character gets rejected
    *> here instead of being coerced into the tables by store-element.
    MOVE 'Y' TO VALID-LINE.
    MOVE SPACES TO REF-REASON.
    MOVE SPACES TO lnum.
    MOVE SPACES TO rnum.
    UNSTRING frow DELIMITED BY ALL SPACES INTO lnum, rnum.
        END-IF
    END-IF.

    IF VALID-LINE = 'Y'
        PERFORM vet-row-locations
    END-IF.
    IF VALID-LINE = 'Y'
        PERFORM store-element
    ELSE
    *> Same numeric validation as validate-line, but each ID comes
    *> from its own single-field record instead of a shared frow row
    MOVE 'Y' TO VALID-LINE.
    MOVE SPACES TO REF-REASON.
    MOVE SPACES TO lnum.
    MOVE SPACES TO rnum.
    UNSTRING frow DELIMITED BY ALL SPACES INTO lnum.
        END-IF
    END-IF.

    IF VALID-LINE = 'Y'
        PERFORM vet-row-locations
    END-IF.
    IF VALID-LINE = 'Y'
        PERFORM store-element
    ELSE
    WRITE work-row.

write-exception.
    *> Report a malformed row instead of letting it pollute the tables.
    *> A row turned away by the location reference carries its reason
    *> ahead of the row text, eg:
    *> ROW 000007 REJECTED: RETIRED LEFT ID 004732915 | 4732915 88
    COMPUTE EXC-COUNT = EXC-COUNT + 1.
    MOVE SPACES TO EXC-TAG.
    IF REF-REASON = SPACES
        MOVE " REJECTED:" TO EXC-TAG
    ELSE
        STRING " REJECTED: " DELIMITED BY SIZE,
            REF-REASON DELIMITED BY "  ",
            " |" DELIMITED BY SIZE INTO EXC-TAG
    END-IF.
    PERFORM put-exception-line.
    *> Keep the reject on hand so a recycle run can match corrections
    *> against it and stamp it RESOLVED when one applies. Recycle is a
    *> single-source affair, so the table's one-source ceiling is
    *> enough; a manifest's rejects past it stay in the file only.
    IF REJ-COUNT < MAX-FILE-LEN
        COMPUTE REJ-COUNT = REJ-COUNT + 1
        MOVE READ-ROW-NUM TO REJ-ROW-NUM(REJ-COUNT)
        MOVE exc-row TO REJ-TEXT(REJ-COUNT)
        MOVE 'N' TO REJ-RESOLVED(REJ-COUNT)
    END-IF.

write-flagged-row.
    *> Flag mode: the row is accepted, but the unknown or retired ID
    *> still lands in exception-file, marked FLAGGED rather than
    *> REJECTED so nobody tries to recycle it. It rides along in the
    *> reject table (marked F) only so a recycle run's rewrite of
    *> exception-file keeps the line.
    COMPUTE FLAG-COUNT = FLAG-COUNT + 1.
    MOVE SPACES TO EXC-TAG.
    STRING " FLAGGED: " DELIMITED BY SIZE,
        REF-REASON DELIMITED BY "  ",
        " |" DELIMITED BY SIZE INTO EXC-TAG.
    PERFORM put-exception-line.
    IF REJ-COUNT < MAX-FILE-LEN
        COMPUTE REJ-COUNT = REJ-COUNT + 1
        MOVE READ-ROW-NUM TO REJ-ROW-NUM(REJ-COUNT)
        MOVE exc-row TO REJ-TEXT(REJ-COUNT)
        MOVE 'F' TO REJ-RESOLVED(REJ-COUNT)
    END-IF.

put-exception-line.
    MOVE SPACES TO exc-row.
    *> On a manifest run each reject is tagged with the region it
    *> came from, since every region's rows land in the one file
    IF MANIFEST-MODE = 'Y'
        IF DUAL-MODE = 'Y'
            STRING "REGION ", CUR-REGION, " ROW ", READ-ROW-NUM,
                DELIMITED BY SIZE, EXC-TAG DELIMITED BY "  ",
                " LEFT=", frow, " RIGHT=", rrow DELIMITED BY SIZE
                INTO exc-row
        ELSE
            STRING "REGION ", CUR-REGION, " ROW ", READ-ROW-NUM,
                DELIMITED BY SIZE, EXC-TAG DELIMITED BY "  ",
                " ", frow DELIMITED BY SIZE INTO exc-row
        END-IF
    ELSE
        IF DUAL-MODE = 'Y'
            STRING "ROW ", READ-ROW-NUM DELIMITED BY SIZE,
                EXC-TAG DELIMITED BY "  ",
                " LEFT=", frow, " RIGHT=", rrow DELIMITED BY SIZE
                INTO exc-row
        ELSE
            STRING "ROW ", READ-ROW-NUM DELIMITED BY SIZE,
                EXC-TAG DELIMITED BY "  ",
                " ", frow DELIMITED BY SIZE INTO exc-row
        END-IF
    END-IF.
    WRITE exc-row.

open-location-ref.
    *> No reference on file downgrades the ID lookup to a warning,
    *> the same way a missing calendar or control file is handled
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
    *> Both IDs of a numerically good row against the reference. An
    *> ID the reference does not know, one retired on or before the
    *> processing date, or one whose effective date has not come yet
    *> is rejected with its own reason - or in flag mode accepted and
    *> logged as FLAGGED with the same reason.
    MOVE SPACES TO REF-REASON.
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
            PERFORM write-flagged-row
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
            IF LOC-EFF-FROM > PROC-DATE
                MOVE "NOT YET EFFECTIVE" TO REF-VERDICT
            ELSE
                IF LOC-STATUS = 'R'
                    AND (LOC-EFF-TO = 0 OR LOC-EFF-TO <= PROC-DATE)
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

load-prior-resolved.
            MOVE 'N' TO VALID-LINE
        END-IF
    END-IF.
    *> A corrected ID has to be a known, active location too; a fix
    *> that swaps one bad ID for another is no fix
    MOVE SPACES TO REF-REASON.
    MOVE 1 TO REF-PTR.
    IF VALID-LINE = 'Y' AND LOCREF-OPEN = 'Y'
        MOVE lnum TO REF-CHK-ID
        MOVE "LEFT" TO REF-SIDE
        PERFORM check-one-location
        MOVE rnum TO REF-CHK-ID
        MOVE "RIGHT" TO REF-SIDE
        PERFORM check-one-location
        IF REF-REASON NOT = SPACES
            IF LOCREF-CHECK = 'F'
                DISPLAY "CORRECTION FLAGGED ("
                    REF-REASON(1:REF-PTR - 1) "): " corr-row
            ELSE
                MOVE 'N' TO VALID-LINE
            END-IF
        END-IF
    END-IF.
    IF VALID-LINE = 'N'
        COMPUTE CORR-REJECTED = CORR-REJECTED + 1
        IF REF-REASON = SPACES
            DISPLAY "CORRECTION REJECTED (BAD FORMAT): " corr-row
        ELSE
            DISPLAY "CORRECTION REJECTED ("
                REF-REASON(1:REF-PTR - 1) "): " corr-row
        END-IF
    ELSE
        *> The raw crow-num carries the value; the zero-filled check
        *> copy is only good for the NUMERIC test, same as lnum-chk
        MOVE 0 TO CORR-MATCH
        PERFORM VARYING rx FROM 1 BY 1 UNTIL rx > REJ-COUNT
            IF REJ-ROW-NUM(rx) = crow-num-n
                AND REJ-RESOLVED(rx) NOT = 'F'
                MOVE rx TO CORR-MATCH
            END-IF
        END-PERFORM
calc-diff.
    *> For each pair, add the absolute difference to the result
    *> eg. 1   4  -> diff: -3 -> abs: 3 -> result += 3
    *> Each pair also goes into the distance analysis as it is added
    PERFORM start-distance-analysis.
    PERFORM VARYING i FROM 1 BY 1 UNTIL i > FILE_LEN
        COMPUTE diff = colLeft(i) - colRight(i)
        IF diff < 0
            COMPUTE diff = -diff
        END-IF
        COMPUTE res = res + diff
        MOVE colLeft(i) TO DST-LEFT
        MOVE colRight(i) TO DST-RIGHT
        PERFORM tally-distance
    END-PERFORM.
    PERFORM write-distance-analysis.

start-distance-analysis.
    *> Clear the tallies and start the outlier list. A manifest run
    *> gathers every region's outliers into the one dated list, so
    *> only the first region to get here starts it afresh; anything
    *> else (a recycle run's recompute included) rewrites it whole.
    MOVE 0 TO DIST-COUNT.
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
    STRING "OUTLIERS-", PROC-DATE, ".TXT" INTO OUTLIER-FILE-NAME.
    IF MANIFEST-MODE = 'Y' AND OUTLIER-STARTED = 'Y'
        OPEN EXTEND outlier-file
    ELSE
        OPEN OUTPUT outlier-file
        MOVE 'Y' TO OUTLIER-STARTED
        MOVE SPACES TO outl-row
        STRING "PART 1 OUTLIER PAIRS FOR ", PROC-DATE,
            ", DISTANCE OVER ", OUTLIER-DIST INTO outl-row
        WRITE outl-row
    END-IF.

tally-distance.
    *> One pair (DST-LEFT, DST-RIGHT, distance in diff) into the
    *> bands, the largest-pairs list, the kept distances and, if it is
    *> far enough out, the outlier list
    ADD 1 TO DIST-COUNT.
    MOVE diff TO DIST-VALUE(DIST-COUNT).
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
        IF MANIFEST-MODE = 'Y'
            STRING "  REGION: ", CUR-REGION, "  PAIR: ", DIST-COUNT,
                "  LEFT ID: ", DST-LEFT, "  RIGHT ID: ", DST-RIGHT,
                "  DISTANCE: ", diff INTO outl-row
        ELSE
            STRING "  PAIR: ", DIST-COUNT,
                "  LEFT ID: ", DST-LEFT, "  RIGHT ID: ", DST-RIGHT,
                "  DISTANCE: ", diff INTO outl-row
        END-IF
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
    IF OUTLIER-DIST > 0
        CLOSE outlier-file
    END-IF.
    MOVE 0 TO TOP-PCT-PAIRS.
    MOVE 0 TO TOP-PCT-TOTAL.
    IF DIST-COUNT > 0
        SORT DIST-VALUE ON DESCENDING
        COMPUTE TOP-PCT-PAIRS = (DIST-COUNT + 99) / 100
        PERFORM VARYING i FROM 1 BY 1 UNTIL i > TOP-PCT-PAIRS
            ADD DIST-VALUE(i) TO TOP-PCT-TOTAL
        END-PERFORM
    END-IF.

    PERFORM build-distance-name.
    OPEN OUTPUT distance-file.
    MOVE SPACES TO dist-row.
    IF MANIFEST-MODE = 'Y'
        STRING "PART 1 DISTANCE ANALYSIS FOR ", PROC-DATE,
            "  REGION: ", CUR-REGION INTO dist-row
    ELSE
        STRING "PART 1 DISTANCE ANALYSIS FOR ", PROC-DATE
            INTO dist-row
    END-IF.
    WRITE dist-row.
    MOVE SPACES TO dist-row.
    STRING "PAIRS: ", DIST-COUNT, "  TOTAL DISTANCE: ", res
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
    MOVE TOP-PCT-TOTAL TO SHARE-AMOUNT.
    PERFORM take-share-pct.
    MOVE SPACES TO dist-row.
    STRING "TOP 1% OF PAIRS (", TOP-PCT-PAIRS, " PAIRS) CARRY ",
        TOP-PCT-TOTAL, ", ", SHARE-SHOW, "% OF THE TOTAL"
        INTO dist-row.
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
    IF res = 0
        MOVE 0 TO SHARE-PCT
    ELSE
        COMPUTE SHARE-PCT ROUNDED = SHARE-AMOUNT * 100 / res
    END-IF.
    MOVE SHARE-PCT TO SHARE-SHOW.

build-distance-name.
    *> Dated, and tagged with the region on a manifest run, the same
    *> as the breakdown file
    MOVE SPACES TO DISTANCE-FILE-NAME.
    IF MANIFEST-MODE = 'Y'
        STRING "DISTANCE-", PROC-DATE, "-" DELIMITED BY SIZE,
            CUR-REGION DELIMITED BY SPACE,
            ".TXT" DELIMITED BY SIZE
            INTO DISTANCE-FILE-NAME
    ELSE
        STRING "DISTANCE-", PROC-DATE, ".TXT" INTO DISTANCE-FILE-NAME
    END-IF.

print-res.
    *> Nicely format and print the result, eg:

    PERFORM write-report.
    PERFORM write-history.
    IF PERIOD-ADJ = 'Y'
        PERFORM write-period-adjustment
    END-IF.

build-report-name.
    *> Build RESULT-YYYYMMDD.TXT for today's run so the result survives
    PERFORM build-outbound-name.
    OPEN OUTPUT outbound-file.
    MOVE 0 TO OUT-BODY-COUNT.
    MOVE 0 TO OUT-CONTRIB-TOTAL.
    PERFORM write-outbound-header.

    PERFORM VARYING i FROM 1 BY 1 UNTIL i > FILE_LEN
    CLOSE detail-file.
    PERFORM write-outbound-trailer.
    CLOSE outbound-file.
    PERFORM write-transmission-record.

build-detail-name.
    *> On a manifest run every region computes its own part 2, so
    STRING target_num, ",", target_count, ",", CONTRIB INTO out-row.
    WRITE out-row.
    COMPUTE OUT-BODY-COUNT = OUT-BODY-COUNT + 1.
    COMPUTE OUT-CONTRIB-TOTAL = OUT-CONTRIB-TOTAL + CONTRIB.

write-outbound-trailer.
    MOVE SPACES TO out-row.
    STRING "TRL,", OUT-BODY-COUNT INTO out-row.
    WRITE out-row.

write-transmission-record.
    *> Log the file just cut, so an unacknowledged or refused load
    *> shows up on the outstanding-transmissions report. A rerun for
    *> the same date and region logs again, and the later record
    *> stands as a resend.
    OPEN EXTEND xmit-reg-file.
    IF XREG-FS = "35"
        OPEN OUTPUT xmit-reg-file
    END-IF.
    MOVE SPACES TO xr-row.
    MOVE PROC-DATE TO XR-DATE.
    MOVE CUR-REGION TO XR-REGION.
    MOVE OUTBOUND-FILE-NAME TO XR-FILE.
    MOVE OUT-BODY-COUNT TO XR-COUNT.
    MOVE OUT-CONTRIB-TOTAL TO XR-TOTAL.
    MOVE RUN-DATE TO XR-CUT-DATE.
    MOVE "SENT" TO XR-STATUS.
    MOVE 0 TO XR-ACK-DATE.
    MOVE 0 TO XR-ACK-COUNT.
    MOVE 0 TO XR-ACK-TOTAL.
    WRITE xr-row.
    CLOSE xmit-reg-file.

write-breakdown.
    COMPUTE CONTRIB = target_num * target_count.
    MOVE SPACES TO det-row.
