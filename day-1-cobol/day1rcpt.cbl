IDENTIFICATION DIVISION.
PROGRAM-ID. AOC-COBOL-DAY-1-RCPT.
AUTHOR. M. Price (Zaptross).
DATE-WRITTEN. 2026-10-15.
INSTALLATION. Ubuntu22.04-GnuCOBOL.

*> Inbound drop receipt, run as each drop lands and ahead of
*> AOC-COBOL-DAY-1. Every drop is registered on the receipt register
*> (RECEIPT.DAT) with its data date, source, arrival date and time,
*> record count, CSV HDR date and TRL count where the format has
*> them, left and right ID sums, and a content fingerprint, and is
*> given one of:
*>   CLEAN     nothing wrong found; the daily job may process it
*>   REFUSED   incomplete (no HDR, no TRL, TRL count off the body,
*>             data after the TRL), stale (HDR dated before the data
*>             date), or the same content as a drop already received
*>             for another date or under another name
*>   HELD      plausible but suspect: body count far off the recent
*>             average for the source, HDR dated ahead of the data
*>             date, or a malformed last record (a half-written file)
*>   RELEASED  held or refused, then let through by an operator
*> AOC-COBOL-DAY-1 looks its drop up on the register and processes
*> only a CLEAN or RELEASED one. A resent drop is simply received
*> again: the last record for a date and file stands.
*> The fingerprint covers the body records only, so yesterday's
*> content resent under today's name and HDR date still matches. A
*> source is the file name with its digits masked to # (as in
*> AOC-COBOL-DAY-1-SCOR) unless the PARM names one; the recent
*> average is over the source's last CLEAN or RELEASED receipts for
*> earlier dates. Each receipt also appends a block to the day's
*> receipt report, RECEIPT-YYYYMMDD.TXT.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT drop-file ASSIGN TO DYNAMIC DROP-FILE-NAME
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS DROP-FS.
    SELECT receipt-file ASSIGN TO DYNAMIC RECEIPT-FILE-NAME
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS RCPT-FS.
    SELECT receipt-rpt-file ASSIGN TO DYNAMIC RCPTRPT-FILE-NAME
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS RRPT-FS.

DATA DIVISION.
FILE SECTION.
FD drop-file.
01 frow PIC X(80).

*> One record per drop received. AOC-COBOL-DAY-1 carries a mirror of
*> this layout; keep the two in step.
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

FD receipt-rpt-file.
01 rrpt-row PIC X(132).

WORKING-STORAGE SECTION.
*> PARM layout: drop file, data date, format, source, count tolerance
*> (percent), average window (receipts), release switch, register
*> override, eg:
*> AOC-COBOL-DAY-1-RCPT "extract-20261015.csv,20261015,C"
*> AOC-COBOL-DAY-1-RCPT "north-20261015.txt,,T,NORTH,30,20"
*> AOC-COBOL-DAY-1-RCPT "extract-20261015.csv,20261015,,,,,Y"
*> The date defaults to today. Format T is the two-IDs-a-row text
*> drop, C the HDR/TRL-wrapped CSV extract, L a one-ID-a-row list
*> (either side of a dual-file drop; its IDs sum as the left sum).
*> The tolerance defaults to 50 percent of the average and the
*> window to the last 10 receipts. A release switch of Y registers
*> nothing new: it marks the drop's last receipt RELEASED, provided
*> it stands HELD or REFUSED.
01 PARM-STRING PIC X(200) VALUE SPACES.
01 PARM-TAB.
    05 PARM-FILE PIC X(40) VALUE SPACES.
    05 PARM-DATE PIC X(8) VALUE SPACES.
    05 PARM-FORMAT PIC X(1) VALUE SPACES.
    05 PARM-SOURCE PIC X(40) VALUE SPACES.
    05 PARM-TOLERANCE PIC X(3) VALUE SPACES.
    05 PARM-WINDOW PIC X(3) VALUE SPACES.
    05 PARM-RELEASE PIC X(1) VALUE SPACES.
    05 PARM-REGISTER PIC X(40) VALUE SPACES.
01 arg-chk PIC X(8).

01 DROP-FILE-NAME PIC X(40) VALUE SPACES.
01 RECEIPT-FILE-NAME PIC X(40) VALUE "RECEIPT.DAT".
01 RCPTRPT-FILE-NAME PIC X(40) VALUE SPACES.
01 DROP-FS PIC XX VALUE "00".
01 RCPT-FS PIC XX VALUE "00".
01 RRPT-FS PIC XX VALUE "00".
01 feof PIC A(1) VALUE SPACE.
01 RUN-DATE PIC 9(8) VALUE 0.
01 RUN-TIME PIC 9(8) VALUE 0.
01 DATA-DATE PIC 9(8) VALUE 0.
01 DROP-FORMAT PIC X(1) VALUE 'T'.
01 DROP-SOURCE PIC X(40) VALUE SPACES.
01 TOLERANCE-PCT PIC 9(3) VALUE 50.
01 AVG-WINDOW PIC 9(3) VALUE 10.
01 RELEASE-MODE PIC X(1) VALUE 'N'.

*> Graduated return codes:
*>    0 received CLEAN, or released
*>    4 received but HELD for review
*>    8 received but REFUSED
*>   12 bad PARM
*>   13 cannot open the drop file (nothing is registered)
*>   16 release asked for, but the drop has no HELD or REFUSED
*>      receipt to release
*>   17 the register holds more receipts than the table takes
01 JOB-RC PIC 9(2) VALUE 0.

*> What the scan of the drop found
01 REC-COUNT PIC 9(8) VALUE 0.
01 BODY-COUNT PIC 9(8) VALUE 0.
01 BAD-COUNT PIC 9(8) VALUE 0.
01 LAST-ROW-BAD PIC X(1) VALUE 'N'.
01 HDR-DATE PIC 9(8) VALUE 0.
01 HDR-SEEN PIC X(1) VALUE 'N'.
01 TRL-COUNT PIC 9(8) VALUE 0.
01 TRL-SEEN PIC X(1) VALUE 'N'.
01 AFTER-TRL PIC X(1) VALUE 'N'.
01 LEFT-SUM PIC 9(15) VALUE 0.
01 RIGHT-SUM PIC 9(15) VALUE 0.
01 lnum PIC X(9).
01 rnum PIC X(9).
01 lnum-chk PIC X(9).
01 rnum-chk PIC X(9).
01 lnum-n PIC 9(9) VALUE 0.
01 rnum-n PIC 9(9) VALUE 0.
01 row-ok PIC X(1).
01 csv-tag PIC X(3).
01 csv-val PIC X(9).
01 csv-val-chk PIC X(9).

*> Content fingerprint: two independent running hashes over every
*> byte of every body record (the row end counts too, so records
*> cannot run together), printed side by side as 18 digits. Each
*> byte's value comes through the low half of a halfword whose high
*> byte stays LOW-VALUE.
01 FINGERPRINT.
    05 FP-H1 PIC 9(9) VALUE 0.
    05 FP-H2 PIC 9(9) VALUE 0.
01 FP-NUM REDEFINES FINGERPRINT PIC 9(18).
01 FP-PAIR.
    05 FP-HI PIC X(1) VALUE LOW-VALUE.
    05 FP-LO PIC X(1) VALUE LOW-VALUE.
01 FP-BYTE REDEFINES FP-PAIR PIC 9(4) COMP.
01 FP-WORK PIC 9(12) VALUE 0.
01 FP-QUOT PIC 9(12) VALUE 0.
01 fp-len PIC 9(2) VALUE 0.
01 fx PIC 9(2) VALUE 1.
78 FP-PRIME-1 VALUE 999999937.
78 FP-PRIME-2 VALUE 999999929.

*> The register, held whole for the duplicate and average checks
*> and for the rewrite a release makes
78 MAX-RECEIPTS VALUE 20000.
01 RT-COUNT PIC 9(5) VALUE 0.
01 receipt-tab.
    05 rt-entry OCCURS 1 TO 20000 TIMES DEPENDING ON RT-COUNT.
        10 RT-DATE PIC 9(8).
        10 RT-SOURCE PIC X(40).
        10 RT-FILE PIC X(40).
        10 RT-ARR-DATE PIC 9(8).
        10 RT-ARR-TIME PIC 9(8).
        10 RT-FORMAT PIC X(1).
        10 RT-RECORDS PIC 9(8).
        10 RT-BODY PIC 9(8).
        10 RT-HDR-DATE PIC 9(8).
        10 RT-TRL-COUNT PIC 9(8).
        10 RT-LEFT-SUM PIC 9(15).
        10 RT-RIGHT-SUM PIC 9(15).
        10 RT-FINGERPRINT PIC 9(18).
        10 RT-STATUS PIC X(8).
        10 RT-REASON PIC X(60).
01 rx PIC 9(5) VALUE 1.
01 RT-HIT PIC 9(5) VALUE 0.

*> The verdict and the recent-average working
78 MIN-HISTORY VALUE 3.
01 RCPT-STATUS PIC X(8) VALUE "CLEAN".
01 RCPT-REASON PIC X(60) VALUE SPACES.
01 HIST-TAKEN PIC 9(3) VALUE 0.
01 HIST-TOTAL PIC 9(12) VALUE 0.
01 HIST-AVG PIC 9(8) VALUE 0.
01 AVG-GAP PIC 9(8) VALUE 0.
01 AVG-LIMIT PIC 9(12) VALUE 0.

01 rpt-line PIC X(132).

PROCEDURE DIVISION.
    *> Start of main()
    ACCEPT RUN-DATE FROM DATE YYYYMMDD.
    ACCEPT RUN-TIME FROM TIME.
    PERFORM init-parms.
    PERFORM load-register.

    MOVE SPACES TO RCPTRPT-FILE-NAME.
    STRING "RECEIPT-", DATA-DATE, ".TXT" INTO RCPTRPT-FILE-NAME.
    OPEN EXTEND receipt-rpt-file.
    IF RRPT-FS = "35"
        OPEN OUTPUT receipt-rpt-file
    END-IF.

    IF RELEASE-MODE = 'Y'
        PERFORM release-receipt
    ELSE
        PERFORM scan-drop
        PERFORM judge-drop
        PERFORM append-receipt
        PERFORM write-receipt-block
    END-IF.
    CLOSE receipt-rpt-file.

    IF RELEASE-MODE = 'N'
        IF RCPT-STATUS = "HELD"
            MOVE 4 TO JOB-RC
        END-IF
        IF RCPT-STATUS = "REFUSED"
            MOVE 8 TO JOB-RC
        END-IF
    END-IF.
    MOVE JOB-RC TO RETURN-CODE.
    STOP RUN.
    *> End of main()

init-parms.
    ACCEPT PARM-STRING FROM COMMAND-LINE.

    UNSTRING PARM-STRING DELIMITED BY ","
        INTO PARM-FILE, PARM-DATE, PARM-FORMAT, PARM-SOURCE,
            PARM-TOLERANCE, PARM-WINDOW, PARM-RELEASE, PARM-REGISTER
    END-UNSTRING.

    IF PARM-FILE = SPACES
        DISPLAY "ABEND: NO DROP FILE NAMED"
        MOVE 12 TO JOB-RC
        PERFORM job-abend
    END-IF.
    MOVE PARM-FILE TO DROP-FILE-NAME.

    IF PARM-DATE = SPACES
        MOVE RUN-DATE TO DATA-DATE
    ELSE
        MOVE PARM-DATE TO arg-chk
        IF arg-chk NOT NUMERIC
            DISPLAY "ABEND: DATA DATE MUST BE YYYYMMDD, GOT "
                PARM-DATE
            MOVE 12 TO JOB-RC
            PERFORM job-abend
        END-IF
        MOVE arg-chk TO DATA-DATE
    END-IF.

    INSPECT PARM-FORMAT CONVERTING "tcl" TO "TCL".
    IF PARM-FORMAT NOT = SPACES
        IF PARM-FORMAT = 'T' OR PARM-FORMAT = 'C'
            OR PARM-FORMAT = 'L'
            MOVE PARM-FORMAT TO DROP-FORMAT
        ELSE
            DISPLAY "ABEND: FORMAT MUST BE T, C OR L, GOT "
                PARM-FORMAT
            MOVE 12 TO JOB-RC
            PERFORM job-abend
        END-IF
    END-IF.

    IF PARM-SOURCE NOT = SPACES
        MOVE PARM-SOURCE TO DROP-SOURCE
    ELSE
        *> Digits masked, so the dated names of one feed average
        *> together
        MOVE DROP-FILE-NAME TO DROP-SOURCE
        INSPECT DROP-SOURCE CONVERTING "0123456789" TO "##########"
    END-IF.

    IF PARM-TOLERANCE NOT = SPACES
        MOVE SPACES TO arg-chk
        MOVE PARM-TOLERANCE TO arg-chk
        INSPECT arg-chk REPLACING TRAILING SPACE BY ZERO
        IF arg-chk NOT NUMERIC
            DISPLAY "ABEND: TOLERANCE " PARM-TOLERANCE " NOT NUMERIC"
            MOVE 12 TO JOB-RC
            PERFORM job-abend
        END-IF
        MOVE PARM-TOLERANCE TO TOLERANCE-PCT
    END-IF.

    IF PARM-WINDOW NOT = SPACES
        MOVE SPACES TO arg-chk
        MOVE PARM-WINDOW TO arg-chk
        INSPECT arg-chk REPLACING TRAILING SPACE BY ZERO
        IF arg-chk NOT NUMERIC
            DISPLAY "ABEND: WINDOW " PARM-WINDOW " NOT NUMERIC"
            MOVE 12 TO JOB-RC
            PERFORM job-abend
        END-IF
        MOVE PARM-WINDOW TO AVG-WINDOW
        IF AVG-WINDOW = 0
            DISPLAY "ABEND: WINDOW MUST BE AT LEAST 1"
            MOVE 12 TO JOB-RC
            PERFORM job-abend
        END-IF
    END-IF.

    IF PARM-RELEASE = 'Y' OR PARM-RELEASE = 'y'
        MOVE 'Y' TO RELEASE-MODE
    END-IF.

    IF PARM-REGISTER NOT = SPACES
        MOVE PARM-REGISTER TO RECEIPT-FILE-NAME
    END-IF.

    IF RELEASE-MODE = 'Y'
        DISPLAY "RELEASE OF " DROP-FILE-NAME " FOR " DATA-DATE
    ELSE
        DISPLAY "RECEIPT OF " DROP-FILE-NAME " FOR " DATA-DATE
            ", FORMAT " DROP-FORMAT
    END-IF.

load-register.
    *> No register yet just means this is the first drop received
    OPEN INPUT receipt-file.
    IF RCPT-FS NOT = "00"
        EXIT PARAGRAPH
    END-IF.
    MOVE SPACE TO feof.
    PERFORM load-one-receipt UNTIL feof = 'Y'.
    CLOSE receipt-file.

load-one-receipt.
    READ receipt-file
        AT END MOVE 'Y' TO feof
        NOT AT END
            IF RT-COUNT >= MAX-RECEIPTS
                DISPLAY "ABEND: " RECEIPT-FILE-NAME " HOLDS MORE THAN "
                    MAX-RECEIPTS " RECEIPTS, ARCHIVE IT"
                MOVE 17 TO JOB-RC
                PERFORM job-abend
            END-IF
            COMPUTE RT-COUNT = RT-COUNT + 1
            MOVE RC-DATE TO RT-DATE(RT-COUNT)
            MOVE RC-SOURCE TO RT-SOURCE(RT-COUNT)
            MOVE RC-FILE TO RT-FILE(RT-COUNT)
            MOVE RC-ARR-DATE TO RT-ARR-DATE(RT-COUNT)
            MOVE RC-ARR-TIME TO RT-ARR-TIME(RT-COUNT)
            MOVE RC-FORMAT TO RT-FORMAT(RT-COUNT)
            MOVE RC-RECORDS TO RT-RECORDS(RT-COUNT)
            MOVE RC-BODY TO RT-BODY(RT-COUNT)
            MOVE RC-HDR-DATE TO RT-HDR-DATE(RT-COUNT)
            MOVE RC-TRL-COUNT TO RT-TRL-COUNT(RT-COUNT)
            MOVE RC-LEFT-SUM TO RT-LEFT-SUM(RT-COUNT)
            MOVE RC-RIGHT-SUM TO RT-RIGHT-SUM(RT-COUNT)
            MOVE RC-FINGERPRINT TO RT-FINGERPRINT(RT-COUNT)
            MOVE RC-STATUS TO RT-STATUS(RT-COUNT)
            MOVE RC-REASON TO RT-REASON(RT-COUNT)
    END-READ.

scan-drop.
    OPEN INPUT drop-file.
    IF DROP-FS NOT = "00"
        DISPLAY "ABEND: CANNOT OPEN " DROP-FILE-NAME ", FILE STATUS "
            DROP-FS
        CLOSE receipt-rpt-file
        MOVE 13 TO JOB-RC
        PERFORM job-abend
    END-IF.
    MOVE SPACE TO feof.
    PERFORM scan-one-record UNTIL feof = 'Y'.
    CLOSE drop-file.

scan-one-record.
    READ drop-file
        AT END MOVE 'Y' TO feof
        NOT AT END
            COMPUTE REC-COUNT = REC-COUNT + 1
            IF DROP-FORMAT = 'C'
                PERFORM scan-csv-record
            ELSE
                PERFORM take-body-record
            END-IF
    END-READ.

scan-csv-record.
    *> Row one should be the HDR; anything after the TRL is noted,
    *> and refused later, rather than stopping the scan
    IF REC-COUNT = 1 AND frow(1:4) = "HDR,"
        MOVE SPACES TO csv-tag
        MOVE SPACES TO csv-val
        UNSTRING frow DELIMITED BY "," INTO csv-tag, csv-val
        IF csv-val(1:8) IS NUMERIC
            MOVE 'Y' TO HDR-SEEN
            MOVE csv-val(1:8) TO HDR-DATE
        END-IF
        EXIT PARAGRAPH
    END-IF.
    IF frow(1:4) = "TRL,"
        MOVE SPACES TO csv-tag
        MOVE SPACES TO csv-val
        UNSTRING frow DELIMITED BY "," INTO csv-tag, csv-val
        MOVE csv-val TO csv-val-chk
        INSPECT csv-val-chk REPLACING TRAILING SPACE BY ZERO
        IF csv-val NOT = SPACES AND csv-val-chk NUMERIC
            MOVE 'Y' TO TRL-SEEN
            MOVE csv-val TO TRL-COUNT
        END-IF
        EXIT PARAGRAPH
    END-IF.
    IF TRL-SEEN = 'Y'
        MOVE 'Y' TO AFTER-TRL
    END-IF.
    PERFORM take-body-record.

take-body-record.
    COMPUTE BODY-COUNT = BODY-COUNT + 1.
    PERFORM fingerprint-record.
    MOVE 'Y' TO row-ok.
    MOVE SPACES TO lnum.
    MOVE SPACES TO rnum.
    IF DROP-FORMAT = 'C'
        UNSTRING frow DELIMITED BY "," INTO lnum, rnum
    ELSE
        UNSTRING frow DELIMITED BY ALL SPACES INTO lnum, rnum
    END-IF.
    *> The same vetting AOC-COBOL-DAY-1 gives the row, so the sums
    *> are over the rows it will accept
    MOVE lnum TO lnum-chk.
    MOVE rnum TO rnum-chk.
    INSPECT lnum-chk REPLACING TRAILING SPACE BY ZERO.
    INSPECT rnum-chk REPLACING TRAILING SPACE BY ZERO.
    IF lnum = SPACES OR lnum-chk NOT NUMERIC
        MOVE 'N' TO row-ok
    END-IF.
    IF DROP-FORMAT = 'L'
        IF rnum NOT = SPACES
            MOVE 'N' TO row-ok
        END-IF
    ELSE
        IF rnum = SPACES OR rnum-chk NOT NUMERIC
            MOVE 'N' TO row-ok
        END-IF
    END-IF.
    IF row-ok = 'Y'
        MOVE lnum TO lnum-n
        ADD lnum-n TO LEFT-SUM
        IF DROP-FORMAT NOT = 'L'
            MOVE rnum TO rnum-n
            ADD rnum-n TO RIGHT-SUM
        END-IF
        MOVE 'N' TO LAST-ROW-BAD
    ELSE
        COMPUTE BAD-COUNT = BAD-COUNT + 1
        MOVE 'Y' TO LAST-ROW-BAD
    END-IF.

fingerprint-record.
    *> Trailing blanks are line padding, not content, so only the
    *> record up to its last non-blank byte is hashed
    MOVE 80 TO fp-len.
    PERFORM UNTIL fp-len = 0 OR frow(fp-len:1) NOT = SPACE
        COMPUTE fp-len = fp-len - 1
    END-PERFORM.
    PERFORM VARYING fx FROM 1 BY 1 UNTIL fx > fp-len
        MOVE frow(fx:1) TO FP-LO
        PERFORM fingerprint-byte
    END-PERFORM.
    *> The row end, as a value no data byte can take
    MOVE 256 TO FP-BYTE.
    PERFORM fingerprint-byte.

fingerprint-byte.
    COMPUTE FP-WORK = FP-H1 * 257 + FP-BYTE + 1.
    DIVIDE FP-WORK BY FP-PRIME-1 GIVING FP-QUOT REMAINDER FP-H1.
    COMPUTE FP-WORK = FP-H2 * 131 + FP-BYTE + 7.
    DIVIDE FP-WORK BY FP-PRIME-2 GIVING FP-QUOT REMAINDER FP-H2.
    MOVE LOW-VALUE TO FP-HI.

judge-drop.
    *> Worst condition first: the first one found is the reason on
    *> the record. A refusal outranks a hold.
    MOVE "CLEAN" TO RCPT-STATUS.
    MOVE SPACES TO RCPT-REASON.
    IF BODY-COUNT = 0
        MOVE "REFUSED" TO RCPT-STATUS
        MOVE "EMPTY: NO BODY RECORDS" TO RCPT-REASON
    END-IF.
    IF RCPT-STATUS = "CLEAN" AND DROP-FORMAT = 'C'
        PERFORM judge-csv-wrapper
    END-IF.
    IF RCPT-STATUS = "CLEAN"
        PERFORM check-duplicate-content
    END-IF.
    IF RCPT-STATUS = "CLEAN" AND LAST-ROW-BAD = 'Y'
        MOVE "HELD" TO RCPT-STATUS
        MOVE "LAST RECORD MALFORMED, FILE MAY BE PART-WRITTEN"
            TO RCPT-REASON
    END-IF.
    IF RCPT-STATUS = "CLEAN"
        PERFORM check-recent-average
    END-IF.

judge-csv-wrapper.
    IF HDR-SEEN = 'N'
        MOVE "REFUSED" TO RCPT-STATUS
        MOVE "INCOMPLETE: NO VALID HDR RECORD" TO RCPT-REASON
        EXIT PARAGRAPH
    END-IF.
    IF TRL-SEEN = 'N'
        MOVE "REFUSED" TO RCPT-STATUS
        MOVE "INCOMPLETE: NO VALID TRL RECORD" TO RCPT-REASON
        EXIT PARAGRAPH
    END-IF.
    IF AFTER-TRL = 'Y'
        MOVE "REFUSED" TO RCPT-STATUS
        MOVE "INCOMPLETE: DATA AFTER THE TRL RECORD" TO RCPT-REASON
        EXIT PARAGRAPH
    END-IF.
    IF TRL-COUNT NOT = BODY-COUNT
        MOVE "REFUSED" TO RCPT-STATUS
        STRING "INCOMPLETE: TRL SAYS ", TRL-COUNT, ", BODY HAS ",
            BODY-COUNT INTO RCPT-REASON
        EXIT PARAGRAPH
    END-IF.
    IF HDR-DATE < DATA-DATE
        MOVE "REFUSED" TO RCPT-STATUS
        STRING "STALE: HDR DATED ", HDR-DATE, ", EXPECTED ",
            DATA-DATE INTO RCPT-REASON
        EXIT PARAGRAPH
    END-IF.
    IF HDR-DATE > DATA-DATE
        MOVE "HELD" TO RCPT-STATUS
        STRING "HDR DATED ", HDR-DATE, ", AHEAD OF ", DATA-DATE
            INTO RCPT-REASON
    END-IF.

check-duplicate-content.
    *> Any earlier receipt with the same content under another date
    *> or another name; the same file received again for its own
    *> date is a re-receipt, not a duplicate
    MOVE 0 TO RT-HIT.
    PERFORM VARYING rx FROM RT-COUNT BY -1
            UNTIL rx < 1 OR RT-HIT > 0
        IF RT-FINGERPRINT(rx) = FP-NUM
            AND RT-BODY(rx) = BODY-COUNT
            IF RT-DATE(rx) NOT = DATA-DATE
                OR RT-FILE(rx) NOT = DROP-FILE-NAME
                MOVE rx TO RT-HIT
            END-IF
        END-IF
    END-PERFORM.
    IF RT-HIT > 0
        MOVE "REFUSED" TO RCPT-STATUS
        STRING "DUPLICATE OF " DELIMITED BY SIZE,
            RT-FILE(RT-HIT) DELIMITED BY SPACE,
            " FOR " DELIMITED BY SIZE,
            RT-DATE(RT-HIT) DELIMITED BY SIZE INTO RCPT-REASON
    END-IF.

check-recent-average.
    *> The source's last AVG-WINDOW good receipts for earlier dates,
    *> newest first; too short a history to judge holds nothing
    MOVE 0 TO HIST-TAKEN.
    MOVE 0 TO HIST-TOTAL.
    PERFORM VARYING rx FROM RT-COUNT BY -1
            UNTIL rx < 1 OR HIST-TAKEN >= AVG-WINDOW
        IF RT-SOURCE(rx) = DROP-SOURCE AND RT-DATE(rx) < DATA-DATE
            IF RT-STATUS(rx) = "CLEAN" OR RT-STATUS(rx) = "RELEASED"
                COMPUTE HIST-TAKEN = HIST-TAKEN + 1
                COMPUTE HIST-TOTAL = HIST-TOTAL + RT-BODY(rx)
            END-IF
        END-IF
    END-PERFORM.
    IF HIST-TAKEN < MIN-HISTORY
        EXIT PARAGRAPH
    END-IF.
    DIVIDE HIST-TOTAL BY HIST-TAKEN GIVING HIST-AVG ROUNDED.
    IF BODY-COUNT > HIST-AVG
        COMPUTE AVG-GAP = BODY-COUNT - HIST-AVG
    ELSE
        COMPUTE AVG-GAP = HIST-AVG - BODY-COUNT
    END-IF.
    COMPUTE AVG-LIMIT = HIST-AVG * TOLERANCE-PCT.
    IF AVG-GAP * 100 > AVG-LIMIT
        MOVE "HELD" TO RCPT-STATUS
        STRING "COUNT ", BODY-COUNT, " VS RECENT AVERAGE ",
            HIST-AVG INTO RCPT-REASON
    END-IF.

append-receipt.
    OPEN EXTEND receipt-file.
    IF RCPT-FS = "35"
        OPEN OUTPUT receipt-file
    END-IF.
    MOVE SPACES TO rc-row.
    MOVE DATA-DATE TO RC-DATE.
    MOVE DROP-SOURCE TO RC-SOURCE.
    MOVE DROP-FILE-NAME TO RC-FILE.
    MOVE RUN-DATE TO RC-ARR-DATE.
    MOVE RUN-TIME TO RC-ARR-TIME.
    MOVE DROP-FORMAT TO RC-FORMAT.
    MOVE REC-COUNT TO RC-RECORDS.
    MOVE BODY-COUNT TO RC-BODY.
    MOVE HDR-DATE TO RC-HDR-DATE.
    MOVE TRL-COUNT TO RC-TRL-COUNT.
    MOVE LEFT-SUM TO RC-LEFT-SUM.
    MOVE RIGHT-SUM TO RC-RIGHT-SUM.
    MOVE FP-NUM TO RC-FINGERPRINT.
    MOVE RCPT-STATUS TO RC-STATUS.
    MOVE RCPT-REASON TO RC-REASON.
    WRITE rc-row.
    CLOSE receipt-file.

write-receipt-block.
    MOVE SPACES TO rpt-line.
    PERFORM put-line.
    MOVE SPACES TO rpt-line.
    STRING "RECEIPT OF " DELIMITED BY SIZE,
        DROP-FILE-NAME DELIMITED BY SPACE,
        " FOR " DELIMITED BY SIZE, DATA-DATE DELIMITED BY SIZE,
        "  ARRIVED " DELIMITED BY SIZE, RUN-DATE DELIMITED BY SIZE,
        " " DELIMITED BY SIZE, RUN-TIME DELIMITED BY SIZE
        INTO rpt-line.
    PERFORM put-line.
    MOVE SPACES TO rpt-line.
    STRING "  SOURCE " DELIMITED BY SIZE,
        DROP-SOURCE DELIMITED BY SPACE,
        "  FORMAT " DELIMITED BY SIZE, DROP-FORMAT DELIMITED BY SIZE
        INTO rpt-line.
    PERFORM put-line.
    MOVE SPACES TO rpt-line.
    STRING "  RECORDS ", REC-COUNT, "  BODY ", BODY-COUNT,
        "  MALFORMED ", BAD-COUNT INTO rpt-line.
    PERFORM put-line.
    IF DROP-FORMAT = 'C'
        MOVE SPACES TO rpt-line
        STRING "  HDR DATE ", HDR-DATE, "  TRL COUNT ", TRL-COUNT
            INTO rpt-line
        PERFORM put-line
    END-IF.
    MOVE SPACES TO rpt-line.
    STRING "  LEFT SUM ", LEFT-SUM, "  RIGHT SUM ", RIGHT-SUM,
        "  FINGERPRINT ", FP-NUM INTO rpt-line.
    PERFORM put-line.
    IF HIST-TAKEN >= MIN-HISTORY
        MOVE SPACES TO rpt-line
        STRING "  RECENT AVERAGE ", HIST-AVG, " OVER ", HIST-TAKEN,
            " RECEIPT(S), TOLERANCE ", TOLERANCE-PCT, " PCT"
            INTO rpt-line
        PERFORM put-line
    END-IF.
    MOVE SPACES TO rpt-line.
    STRING "  STATUS " DELIMITED BY SIZE,
        RCPT-STATUS DELIMITED BY SPACE,
        "  " DELIMITED BY SIZE, RCPT-REASON DELIMITED BY SIZE
        INTO rpt-line.
    PERFORM put-line.

release-receipt.
    *> The drop's last receipt stands; only a HELD or REFUSED one can
    *> be released, and the register is rewritten with it marked
    MOVE 0 TO RT-HIT.
    PERFORM VARYING rx FROM RT-COUNT BY -1
            UNTIL rx < 1 OR RT-HIT > 0
        IF RT-DATE(rx) = DATA-DATE AND RT-FILE(rx) = DROP-FILE-NAME
            MOVE rx TO RT-HIT
        END-IF
    END-PERFORM.
    IF RT-HIT = 0
        DISPLAY "ABEND: NO RECEIPT OF " DROP-FILE-NAME " FOR "
            DATA-DATE " TO RELEASE"
        CLOSE receipt-rpt-file
        MOVE 16 TO JOB-RC
        PERFORM job-abend
    END-IF.
    IF RT-STATUS(RT-HIT) NOT = "HELD"
        AND RT-STATUS(RT-HIT) NOT = "REFUSED"
        DISPLAY "ABEND: RECEIPT OF " DROP-FILE-NAME " FOR "
            DATA-DATE " IS " RT-STATUS(RT-HIT) ", NOTHING TO RELEASE"
        CLOSE receipt-rpt-file
        MOVE 16 TO JOB-RC
        PERFORM job-abend
    END-IF.
    MOVE SPACES TO RCPT-REASON.
    STRING "RELEASED " DELIMITED BY SIZE, RUN-DATE DELIMITED BY SIZE,
        ", WAS " DELIMITED BY SIZE,
        RT-STATUS(RT-HIT) DELIMITED BY SPACE,
        ": " DELIMITED BY SIZE,
        RT-REASON(RT-HIT) DELIMITED BY SIZE INTO RCPT-REASON.
    MOVE RCPT-REASON TO RT-REASON(RT-HIT).
    MOVE "RELEASED" TO RT-STATUS(RT-HIT).
    PERFORM rewrite-register.
    MOVE SPACES TO rpt-line.
    PERFORM put-line.
    MOVE SPACES TO rpt-line.
    STRING "RELEASE OF " DELIMITED BY SIZE,
        DROP-FILE-NAME DELIMITED BY SPACE,
        " FOR " DELIMITED BY SIZE, DATA-DATE DELIMITED BY SIZE,
        "  " DELIMITED BY SIZE, RCPT-REASON DELIMITED BY SIZE
        INTO rpt-line.
    PERFORM put-line.

rewrite-register.
    OPEN OUTPUT receipt-file.
    PERFORM write-one-receipt
        VARYING rx FROM 1 BY 1 UNTIL rx > RT-COUNT.
    CLOSE receipt-file.

write-one-receipt.
    MOVE SPACES TO rc-row.
    MOVE RT-DATE(rx) TO RC-DATE.
    MOVE RT-SOURCE(rx) TO RC-SOURCE.
    MOVE RT-FILE(rx) TO RC-FILE.
    MOVE RT-ARR-DATE(rx) TO RC-ARR-DATE.
    MOVE RT-ARR-TIME(rx) TO RC-ARR-TIME.
    MOVE RT-FORMAT(rx) TO RC-FORMAT.
    MOVE RT-RECORDS(rx) TO RC-RECORDS.
    MOVE RT-BODY(rx) TO RC-BODY.
    MOVE RT-HDR-DATE(rx) TO RC-HDR-DATE.
    MOVE RT-TRL-COUNT(rx) TO RC-TRL-COUNT.
    MOVE RT-LEFT-SUM(rx) TO RC-LEFT-SUM.
    MOVE RT-RIGHT-SUM(rx) TO RC-RIGHT-SUM.
    MOVE RT-FINGERPRINT(rx) TO RC-FINGERPRINT.
    MOVE RT-STATUS(rx) TO RC-STATUS.
    MOVE RT-REASON(rx) TO RC-REASON.
    WRITE rc-row.

put-line.
    *> Every report line goes to the file and echoes to the console
    MOVE rpt-line TO rrpt-row.
    WRITE rrpt-row.
    DISPLAY rpt-line.

job-abend.
    MOVE JOB-RC TO RETURN-CODE.
    STOP RUN.
