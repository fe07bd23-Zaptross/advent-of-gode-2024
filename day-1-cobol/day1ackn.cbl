IDENTIFICATION DIVISION.
PROGRAM-ID. AOC-COBOL-DAY-1-ACKN.
AUTHOR. M. Price (Zaptross).
DATE-WRITTEN. 2026-10-15.
INSTALLATION. Ubuntu22.04-GnuCOBOL.

*> Downstream acknowledgment intake for the OUTBOUND extract.
*> AOC-COBOL-DAY-1 logs every OUTBOUND-YYYYMMDD.CSV it cuts (and each
*> region's file on a manifest run) to the transmission register
*> (XMITREG.DAT) as SENT, with the TRL body count and the total of
*> the contribution column. This job reads the receiving system's
*> acknowledgment file for the day, matches each ack to the register
*> by data date and region, and marks the transmission:
*>   ACCEPTED  the receiver loaded it, and its loaded count and total
*>             agree with what we sent
*>   REJECTED  the receiver refused it (its reason is kept), or its
*>             loaded count or total disagree with ours
*>   OVERDUE   still SENT with no ack more than the cutoff number of
*>             days after it was cut
*> The register is rewritten whole, and the outstanding-transmissions
*> report (XMITOUT-YYYYMMDD.TXT) lists everything unacknowledged or
*> rejected, with a resend list of the files to cut and send again.
*> Its OUTSTANDING footing feeds AOC-COBOL-DAY-1-OPS's verdict.
*> An ACCEPTED transmission is finished with: once its ack is older
*> than the retention period the rewrite moves it off the register
*> onto the end of the archive (XMITARC.DAT, the register's layout),
*> so the register holds only the working set and never fills.
*> A register may hold a date and region more than once when the
*> daily job was rerun; the last record is the resend and stands.
*> Ack records are comma delimited:
*>   date,region,loaded-count,loaded-total,A|R,reason
*> with the region empty for a single-file day, eg:
*>   20261014,,000412,000000000001234567,A,
*>   20261014,NORTH,000000,0,R,DUPLICATE BATCH

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT xmit-reg-file ASSIGN TO DYNAMIC XMITREG-FILE-NAME
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS XREG-FS.
    SELECT ack-file ASSIGN TO DYNAMIC ACK-FILE-NAME
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS ACK-FS.
    SELECT xmit-out-file ASSIGN TO DYNAMIC XMITOUT-FILE-NAME
    ORGANIZATION IS LINE SEQUENTIAL.
    SELECT xmit-arc-file ASSIGN TO DYNAMIC XMITARC-FILE-NAME
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS XARC-FS.

DATA DIVISION.
FILE SECTION.
*> One record per OUTBOUND file cut: its data date and region, the
*> file name, the body count and contribution total sent, the date
*> it was cut, and where it stands with the receiver - SENT,
*> ACCEPTED, REJECTED or OVERDUE - with the ack's date, loaded count
*> and total, and the reason for a rejection
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

FD ack-file.
01 ack-row PIC X(120).

FD xmit-out-file.
01 xmit-out-row PIC X(132).

*> Retired register records, written from xr-row as they stood
FD xmit-arc-file.
01 xmit-arc-row PIC X(182).

WORKING-STORAGE SECTION.
*> PARM layout: as-of date, cutoff days, ack file override, register
*> override, retention days, eg:
*> AOC-COBOL-DAY-1-ACKN "20261015"
*> AOC-COBOL-DAY-1-ACKN "20261015,3,XMITACK-20261015.CSV,XMITREG.DAT"
*> AOC-COBOL-DAY-1-ACKN "20261015,,,,180"
*> The as-of date defaults to today and the ack file to
*> XMITACK-YYYYMMDD.CSV for it; the cutoff defaults to 3 days, so a
*> Friday file acknowledged on Monday is not overdue. Accepted
*> transmissions stay on the register 90 days past their ack unless
*> the retention says otherwise.
01 PARM-STRING PIC X(200) VALUE SPACES.
01 PARM-TAB.
    05 PARM-ASOF PIC X(8) VALUE SPACES.
    05 PARM-CUTOFF PIC X(3) VALUE SPACES.
    05 PARM-ACK PIC X(40) VALUE SPACES.
    05 PARM-REGISTER PIC X(40) VALUE SPACES.
    05 PARM-RETAIN PIC X(4) VALUE SPACES.
01 arg-chk PIC X(8).

01 XMITREG-FILE-NAME PIC X(40) VALUE "XMITREG.DAT".
01 ACK-FILE-NAME PIC X(40) VALUE SPACES.
01 XMITOUT-FILE-NAME PIC X(40) VALUE SPACES.
01 XMITARC-FILE-NAME PIC X(40) VALUE "XMITARC.DAT".
01 XREG-FS PIC XX VALUE "00".
01 ACK-FS PIC XX VALUE "00".
01 XARC-FS PIC XX VALUE "00".
01 feof PIC A(1) VALUE SPACE.
01 RUN-DATE PIC 9(8) VALUE 0.
01 ASOF-DATE PIC 9(8) VALUE 0.
01 ASOF-DAYS PIC 9(8) VALUE 0.
01 CUTOFF-DAYS PIC 9(3) VALUE 3.
01 RETAIN-DAYS PIC 9(4) VALUE 90.

*> Graduated return codes, in step with AOC-COBOL-DAY-1's scheme:
*>    0 clean
*>    4 completed with warnings (a transmission overdue or rejected,
*>      or an ack that is malformed or matches nothing we sent)
*>   12 bad as-of date, cutoff or retention
*>   16 no transmission register
*>   17 the register holds more transmissions than the table takes
01 JOB-RC PIC 9(2) VALUE 0.
01 WARN-FLAG PIC X(1) VALUE 'N'.

*> The register, held whole while the acks are applied, then
*> written back in the order it was read
78 MAX-XMITS VALUE 20000.
01 XT-COUNT PIC 9(5) VALUE 0.
01 xmit-tab.
    05 xmit-entry OCCURS 1 TO 20000 TIMES DEPENDING ON XT-COUNT.
        10 XT-DATE PIC 9(8).
        10 XT-REGION PIC X(12).
        10 XT-FILE PIC X(40).
        10 XT-COUNT-SENT PIC 9(6).
        10 XT-TOTAL PIC 9(18).
        10 XT-CUT-DATE PIC 9(8).
        10 XT-STATUS PIC X(8).
        10 XT-ACK-DATE PIC 9(8).
        10 XT-ACK-COUNT PIC 9(6).
        10 XT-ACK-TOTAL PIC 9(18).
        10 XT-REASON PIC X(40).
01 xx PIC 9(5) VALUE 1.
01 XT-HIT PIC 9(5) VALUE 0.
01 RESEND-COUNT PIC 9(5) VALUE 0.

*> Retirement of old ACCEPTED records at the rewrite
01 RETIRE-IT PIC X(1) VALUE 'N'.
01 RETIRE-COUNT PIC 9(5) VALUE 0.
01 XARC-OPEN PIC X(1) VALUE 'N'.

*> One ack record, unstrung; the -chk copies are for the numeric
*> tests only
01 ak-date PIC X(8).
01 ak-region PIC X(12).
01 ak-count PIC X(6).
01 ak-total PIC X(18).
01 ak-status PIC X(1).
01 ak-reason PIC X(40).
01 ak-count-chk PIC X(6).
01 ak-total-chk PIC X(18).
01 AK-COUNT-NUM PIC 9(6) VALUE 0.
01 AK-TOTAL-NUM PIC 9(18) VALUE 0.
01 AK-DATE-NUM PIC 9(8) VALUE 0.
01 AK-VALID PIC X(1) VALUE 'Y'.
01 ACK-READ PIC 9(5) VALUE 0.
01 ACK-BAD PIC 9(5) VALUE 0.
01 ACK-UNMATCHED PIC 9(5) VALUE 0.
01 ACK-ROW-NUM PIC 9(5) VALUE 0.

*> Footing tallies
01 AWAIT-COUNT PIC 9(5) VALUE 0.
01 OVERDUE-COUNT PIC 9(5) VALUE 0.
01 REJECT-COUNT PIC 9(5) VALUE 0.
01 ACCEPT-COUNT PIC 9(5) VALUE 0.
01 AGE-DAYS PIC 9(5) VALUE 0.
01 region-show PIC X(12).

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
    PERFORM load-register.

    MOVE SPACES TO XMITOUT-FILE-NAME.
    STRING "XMITOUT-", ASOF-DATE, ".TXT" INTO XMITOUT-FILE-NAME.
    OPEN OUTPUT xmit-out-file.
    PERFORM write-heading.
    PERFORM apply-acks.
    PERFORM mark-overdue
        VARYING xx FROM 1 BY 1 UNTIL xx > XT-COUNT.
    PERFORM list-outstanding.
    PERFORM list-resends.
    PERFORM list-retirements.
    PERFORM write-footing.
    CLOSE xmit-out-file.
    PERFORM rewrite-register.

    IF OVERDUE-COUNT > 0 OR REJECT-COUNT > 0
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
        INTO PARM-ASOF, PARM-CUTOFF, PARM-ACK, PARM-REGISTER,
            PARM-RETAIN
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
    MOVE ASOF-DATE TO CNV-DATE.
    PERFORM convert-date-to-days.
    MOVE CNV-DAYS TO ASOF-DAYS.

    IF PARM-CUTOFF NOT = SPACES
        MOVE SPACES TO arg-chk
        MOVE PARM-CUTOFF TO arg-chk
        INSPECT arg-chk REPLACING TRAILING SPACE BY ZERO
        IF arg-chk NOT NUMERIC
            DISPLAY "ABEND: CUTOFF " PARM-CUTOFF " NOT NUMERIC"
            MOVE 12 TO JOB-RC
            PERFORM job-abend
        END-IF
        MOVE PARM-CUTOFF TO CUTOFF-DAYS
    END-IF.

    IF PARM-RETAIN NOT = SPACES
        MOVE SPACES TO arg-chk
        MOVE PARM-RETAIN TO arg-chk
        INSPECT arg-chk REPLACING TRAILING SPACE BY ZERO
        IF arg-chk NOT NUMERIC
            DISPLAY "ABEND: RETENTION " PARM-RETAIN " NOT NUMERIC"
            MOVE 12 TO JOB-RC
            PERFORM job-abend
        END-IF
        MOVE PARM-RETAIN TO RETAIN-DAYS
    END-IF.

    IF PARM-ACK NOT = SPACES
        MOVE PARM-ACK TO ACK-FILE-NAME
    ELSE
        MOVE SPACES TO ACK-FILE-NAME
        STRING "XMITACK-", ASOF-DATE, ".CSV" INTO ACK-FILE-NAME
    END-IF.

    IF PARM-REGISTER NOT = SPACES
        MOVE PARM-REGISTER TO XMITREG-FILE-NAME
    END-IF.

load-register.
    OPEN INPUT xmit-reg-file.
    IF XREG-FS NOT = "00"
        DISPLAY "ABEND: NO TRANSMISSION REGISTER " XMITREG-FILE-NAME
            ", FILE STATUS " XREG-FS
        MOVE 16 TO JOB-RC
        PERFORM job-abend
    END-IF.
    MOVE SPACE TO feof.
    PERFORM load-one-xmit UNTIL feof = 'Y'.
    CLOSE xmit-reg-file.
    DISPLAY XT-COUNT " TRANSMISSION(S) ON THE REGISTER".

load-one-xmit.
    *> A later record for a date and region already held is a resend:
    *> it takes the earlier one's place and starts over as SENT
    READ xmit-reg-file
        AT END MOVE 'Y' TO feof
        NOT AT END
            MOVE XR-DATE TO AK-DATE-NUM
            MOVE XR-REGION TO ak-region
            PERFORM find-xmit
            IF XT-HIT = 0
                IF XT-COUNT >= MAX-XMITS
                    DISPLAY "ABEND: REGISTER HOLDS MORE THAN "
                        MAX-XMITS " TRANSMISSIONS"
                    MOVE 17 TO JOB-RC
                    PERFORM job-abend
                END-IF
                COMPUTE XT-COUNT = XT-COUNT + 1
                MOVE XT-COUNT TO XT-HIT
            END-IF
            MOVE XR-DATE TO XT-DATE(XT-HIT)
            MOVE XR-REGION TO XT-REGION(XT-HIT)
            MOVE XR-FILE TO XT-FILE(XT-HIT)
            MOVE XR-COUNT TO XT-COUNT-SENT(XT-HIT)
            MOVE XR-TOTAL TO XT-TOTAL(XT-HIT)
            MOVE XR-CUT-DATE TO XT-CUT-DATE(XT-HIT)
            MOVE XR-STATUS TO XT-STATUS(XT-HIT)
            MOVE XR-ACK-DATE TO XT-ACK-DATE(XT-HIT)
            MOVE XR-ACK-COUNT TO XT-ACK-COUNT(XT-HIT)
            MOVE XR-ACK-TOTAL TO XT-ACK-TOTAL(XT-HIT)
            MOVE XR-REASON TO XT-REASON(XT-HIT)
    END-READ.

find-xmit.
    *> Newest first: acks and resends are nearly always for the
    *> latest transmissions
    MOVE 0 TO XT-HIT.
    PERFORM VARYING xx FROM XT-COUNT BY -1
        UNTIL xx < 1 OR XT-HIT > 0
        IF XT-DATE(xx) = AK-DATE-NUM AND XT-REGION(xx) = ak-region
            MOVE xx TO XT-HIT
        END-IF
    END-PERFORM.

apply-acks.
    *> No ack file for the day is normal when nothing was loaded
    *> overnight; the overdue check still runs
    MOVE SPACES TO rpt-line.
    PERFORM put-line.
    MOVE SPACES TO rpt-line.
    STRING "ACKNOWLEDGMENTS IN " DELIMITED BY SIZE,
        ACK-FILE-NAME DELIMITED BY SPACE, ":" DELIMITED BY SIZE
        INTO rpt-line.
    PERFORM put-line.
    OPEN INPUT ack-file.
    IF ACK-FS NOT = "00"
        MOVE SPACES TO rpt-line
        STRING "  (NO ACK FILE FOR THE DAY)" INTO rpt-line
        PERFORM put-line
        EXIT PARAGRAPH
    END-IF.
    MOVE SPACE TO feof.
    PERFORM read-one-ack UNTIL feof = 'Y'.
    CLOSE ack-file.
    MOVE SPACES TO rpt-line.
    STRING ACK-READ " ACK(S) READ, " DELIMITED BY SIZE,
        ACK-BAD " MALFORMED, " DELIMITED BY SIZE,
        ACK-UNMATCHED " MATCHING NOTHING SENT" DELIMITED BY SIZE
        INTO rpt-line.
    PERFORM put-line.
    IF ACK-BAD > 0 OR ACK-UNMATCHED > 0
        MOVE 'Y' TO WARN-FLAG
    END-IF.

read-one-ack.
    READ ack-file
        AT END MOVE 'Y' TO feof
        NOT AT END
            COMPUTE ACK-ROW-NUM = ACK-ROW-NUM + 1
            IF ack-row NOT = SPACES
                PERFORM apply-one-ack
            END-IF
    END-READ.

apply-one-ack.
    COMPUTE ACK-READ = ACK-READ + 1.
    MOVE SPACES TO ak-date.
    MOVE SPACES TO ak-region.
    MOVE SPACES TO ak-count.
    MOVE SPACES TO ak-total.
    MOVE SPACES TO ak-status.
    MOVE SPACES TO ak-reason.
    UNSTRING ack-row DELIMITED BY ","
        INTO ak-date, ak-region, ak-count, ak-total, ak-status,
            ak-reason
    END-UNSTRING.
    MOVE 'Y' TO AK-VALID.
    IF ak-date NOT NUMERIC
        MOVE 'N' TO AK-VALID
    END-IF.
    MOVE ak-count TO ak-count-chk.
    MOVE ak-total TO ak-total-chk.
    INSPECT ak-count-chk REPLACING TRAILING SPACE BY ZERO.
    INSPECT ak-total-chk REPLACING TRAILING SPACE BY ZERO.
    IF ak-count = SPACES OR ak-count-chk NOT NUMERIC
        OR ak-total = SPACES OR ak-total-chk NOT NUMERIC
        MOVE 'N' TO AK-VALID
    END-IF.
    IF ak-status NOT = 'A' AND ak-status NOT = 'R'
        MOVE 'N' TO AK-VALID
    END-IF.
    IF AK-VALID = 'N'
        COMPUTE ACK-BAD = ACK-BAD + 1
        MOVE SPACES TO rpt-line
        STRING "  ACK ROW ", ACK-ROW-NUM, " MALFORMED: ",
            ack-row INTO rpt-line
        PERFORM put-line
        EXIT PARAGRAPH
    END-IF.
    MOVE ak-date TO AK-DATE-NUM.
    MOVE ak-count TO AK-COUNT-NUM.
    MOVE ak-total TO AK-TOTAL-NUM.
    PERFORM find-xmit.
    IF XT-HIT = 0
        COMPUTE ACK-UNMATCHED = ACK-UNMATCHED + 1
        MOVE SPACES TO rpt-line
        STRING "  ACK FOR ", AK-DATE-NUM, " ", ak-region,
            " MATCHES NOTHING ON THE REGISTER" INTO rpt-line
        PERFORM put-line
        EXIT PARAGRAPH
    END-IF.

    MOVE ASOF-DATE TO XT-ACK-DATE(XT-HIT).
    MOVE AK-COUNT-NUM TO XT-ACK-COUNT(XT-HIT).
    MOVE AK-TOTAL-NUM TO XT-ACK-TOTAL(XT-HIT).
    MOVE SPACES TO XT-REASON(XT-HIT).
    IF ak-status = 'R'
        MOVE "REJECTED" TO XT-STATUS(XT-HIT)
        IF ak-reason = SPACES
            MOVE "REFUSED BY RECEIVER, NO REASON GIVEN"
                TO XT-REASON(XT-HIT)
        ELSE
            MOVE ak-reason TO XT-REASON(XT-HIT)
        END-IF
    ELSE
        *> Loaded, but only good if what they loaded is what we sent
        IF AK-COUNT-NUM NOT = XT-COUNT-SENT(XT-HIT)
            MOVE "REJECTED" TO XT-STATUS(XT-HIT)
            STRING "LOADED ", AK-COUNT-NUM, " OF ",
                XT-COUNT-SENT(XT-HIT), " ROWS"
                INTO XT-REASON(XT-HIT)
        ELSE
            IF AK-TOTAL-NUM NOT = XT-TOTAL(XT-HIT)
                MOVE "REJECTED" TO XT-STATUS(XT-HIT)
                MOVE "LOADED TOTAL DISAGREES WITH TOTAL SENT"
                    TO XT-REASON(XT-HIT)
            ELSE
                MOVE "ACCEPTED" TO XT-STATUS(XT-HIT)
            END-IF
        END-IF
    END-IF.
    MOVE XT-HIT TO xx.
    PERFORM set-region-show.
    MOVE SPACES TO rpt-line.
    STRING "  ", XT-DATE(xx), " ", region-show, " ",
        XT-STATUS(xx), " ", XT-REASON(xx) INTO rpt-line.
    PERFORM put-line.

mark-overdue.
    IF XT-STATUS(xx) = "SENT"
        MOVE XT-CUT-DATE(xx) TO CNV-DATE
        PERFORM convert-date-to-days
        IF ASOF-DAYS > CNV-DAYS
            IF ASOF-DAYS - CNV-DAYS > CUTOFF-DAYS
                MOVE "OVERDUE" TO XT-STATUS(xx)
            END-IF
        END-IF
    END-IF.

list-outstanding.
    MOVE SPACES TO rpt-line.
    PERFORM put-line.
    MOVE SPACES TO rpt-line.
    STRING "UNACKNOWLEDGED OR REJECTED (DATE, REGION, FILE, ROWS,"
        " CUT, STATUS, DAYS SINCE CUT):" INTO rpt-line.
    PERFORM put-line.
    PERFORM list-one-outstanding
        VARYING xx FROM 1 BY 1 UNTIL xx > XT-COUNT.
    IF AWAIT-COUNT + OVERDUE-COUNT + REJECT-COUNT = 0
        MOVE SPACES TO rpt-line
        STRING "  (NONE)" INTO rpt-line
        PERFORM put-line
    END-IF.

list-one-outstanding.
    IF XT-STATUS(xx) = "ACCEPTED"
        COMPUTE ACCEPT-COUNT = ACCEPT-COUNT + 1
        EXIT PARAGRAPH
    END-IF.
    IF XT-STATUS(xx) = "SENT"
        COMPUTE AWAIT-COUNT = AWAIT-COUNT + 1
    ELSE
        IF XT-STATUS(xx) = "OVERDUE"
            COMPUTE OVERDUE-COUNT = OVERDUE-COUNT + 1
        ELSE
            COMPUTE REJECT-COUNT = REJECT-COUNT + 1
        END-IF
    END-IF.
    MOVE XT-CUT-DATE(xx) TO CNV-DATE.
    PERFORM convert-date-to-days.
    MOVE 0 TO AGE-DAYS.
    IF ASOF-DAYS > CNV-DAYS
        COMPUTE AGE-DAYS = ASOF-DAYS - CNV-DAYS
    END-IF.
    PERFORM set-region-show.
    MOVE SPACES TO rpt-line.
    STRING "  ", XT-DATE(xx), " ", region-show, " " DELIMITED BY SIZE,
        XT-FILE(xx) DELIMITED BY SPACE, " " DELIMITED BY SIZE,
        XT-COUNT-SENT(xx), " ", XT-CUT-DATE(xx), " ",
        XT-STATUS(xx), " ", AGE-DAYS DELIMITED BY SIZE
        INTO rpt-line.
    PERFORM put-line.
    IF XT-STATUS(xx) = "REJECTED"
        MOVE SPACES TO rpt-line
        STRING "      REASON: ", XT-REASON(xx) INTO rpt-line
        PERFORM put-line
    END-IF.

list-resends.
    *> Rejected and overdue files want cutting and sending again; a
    *> rerun of the daily job for the date logs the resend
    MOVE SPACES TO rpt-line.
    PERFORM put-line.
    MOVE SPACES TO rpt-line.
    STRING "RESEND LIST:" INTO rpt-line.
    PERFORM put-line.
    PERFORM list-one-resend
        VARYING xx FROM 1 BY 1 UNTIL xx > XT-COUNT.
    IF RESEND-COUNT = 0
        MOVE SPACES TO rpt-line
        STRING "  (NONE)" INTO rpt-line
        PERFORM put-line
    END-IF.

list-one-resend.
    IF XT-STATUS(xx) = "REJECTED" OR XT-STATUS(xx) = "OVERDUE"
        COMPUTE RESEND-COUNT = RESEND-COUNT + 1
        MOVE SPACES TO rpt-line
        STRING "  RESEND " DELIMITED BY SIZE,
            XT-FILE(xx) DELIMITED BY SPACE,
            " (" DELIMITED BY SIZE,
            XT-STATUS(xx) DELIMITED BY SPACE,
            ")" DELIMITED BY SIZE INTO rpt-line
        PERFORM put-line
    END-IF.

list-retirements.
    MOVE SPACES TO rpt-line.
    PERFORM put-line.
    PERFORM count-one-retirement
        VARYING xx FROM 1 BY 1 UNTIL xx > XT-COUNT.
    MOVE SPACES TO rpt-line.
    STRING RETIRE-COUNT " ACCEPTED TRANSMISSION(S) OVER "
        RETAIN-DAYS " DAY(S) PAST THEIR ACK RETIRED TO "
        DELIMITED BY SIZE,
        XMITARC-FILE-NAME DELIMITED BY SPACE INTO rpt-line.
    PERFORM put-line.

count-one-retirement.
    PERFORM test-retirement.
    IF RETIRE-IT = 'Y'
        COMPUTE RETIRE-COUNT = RETIRE-COUNT + 1
    END-IF.

test-retirement.
    *> Aged from the ack that accepted it, or from the cut for a
    *> record accepted before ack dates were kept
    MOVE 'N' TO RETIRE-IT.
    IF XT-STATUS(xx) NOT = "ACCEPTED"
        EXIT PARAGRAPH
    END-IF.
    IF XT-ACK-DATE(xx) = 0
        MOVE XT-CUT-DATE(xx) TO CNV-DATE
    ELSE
        MOVE XT-ACK-DATE(xx) TO CNV-DATE
    END-IF.
    PERFORM convert-date-to-days.
    IF ASOF-DAYS > CNV-DAYS
        IF ASOF-DAYS - CNV-DAYS > RETAIN-DAYS
            MOVE 'Y' TO RETIRE-IT
        END-IF
    END-IF.

set-region-show.
    IF XT-REGION(xx) = SPACES
        MOVE "(ALL)" TO region-show
    ELSE
        MOVE XT-REGION(xx) TO region-show
    END-IF.

write-heading.
    MOVE SPACES TO rpt-line.
    STRING "OUTSTANDING TRANSMISSIONS AS AT ", ASOF-DATE,
        "  RUN ", RUN-DATE, "  CUTOFF ", CUTOFF-DAYS, " DAY(S)"
        INTO rpt-line.
    PERFORM put-line.

write-footing.
    *> The OUTSTANDING line is read by AOC-COBOL-DAY-1-OPS: keep the
    *> counts in these token positions
    MOVE SPACES TO rpt-line.
    PERFORM put-line.
    MOVE SPACES TO rpt-line.
    STRING "OUTSTANDING: " AWAIT-COUNT " AWAITING, " OVERDUE-COUNT
        " OVERDUE, " REJECT-COUNT " REJECTED, " ACCEPT-COUNT
        " ACCEPTED" DELIMITED BY SIZE INTO rpt-line.
    PERFORM put-line.

rewrite-register.
    OPEN OUTPUT xmit-reg-file.
    PERFORM write-one-xmit
        VARYING xx FROM 1 BY 1 UNTIL xx > XT-COUNT.
    CLOSE xmit-reg-file.
    IF XARC-OPEN = 'Y'
        CLOSE xmit-arc-file
    END-IF.

write-one-xmit.
    MOVE SPACES TO xr-row.
    MOVE XT-DATE(xx) TO XR-DATE.
    MOVE XT-REGION(xx) TO XR-REGION.
    MOVE XT-FILE(xx) TO XR-FILE.
    MOVE XT-COUNT-SENT(xx) TO XR-COUNT.
    MOVE XT-TOTAL(xx) TO XR-TOTAL.
    MOVE XT-CUT-DATE(xx) TO XR-CUT-DATE.
    MOVE XT-STATUS(xx) TO XR-STATUS.
    MOVE XT-ACK-DATE(xx) TO XR-ACK-DATE.
    MOVE XT-ACK-COUNT(xx) TO XR-ACK-COUNT.
    MOVE XT-ACK-TOTAL(xx) TO XR-ACK-TOTAL.
    MOVE XT-REASON(xx) TO XR-REASON.
    PERFORM test-retirement.
    IF RETIRE-IT = 'Y'
        PERFORM open-archive
        WRITE xmit-arc-row FROM xr-row
    ELSE
        WRITE xr-row
    END-IF.

open-archive.
    *> The archive only ever grows: opened on the first retirement
    *> of the run, and started on the first one of all
    IF XARC-OPEN = 'Y'
        EXIT PARAGRAPH
    END-IF.
    OPEN EXTEND xmit-arc-file.
    IF XARC-FS = "35"
        OPEN OUTPUT xmit-arc-file
    END-IF.
    MOVE 'Y' TO XARC-OPEN.

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
    MOVE rpt-line TO xmit-out-row.
    WRITE xmit-out-row.
    DISPLAY rpt-line.

job-abend.
    MOVE JOB-RC TO RETURN-CODE.
    STOP RUN.
