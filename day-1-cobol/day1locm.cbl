IDENTIFICATION DIVISION.
PROGRAM-ID. AOC-COBOL-DAY-1-LOCM.
AUTHOR. M. Price (Zaptross).
DATE-WRITTEN. 2026-10-15.
INSTALLATION. Ubuntu22.04-GnuCOBOL.

*> Maintenance over the location reference master (LOCREF.IDX), the
*> indexed register of every location ID the business knows about:
*> its name, the region that owns it, whether it is active or
*> retired, and the dates that status runs from and to. The daily
*> job, DAY-1-DELTA and the DAY-1-MSTR posting modes check drop IDs
*> against it, so an ID is only ever added, changed or retired
*> through here. Modes, picked by PARM:
*>   A,id,name,region[,from]   add a new active location; the
*>                             effective-from date defaults to today
*>   C,id,name,region          change the name and/or owning region;
*>                             a blank field keeps what is on file
*>   R,id[,to]                 retire a location; the effective-to
*>                             date defaults to today, and drops
*>                             dated on or after it are refused
*>   L,id                      look up one location
*>   K[,fromid,toid]           list every location in a key range
*>   T,file                    apply a file of A, C and R
*>                             transactions, one per line in the same
*>                             comma layout as the PARM
*> A 6th PARM field overrides the reference file name. Every applied
*> add, change and retirement is logged to LOCAUDIT.DAT with its
*> before and after image, and every answer lands in LOCMRPT.TXT as
*> well as the console.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT locref-file ASSIGN TO DYNAMIC LOCREF-FILE-NAME
    ORGANIZATION IS INDEXED
    ACCESS MODE IS DYNAMIC
    RECORD KEY IS LOC-ID
    FILE STATUS IS LOC-FS.
    SELECT locm-report-file ASSIGN TO DYNAMIC LOCM-RPT-NAME
    ORGANIZATION IS LINE SEQUENTIAL.
    *> Maintenance audit trail: one record per applied transaction,
    *> appended forever
    SELECT loc-audit-file ASSIGN TO DYNAMIC LOC-AUDIT-NAME
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS LAUD-FS.
    SELECT txn-file ASSIGN TO DYNAMIC TXN-FILE-NAME
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS TXN-FS.

DATA DIVISION.
FILE SECTION.
*> One record per location ID. LOC-STATUS is A (active) or R
*> (retired); LOC-EFF-TO stays zero until the location is retired,
*> then holds the first date it is no longer valid. Mirrored in
*> AOC-COBOL-DAY-1, DAY-1-DELTA and DAY-1-MSTR; keep them in step
FD locref-file.
01 loc-rec.
    05 LOC-ID PIC 9(9).
    05 LOC-NAME PIC X(30).
    05 LOC-REGION PIC X(12).
    05 LOC-STATUS PIC X(1).
    05 LOC-EFF-FROM PIC 9(8).
    05 LOC-EFF-TO PIC 9(8).
    05 LOC-MAINT-DATE PIC 9(8).

FD locm-report-file.
01 locm-rpt-row PIC X(132).

*> One record per applied transaction: when, what action, and the
*> location's status, region and name before and after
FD loc-audit-file.
01 laud-row.
    05 LAUD-DATE PIC 9(8).
    05 FILLER PIC X(1) VALUE SPACE.
    05 LAUD-TIME PIC 9(8).
    05 FILLER PIC X(1) VALUE SPACE.
    05 LAUD-ACTION PIC X(1).
    05 FILLER PIC X(1) VALUE SPACE.
    05 LAUD-ID PIC 9(9).
    05 FILLER PIC X(1) VALUE SPACE.
    05 LAUD-BEF-STATUS PIC X(1).
    05 FILLER PIC X(1) VALUE SPACE.
    05 LAUD-BEF-REGION PIC X(12).
    05 FILLER PIC X(1) VALUE SPACE.
    05 LAUD-AFT-STATUS PIC X(1).
    05 FILLER PIC X(1) VALUE SPACE.
    05 LAUD-AFT-REGION PIC X(12).
    05 FILLER PIC X(1) VALUE SPACE.
    05 LAUD-EFF-DATE PIC 9(8).
    05 FILLER PIC X(1) VALUE SPACE.
    05 LAUD-AFT-NAME PIC X(30).

FD txn-file.
01 txn-row PIC X(120).

WORKING-STORAGE SECTION.
*> PARM layout: mode, up to four arguments, reference file
*> override, eg:
*> AOC-COBOL-DAY-1-LOCM "A,004732915,NORTH YARD,NORTH,20261001"
*> AOC-COBOL-DAY-1-LOCM "C,004732915,,EAST"
*> AOC-COBOL-DAY-1-LOCM "R,004732915,20261031"
*> AOC-COBOL-DAY-1-LOCM "L,004732915"
*> AOC-COBOL-DAY-1-LOCM "K,1000,2000"
*> AOC-COBOL-DAY-1-LOCM "T,LOCTRANS.TXT"
01 PARM-STRING PIC X(200) VALUE SPACES.
01 PARM-TAB.
    05 PARM-MODE PIC X(1) VALUE SPACES.
    05 PARM-A1 PIC X(40) VALUE SPACES.
    05 PARM-A2 PIC X(30) VALUE SPACES.
    05 PARM-A3 PIC X(12) VALUE SPACES.
    05 PARM-A4 PIC X(12) VALUE SPACES.
    05 PARM-LOCREF PIC X(40) VALUE SPACES.

01 RUN-MODE PIC X(1) VALUE SPACE.
01 LOCREF-FILE-NAME PIC X(40) VALUE "LOCREF.IDX".
01 LOC-AUDIT-NAME PIC X(40) VALUE "LOCAUDIT.DAT".
01 LOCM-RPT-NAME PIC X(40) VALUE "LOCMRPT.TXT".
01 TXN-FILE-NAME PIC X(40) VALUE SPACES.
01 LOC-FS PIC XX VALUE "00".
01 LAUD-FS PIC XX VALUE "00".
01 TXN-FS PIC XX VALUE "00".
01 RUN-DATE PIC 9(8) VALUE 0.
01 RUN-TIME PIC 9(8) VALUE 0.
01 feof PIC A(1) VALUE SPACE.
01 arg-chk PIC X(12).

*> Graduated return codes, in step with AOC-COBOL-DAY-1-MSTQ's
*> scheme:
*>    0 clean
*>    4 a transaction was refused (adding an ID already on file,
*>      changing or retiring one that is not, retiring one already
*>      retired), or the asked-for ID or range holds nothing
*>   12 bad mode or argument
*>   16 no reference file to inquire on, or no transaction file
*>   20 unexpected reference, audit or transaction file status
01 JOB-RC PIC 9(2) VALUE 0.

*> One transaction, vetted out of the PARM or a transaction file
*> row. TXN-REFUSAL carries why it cannot be applied; spaces means
*> it can.
01 TXN-ACTION PIC X(1) VALUE SPACE.
01 TXN-ID-TEXT PIC X(12) VALUE SPACES.
01 TXN-NAME PIC X(30) VALUE SPACES.
01 TXN-REGION PIC X(12) VALUE SPACES.
01 TXN-DATE-TEXT PIC X(12) VALUE SPACES.
01 TXN-ID PIC 9(9) VALUE 0.
01 TXN-DATE PIC 9(8) VALUE 0.
01 TXN-REFUSAL PIC X(60) VALUE SPACES.
01 TXN-ROW-NUM PIC 9(6) VALUE 0.
01 TXN-APPLIED PIC 9(6) VALUE 0.
01 TXN-REFUSED PIC 9(6) VALUE 0.

*> Before image of the location a change or retirement touches
01 BEF-STATUS PIC X(1) VALUE SPACE.
01 BEF-REGION PIC X(12) VALUE SPACES.

*> Key range for K mode
01 RANGE-FROM PIC 9(9) VALUE 0.
01 RANGE-TO PIC 9(9) VALUE 999999999.
01 LISTED-COUNT PIC 9(6) VALUE 0.

01 rpt-line PIC X(132).

PROCEDURE DIVISION.
    *> Start of main()
    PERFORM init-parms.

    OPEN OUTPUT locm-report-file.
    IF RUN-MODE = 'L'
        PERFORM lookup-one-location
    ELSE
        IF RUN-MODE = 'K'
            PERFORM list-key-range
        ELSE
            IF RUN-MODE = 'T'
                PERFORM apply-transaction-file
            ELSE
                PERFORM apply-parm-transaction
            END-IF
        END-IF
    END-IF.
    CLOSE locm-report-file.

    MOVE JOB-RC TO RETURN-CODE.
    STOP RUN.
    *> End of main()

init-parms.
    ACCEPT PARM-STRING FROM COMMAND-LINE.
    ACCEPT RUN-DATE FROM DATE YYYYMMDD.
    ACCEPT RUN-TIME FROM TIME.

    UNSTRING PARM-STRING DELIMITED BY ","
        INTO PARM-MODE, PARM-A1, PARM-A2, PARM-A3, PARM-A4,
            PARM-LOCREF
    END-UNSTRING.

    IF PARM-MODE = 'a' OR PARM-MODE = 'c' OR PARM-MODE = 'r'
        OR PARM-MODE = 'l' OR PARM-MODE = 'k' OR PARM-MODE = 't'
        INSPECT PARM-MODE CONVERTING "acrlkt" TO "ACRLKT"
    END-IF.
    IF PARM-MODE = 'A' OR PARM-MODE = 'C' OR PARM-MODE = 'R'
        OR PARM-MODE = 'L' OR PARM-MODE = 'K' OR PARM-MODE = 'T'
        MOVE PARM-MODE TO RUN-MODE
    ELSE
        DISPLAY "ABEND: MODE MUST BE A, C, R, L, K OR T, GOT "
            PARM-MODE
        MOVE 12 TO RETURN-CODE
        STOP RUN
    END-IF.

    IF PARM-LOCREF NOT = SPACES
        MOVE PARM-LOCREF TO LOCREF-FILE-NAME
    END-IF.

    IF RUN-MODE = 'L'
        MOVE PARM-A1 TO arg-chk
        INSPECT arg-chk REPLACING TRAILING SPACE BY ZERO
        IF PARM-A1 = SPACES OR arg-chk NOT NUMERIC
            DISPLAY "ABEND: MODE L NEEDS A NUMERIC ID, GOT " PARM-A1
            MOVE 12 TO RETURN-CODE
            STOP RUN
        END-IF
        MOVE PARM-A1 TO TXN-ID
    END-IF.
    IF RUN-MODE = 'K'
        IF PARM-A1 NOT = SPACES
            MOVE PARM-A1 TO arg-chk
            INSPECT arg-chk REPLACING TRAILING SPACE BY ZERO
            IF arg-chk NOT NUMERIC
                DISPLAY "ABEND: RANGE START " PARM-A1 " NOT NUMERIC"
                MOVE 12 TO RETURN-CODE
                STOP RUN
            END-IF
            MOVE PARM-A1 TO RANGE-FROM
        END-IF
        IF PARM-A2 NOT = SPACES
            MOVE PARM-A2 TO arg-chk
            INSPECT arg-chk REPLACING TRAILING SPACE BY ZERO
            IF arg-chk NOT NUMERIC
                DISPLAY "ABEND: RANGE END " PARM-A2 " NOT NUMERIC"
                MOVE 12 TO RETURN-CODE
                STOP RUN
            END-IF
            MOVE PARM-A2 TO RANGE-TO
        END-IF
        IF RANGE-TO < RANGE-FROM
            DISPLAY "ABEND: RANGE END " RANGE-TO " BELOW RANGE"
                " START " RANGE-FROM
            MOVE 12 TO RETURN-CODE
            STOP RUN
        END-IF
    END-IF.
    IF RUN-MODE = 'T'
        IF PARM-A1 = SPACES
            DISPLAY "ABEND: MODE T NEEDS A TRANSACTION FILE NAME"
            MOVE 12 TO RETURN-CODE
            STOP RUN
        END-IF
        MOVE PARM-A1 TO TXN-FILE-NAME
    END-IF.

    DISPLAY "LOCATION REFERENCE MODE " RUN-MODE ", REFERENCE="
        LOCREF-FILE-NAME.

open-locref-input.
    OPEN INPUT locref-file.
    IF LOC-FS = "35"
        DISPLAY "ABEND: NO LOCATION REFERENCE " LOCREF-FILE-NAME
            ", ADD A LOCATION FIRST"
        MOVE 16 TO JOB-RC
        PERFORM job-abend
    END-IF.
    PERFORM vet-locref-open.

open-locref-update.
    *> The first add ever made creates the reference file
    OPEN I-O locref-file.
    IF LOC-FS = "35"
        OPEN OUTPUT locref-file
        CLOSE locref-file
        OPEN I-O locref-file
    END-IF.
    PERFORM vet-locref-open.

vet-locref-open.
    IF LOC-FS NOT = "00"
        DISPLAY "ABEND: CANNOT OPEN " LOCREF-FILE-NAME
            ", FILE STATUS " LOC-FS
        MOVE 20 TO JOB-RC
        PERFORM job-abend
    END-IF.

lookup-one-location.
    PERFORM open-locref-input.
    MOVE TXN-ID TO LOC-ID.
    READ locref-file
        INVALID KEY
            MOVE SPACES TO rpt-line
            STRING "ID ", TXN-ID, " IS NOT ON THE LOCATION REFERENCE"
                INTO rpt-line
            PERFORM put-line
            MOVE 4 TO JOB-RC
        NOT INVALID KEY
            PERFORM report-location-rec
    END-READ.
    CLOSE locref-file.

list-key-range.
    PERFORM open-locref-input.
    MOVE RANGE-FROM TO LOC-ID.
    MOVE SPACE TO feof.
    START locref-file KEY NOT LESS LOC-ID
        INVALID KEY MOVE 'Y' TO feof
    END-START.
    MOVE SPACES TO rpt-line.
    STRING "LOCATIONS ", RANGE-FROM, " THRU ", RANGE-TO, ":"
        INTO rpt-line.
    PERFORM put-line.
    PERFORM list-one-range-rec UNTIL feof = 'Y'.
    CLOSE locref-file.
    MOVE SPACES TO rpt-line.
    STRING LISTED-COUNT, " LOCATION(S) IN RANGE" INTO rpt-line.
    PERFORM put-line.
    IF LISTED-COUNT = 0
        MOVE 4 TO JOB-RC
    END-IF.

list-one-range-rec.
    READ locref-file NEXT
        AT END MOVE 'Y' TO feof
        NOT AT END
            IF LOC-ID > RANGE-TO
                MOVE 'Y' TO feof
            ELSE
                COMPUTE LISTED-COUNT = LISTED-COUNT + 1
                PERFORM report-location-rec
            END-IF
    END-READ.

apply-parm-transaction.
    *> A single add, change or retirement straight off the PARM; an
    *> argument that will not vet is a bad PARM, not a refusal
    MOVE RUN-MODE TO TXN-ACTION.
    MOVE PARM-A1 TO TXN-ID-TEXT.
    MOVE PARM-A2 TO TXN-NAME.
    MOVE PARM-A3 TO TXN-REGION.
    MOVE PARM-A4 TO TXN-DATE-TEXT.
    IF RUN-MODE = 'R'
        MOVE PARM-A2 TO TXN-DATE-TEXT
        MOVE SPACES TO TXN-NAME
    END-IF.
    PERFORM vet-transaction.
    IF TXN-REFUSAL NOT = SPACES
        DISPLAY "ABEND: " TXN-REFUSAL
        MOVE 12 TO JOB-RC
        PERFORM job-abend
    END-IF.
    PERFORM open-locref-update.
    PERFORM apply-one-transaction.
    CLOSE locref-file.

apply-transaction-file.
    OPEN INPUT txn-file.
    IF TXN-FS = "35"
        DISPLAY "ABEND: NO TRANSACTION FILE " TXN-FILE-NAME
        MOVE 16 TO JOB-RC
        PERFORM job-abend
    END-IF.
    IF TXN-FS NOT = "00"
        DISPLAY "ABEND: CANNOT OPEN " TXN-FILE-NAME
            ", FILE STATUS " TXN-FS
        MOVE 20 TO JOB-RC
        PERFORM job-abend
    END-IF.
    PERFORM open-locref-update.
    MOVE SPACES TO rpt-line.
    STRING "TRANSACTIONS FROM ", TXN-FILE-NAME INTO rpt-line.
    PERFORM put-line.
    MOVE SPACE TO feof.
    PERFORM apply-one-txn-row UNTIL feof = 'Y'.
    CLOSE locref-file.
    CLOSE txn-file.
    MOVE SPACES TO rpt-line.
    STRING TXN-APPLIED, " TRANSACTION(S) APPLIED, ", TXN-REFUSED,
        " REFUSED" INTO rpt-line.
    PERFORM put-line.

apply-one-txn-row.
    READ txn-file
        AT END MOVE 'Y' TO feof
        NOT AT END
            COMPUTE TXN-ROW-NUM = TXN-ROW-NUM + 1
            IF txn-row NOT = SPACES
                PERFORM apply-txn-row
            END-IF
    END-READ.

apply-txn-row.
    *> Same comma layout as the PARM: the retire action carries its
    *> date in the third field, the others in the fifth
    MOVE SPACES TO TXN-ACTION TXN-ID-TEXT TXN-NAME TXN-REGION
        TXN-DATE-TEXT.
    UNSTRING txn-row DELIMITED BY ","
        INTO TXN-ACTION, TXN-ID-TEXT, TXN-NAME, TXN-REGION,
            TXN-DATE-TEXT
    END-UNSTRING.
    INSPECT TXN-ACTION CONVERTING "acr" TO "ACR".
    IF TXN-ACTION = 'R'
        MOVE TXN-NAME TO TXN-DATE-TEXT
        MOVE SPACES TO TXN-NAME
    END-IF.
    PERFORM vet-transaction.
    IF TXN-REFUSAL = SPACES
        PERFORM apply-one-transaction
    ELSE
        PERFORM refuse-transaction
    END-IF.

vet-transaction.
    *> Field-level checks only; whether the ID is already on file is
    *> settled when the transaction is applied
    MOVE SPACES TO TXN-REFUSAL.
    IF TXN-ACTION NOT = 'A' AND TXN-ACTION NOT = 'C'
        AND TXN-ACTION NOT = 'R'
        STRING "ACTION MUST BE A, C OR R, GOT ", TXN-ACTION
            INTO TXN-REFUSAL
    END-IF.
    MOVE TXN-ID-TEXT TO arg-chk.
    INSPECT arg-chk REPLACING TRAILING SPACE BY ZERO.
    IF TXN-REFUSAL = SPACES
        IF TXN-ID-TEXT = SPACES OR arg-chk NOT NUMERIC
            STRING "LOCATION ID ", TXN-ID-TEXT, " NOT NUMERIC"
                INTO TXN-REFUSAL
        ELSE
            MOVE TXN-ID-TEXT TO TXN-ID
            IF TXN-ID = 0
                MOVE "LOCATION ID ZERO IS NOT ALLOWED" TO TXN-REFUSAL
            END-IF
        END-IF
    END-IF.
    IF TXN-REFUSAL = SPACES AND TXN-ACTION = 'A'
        IF TXN-NAME = SPACES OR TXN-REGION = SPACES
            MOVE "AN ADD NEEDS BOTH A NAME AND A REGION"
                TO TXN-REFUSAL
        END-IF
    END-IF.
    IF TXN-REFUSAL = SPACES AND TXN-ACTION = 'C'
        IF TXN-NAME = SPACES AND TXN-REGION = SPACES
            MOVE "A CHANGE NEEDS A NEW NAME OR REGION" TO TXN-REFUSAL
        END-IF
    END-IF.
    MOVE RUN-DATE TO TXN-DATE.
    IF TXN-REFUSAL = SPACES AND TXN-DATE-TEXT NOT = SPACES
        AND TXN-ACTION NOT = 'C'
        MOVE TXN-DATE-TEXT TO arg-chk
        IF arg-chk(1:8) NOT NUMERIC OR arg-chk(9:4) NOT = SPACES
            STRING "EFFECTIVE DATE ", TXN-DATE-TEXT,
                " IS NOT YYYYMMDD" INTO TXN-REFUSAL
        ELSE
            MOVE arg-chk(1:8) TO TXN-DATE
        END-IF
    END-IF.

apply-one-transaction.
    MOVE TXN-ID TO LOC-ID.
    IF TXN-ACTION = 'A'
        READ locref-file
            INVALID KEY PERFORM add-location
            NOT INVALID KEY
                MOVE "ALREADY ON THE REFERENCE, USE C TO CHANGE IT"
                    TO TXN-REFUSAL
        END-READ
    ELSE
        READ locref-file
            INVALID KEY
                MOVE "NOT ON THE REFERENCE, USE A TO ADD IT"
                    TO TXN-REFUSAL
            NOT INVALID KEY
                IF TXN-ACTION = 'C'
                    PERFORM change-location
                ELSE
                    PERFORM retire-location
                END-IF
        END-READ
    END-IF.
    IF TXN-REFUSAL NOT = SPACES
        PERFORM refuse-transaction
    END-IF.

add-location.
    MOVE SPACE TO BEF-STATUS.
    MOVE SPACES TO BEF-REGION.
    MOVE TXN-ID TO LOC-ID.
    MOVE TXN-NAME TO LOC-NAME.
    MOVE TXN-REGION TO LOC-REGION.
    MOVE 'A' TO LOC-STATUS.
    MOVE TXN-DATE TO LOC-EFF-FROM.
    MOVE 0 TO LOC-EFF-TO.
    MOVE RUN-DATE TO LOC-MAINT-DATE.
    WRITE loc-rec
        INVALID KEY PERFORM locref-io-abend
    END-WRITE.
    PERFORM record-applied.

change-location.
    MOVE LOC-STATUS TO BEF-STATUS.
    MOVE LOC-REGION TO BEF-REGION.
    IF TXN-NAME NOT = SPACES
        MOVE TXN-NAME TO LOC-NAME
    END-IF.
    IF TXN-REGION NOT = SPACES
        MOVE TXN-REGION TO LOC-REGION
    END-IF.
    MOVE RUN-DATE TO LOC-MAINT-DATE.
    REWRITE loc-rec
        INVALID KEY PERFORM locref-io-abend
    END-REWRITE.
    MOVE 0 TO TXN-DATE.
    PERFORM record-applied.

retire-location.
    *> A retired location stays on file so an old ID in a late drop
    *> is reported as retired rather than unknown
    IF LOC-STATUS = 'R'
        STRING "ALREADY RETIRED FROM ", LOC-EFF-TO INTO TXN-REFUSAL
    ELSE
        IF TXN-DATE < LOC-EFF-FROM
            STRING "RETIREMENT DATE ", TXN-DATE,
                " IS BEFORE EFFECTIVE-FROM ", LOC-EFF-FROM
                INTO TXN-REFUSAL
        ELSE
            MOVE LOC-STATUS TO BEF-STATUS
            MOVE LOC-REGION TO BEF-REGION
            MOVE 'R' TO LOC-STATUS
            MOVE TXN-DATE TO LOC-EFF-TO
            MOVE RUN-DATE TO LOC-MAINT-DATE
            REWRITE loc-rec
                INVALID KEY PERFORM locref-io-abend
            END-REWRITE
            PERFORM record-applied
        END-IF
    END-IF.

record-applied.
    COMPUTE TXN-APPLIED = TXN-APPLIED + 1.
    PERFORM write-audit-record.
    MOVE SPACES TO rpt-line.
    STRING "APPLIED ", TXN-ACTION, ": " INTO rpt-line.
    PERFORM put-line.
    PERFORM report-location-rec.

refuse-transaction.
    COMPUTE TXN-REFUSED = TXN-REFUSED + 1.
    MOVE 4 TO JOB-RC.
    MOVE SPACES TO rpt-line.
    IF RUN-MODE = 'T'
        STRING "ROW ", TXN-ROW-NUM, " REFUSED ", TXN-ACTION, " ",
            TXN-ID-TEXT, ": ", TXN-REFUSAL INTO rpt-line
    ELSE
        STRING "REFUSED ", TXN-ACTION, " ", TXN-ID-TEXT, ": ",
            TXN-REFUSAL INTO rpt-line
    END-IF.
    PERFORM put-line.

write-audit-record.
    OPEN EXTEND loc-audit-file.
    IF LAUD-FS = "35"
        OPEN OUTPUT loc-audit-file
    END-IF.
    IF LAUD-FS NOT = "00"
        DISPLAY "ABEND: CANNOT OPEN AUDIT FILE " LOC-AUDIT-NAME
            ", FILE STATUS " LAUD-FS
        MOVE 20 TO JOB-RC
        PERFORM job-abend
    END-IF.
    MOVE SPACES TO laud-row.
    MOVE RUN-DATE TO LAUD-DATE.
    MOVE RUN-TIME TO LAUD-TIME.
    MOVE TXN-ACTION TO LAUD-ACTION.
    MOVE LOC-ID TO LAUD-ID.
    MOVE BEF-STATUS TO LAUD-BEF-STATUS.
    MOVE BEF-REGION TO LAUD-BEF-REGION.
    MOVE LOC-STATUS TO LAUD-AFT-STATUS.
    MOVE LOC-REGION TO LAUD-AFT-REGION.
    MOVE TXN-DATE TO LAUD-EFF-DATE.
    MOVE LOC-NAME TO LAUD-AFT-NAME.
    WRITE laud-row.
    CLOSE loc-audit-file.

report-location-rec.
    MOVE SPACES TO rpt-line.
    IF LOC-STATUS = 'R'
        STRING "ID ", LOC-ID, "  ", LOC-NAME, "  REGION ", LOC-REGION,
            "  RETIRED  FROM ", LOC-EFF-FROM, " TO ", LOC-EFF-TO
            INTO rpt-line
    ELSE
        STRING "ID ", LOC-ID, "  ", LOC-NAME, "  REGION ", LOC-REGION,
            "  ACTIVE   FROM ", LOC-EFF-FROM INTO rpt-line
    END-IF.
    PERFORM put-line.

locref-io-abend.
    DISPLAY "ABEND: LOCATION REFERENCE " LOCREF-FILE-NAME
        " I/O FAILED, FILE STATUS " LOC-FS ", ID " LOC-ID.
    MOVE 20 TO JOB-RC.
    PERFORM job-abend.

put-line.
    *> Every report line goes to the file and echoes to the console
    MOVE rpt-line TO locm-rpt-row.
    WRITE locm-rpt-row.
    DISPLAY rpt-line.

job-abend.
    MOVE JOB-RC TO RETURN-CODE.
    STOP RUN.
