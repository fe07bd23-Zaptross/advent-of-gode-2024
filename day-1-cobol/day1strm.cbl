IDENTIFICATION DIVISION.
PROGRAM-ID. AOC-COBOL-DAY-1-STRM.
AUTHOR. M. Price (Zaptross).
DATE-WRITTEN. 2026-10-15.
INSTALLATION. Ubuntu22.04-GnuCOBOL.

*> Job-stream controller for the overnight cycle (AOC-COBOL-DAY-1,
*> then DELTA, MSTR D, RECON, TREND, MOVE, EXCW and OPS), so nobody
*> has to kick the steps off by hand at 3 a.m. and read each return
*> code to decide whether the next one may go. The steps, in order,
*> come off a step-definition file (STREAM.DEF) of KEYWORD=VALUE
*> cards, the same shape as DAY-1's parm card:
*>   STEP=DAILY             opens a step and names it (12 chars)
*>   PROGRAM=./day1         what to run
*>   PARM=input.txt,B       its PARM, or
*>   CARD=DAILY.CARD        a parm card, passed on as "+DAILY.CARD"
*>   RESTART-PARM=...       the PARM to use instead when the stream
*>                          is restarted at this step, eg DAY-1 with
*>                          its own RESTART switch on
*>   RUN-NEXT=0,4           RCs that let the next step run
*>   SKIP-NEXT=8            RCs that skip the next step only
*>   STOP=12,16,19          RCs that stop the stream
*> An RC on none of the three lists stops the stream, and a step with
*> no RUN-NEXT card runs on at RC 0 only. &DATE in a PARM is replaced
*> by the stream date. Lines that are blank or start with * are
*> comments.
*> Each step's start, end, RC and the action taken land in the stream
*> log (STRMLOG.DAT), and one stream-level checkpoint (STRMCKPT.DAT)
*> is rewritten around every step, so a stopped stream is restarted
*> at the step that stopped it without rerunning the ones that
*> finished. The programs keep their own checkpoints underneath.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT def-file ASSIGN TO DYNAMIC DEF-FILE-NAME
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS DEF-FS.
    *> Cumulative stream log: one record per step run or skipped,
    *> appended forever, like the daily job's run log
    SELECT stream-log-file ASSIGN TO DYNAMIC STREAM-LOG-NAME
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS SLOG-FS.
    *> One record, rewritten around every step: where the stream is
    SELECT stream-ckpt-file ASSIGN TO DYNAMIC STREAM-CKPT-NAME
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS SCKPT-FS.

DATA DIVISION.
FILE SECTION.
FD def-file.
01 def-row PIC X(200).

*> One record per step: the stream date, the step's place and name,
*> its start and end times (HHMMSSss), its RC, what the stream did
*> about it (RUN-NEXT, SKIP-NEXT, STOP, or SKIPPED for a step that
*> was skipped), whether it ran as a stream restart, and the program
FD stream-log-file.
01 slog-row.
    05 SL-DATE PIC 9(8).
    05 FILLER PIC X(1).
    05 SL-STEP-NUM PIC 9(3).
    05 FILLER PIC X(1).
    05 SL-STEP-NAME PIC X(12).
    05 FILLER PIC X(1).
    05 SL-START-TIME PIC 9(8).
    05 FILLER PIC X(1).
    05 SL-END-TIME PIC 9(8).
    05 FILLER PIC X(1).
    05 SL-RC PIC 9(3).
    05 FILLER PIC X(1).
    05 SL-ACTION PIC X(9).
    05 FILLER PIC X(1).
    05 SL-RESTART PIC X(1).
    05 FILLER PIC X(1).
    05 SL-PROGRAM PIC X(40).

*> Status is RUNNING while a step is under way, STOPPED when a step's
*> RC stopped the stream, COMPLETE at the end. NEXT-STEP is the step
*> a restart resumes at; its name is kept so a restart against an
*> edited step file that no longer lines up is refused. The highest
*> RC and skip count so far carry across a restart into the final RC.
FD stream-ckpt-file.
01 sckpt-row.
    05 SC-DATE PIC 9(8).
    05 FILLER PIC X(1).
    05 SC-STATUS PIC X(8).
    05 FILLER PIC X(1).
    05 SC-NEXT-STEP PIC 9(3).
    05 FILLER PIC X(1).
    05 SC-STEP-NAME PIC X(12).
    05 FILLER PIC X(1).
    05 SC-HIGH-RC PIC 9(3).
    05 FILLER PIC X(1).
    05 SC-SKIPPED PIC 9(3).
    05 FILLER PIC X(1).
    05 SC-DEF-FILE PIC X(40).

WORKING-STORAGE SECTION.
*> PARM layout: step-definition file, start switch, stream date, eg:
*> AOC-COBOL-DAY-1-STRM "STREAM.DEF"
*> AOC-COBOL-DAY-1-STRM "STREAM.DEF,R"
*> AOC-COBOL-DAY-1-STRM "STREAM.DEF,F,20261014"
*> The file defaults to STREAM.DEF. The switch is R to restart the
*> stream on the checkpoint at the step that stopped it, or F to
*> force a fresh start over an unfinished (or already completed)
*> stream on the checkpoint; blank starts fresh and refuses to if
*> either is there. The date defaults to today; a restart always
*> carries on under the date the stream started with.
01 PARM-STRING PIC X(200) VALUE SPACES.
01 PARM-TAB.
    05 PARM-DEF PIC X(40) VALUE SPACES.
    05 PARM-START PIC X(1) VALUE SPACES.
    05 PARM-DATE PIC X(8) VALUE SPACES.

01 DEF-FILE-NAME PIC X(40) VALUE "STREAM.DEF".
01 STREAM-LOG-NAME PIC X(40) VALUE "STRMLOG.DAT".
01 STREAM-CKPT-NAME PIC X(40) VALUE "STRMCKPT.DAT".
01 DEF-FS PIC XX VALUE "00".
01 SLOG-FS PIC XX VALUE "00".
01 SCKPT-FS PIC XX VALUE "00".
01 DEF-FEOF PIC X(1) VALUE 'N'.
01 DEF-LINE-NUM PIC 9(4) VALUE 0.
01 RUN-DATE PIC 9(8) VALUE 0.
01 STREAM-DATE PIC 9(8) VALUE 0.
01 RESTART-MODE PIC X(1) VALUE 'N'.
01 FORCE-MODE PIC X(1) VALUE 'N'.

*> Graduated return codes, in step with AOC-COBOL-DAY-1's scheme:
*>    0 every step ran and ended RC 0
*>    4 stream complete, but a step ended on an allowed non-zero RC
*>      or a step was skipped
*>    8 stream stopped on a step's RC; restart it with the R switch
*>   12 bad PARM; a restart with nothing to resume or against a step
*>      file that no longer lines up; or a fresh start over a stream
*>      already on the checkpoint, without the F switch
*>   15 bad card on the step-definition file
*>   16 no step-definition file, or no steps on it
*>   17 more steps, or more RCs on one list, than the tables take
*>   20 cannot write the stream log or checkpoint
01 JOB-RC PIC 9(2) VALUE 0.

*> The step definitions, in stream order. Each RC list is a count
*> and up to ten RCs, in the same shape as rc-work so a parsed list
*> moves into place as one group.
78 MAX-STEPS VALUE 30.
78 MAX-STEP-RCS VALUE 10.
01 STEP-COUNT PIC 9(3) VALUE 0.
01 step-tab.
    05 step-entry OCCURS 1 TO 30 TIMES DEPENDING ON STEP-COUNT.
        10 STP-NAME PIC X(12).
        10 STP-PROGRAM PIC X(40).
        10 STP-PARM PIC X(120).
        10 STP-CARD PIC X(40).
        10 STP-RESTART-PARM PIC X(120).
        10 STP-RUN-LIST.
            15 STP-RUN-COUNT PIC 9(2).
            15 STP-RUN-RC PIC 9(3) OCCURS 10 TIMES.
        10 STP-SKIP-LIST.
            15 STP-SKIP-COUNT PIC 9(2).
            15 STP-SKIP-RC PIC 9(3) OCCURS 10 TIMES.
        10 STP-STOP-LIST.
            15 STP-STOP-COUNT PIC 9(2).
            15 STP-STOP-RC PIC 9(3) OCCURS 10 TIMES.
        10 STP-OUTCOME PIC X(9).
        10 STP-LAST-RC PIC 9(3).

*> Card parsing: the keyword, everything after the first = (so a
*> PARM may itself carry an =), and one RC list being taken apart
01 KW-NAME PIC X(20) VALUE SPACES.
01 KW-VALUE PIC X(120) VALUE SPACES.
01 KW-PTR PIC 9(3) VALUE 1.
01 KW-MATCHED PIC X(1) VALUE 'N'.
01 rc-work.
    05 RCW-COUNT PIC 9(2).
    05 RCW-RC PIC 9(3) OCCURS 10 TIMES.
01 RC-PTR PIC 9(3) VALUE 1.
01 rc-tok PIC X(4).
01 rc-tok-chk PIC X(4).
01 rx PIC 9(3) VALUE 1.
01 ry PIC 9(3) VALUE 1.
01 RC-CLASH PIC X(1) VALUE 'N'.

*> The stream checkpoint as read at start of job
01 CKPT-FOUND PIC X(1) VALUE 'N'.
01 CK-DATE PIC 9(8) VALUE 0.
01 CK-STATUS PIC X(8) VALUE SPACES.
01 CK-NEXT-STEP PIC 9(3) VALUE 0.
01 CK-STEP-NAME PIC X(12) VALUE SPACES.
01 CK-HIGH-RC PIC 9(3) VALUE 0.
01 CK-SKIPPED PIC 9(3) VALUE 0.
01 CK-DEF-FILE PIC X(40) VALUE SPACES.

*> Stream walk state: the step in hand, where this invocation began,
*> the highest RC any step has ended on and how many were skipped
01 sx PIC 9(3) VALUE 1.
01 START-STEP PIC 9(3) VALUE 1.
01 STREAM-STOPPED PIC X(1) VALUE 'N'.
01 HIGH-RC PIC 9(3) VALUE 0.
01 SKIPPED-COUNT PIC 9(3) VALUE 0.
01 STREAM-STATUS PIC X(8) VALUE SPACES.

*> One step's run: the command handed to the shell, the raw wait
*> status it comes back with (exit code times 256, plus a signal
*> number in the low byte if the step was killed), and its RC
01 STEP-CMD PIC X(300) VALUE SPACES.
01 CMD-PARM PIC X(120) VALUE SPACES.
01 SYS-RC PIC S9(9) VALUE 0.
01 SYS-QUOT PIC S9(9) VALUE 0.
01 SYS-SIGNAL PIC S9(9) VALUE 0.
01 STEP-RC PIC 9(3) VALUE 0.
01 STEP-ACTION PIC X(9) VALUE SPACES.
01 STEP-START-TIME PIC 9(8) VALUE 0.
01 STEP-END-TIME PIC 9(8) VALUE 0.

*> &DATE substitution: the PARM taken apart on the token and put
*> back together with the stream date in its place
01 SUB-OUT PIC X(160) VALUE SPACES.
01 SUB-PIECE PIC X(120) VALUE SPACES.
01 SUB-DELIM PIC X(5) VALUE SPACES.
01 SUB-LEN PIC 9(3) VALUE 0.
01 SUB-PTR PIC 9(3) VALUE 1.
01 SUB-OUT-PTR PIC 9(3) VALUE 1.

PROCEDURE DIVISION.
    *> Start of main()
    PERFORM init-parms.
    PERFORM load-step-defs.
    PERFORM read-stream-checkpoint.
    IF RESTART-MODE = 'Y'
        PERFORM resume-stream
    ELSE
        PERFORM start-stream
    END-IF.

    OPEN EXTEND stream-log-file.
    IF SLOG-FS = "35"
        OPEN OUTPUT stream-log-file
    END-IF.
    IF SLOG-FS NOT = "00"
        DISPLAY "ABEND: CANNOT OPEN STREAM LOG " STREAM-LOG-NAME
            ", FILE STATUS " SLOG-FS
        MOVE 20 TO JOB-RC
        PERFORM job-abend
    END-IF.

    MOVE START-STEP TO sx.
    PERFORM run-one-step
        UNTIL sx > STEP-COUNT OR STREAM-STOPPED = 'Y'.
    CLOSE stream-log-file.

    IF STREAM-STOPPED = 'Y'
        MOVE "STOPPED" TO STREAM-STATUS
        PERFORM write-stream-checkpoint
        MOVE 8 TO JOB-RC
    ELSE
        MOVE "COMPLETE" TO STREAM-STATUS
        PERFORM write-stream-checkpoint
        IF HIGH-RC > 0 OR SKIPPED-COUNT > 0
            MOVE 4 TO JOB-RC
        END-IF
    END-IF.
    PERFORM write-stream-summary.
    MOVE JOB-RC TO RETURN-CODE.
    STOP RUN.
    *> End of main()

init-parms.
    ACCEPT PARM-STRING FROM COMMAND-LINE.

    UNSTRING PARM-STRING DELIMITED BY ","
        INTO PARM-DEF, PARM-START, PARM-DATE
    END-UNSTRING.

    IF PARM-DEF NOT = SPACES
        MOVE PARM-DEF TO DEF-FILE-NAME
    END-IF.

    IF PARM-START = 'R' OR PARM-START = 'r'
        MOVE 'Y' TO RESTART-MODE
    ELSE
        IF PARM-START = 'F' OR PARM-START = 'f'
            MOVE 'Y' TO FORCE-MODE
        ELSE
            IF PARM-START NOT = SPACES
                DISPLAY "ABEND: START SWITCH MUST BE R, F OR BLANK, "
                    "NOT " PARM-START
                MOVE 12 TO JOB-RC
                PERFORM job-abend
            END-IF
        END-IF
    END-IF.

    ACCEPT RUN-DATE FROM DATE YYYYMMDD.
    MOVE RUN-DATE TO STREAM-DATE.
    IF PARM-DATE NOT = SPACES
        IF PARM-DATE IS NUMERIC
            MOVE PARM-DATE TO STREAM-DATE
        ELSE
            DISPLAY "ABEND: STREAM DATE " PARM-DATE " NOT YYYYMMDD"
            MOVE 12 TO JOB-RC
            PERFORM job-abend
        END-IF
    END-IF.

    DISPLAY "JOB STREAM " DEF-FILE-NAME.

load-step-defs.
    OPEN INPUT def-file.
    IF DEF-FS NOT = "00"
        DISPLAY "ABEND: CANNOT OPEN STEP DEFINITIONS " DEF-FILE-NAME
            ", FILE STATUS " DEF-FS
        MOVE 16 TO JOB-RC
        PERFORM job-abend
    END-IF.
    MOVE 'N' TO DEF-FEOF.
    PERFORM read-one-def-line UNTIL DEF-FEOF = 'Y'.
    CLOSE def-file.
    IF STEP-COUNT = 0
        DISPLAY "ABEND: NO STEPS DEFINED ON " DEF-FILE-NAME
        MOVE 16 TO JOB-RC
        PERFORM job-abend
    END-IF.
    PERFORM close-step-def.
    DISPLAY STEP-COUNT " STEP(S) DEFINED".

read-one-def-line.
    READ def-file
        AT END MOVE 'Y' TO DEF-FEOF
        NOT AT END
            COMPUTE DEF-LINE-NUM = DEF-LINE-NUM + 1
            IF def-row = SPACES OR def-row(1:1) = '*'
                CONTINUE
            ELSE
                PERFORM apply-one-def-card
            END-IF
    END-READ.

apply-one-def-card.
    *> One KEYWORD=VALUE card. STEP opens a new step (closing off the
    *> one before it); every other keyword belongs to the step last
    *> opened. An unknown keyword is refused by name.
    MOVE SPACES TO KW-NAME.
    MOVE SPACES TO KW-VALUE.
    MOVE 1 TO KW-PTR.
    UNSTRING def-row DELIMITED BY "=" INTO KW-NAME
        WITH POINTER KW-PTR
    END-UNSTRING.
    IF KW-PTR <= 200
        MOVE def-row(KW-PTR:) TO KW-VALUE
    END-IF.
    IF KW-NAME = "STEP"
        PERFORM open-step-def
        EXIT PARAGRAPH
    END-IF.
    IF STEP-COUNT = 0
        DISPLAY "ABEND: STEP DEFINITION LINE " DEF-LINE-NUM
            " COMES BEFORE ANY STEP= CARD: " def-row(1:60)
        PERFORM bad-def-card
    END-IF.
    MOVE 'N' TO KW-MATCHED.
    IF KW-NAME = "PROGRAM"
        MOVE 'Y' TO KW-MATCHED
        MOVE KW-VALUE TO STP-PROGRAM(STEP-COUNT)
    END-IF.
    IF KW-NAME = "PARM"
        MOVE 'Y' TO KW-MATCHED
        MOVE KW-VALUE TO STP-PARM(STEP-COUNT)
    END-IF.
    IF KW-NAME = "CARD"
        MOVE 'Y' TO KW-MATCHED
        MOVE KW-VALUE TO STP-CARD(STEP-COUNT)
    END-IF.
    IF KW-NAME = "RESTART-PARM"
        MOVE 'Y' TO KW-MATCHED
        MOVE KW-VALUE TO STP-RESTART-PARM(STEP-COUNT)
    END-IF.
    IF KW-NAME = "RUN-NEXT"
        MOVE 'Y' TO KW-MATCHED
        PERFORM parse-rc-list
        MOVE rc-work TO STP-RUN-LIST(STEP-COUNT)
    END-IF.
    IF KW-NAME = "SKIP-NEXT"
        MOVE 'Y' TO KW-MATCHED
        PERFORM parse-rc-list
        MOVE rc-work TO STP-SKIP-LIST(STEP-COUNT)
    END-IF.
    IF KW-NAME = "STOP"
        MOVE 'Y' TO KW-MATCHED
        PERFORM parse-rc-list
        MOVE rc-work TO STP-STOP-LIST(STEP-COUNT)
    END-IF.
    IF KW-MATCHED = 'N'
        DISPLAY "ABEND: STEP DEFINITION LINE " DEF-LINE-NUM
            " NAMES AN UNKNOWN KEYWORD: " KW-NAME
        PERFORM bad-def-card
    END-IF.

open-step-def.
    IF KW-VALUE = SPACES
        DISPLAY "ABEND: STEP DEFINITION LINE " DEF-LINE-NUM
            " OPENS A STEP WITH NO NAME"
        PERFORM bad-def-card
    END-IF.
    IF STEP-COUNT > 0
        PERFORM close-step-def
    END-IF.
    IF STEP-COUNT >= MAX-STEPS
        DISPLAY "ABEND: MORE THAN " MAX-STEPS " STEPS ON "
            DEF-FILE-NAME
        CLOSE def-file
        MOVE 17 TO JOB-RC
        PERFORM job-abend
    END-IF.
    COMPUTE STEP-COUNT = STEP-COUNT + 1.
    MOVE SPACES TO step-entry(STEP-COUNT).
    MOVE KW-VALUE TO STP-NAME(STEP-COUNT).
    MOVE 0 TO STP-RUN-COUNT(STEP-COUNT).
    MOVE 0 TO STP-SKIP-COUNT(STEP-COUNT).
    MOVE 0 TO STP-STOP-COUNT(STEP-COUNT).
    MOVE 0 TO STP-LAST-RC(STEP-COUNT).
    MOVE "NOT RUN" TO STP-OUTCOME(STEP-COUNT).

close-step-def.
    *> A finished step must name a program, must not carry both a
    *> PARM and a CARD, and no RC may sit on two lists at once. With
    *> no RUN-NEXT card it runs on at RC 0 only.
    IF STP-PROGRAM(STEP-COUNT) = SPACES
        DISPLAY "ABEND: STEP " STP-NAME(STEP-COUNT)
            " HAS NO PROGRAM= CARD"
        PERFORM bad-def-card
    END-IF.
    IF STP-PARM(STEP-COUNT) NOT = SPACES
        AND STP-CARD(STEP-COUNT) NOT = SPACES
        DISPLAY "ABEND: STEP " STP-NAME(STEP-COUNT)
            " HAS BOTH A PARM= AND A CARD= CARD"
        PERFORM bad-def-card
    END-IF.
    IF STP-RUN-COUNT(STEP-COUNT) = 0
        MOVE 1 TO STP-RUN-COUNT(STEP-COUNT)
        MOVE 0 TO STP-RUN-RC(STEP-COUNT, 1)
    END-IF.
    MOVE 'N' TO RC-CLASH.
    PERFORM VARYING rx FROM 1 BY 1
            UNTIL rx > STP-RUN-COUNT(STEP-COUNT)
        PERFORM VARYING ry FROM 1 BY 1
                UNTIL ry > STP-SKIP-COUNT(STEP-COUNT)
            IF STP-RUN-RC(STEP-COUNT, rx) =
                STP-SKIP-RC(STEP-COUNT, ry)
                MOVE 'Y' TO RC-CLASH
            END-IF
        END-PERFORM
        PERFORM VARYING ry FROM 1 BY 1
                UNTIL ry > STP-STOP-COUNT(STEP-COUNT)
            IF STP-RUN-RC(STEP-COUNT, rx) =
                STP-STOP-RC(STEP-COUNT, ry)
                MOVE 'Y' TO RC-CLASH
            END-IF
        END-PERFORM
    END-PERFORM.
    PERFORM VARYING rx FROM 1 BY 1
            UNTIL rx > STP-SKIP-COUNT(STEP-COUNT)
        PERFORM VARYING ry FROM 1 BY 1
                UNTIL ry > STP-STOP-COUNT(STEP-COUNT)
            IF STP-SKIP-RC(STEP-COUNT, rx) =
                STP-STOP-RC(STEP-COUNT, ry)
                MOVE 'Y' TO RC-CLASH
            END-IF
        END-PERFORM
    END-PERFORM.
    IF RC-CLASH = 'Y'
        DISPLAY "ABEND: STEP " STP-NAME(STEP-COUNT)
            " LISTS THE SAME RC UNDER TWO ACTIONS"
        PERFORM bad-def-card
    END-IF.

parse-rc-list.
    *> A comma list of RCs, eg 0,4 - each one to three digits
    MOVE 0 TO RCW-COUNT.
    MOVE 1 TO RC-PTR.
    PERFORM take-one-rc UNTIL RC-PTR > 120.
    IF RCW-COUNT = 0
        DISPLAY "ABEND: STEP DEFINITION LINE " DEF-LINE-NUM
            " HAS AN EMPTY RC LIST FOR " KW-NAME
        PERFORM bad-def-card
    END-IF.

take-one-rc.
    MOVE SPACES TO rc-tok.
    UNSTRING KW-VALUE DELIMITED BY "," INTO rc-tok
        WITH POINTER RC-PTR
    END-UNSTRING.
    IF rc-tok = SPACES
        EXIT PARAGRAPH
    END-IF.
    MOVE rc-tok TO rc-tok-chk.
    INSPECT rc-tok-chk REPLACING TRAILING SPACE BY ZERO.
    IF rc-tok-chk NOT NUMERIC OR rc-tok(4:1) NOT = SPACE
        DISPLAY "ABEND: STEP DEFINITION LINE " DEF-LINE-NUM
            " HAS A BAD RC " rc-tok " FOR " KW-NAME
        PERFORM bad-def-card
    END-IF.
    IF RCW-COUNT >= MAX-STEP-RCS
        DISPLAY "ABEND: STEP DEFINITION LINE " DEF-LINE-NUM
            " LISTS MORE THAN " MAX-STEP-RCS " RCS FOR " KW-NAME
        CLOSE def-file
        MOVE 17 TO JOB-RC
        PERFORM job-abend
    END-IF.
    COMPUTE RCW-COUNT = RCW-COUNT + 1.
    MOVE rc-tok(1:3) TO RCW-RC(RCW-COUNT).

bad-def-card.
    CLOSE def-file.
    MOVE 15 TO JOB-RC.
    PERFORM job-abend.

read-stream-checkpoint.
    MOVE 'N' TO CKPT-FOUND.
    OPEN INPUT stream-ckpt-file.
    IF SCKPT-FS = "00"
        READ stream-ckpt-file
            NOT AT END
                MOVE 'Y' TO CKPT-FOUND
                MOVE SC-DATE TO CK-DATE
                MOVE SC-STATUS TO CK-STATUS
                MOVE SC-NEXT-STEP TO CK-NEXT-STEP
                MOVE SC-STEP-NAME TO CK-STEP-NAME
                MOVE SC-HIGH-RC TO CK-HIGH-RC
                MOVE SC-SKIPPED TO CK-SKIPPED
                MOVE SC-DEF-FILE TO CK-DEF-FILE
        END-READ
        CLOSE stream-ckpt-file
    END-IF.

start-stream.
    *> A fresh start is refused over a stream the checkpoint shows
    *> unfinished (it wants a restart, not a second run of the steps
    *> already done), and over one already complete for this date,
    *> unless forced
    IF CKPT-FOUND = 'Y' AND FORCE-MODE NOT = 'Y'
        IF CK-STATUS NOT = "COMPLETE"
            DISPLAY "REFUSED: STREAM DATED " CK-DATE " IS " CK-STATUS
                " AT STEP " CK-NEXT-STEP " " CK-STEP-NAME
            DISPLAY "RESTART IT WITH THE R SWITCH, OR FORCE A FRESH"
                " START WITH F"
            MOVE 12 TO JOB-RC
            PERFORM job-abend
        END-IF
        IF CK-DATE = STREAM-DATE AND CK-DEF-FILE = DEF-FILE-NAME
            DISPLAY "REFUSED: STREAM " DEF-FILE-NAME " ALREADY"
                " COMPLETE FOR " STREAM-DATE
            DISPLAY "FORCE A SECOND RUN WITH THE F SWITCH"
            MOVE 12 TO JOB-RC
            PERFORM job-abend
        END-IF
    END-IF.
    IF CKPT-FOUND = 'Y' AND FORCE-MODE = 'Y'
        DISPLAY "FORCED FRESH START OVER CHECKPOINTED STREAM DATED "
            CK-DATE " (" CK-STATUS ")"
    END-IF.
    MOVE 1 TO START-STEP.
    MOVE 0 TO HIGH-RC.
    MOVE 0 TO SKIPPED-COUNT.
    DISPLAY "STREAM DATE " STREAM-DATE ", STARTING AT STEP 001".

resume-stream.
    *> Pick the stream up at the step the checkpoint names, under the
    *> date it started with. The step file must still line up: same
    *> file, and the same step name at that position.
    IF CKPT-FOUND NOT = 'Y'
        DISPLAY "ABEND: RESTART ASKED FOR BUT NO STREAM CHECKPOINT "
            STREAM-CKPT-NAME
        MOVE 12 TO JOB-RC
        PERFORM job-abend
    END-IF.
    IF CK-STATUS = "COMPLETE"
        DISPLAY "ABEND: RESTART ASKED FOR BUT STREAM DATED " CK-DATE
            " IS COMPLETE"
        MOVE 12 TO JOB-RC
        PERFORM job-abend
    END-IF.
    IF CK-DEF-FILE NOT = DEF-FILE-NAME
        DISPLAY "ABEND: CHECKPOINTED STREAM RAN FROM " CK-DEF-FILE
            ", NOT " DEF-FILE-NAME
        MOVE 12 TO JOB-RC
        PERFORM job-abend
    END-IF.
    IF CK-NEXT-STEP < 1 OR CK-NEXT-STEP > STEP-COUNT
        DISPLAY "ABEND: CHECKPOINT STEP " CK-NEXT-STEP
            " IS NOT ON " DEF-FILE-NAME
        MOVE 12 TO JOB-RC
        PERFORM job-abend
    END-IF.
    IF STP-NAME(CK-NEXT-STEP) NOT = CK-STEP-NAME
        DISPLAY "ABEND: CHECKPOINT STEP " CK-NEXT-STEP " WAS "
            CK-STEP-NAME " BUT " DEF-FILE-NAME " NOW HAS "
            STP-NAME(CK-NEXT-STEP) " THERE"
        MOVE 12 TO JOB-RC
        PERFORM job-abend
    END-IF.
    IF PARM-DATE NOT = SPACES AND STREAM-DATE NOT = CK-DATE
        DISPLAY "NOTE: RESTART CARRIES ON UNDER STREAM DATE "
            CK-DATE ", NOT " STREAM-DATE
    END-IF.
    MOVE CK-DATE TO STREAM-DATE.
    MOVE CK-NEXT-STEP TO START-STEP.
    MOVE CK-HIGH-RC TO HIGH-RC.
    MOVE CK-SKIPPED TO SKIPPED-COUNT.
    DISPLAY "STREAM DATE " STREAM-DATE " RESTARTED AT STEP "
        START-STEP " " STP-NAME(START-STEP).

run-one-step.
    *> Checkpoint first, so a controller that dies mid-step restarts
    *> at that step; then run it and let its RC pick the way on
    MOVE "RUNNING" TO STREAM-STATUS.
    PERFORM write-stream-checkpoint.
    PERFORM build-step-command.
    DISPLAY "STEP " sx " " STP-NAME(sx) ": " STEP-CMD(1:100).
    ACCEPT STEP-START-TIME FROM TIME.
    CALL "SYSTEM" USING STEP-CMD.
    MOVE RETURN-CODE TO SYS-RC.
    ACCEPT STEP-END-TIME FROM TIME.
    MOVE 0 TO RETURN-CODE.
    IF SYS-RC < 0
        MOVE 999 TO STEP-RC
    ELSE
        DIVIDE SYS-RC BY 256 GIVING SYS-QUOT REMAINDER SYS-SIGNAL
        IF SYS-SIGNAL NOT = 0 OR SYS-QUOT > 998
            MOVE 999 TO STEP-RC
        ELSE
            MOVE SYS-QUOT TO STEP-RC
        END-IF
    END-IF.
    IF STEP-RC = 999
        DISPLAY "STEP " sx " " STP-NAME(sx)
            " DID NOT END NORMALLY, STATUS " SYS-RC
    END-IF.
    IF STEP-RC > HIGH-RC
        MOVE STEP-RC TO HIGH-RC
    END-IF.
    PERFORM decide-step-action.
    MOVE STEP-RC TO STP-LAST-RC(sx).
    MOVE STEP-ACTION TO STP-OUTCOME(sx).
    PERFORM write-step-log.
    DISPLAY "STEP " sx " " STP-NAME(sx) " ENDED RC " STEP-RC
        ": " STEP-ACTION.

    IF STEP-ACTION = "STOP"
        MOVE 'Y' TO STREAM-STOPPED
        EXIT PARAGRAPH
    END-IF.
    COMPUTE sx = sx + 1.
    IF STEP-ACTION = "SKIP-NEXT" AND sx <= STEP-COUNT
        PERFORM skip-one-step
        COMPUTE sx = sx + 1
    END-IF.

decide-step-action.
    *> RUN-NEXT, SKIP-NEXT or STOP by the lists the step carries; an
    *> RC none of them names stops the stream
    MOVE "STOP" TO STEP-ACTION.
    PERFORM VARYING rx FROM 1 BY 1 UNTIL rx > STP-RUN-COUNT(sx)
        IF STP-RUN-RC(sx, rx) = STEP-RC
            MOVE "RUN-NEXT" TO STEP-ACTION
        END-IF
    END-PERFORM.
    PERFORM VARYING rx FROM 1 BY 1 UNTIL rx > STP-SKIP-COUNT(sx)
        IF STP-SKIP-RC(sx, rx) = STEP-RC
            MOVE "SKIP-NEXT" TO STEP-ACTION
        END-IF
    END-PERFORM.

skip-one-step.
    COMPUTE SKIPPED-COUNT = SKIPPED-COUNT + 1.
    MOVE 0 TO STEP-RC.
    MOVE 0 TO STEP-START-TIME.
    MOVE 0 TO STEP-END-TIME.
    MOVE "SKIPPED" TO STEP-ACTION.
    MOVE "SKIPPED" TO STP-OUTCOME(sx).
    PERFORM write-step-log.
    DISPLAY "STEP " sx " " STP-NAME(sx) " SKIPPED".

build-step-command.
    *> The PARM is the step's PARM card, its parm card name behind a
    *> +, or - for the step a restart resumes at - its RESTART-PARM
    *> when it has one; &DATE becomes the stream date
    IF RESTART-MODE = 'Y' AND sx = START-STEP
        AND STP-RESTART-PARM(sx) NOT = SPACES
        MOVE STP-RESTART-PARM(sx) TO CMD-PARM
    ELSE
        IF STP-CARD(sx) NOT = SPACES
            MOVE SPACES TO CMD-PARM
            STRING "+", STP-CARD(sx) DELIMITED BY SPACE
                INTO CMD-PARM
        ELSE
            MOVE STP-PARM(sx) TO CMD-PARM
        END-IF
    END-IF.
    PERFORM substitute-date.
    MOVE SPACES TO STEP-CMD.
    IF SUB-OUT = SPACES
        STRING STP-PROGRAM(sx) DELIMITED BY "  " INTO STEP-CMD
    ELSE
        STRING STP-PROGRAM(sx) DELIMITED BY "  ",
            ' "' DELIMITED BY SIZE,
            SUB-OUT DELIMITED BY "  ",
            '"' DELIMITED BY SIZE INTO STEP-CMD
    END-IF.

substitute-date.
    MOVE SPACES TO SUB-OUT.
    MOVE 1 TO SUB-PTR.
    MOVE 1 TO SUB-OUT-PTR.
    PERFORM substitute-one-piece UNTIL SUB-PTR > 120.

substitute-one-piece.
    MOVE SPACES TO SUB-PIECE.
    MOVE SPACES TO SUB-DELIM.
    MOVE 0 TO SUB-LEN.
    UNSTRING CMD-PARM DELIMITED BY "&DATE"
        INTO SUB-PIECE DELIMITER IN SUB-DELIM COUNT IN SUB-LEN
        WITH POINTER SUB-PTR
    END-UNSTRING.
    IF SUB-LEN > 0
        STRING SUB-PIECE(1:SUB-LEN) DELIMITED BY SIZE
            INTO SUB-OUT WITH POINTER SUB-OUT-PTR
        END-STRING
    END-IF.
    IF SUB-DELIM = "&DATE"
        STRING STREAM-DATE DELIMITED BY SIZE
            INTO SUB-OUT WITH POINTER SUB-OUT-PTR
        END-STRING
    END-IF.

write-step-log.
    MOVE SPACES TO slog-row.
    MOVE STREAM-DATE TO SL-DATE.
    MOVE sx TO SL-STEP-NUM.
    MOVE STP-NAME(sx) TO SL-STEP-NAME.
    MOVE STEP-START-TIME TO SL-START-TIME.
    MOVE STEP-END-TIME TO SL-END-TIME.
    MOVE STEP-RC TO SL-RC.
    MOVE STEP-ACTION TO SL-ACTION.
    IF RESTART-MODE = 'Y' AND sx = START-STEP
        MOVE 'Y' TO SL-RESTART
    ELSE
        MOVE 'N' TO SL-RESTART
    END-IF.
    MOVE STP-PROGRAM(sx) TO SL-PROGRAM.
    WRITE slog-row.

write-stream-checkpoint.
    MOVE SPACES TO sckpt-row.
    MOVE STREAM-DATE TO SC-DATE.
    MOVE STREAM-STATUS TO SC-STATUS.
    IF sx > STEP-COUNT
        MOVE STEP-COUNT TO SC-NEXT-STEP
    ELSE
        MOVE sx TO SC-NEXT-STEP
    END-IF.
    MOVE STP-NAME(SC-NEXT-STEP) TO SC-STEP-NAME.
    MOVE HIGH-RC TO SC-HIGH-RC.
    MOVE SKIPPED-COUNT TO SC-SKIPPED.
    MOVE DEF-FILE-NAME TO SC-DEF-FILE.
    OPEN OUTPUT stream-ckpt-file.
    IF SCKPT-FS NOT = "00"
        DISPLAY "ABEND: CANNOT WRITE STREAM CHECKPOINT "
            STREAM-CKPT-NAME ", FILE STATUS " SCKPT-FS
        MOVE 20 TO JOB-RC
        PERFORM job-abend
    END-IF.
    WRITE sckpt-row.
    CLOSE stream-ckpt-file.

write-stream-summary.
    DISPLAY "STREAM " DEF-FILE-NAME " DATED " STREAM-DATE " "
        STREAM-STATUS.
    PERFORM VARYING rx FROM 1 BY 1 UNTIL rx > STEP-COUNT
        IF STP-OUTCOME(rx) = "NOT RUN"
            IF RESTART-MODE = 'Y' AND rx < START-STEP
                DISPLAY "  STEP " rx " " STP-NAME(rx)
                    " DONE BEFORE THE RESTART"
            ELSE
                DISPLAY "  STEP " rx " " STP-NAME(rx) " NOT RUN"
            END-IF
        ELSE
            IF STP-OUTCOME(rx) = "SKIPPED"
                DISPLAY "  STEP " rx " " STP-NAME(rx) " SKIPPED"
            ELSE
                DISPLAY "  STEP " rx " " STP-NAME(rx) " RC "
                    STP-LAST-RC(rx) " " STP-OUTCOME(rx)
            END-IF
        END-IF
    END-PERFORM.
    IF STREAM-STOPPED = 'Y'
        DISPLAY "RESTART AT STEP " sx " " STP-NAME(sx)
            " WITH THE R SWITCH ONCE THE CAUSE IS CLEARED"
    END-IF.

job-abend.
    MOVE JOB-RC TO RETURN-CODE.
    STOP RUN.
