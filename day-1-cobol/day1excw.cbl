*> upstream extract can finally be quantified for the supplier.
*> Ends RC 4 while open exceptions exist and RC 6 once any is over
*> the limit, so the scheduler can escalate on it.
*> Lines the daily job marks FLAGGED (an unknown or retired location
*> ID it accepted anyway) are not rejects and are not folded in.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
01 CUR-KEY PIC X(180) VALUE SPACES.
01 CUR-RESOLVED PIC X(1) VALUE 'N'.
01 CUR-RES-DATE PIC 9(8) VALUE 0.
01 FLAG-HITS PIC 9(2) VALUE 0.
01 FLAGGED-SKIPPED PIC 9(6) VALUE 0.

*> extract-reject-key working fields: the line going in, the lead
*> text up to the marker (discarded) and the body coming out
    DISPLAY "WAREHOUSE NOW HOLDS " WHSE-COUNT " RECORD(S): "
        NEW-RECS " NEW, " SEEN-AGAIN-RECS " SEEN AGAIN, "
        RESOLVED-RECS " RESOLVED THIS RUN".
    IF FLAGGED-SKIPPED > 0
        DISPLAY FLAGGED-SKIPPED " FLAGGED LOCATION LINE(S) LEFT OUT"
    END-IF.
    IF OVER-LIMIT-COUNT > 0
        MOVE 6 TO JOB-RC
        DISPLAY OVER-LIMIT-COUNT " OPEN EXCEPTION(S) OVER THE "
        AT END MOVE 'Y' TO feof
        NOT AT END
            IF exc-row NOT = SPACES
                MOVE 0 TO FLAG-HITS
                INSPECT exc-row(1:180) TALLYING FLAG-HITS
                    FOR ALL " FLAGGED: "
                IF FLAG-HITS > 0
                    COMPUTE FLAGGED-SKIPPED = FLAGGED-SKIPPED + 1
                ELSE
                    PERFORM match-and-fold
                END-IF
            END-IF
    END-READ.

