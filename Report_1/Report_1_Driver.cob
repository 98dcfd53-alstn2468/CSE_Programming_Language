INPUT-OUTPUT SECTION.
FILE-CONTROL.

SELECT BATCH-PARMS ASSIGN TO BATCH-PARMS-NAME
ORGANIZATION IS LINE SEQUENTIAL
FILE STATUS IS WS-BATCH-PARMS-STATUS.

SELECT BATCH-STATUS ASSIGN TO BATCH-STATUS-NAME
ORGANIZATION IS LINE SEQUENTIAL
FILE STATUS IS WS-BATCH-STATUS-STATUS.

SELECT JOB-CATALOG ASSIGN TO ".\JobCatalog.txt"
ORGANIZATION IS LINE SEQUENTIAL
FILE STATUS IS WS-JOB-CATALOG-STATUS.

SELECT JOB-REPORT ASSIGN TO ".\JobCatalogStatus.txt"
ORGANIZATION IS LINE SEQUENTIAL
FILE STATUS IS WS-JOB-REPORT-STATUS.

SELECT FORECAST-LOG ASSIGN TO ".\MatrixForecastLog.txt"
ORGANIZATION IS LINE SEQUENTIAL
FILE STATUS IS WS-FORECAST-LOG-STATUS.

DATA DIVISION.

FILE SECTION.
    05 PARM-RESULT-NAME       PIC X(12).
    05 FILLER                 PIC X.
    05 PARM-CONDITION         PIC XX.
    05 FILLER                 PIC X.
    05 PARM-DEFER-FLAG        PIC X.

FD BATCH-STATUS.
01 BATCH-STATUS-LINE          PIC X(80).

FD JOB-CATALOG.
01 CATALOG-RECORD.
    05 JC-JOB-NAME            PIC X(8).
    05 FILLER                 PIC X.
    05 JC-RULE                PIC X(8).
    05 FILLER                 PIC X.
    05 JC-RULE-VALUE          PIC X(12).
    05 FILLER                 PIC X.
    05 JC-PARMS-NAME          PIC X(12).
    05 FILLER                 PIC X.
    05 JC-STATUS-NAME         PIC X(12).
    05 FILLER                 PIC X(24).

FD JOB-REPORT.
01 JOB-REPORT-LINE            PIC X(80).

FD FORECAST-LOG.
01 FORECAST-LOG-RECORD        PIC X(100).

WORKING-STORAGE SECTION.

01 WS-BATCH-PARMS-STATUS      PIC XX.
01 WS-BATCH-STATUS-STATUS     PIC XX.
01 WS-JOB-CATALOG-STATUS      PIC XX.
01 WS-JOB-REPORT-STATUS       PIC XX.
01 WS-FORECAST-LOG-STATUS     PIC XX.

01 BATCH-PARMS-NAME           PIC X(40) VALUE ".\BatchParms.txt".
01 BATCH-STATUS-NAME          PIC X(40) VALUE ".\BatchStatus.txt".

01 MENU-CHOICE                PIC X.
    88 CHOICE-MATRIX          VALUE "1".
    88 CHOICE-TRANSFORM       VALUE "7".
    88 CHOICE-COMPARE         VALUE "8".
    88 CHOICE-EXPORT          VALUE "9".
    88 CHOICE-SOLVE           VALUE "S" "s".
    88 CHOICE-IMPORT          VALUE "I" "i".
    88 CHOICE-RECONCILE       VALUE "R" "r".
    88 CHOICE-LISTING         VALUE "P" "p".
    88 CHOICE-ARCHIVE         VALUE "H" "h".
    88 CHOICE-EXIT            VALUE "0".
    88 CHOICE-FUNCTION        VALUE "1" THRU "9" "S" "s" "I" "i"
                                    "R" "r" "P" "p" "H" "h".

01 MENU-DONE-SWITCH           PIC X VALUE "N".
    88 MENU-DONE              VALUE "Y".
        88 RESTART-MODE       VALUE "Y".
    05 EOF-PRIOR-SWITCH       PIC X VALUE "N".
        88 EOF-PRIOR          VALUE "Y".
    05 SIGN-ON-FAILED-SWITCH  PIC X VALUE "N".
        88 SIGN-ON-FAILED     VALUE "Y".
    05 MENU-REFUSED-SWITCH    PIC X VALUE "N".
        88 MENU-REFUSED       VALUE "Y".
    05 CATALOG-MODE-SWITCH    PIC X VALUE "N".
        88 CATALOG-MODE       VALUE "Y".
    05 EOF-CATALOG-SWITCH     PIC X VALUE "N".
        88 EOF-CATALOG        VALUE "Y".
    05 JOB-DUE-SWITCH         PIC X VALUE "N".
        88 JOB-DUE            VALUE "Y".
    05 RULE-BAD-SWITCH        PIC X VALUE "N".
        88 RULE-BAD           VALUE "Y".
    05 JOB-HELD-SWITCH        PIC X VALUE "N".
        88 JOB-HELD           VALUE "Y".

01 LIBRARY-ANSWER             PIC X.
    88 ANSWER-LIBRARY         VALUE "Y" "y".

01 OPERATOR-ID                PIC X(8) VALUE SPACES.
01 SIGN-ON-ATTEMPTS           PIC 9 VALUE ZERO.

01 AUTH-PARMS.
    05 AU-OPERATOR            PIC X(8) VALUE SPACES.
    05 AU-AREA                PIC X VALUE SPACE.
    05 AU-FUNCTION            PIC X(8) VALUE SPACES.
    05 AU-RESULT              PIC X VALUE SPACE.
        88 AU-ALLOWED         VALUE "Y".
        88 AU-UNKNOWN         VALUE "U".

01 EDIT-RETURN-CODE           PIC S9(4) VALUE ZERO.
01 STEP-RETURN-CODE           PIC S9(4) VALUE ZERO.
01 BATCH-STEP-COUNT           PIC 9(4) VALUE ZERO.
01 CONDITION-LIMIT            PIC 99.

01 RUN-DATE                   PIC 9(8) VALUE ZERO.
01 RUN-DAY-NUMBER             PIC 9(7) VALUE ZERO.
01 RUN-WEEKDAY                PIC 9 VALUE ZERO.
01 NEXT-DATE                  PIC 9(8) VALUE ZERO.
01 NEXT-DATE-PARTS REDEFINES NEXT-DATE.
    05 NEXT-YEAR              PIC 9999.
    05 NEXT-MONTH             PIC 99.
    05 NEXT-DAY               PIC 99.
01 RUN-MONTH-END-SWITCH       PIC X VALUE "N".
    88 RUN-MONTH-END          VALUE "Y".
01 CANDIDATE-DATE             PIC X(8).
01 CANDIDATE-DATE-NUMBER REDEFINES CANDIDATE-DATE PIC 9(8).
01 WEEKDAY-LIST               PIC X(12).
01 WEEKDAY-COUNT              PIC 99 VALUE ZERO.
01 JOB-RETURN-CODE            PIC S9(4) VALUE ZERO.
01 CATALOG-RETURN-CODE        PIC S9(4) VALUE ZERO.

01 JOB-COUNTS.
    05 JOBS-LISTED            PIC 9(4) VALUE ZERO.
    05 JOBS-RAN               PIC 9(4) VALUE ZERO.
    05 JOBS-NOT-DUE           PIC 9(4) VALUE ZERO.
    05 JOBS-FAILED            PIC 9(4) VALUE ZERO.
    05 JOBS-HELD              PIC 9(4) VALUE ZERO.

01 JOB-HEADING-LINE.
    05 FILLER                 PIC X(23)
                 VALUE "JOB CATALOG STATUS FOR ".
    05 JHL-RUN-DATE           PIC 9(8).
    05 FILLER                 PIC X(9) VALUE " WEEKDAY ".
    05 JHL-WEEKDAY            PIC 9.
    05 FILLER                 PIC X(11) VALUE " MONTH-END ".
    05 JHL-MONTH-END          PIC X.

01 JOB-DETAIL-LINE.
    05 FILLER                 PIC X(4) VALUE "JOB ".
    05 JDL-JOB-NAME           PIC X(8).
    05 FILLER                 PIC X(6) VALUE " RULE ".
    05 JDL-RULE               PIC X(8).
    05 FILLER                 PIC X VALUE SPACE.
    05 JDL-RULE-VALUE         PIC X(12).
    05 FILLER                 PIC X(8) VALUE " STATUS ".
    05 JDL-STATUS             PIC X(8).
    05 FILLER                 PIC X(4) VALUE " RC ".
    05 JDL-RETURN-CODE        PIC 9(4).
    05 FILLER                 PIC X(7) VALUE " STEPS ".
    05 JDL-STEP-COUNT         PIC 9(4).

01 JOB-TOTAL-LINE.
    05 FILLER                 PIC X(5) VALUE "JOBS ".
    05 JTL-LISTED             PIC 9(4).
    05 FILLER                 PIC X(5) VALUE " RAN ".
    05 JTL-RAN                PIC 9(4).
    05 FILLER                 PIC X(9) VALUE " NOT DUE ".
    05 JTL-NOT-DUE            PIC 9(4).
    05 FILLER                 PIC X(8) VALUE " FAILED ".
    05 JTL-FAILED             PIC 9(4).
    05 FILLER                 PIC X(6) VALUE " HELD ".
    05 JTL-HELD               PIC 9(4).

01 PRIOR-STATUS-TABLE.
    05 PRIOR-STEP-LIMIT       PIC 9(4) VALUE ZERO.
    05 PRIOR-STEP-ENTRY       OCCURS 500 TIMES.
    05 XJ-SOURCE-NAME         PIC X(12) VALUE SPACES.
    05 XJ-OUTPUT-NAME         PIC X(12) VALUE SPACES.

01 SOLVE-JOB-PARMS.
    05 SJ-MODE                PIC X VALUE "I".
    05 SJ-OPERATION           PIC X VALUE SPACE.
    05 SJ-MATRIX-NAME         PIC X(12) VALUE SPACES.
    05 SJ-VECTOR-NAME         PIC X(12) VALUE SPACES.
    05 SJ-RESULT-NAME         PIC X(12) VALUE SPACES.
    05 SJ-OPERATOR            PIC X(8) VALUE SPACES.

01 IMPORT-JOB-PARMS.
    05 IJ-MODE                PIC X VALUE "I".
    05 IJ-OPTIONS             PIC X VALUE SPACE.
    05 IJ-CSV-NAME            PIC X(12) VALUE SPACES.
    05 IJ-TARGET-NAME         PIC X(12) VALUE SPACES.
    05 IJ-OPERATOR            PIC X(8) VALUE SPACES.

01 LISTING-JOB-PARMS.
    05 LJ-MODE                PIC X VALUE "I".
    05 LJ-SOURCE-NAME         PIC X(12) VALUE SPACES.
    05 LJ-OUTPUT-NAME         PIC X(12) VALUE SPACES.
    05 LJ-OPERATOR            PIC X(8) VALUE SPACES.

01 ARCHIVE-JOB-PARMS.
    05 AJ-MODE                PIC X VALUE "I".
    05 AJ-CUTOFF              PIC X(8) VALUE SPACES.
    05 AJ-OPERATOR            PIC X(8) VALUE SPACES.

01 CALC-JOB-PARMS.
    05 UJ-TRANS-NAME          PIC X(12) VALUE SPACES.
    05 UJ-RESULT-NAME         PIC X(12) VALUE SPACES.
    05 UJ-REJECT-NAME         PIC X(12) VALUE SPACES.
    05 UJ-OPERATOR            PIC X(8) VALUE SPACES.

01 FORECAST-PARMS.
    05 FJ-PARMS-NAME          PIC X(40).
    05 FJ-JOB-NAME            PIC X(8).
    05 FJ-REPORT-MODE         PIC X VALUE "N".
    05 FJ-RESTART-SWITCH      PIC X.
    05 FJ-DECISION            PIC X.
        88 FJ-NO-LIMIT        VALUE "N".
        88 FJ-WITHIN-WINDOW   VALUE "W".
        88 FJ-HOLD-JOB        VALUE "H".
        88 FJ-DEFER-STEPS     VALUE "D".
    05 FJ-WINDOW-SECONDS      PIC 9(6).
    05 FJ-TOTAL-HUNDREDTHS    PIC 9(9).
    05 FJ-STEP-LIMIT          PIC 9(4) VALUE ZERO.
    05 FJ-STEP-ENTRY          OCCURS 500 TIMES.
        10 FJ-STEP-HUNDREDTHS PIC 9(9).
        10 FJ-STEP-ACTION     PIC X.
            88 FJ-STEP-DEFERRED VALUE "D".
        10 FJ-FIRST-ROWS      PIC 9999.
        10 FJ-FIRST-COLS      PIC 9999.
        10 FJ-SECOND-ROWS     PIC 9999.
        10 FJ-SECOND-COLS     PIC 9999.

01 STEP-START-STAMP           PIC X(16).
01 STAMP-WORK                 PIC X(16).
01 STAMP-PARTS REDEFINES STAMP-WORK.
    05 STAMP-DATE             PIC 9(8).
    05 STAMP-HOUR             PIC 99.
    05 STAMP-MINUTE           PIC 99.
    05 STAMP-SECOND           PIC 99.
    05 STAMP-HUNDREDTH        PIC 99.
01 STAMP-HUNDREDTHS           PIC 9(15) VALUE ZERO.
01 STEP-START-HUNDREDTHS      PIC 9(15) VALUE ZERO.
01 STEP-ACTUAL-HUNDREDTHS     PIC 9(9) VALUE ZERO.
01 STEP-FORECAST-HUNDREDTHS   PIC 9(9) VALUE ZERO.
01 JOB-ACTUAL-HUNDREDTHS      PIC 9(9) VALUE ZERO.
01 JOB-FORECAST-HUNDREDTHS    PIC 9(9) VALUE ZERO.
01 MATRIX-STEPS-TIMED         PIC 9(4) VALUE ZERO.

01 FORECAST-LOG-LINE.
    05 FLL-STAMP              PIC X(16).
    05 FILLER                 PIC X VALUE SPACE.
    05 FLL-JOB-NAME           PIC X(8).
    05 FILLER                 PIC X VALUE SPACE.
    05 FLL-STEP               PIC X(5).
    05 FILLER                 PIC X VALUE SPACE.
    05 FLL-OPERATION          PIC X.
    05 FILLER                 PIC X VALUE SPACE.
    05 FLL-FIRST-ROWS         PIC 9999.
    05 FILLER                 PIC X VALUE SPACE.
    05 FLL-FIRST-COLS         PIC 9999.
    05 FILLER                 PIC X VALUE SPACE.
    05 FLL-SECOND-ROWS        PIC 9999.
    05 FILLER                 PIC X VALUE SPACE.
    05 FLL-SECOND-COLS        PIC 9999.
    05 FILLER                 PIC X VALUE SPACE.
    05 FLL-FORECAST           PIC 9(7).99.
    05 FILLER                 PIC X VALUE SPACE.
    05 FLL-ACTUAL             PIC 9(7).99.
    05 FILLER                 PIC X VALUE SPACE.
    05 FLL-VARIANCE           PIC -9(7).99.
    05 FILLER                 PIC X VALUE SPACE.
    05 FLL-PERCENT            PIC -9(5).
    05 FILLER                 PIC X VALUE SPACE.
    05 FLL-RETURN-CODE        PIC 9(4).

01 STATUS-DETAIL-LINE.
    05 FILLER                 PIC X(5) VALUE "STEP ".
    05 SDL-STEP-NUMBER        PIC 9(4).
PROCEDURE DIVISION.

000-MAIN.
PERFORM 040-CHECK-JOB-CATALOG.
IF NOT CATALOG-MODE
    PERFORM 050-CHECK-BATCH-MODE
END-IF.
EVALUATE TRUE
    WHEN CATALOG-MODE
        PERFORM 400-RUN-CATALOG
    WHEN BATCH-MODE
        PERFORM 300-RUN-BATCH
    WHEN OTHER
        PERFORM 060-SIGN-ON-OPERATOR
        IF SIGN-ON-FAILED
            DISPLAY "Sign-on refused after " SIGN-ON-ATTEMPTS
                " attempts - the session is ended."
            MOVE 12 TO RETURN-CODE
        ELSE
            PERFORM UNTIL MENU-DONE
                PERFORM 100-DISPLAY-MENU
                PERFORM 200-PROCESS-CHOICE
            END-PERFORM
        END-IF
END-EVALUATE.
STOP RUN.

040-CHECK-JOB-CATALOG.
OPEN INPUT JOB-CATALOG.
IF WS-JOB-CATALOG-STATUS = "00"
    MOVE "Y" TO CATALOG-MODE-SWITCH
    DISPLAY "Job catalog found - running the jobs due today."
ELSE
    IF WS-JOB-CATALOG-STATUS NOT = "35"
        DISPLAY "WARNING: job catalog file status "
            WS-JOB-CATALOG-STATUS " - the catalog is ignored."
    END-IF
END-IF.

050-CHECK-BATCH-MODE.
OPEN INPUT BATCH-PARMS.
IF WS-BATCH-PARMS-STATUS = "00"

060-SIGN-ON-OPERATOR.
MOVE SPACES TO OPERATOR-ID.
MOVE ZERO TO SIGN-ON-ATTEMPTS.
MOVE "N" TO SIGN-ON-FAILED-SWITCH.
PERFORM UNTIL OPERATOR-ID NOT = SPACES OR SIGN-ON-FAILED
    DISPLAY "Operator ID (1 to 8 characters): "
    ACCEPT OPERATOR-ID
    IF OPERATOR-ID = SPACES
        DISPLAY "An operator ID is required to use this system."
    ELSE
        PERFORM 070-CHECK-OPERATOR-PROFILE
    END-IF
END-PERFORM.

070-CHECK-OPERATOR-PROFILE.
ADD 1 TO SIGN-ON-ATTEMPTS.
MOVE OPERATOR-ID TO AU-OPERATOR.
MOVE "S" TO AU-AREA.
MOVE "SIGN-ON" TO AU-FUNCTION.
CALL "OPERATOR-AUTH" USING AUTH-PARMS.
IF NOT AU-ALLOWED
    DISPLAY "Operator ID " OPERATOR-ID " is not authorized to "
        "use this system."
    MOVE SPACES TO OPERATOR-ID
    IF SIGN-ON-ATTEMPTS >= 3
        MOVE "Y" TO SIGN-ON-FAILED-SWITCH
    END-IF
END-IF.

100-DISPLAY-MENU.
DISPLAY " ".
DISPLAY "Report_1 Batch Menu".
DISPLAY "7: Matrix Transform".
DISPLAY "8: Matrix Compare".
DISPLAY "9: Matrix Export to CSV".
DISPLAY "S: Matrix Solve / Inverse / Determinant".
DISPLAY "I: Matrix Import from CSV".
DISPLAY "R: Lineage Reconciliation Report".
DISPLAY "P: Matrix Print Listing".
DISPLAY "H: Period-End Log Archive".
DISPLAY "0: Exit".
DISPLAY "Enter selection: ".
ACCEPT MENU-CHOICE.

200-PROCESS-CHOICE.
    PERFORM 205-CHECK-MENU-AUTHORITY.
    EVALUATE TRUE
        WHEN MENU-REFUSED
            DISPLAY "Operator " OPERATOR-ID " is not authorized "
                "for menu choice " MENU-CHOICE "."
        WHEN CHOICE-MATRIX
            PERFORM 210-RUN-MATRIX-JOB
        WHEN CHOICE-COUNTER
            PERFORM 230-RUN-COMPARE-JOB
        WHEN CHOICE-EXPORT
            PERFORM 240-RUN-EXPORT-JOB
        WHEN CHOICE-SOLVE
            PERFORM 250-RUN-SOLVE-JOB
        WHEN CHOICE-IMPORT
            PERFORM 260-RUN-IMPORT-JOB
        WHEN CHOICE-RECONCILE
            CALL "MATRIX-RECONCILE"
        WHEN CHOICE-LISTING
            PERFORM 270-RUN-LISTING-JOB
        WHEN CHOICE-ARCHIVE
            PERFORM 280-RUN-ARCHIVE-JOB
        WHEN CHOICE-EXIT
            MOVE "Y" TO MENU-DONE-SWITCH
        WHEN OTHER
            DISPLAY "Invalid selection, please try again."
    END-EVALUATE.

205-CHECK-MENU-AUTHORITY.
    MOVE "N" TO MENU-REFUSED-SWITCH.
    IF CHOICE-FUNCTION
        MOVE OPERATOR-ID TO AU-OPERATOR
        MOVE "M" TO AU-AREA
        MOVE MENU-CHOICE TO AU-FUNCTION
        CALL "OPERATOR-AUTH" USING AUTH-PARMS
        IF NOT AU-ALLOWED
            MOVE "Y" TO MENU-REFUSED-SWITCH
        END-IF
    END-IF.

210-RUN-MATRIX-JOB.
    MOVE "I" TO MJ-MODE.
    MOVE SPACES TO MJ-OPERATION.
    MOVE SPACES TO XJ-OUTPUT-NAME.
    CALL "MATRIX-EXPORT" USING EXPORT-JOB-PARMS.

250-RUN-SOLVE-JOB.
    MOVE "I" TO SJ-MODE.
    MOVE SPACE TO SJ-OPERATION.
    MOVE SPACES TO SJ-MATRIX-NAME.
    MOVE SPACES TO SJ-VECTOR-NAME.
    MOVE SPACES TO SJ-RESULT-NAME.
    MOVE OPERATOR-ID TO SJ-OPERATOR.
    CALL "MATRIX-SOLVE" USING SOLVE-JOB-PARMS.

260-RUN-IMPORT-JOB.
    MOVE "I" TO IJ-MODE.
    MOVE SPACE TO IJ-OPTIONS.
    MOVE SPACES TO IJ-CSV-NAME.
    MOVE SPACES TO IJ-TARGET-NAME.
    MOVE OPERATOR-ID TO IJ-OPERATOR.
    CALL "MATRIX-IMPORT" USING IMPORT-JOB-PARMS.

270-RUN-LISTING-JOB.
    MOVE "I" TO LJ-MODE.
    MOVE SPACES TO LJ-SOURCE-NAME.
    MOVE SPACES TO LJ-OUTPUT-NAME.
    MOVE OPERATOR-ID TO LJ-OPERATOR.
    CALL "MATRIX-LISTING" USING LISTING-JOB-PARMS.

280-RUN-ARCHIVE-JOB.
    MOVE "I" TO AJ-MODE.
    MOVE SPACES TO AJ-CUTOFF.
    MOVE OPERATOR-ID TO AJ-OPERATOR.
    CALL "MATRIX-ARCHIVE" USING ARCHIVE-JOB-PARMS.

300-RUN-BATCH.
PERFORM 302-SCAN-FOR-RESTART.
IF RESTART-MODE
    PERFORM 305-LOAD-PRIOR-STATUS
END-IF.
PERFORM 306-FORECAST-BATCH-WINDOW.
MOVE ZERO TO JOB-ACTUAL-HUNDREDTHS.
MOVE ZERO TO JOB-FORECAST-HUNDREDTHS.
MOVE ZERO TO MATRIX-STEPS-TIMED.
OPEN OUTPUT BATCH-STATUS.
MOVE "BATCH JOB STATUS" TO BATCH-STATUS-LINE.
WRITE BATCH-STATUS-LINE.
    END-READ
END-PERFORM.
CLOSE BATCH-PARMS.
EVALUATE TRUE
    WHEN BATCH-FAILED
        MOVE "BATCH JOB ENDED WITH ERRORS" TO BATCH-STATUS-LINE
    WHEN JOB-HELD
        MOVE "BATCH JOB HELD - FORECAST EXCEEDS THE WINDOW"
            TO BATCH-STATUS-LINE
        IF WORST-RETURN-CODE < 4
            MOVE 4 TO WORST-RETURN-CODE
        END-IF
    WHEN OTHER
        MOVE "BATCH JOB ENDED NORMALLY" TO BATCH-STATUS-LINE
END-EVALUATE.
WRITE BATCH-STATUS-LINE.
CLOSE BATCH-STATUS.
IF MATRIX-STEPS-TIMED > ZERO
    PERFORM 328-WRITE-FORECAST-TOTAL
END-IF.
IF CATALOG-MODE
    DISPLAY "Job " JC-JOB-NAME " finished."
ELSE
    DISPLAY "Batch job finished - see BatchStatus.txt."
END-IF.
MOVE WORST-RETURN-CODE TO RETURN-CODE.

302-SCAN-FOR-RESTART.
        PRIOR-STEP-LIMIT " prior step results were read."
END-IF.

306-FORECAST-BATCH-WINDOW.
MOVE "N" TO JOB-HELD-SWITCH.
MOVE BATCH-PARMS-NAME TO FJ-PARMS-NAME.
IF CATALOG-MODE
    MOVE JC-JOB-NAME TO FJ-JOB-NAME
ELSE
    MOVE "BATCH" TO FJ-JOB-NAME
END-IF.
MOVE RESTART-MODE-SWITCH TO FJ-RESTART-SWITCH.
CALL "MATRIX-FORECAST" USING FORECAST-PARMS PRIOR-STATUS-TABLE.
IF RETURN-CODE > 4
    DISPLAY "WARNING: the batch window forecast could not be made "
        "- every step will be run."
    MOVE "N" TO FJ-DECISION
    MOVE ZERO TO FJ-STEP-LIMIT
END-IF.
MOVE ZERO TO RETURN-CODE.
MOVE "E" TO FJ-REPORT-MODE.
IF FJ-HOLD-JOB
    MOVE "Y" TO JOB-HELD-SWITCH
    DISPLAY "Job " FJ-JOB-NAME " is held - its forecast exceeds "
        "the window of " FJ-WINDOW-SECONDS " seconds."
END-IF.

307-SAVE-PRIOR-STATUS.
IF PRIOR-STATUS-WORK(1:5) = "STEP "
    AND PRIOR-STATUS-WORK(6:4) IS NUMERIC
    WHEN PARM-STEP = "OPERATOR"
        SUBTRACT 1 FROM BATCH-STEP-COUNT
        MOVE PARM-FIRST-NAME(1:8) TO OPERATOR-ID
        PERFORM 312-CHECK-BATCH-OPERATOR
    WHEN PARM-STEP = "RESTART"
        SUBTRACT 1 FROM BATCH-STEP-COUNT
    WHEN PARM-STEP = "WINDOW"
        SUBTRACT 1 FROM BATCH-STEP-COUNT
    WHEN RESTART-MODE
        AND BATCH-STEP-COUNT <= PRIOR-STEP-LIMIT
        AND PRIOR-STEP-STATUS(BATCH-STEP-COUNT) = "COMPLETED"
        PERFORM 335-WRITE-PRIOR-STEP
    WHEN JOB-HELD
        PERFORM 337-WRITE-HELD-STEP
    WHEN FJ-DEFER-STEPS
        AND BATCH-STEP-COUNT <= FJ-STEP-LIMIT
        AND FJ-STEP-DEFERRED(BATCH-STEP-COUNT)
        PERFORM 336-WRITE-DEFERRED-STEP
    WHEN PARM-CONDITION IS NUMERIC
        MOVE PARM-CONDITION TO CONDITION-LIMIT
        IF WORST-RETURN-CODE < CONDITION-LIMIT
            PERFORM 315-AUTHORIZE-BATCH-STEP
        ELSE
            PERFORM 330-WRITE-SKIPPED-STEP
        END-IF
    WHEN BATCH-FAILED
        PERFORM 330-WRITE-SKIPPED-STEP
    WHEN OTHER
        PERFORM 315-AUTHORIZE-BATCH-STEP
END-EVALUATE.

312-CHECK-BATCH-OPERATOR.
MOVE OPERATOR-ID TO AU-OPERATOR.
MOVE "B" TO AU-AREA.
MOVE "OPERATOR" TO AU-FUNCTION.
CALL "OPERATOR-AUTH" USING AUTH-PARMS.
IF NOT AU-ALLOWED
    DISPLAY "ERROR: batch operator " OPERATOR-ID " is not in the "
        "operator profiles - its steps will be refused."
END-IF.

315-AUTHORIZE-BATCH-STEP.
IF OPERATOR-ID = SPACES
    MOVE "BATCH" TO AU-OPERATOR
ELSE
    MOVE OPERATOR-ID TO AU-OPERATOR
END-IF.
MOVE "B" TO AU-AREA.
MOVE PARM-STEP TO AU-FUNCTION.
CALL "OPERATOR-AUTH" USING AUTH-PARMS.
IF AU-ALLOWED
    PERFORM 320-EXECUTE-BATCH-STEP
ELSE
    PERFORM 345-WRITE-REFUSED-STEP
END-IF.

320-EXECUTE-BATCH-STEP.
MOVE ZERO TO RETURN-CODE.
MOVE FUNCTION CURRENT-DATE(1:16) TO STEP-START-STAMP.
EVALUATE PARM-STEP
    WHEN "EDIT"
        CALL "MATRIX-EDIT"
        MOVE PARM-FIRST-NAME TO XJ-SOURCE-NAME
        MOVE PARM-RESULT-NAME TO XJ-OUTPUT-NAME
        CALL "MATRIX-EXPORT" USING EXPORT-JOB-PARMS
    WHEN "SOLVE"
        MOVE "B" TO SJ-MODE
        MOVE PARM-OPERATION TO SJ-OPERATION
        MOVE PARM-FIRST-NAME TO SJ-MATRIX-NAME
        MOVE PARM-SECOND-NAME TO SJ-VECTOR-NAME
        MOVE PARM-RESULT-NAME TO SJ-RESULT-NAME
        MOVE OPERATOR-ID TO SJ-OPERATOR
        CALL "MATRIX-SOLVE" USING SOLVE-JOB-PARMS
    WHEN "IMPORT"
        MOVE "B" TO IJ-MODE
        MOVE PARM-OPERATION TO IJ-OPTIONS
        MOVE PARM-FIRST-NAME TO IJ-CSV-NAME
        MOVE PARM-RESULT-NAME TO IJ-TARGET-NAME
        MOVE OPERATOR-ID TO IJ-OPERATOR
        CALL "MATRIX-IMPORT" USING IMPORT-JOB-PARMS
    WHEN "LISTING"
        MOVE "B" TO LJ-MODE
        MOVE PARM-FIRST-NAME TO LJ-SOURCE-NAME
        MOVE PARM-RESULT-NAME TO LJ-OUTPUT-NAME
        MOVE OPERATOR-ID TO LJ-OPERATOR
        CALL "MATRIX-LISTING" USING LISTING-JOB-PARMS
    WHEN "ARCHIVE"
        MOVE "B" TO AJ-MODE
        MOVE PARM-FIRST-NAME(1:8) TO AJ-CUTOFF
        MOVE OPERATOR-ID TO AJ-OPERATOR
        CALL "MATRIX-ARCHIVE" USING ARCHIVE-JOB-PARMS
    WHEN "CALC"
        MOVE PARM-FIRST-NAME TO UJ-TRANS-NAME
        MOVE PARM-RESULT-NAME TO UJ-RESULT-NAME
        MOVE PARM-SECOND-NAME TO UJ-REJECT-NAME
        MOVE OPERATOR-ID TO UJ-OPERATOR
        CALL "calcBatch" USING CALC-JOB-PARMS
    WHEN "TREND"
        CALL "RUNLOG-REPORT"
    WHEN "CONTROL"
        CALL "MATRIX-CONTROL"
    WHEN "RECON"
        CALL "MATRIX-RECONCILE"
    WHEN OTHER
        DISPLAY "ERROR: batch step " PARM-STEP
            " is authorized but has no program to run."
        MOVE 8 TO RETURN-CODE
END-EVALUATE.
MOVE RETURN-CODE TO STEP-RETURN-CODE.
MOVE ZERO TO RETURN-CODE.
IF PARM-STEP = "MATRIX"
    PERFORM 325-WRITE-FORECAST-ACTUAL
END-IF.
MOVE BATCH-STEP-COUNT TO SDL-STEP-NUMBER.
MOVE PARM-STEP TO SDL-STEP-NAME.
MOVE STEP-RETURN-CODE TO SDL-RETURN-CODE.
MOVE STATUS-DETAIL-LINE TO BATCH-STATUS-LINE.
WRITE BATCH-STATUS-LINE.

325-WRITE-FORECAST-ACTUAL.
MOVE STEP-START-STAMP TO STAMP-WORK.
PERFORM 327-STAMP-TO-HUNDREDTHS.
MOVE STAMP-HUNDREDTHS TO STEP-START-HUNDREDTHS.
MOVE FUNCTION CURRENT-DATE(1:16) TO STAMP-WORK.
PERFORM 327-STAMP-TO-HUNDREDTHS.
COMPUTE STEP-ACTUAL-HUNDREDTHS =
    STAMP-HUNDREDTHS - STEP-START-HUNDREDTHS.
MOVE STEP-START-STAMP TO FLL-STAMP.
MOVE FJ-JOB-NAME TO FLL-JOB-NAME.
MOVE BATCH-STEP-COUNT TO FLL-STEP.
MOVE PARM-OPERATION TO FLL-OPERATION.
IF BATCH-STEP-COUNT <= FJ-STEP-LIMIT
    MOVE FJ-STEP-HUNDREDTHS(BATCH-STEP-COUNT)
        TO STEP-FORECAST-HUNDREDTHS
    MOVE FJ-FIRST-ROWS(BATCH-STEP-COUNT) TO FLL-FIRST-ROWS
    MOVE FJ-FIRST-COLS(BATCH-STEP-COUNT) TO FLL-FIRST-COLS
    MOVE FJ-SECOND-ROWS(BATCH-STEP-COUNT) TO FLL-SECOND-ROWS
    MOVE FJ-SECOND-COLS(BATCH-STEP-COUNT) TO FLL-SECOND-COLS
ELSE
    MOVE ZERO TO STEP-FORECAST-HUNDREDTHS
    MOVE ZERO TO FLL-FIRST-ROWS
    MOVE ZERO TO FLL-FIRST-COLS
    MOVE ZERO TO FLL-SECOND-ROWS
    MOVE ZERO TO FLL-SECOND-COLS
END-IF.
MOVE STEP-RETURN-CODE TO FLL-RETURN-CODE.
ADD 1 TO MATRIX-STEPS-TIMED.
ADD STEP-ACTUAL-HUNDREDTHS TO JOB-ACTUAL-HUNDREDTHS.
ADD STEP-FORECAST-HUNDREDTHS TO JOB-FORECAST-HUNDREDTHS.
PERFORM 329-WRITE-FORECAST-LINE.

327-STAMP-TO-HUNDREDTHS.
COMPUTE STAMP-HUNDREDTHS =
    FUNCTION INTEGER-OF-DATE(STAMP-DATE) * 8640000
    + STAMP-HOUR * 360000 + STAMP-MINUTE * 6000
    + STAMP-SECOND * 100 + STAMP-HUNDREDTH.

328-WRITE-FORECAST-TOTAL.
MOVE FUNCTION CURRENT-DATE(1:16) TO FLL-STAMP.
MOVE FJ-JOB-NAME TO FLL-JOB-NAME.
MOVE "TOTAL" TO FLL-STEP.
MOVE SPACE TO FLL-OPERATION.
MOVE ZERO TO FLL-FIRST-ROWS.
MOVE ZERO TO FLL-FIRST-COLS.
MOVE ZERO TO FLL-SECOND-ROWS.
MOVE ZERO TO FLL-SECOND-COLS.
MOVE WORST-RETURN-CODE TO FLL-RETURN-CODE.
MOVE JOB-ACTUAL-HUNDREDTHS TO STEP-ACTUAL-HUNDREDTHS.
MOVE JOB-FORECAST-HUNDREDTHS TO STEP-FORECAST-HUNDREDTHS.
PERFORM 329-WRITE-FORECAST-LINE.

329-WRITE-FORECAST-LINE.
COMPUTE FLL-FORECAST = STEP-FORECAST-HUNDREDTHS / 100.
COMPUTE FLL-ACTUAL = STEP-ACTUAL-HUNDREDTHS / 100.
COMPUTE FLL-VARIANCE =
    (STEP-ACTUAL-HUNDREDTHS - STEP-FORECAST-HUNDREDTHS) / 100.
IF STEP-FORECAST-HUNDREDTHS > ZERO
    COMPUTE FLL-PERCENT ROUNDED =
        (STEP-ACTUAL-HUNDREDTHS - STEP-FORECAST-HUNDREDTHS) * 100
        / STEP-FORECAST-HUNDREDTHS
        ON SIZE ERROR
            MOVE 99999 TO FLL-PERCENT
    END-COMPUTE
ELSE
    MOVE ZERO TO FLL-PERCENT
END-IF.
OPEN EXTEND FORECAST-LOG.
IF WS-FORECAST-LOG-STATUS = "35"
    OPEN OUTPUT FORECAST-LOG
END-IF.
IF WS-FORECAST-LOG-STATUS NOT = "00"
    DISPLAY "WARNING: cannot write the forecast log, status "
        WS-FORECAST-LOG-STATUS
ELSE
    MOVE FORECAST-LOG-LINE TO FORECAST-LOG-RECORD
    WRITE FORECAST-LOG-RECORD
    CLOSE FORECAST-LOG
END-IF.

330-WRITE-SKIPPED-STEP.
MOVE BATCH-STEP-COUNT TO SDL-STEP-NUMBER.
MOVE PARM-STEP TO SDL-STEP-NAME.
MOVE STATUS-DETAIL-LINE TO BATCH-STATUS-LINE.
WRITE BATCH-STATUS-LINE.

336-WRITE-DEFERRED-STEP.
DISPLAY "Step " BATCH-STEP-COUNT " (" PARM-STEP ") deferred - "
    "the job forecast exceeds the window.".
MOVE BATCH-STEP-COUNT TO SDL-STEP-NUMBER.
MOVE PARM-STEP TO SDL-STEP-NAME.
MOVE "DEFERRED" TO SDL-STATUS.
MOVE ZERO TO SDL-RETURN-CODE.
PERFORM 340-SET-STATUS-OPERATOR.
MOVE STATUS-DETAIL-LINE TO BATCH-STATUS-LINE.
WRITE BATCH-STATUS-LINE.

337-WRITE-HELD-STEP.
MOVE BATCH-STEP-COUNT TO SDL-STEP-NUMBER.
MOVE PARM-STEP TO SDL-STEP-NAME.
MOVE "HELD" TO SDL-STATUS.
MOVE ZERO TO SDL-RETURN-CODE.
PERFORM 340-SET-STATUS-OPERATOR.
MOVE STATUS-DETAIL-LINE TO BATCH-STATUS-LINE.
WRITE BATCH-STATUS-LINE.

340-SET-STATUS-OPERATOR.
IF OPERATOR-ID = SPACES
    MOVE "UNKNOWN" TO SDL-OPERATOR
ELSE
    MOVE OPERATOR-ID TO SDL-OPERATOR
END-IF.

345-WRITE-REFUSED-STEP.
DISPLAY "ERROR: step " BATCH-STEP-COUNT " (" PARM-STEP ") refused - "
    "the operator is not authorized for it.".
MOVE BATCH-STEP-COUNT TO SDL-STEP-NUMBER.
MOVE PARM-STEP TO SDL-STEP-NAME.
MOVE "REFUSED" TO SDL-STATUS.
MOVE 12 TO SDL-RETURN-CODE.
PERFORM 340-SET-STATUS-OPERATOR.
MOVE "Y" TO BATCH-FAILED-SWITCH.
IF WORST-RETURN-CODE < 12
    MOVE 12 TO WORST-RETURN-CODE
END-IF.
MOVE STATUS-DETAIL-LINE TO BATCH-STATUS-LINE.
WRITE BATCH-STATUS-LINE.

400-RUN-CATALOG.
MOVE FUNCTION CURRENT-DATE(1:8) TO RUN-DATE.
PERFORM 410-SET-RUN-DAY.
MOVE ZERO TO CATALOG-RETURN-CODE.
OPEN OUTPUT JOB-REPORT.
MOVE "N" TO EOF-CATALOG-SWITCH.
PERFORM UNTIL EOF-CATALOG
    MOVE SPACES TO CATALOG-RECORD
    READ JOB-CATALOG
        AT END MOVE "Y" TO EOF-CATALOG-SWITCH
        NOT AT END PERFORM 420-PROCESS-CATALOG-ENTRY
    END-READ
END-PERFORM.
CLOSE JOB-CATALOG.
IF JOBS-LISTED = ZERO
    PERFORM 415-WRITE-JOB-HEADING
END-IF.
MOVE JOBS-LISTED TO JTL-LISTED.
MOVE JOBS-RAN TO JTL-RAN.
MOVE JOBS-NOT-DUE TO JTL-NOT-DUE.
MOVE JOBS-FAILED TO JTL-FAILED.
MOVE JOBS-HELD TO JTL-HELD.
MOVE JOB-TOTAL-LINE TO JOB-REPORT-LINE.
WRITE JOB-REPORT-LINE.
CLOSE JOB-REPORT.
DISPLAY "Job catalog finished - " JOBS-RAN " ran, " JOBS-NOT-DUE
    " not due, " JOBS-FAILED " failed, " JOBS-HELD " held - see "
    "JobCatalogStatus.txt.".
MOVE CATALOG-RETURN-CODE TO RETURN-CODE.

410-SET-RUN-DAY.
COMPUTE RUN-DAY-NUMBER = FUNCTION INTEGER-OF-DATE(RUN-DATE).
COMPUTE RUN-WEEKDAY =
    FUNCTION MOD(RUN-DAY-NUMBER - 1, 7) + 1.
COMPUTE NEXT-DATE =
    FUNCTION DATE-OF-INTEGER(RUN-DAY-NUMBER + 1).
IF NEXT-DAY = 1
    MOVE "Y" TO RUN-MONTH-END-SWITCH
ELSE
    MOVE "N" TO RUN-MONTH-END-SWITCH
END-IF.

415-WRITE-JOB-HEADING.
MOVE RUN-DATE TO JHL-RUN-DATE.
MOVE RUN-WEEKDAY TO JHL-WEEKDAY.
MOVE RUN-MONTH-END-SWITCH TO JHL-MONTH-END.
MOVE JOB-HEADING-LINE TO JOB-REPORT-LINE.
WRITE JOB-REPORT-LINE.

420-PROCESS-CATALOG-ENTRY.
EVALUATE TRUE
    WHEN CATALOG-RECORD = SPACES
        CONTINUE
    WHEN JC-JOB-NAME(1:1) = "*"
        CONTINUE
    WHEN JC-JOB-NAME = "RUNDATE"
        PERFORM 425-SET-RUN-DATE
    WHEN OTHER
        IF JOBS-LISTED = ZERO
            PERFORM 415-WRITE-JOB-HEADING
        END-IF
        ADD 1 TO JOBS-LISTED
        PERFORM 430-CHECK-SCHEDULE
        EVALUATE TRUE
            WHEN RULE-BAD
                MOVE "FAILED" TO JDL-STATUS
                MOVE 8 TO JOB-RETURN-CODE
                MOVE ZERO TO BATCH-STEP-COUNT
                PERFORM 470-NOTE-JOB-RESULT
            WHEN JOB-DUE
                PERFORM 450-RUN-CATALOG-JOB
            WHEN OTHER
                MOVE "NOT DUE" TO JDL-STATUS
                MOVE ZERO TO JOB-RETURN-CODE
                MOVE ZERO TO BATCH-STEP-COUNT
                PERFORM 470-NOTE-JOB-RESULT
        END-EVALUATE
END-EVALUATE.

425-SET-RUN-DATE.
MOVE JC-RULE-VALUE(1:8) TO CANDIDATE-DATE.
EVALUATE TRUE
    WHEN JOBS-LISTED > ZERO
        DISPLAY "WARNING: job catalog RUNDATE must come before the "
            "first job - ignored."
    WHEN CANDIDATE-DATE IS NUMERIC
        AND FUNCTION TEST-DATE-YYYYMMDD(CANDIDATE-DATE-NUMBER) = 0
        MOVE CANDIDATE-DATE-NUMBER TO RUN-DATE
        PERFORM 410-SET-RUN-DAY
        DISPLAY "Job catalog run date set to " RUN-DATE "."
    WHEN OTHER
        DISPLAY "WARNING: job catalog RUNDATE " JC-RULE-VALUE
            " is not a YYYYMMDD date - ignored."
END-EVALUATE.

430-CHECK-SCHEDULE.
MOVE "N" TO JOB-DUE-SWITCH.
MOVE "N" TO RULE-BAD-SWITCH.
EVALUATE JC-RULE
    WHEN "DAILY"
        MOVE "Y" TO JOB-DUE-SWITCH
    WHEN "WEEKDAYS"
        IF JC-RULE-VALUE = SPACES
            MOVE "12345" TO WEEKDAY-LIST
        ELSE
            MOVE JC-RULE-VALUE TO WEEKDAY-LIST
        END-IF
        MOVE ZERO TO WEEKDAY-COUNT
        INSPECT WEEKDAY-LIST TALLYING WEEKDAY-COUNT
            FOR ALL RUN-WEEKDAY
        IF WEEKDAY-COUNT > ZERO
            MOVE "Y" TO JOB-DUE-SWITCH
        END-IF
    WHEN "MONTHEND"
        IF RUN-MONTH-END
            MOVE "Y" TO JOB-DUE-SWITCH
        END-IF
    WHEN "DATE"
        MOVE JC-RULE-VALUE(1:8) TO CANDIDATE-DATE
        IF CANDIDATE-DATE IS NOT NUMERIC
            MOVE "Y" TO RULE-BAD-SWITCH
        ELSE
            IF FUNCTION TEST-DATE-YYYYMMDD(CANDIDATE-DATE-NUMBER)
                    NOT = 0
                MOVE "Y" TO RULE-BAD-SWITCH
            ELSE
                IF CANDIDATE-DATE-NUMBER = RUN-DATE
                    MOVE "Y" TO JOB-DUE-SWITCH
                END-IF
            END-IF
        END-IF
    WHEN OTHER
        MOVE "Y" TO RULE-BAD-SWITCH
END-EVALUATE.
IF RULE-BAD
    DISPLAY "ERROR: job " JC-JOB-NAME " has an invalid schedule "
        "rule " JC-RULE " " JC-RULE-VALUE "."
END-IF.

450-RUN-CATALOG-JOB.
PERFORM 455-SET-JOB-FILES.
MOVE "N" TO EOF-PARMS-SWITCH.
MOVE "N" TO BATCH-FAILED-SWITCH.
MOVE "N" TO RESTART-MODE-SWITCH.
MOVE "N" TO EOF-PRIOR-SWITCH.
MOVE SPACES TO OPERATOR-ID.
MOVE ZERO TO WORST-RETURN-CODE.
MOVE ZERO TO BATCH-STEP-COUNT.
MOVE ZERO TO PRIOR-STEP-LIMIT.
DISPLAY "Starting job " JC-JOB-NAME ".".
OPEN INPUT BATCH-PARMS.
IF WS-BATCH-PARMS-STATUS NOT = "00"
    DISPLAY "ERROR: job " JC-JOB-NAME " step file "
        BATCH-PARMS-NAME " cannot be opened, status "
        WS-BATCH-PARMS-STATUS "."
    MOVE "FAILED" TO JDL-STATUS
    MOVE 12 TO JOB-RETURN-CODE
ELSE
    PERFORM 300-RUN-BATCH
    MOVE RETURN-CODE TO JOB-RETURN-CODE
    MOVE ZERO TO RETURN-CODE
    EVALUATE TRUE
        WHEN BATCH-FAILED
            MOVE "FAILED" TO JDL-STATUS
        WHEN JOB-HELD
            MOVE "HELD" TO JDL-STATUS
        WHEN OTHER
            MOVE "RAN" TO JDL-STATUS
    END-EVALUATE
END-IF.
PERFORM 470-NOTE-JOB-RESULT.

455-SET-JOB-FILES.
IF JC-PARMS-NAME = SPACES
    MOVE SPACES TO BATCH-PARMS-NAME
    STRING ".\" DELIMITED BY SIZE
        JC-JOB-NAME DELIMITED BY SPACE
        ".txt" DELIMITED BY SIZE
        INTO BATCH-PARMS-NAME
ELSE
    MOVE JC-PARMS-NAME TO BATCH-PARMS-NAME
END-IF.
IF JC-STATUS-NAME = SPACES
    MOVE SPACES TO BATCH-STATUS-NAME
    STRING ".\" DELIMITED BY SIZE
        JC-JOB-NAME DELIMITED BY SPACE
        "Status.txt" DELIMITED BY SIZE
        INTO BATCH-STATUS-NAME
ELSE
    MOVE JC-STATUS-NAME TO BATCH-STATUS-NAME
END-IF.

470-NOTE-JOB-RESULT.
MOVE JC-JOB-NAME TO JDL-JOB-NAME.
MOVE JC-RULE TO JDL-RULE.
MOVE JC-RULE-VALUE TO JDL-RULE-VALUE.
MOVE JOB-RETURN-CODE TO JDL-RETURN-CODE.
MOVE BATCH-STEP-COUNT TO JDL-STEP-COUNT.
EVALUATE JDL-STATUS
    WHEN "RAN"
        ADD 1 TO JOBS-RAN
    WHEN "NOT DUE"
        ADD 1 TO JOBS-NOT-DUE
    WHEN "HELD"
        ADD 1 TO JOBS-HELD
    WHEN OTHER
        ADD 1 TO JOBS-FAILED
END-EVALUATE.
IF JOB-RETURN-CODE > CATALOG-RETURN-CODE
    MOVE JOB-RETURN-CODE TO CATALOG-RETURN-CODE
END-IF.
MOVE JOB-DETAIL-LINE TO JOB-REPORT-LINE.
WRITE JOB-REPORT-LINE.
