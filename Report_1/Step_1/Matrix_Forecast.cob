IDENTIFICATION DIVISION.
PROGRAM-ID. MATRIX-FORECAST.

ENVIRONMENT DIVISION.

INPUT-OUTPUT SECTION.
FILE-CONTROL.

SELECT BATCH-PARMS ASSIGN TO PARMS-FILE-NAME
ORGANIZATION IS LINE SEQUENTIAL
FILE STATUS IS WS-BATCH-PARMS-STATUS.

SELECT RUN-LOG ASSIGN TO ".\MatrixRunLog.txt"
ORGANIZATION IS LINE SEQUENTIAL
FILE STATUS IS WS-RUN-LOG-STATUS.

SELECT MATRIX-LIBRARY-FILE ASSIGN TO ".\MatrixLibrary.dat"
ORGANIZATION IS INDEXED
ACCESS MODE IS DYNAMIC
RECORD KEY IS MX-KEY
FILE STATUS IS WS-LIBRARY-STATUS.

SELECT FIRST-MATRIX ASSIGN TO ".\Data01.txt"
ORGANIZATION IS LINE SEQUENTIAL
FILE STATUS IS WS-FIRST-STATUS.

SELECT SECOND-MATRIX ASSIGN TO ".\Data02.txt"
ORGANIZATION IS LINE SEQUENTIAL
FILE STATUS IS WS-SECOND-STATUS.

SELECT FORECAST-REPORT ASSIGN TO ".\BatchForecast.txt"
ORGANIZATION IS LINE SEQUENTIAL
FILE STATUS IS WS-REPORT-STATUS.

DATA DIVISION.

FILE SECTION.

FD BATCH-PARMS.
01 PARM-RECORD.
    05 PARM-STEP              PIC X(8).
    05 FILLER                 PIC X.
    05 PARM-OPERATION         PIC X.
    05 FILLER                 PIC X.
    05 PARM-FIRST-NAME        PIC X(12).
    05 FILLER                 PIC X.
    05 PARM-SECOND-NAME       PIC X(12).
    05 FILLER                 PIC X.
    05 PARM-RESULT-NAME       PIC X(12).
    05 FILLER                 PIC X.
    05 PARM-CONDITION         PIC XX.
    05 FILLER                 PIC X.
    05 PARM-DEFER-FLAG        PIC X.
        88 PARM-DEFERRABLE    VALUE "D" "d".

FD RUN-LOG.
01 RUN-LOG-RECORD.
    05 RL-START-STAMP         PIC X(16).
    05 RL-SEP1                PIC X.
    05 RL-FINISH-STAMP        PIC X(16).
    05 RL-SEP2                PIC X.
    05 RL-FIRST-ROWS          PIC X(4).
    05 RL-SEP3                PIC X.
    05 RL-FIRST-COLS          PIC X(4).
    05 RL-SEP4                PIC X.
    05 RL-SECOND-ROWS         PIC X(4).
    05 RL-SEP5                PIC X.
    05 RL-SECOND-COLS         PIC X(4).
    05 RL-SEP6                PIC X.
    05 RL-ELAPSED-SEC         PIC X(4).
    05 RL-SEP7                PIC X.
    05 RL-ELAPSED-MS          PIC X(2).
    05 RL-SEP8                PIC X.
    05 RL-OPERATOR            PIC X(8).
    05 RL-SEP9                PIC X.
    05 RL-OPERATION           PIC X.
    05 RL-SEP10               PIC X.
    05 RL-RESULT-NAME         PIC X(12).

FD MATRIX-LIBRARY-FILE.
01 LIB-RECORD.
    05 MX-KEY.
        10 MX-NAME            PIC X(12).
        10 MX-ROW             PIC 9999.
        10 MX-COL             PIC 9999.
    05 MX-VALUE               PIC S9(18)
                 SIGN LEADING SEPARATE.
    05 MX-HEADER REDEFINES MX-VALUE.
        10 MX-HEADER-ROWS     PIC 9999.
        10 MX-HEADER-COLS     PIC 9999.
        10 MX-HEADER-DECIMALS PIC X.
        10 FILLER             PIC X(10).

FD FIRST-MATRIX.
01 FIRST-HEADER.
    05 DIM1-ROWS              PIC 9999.
    05 DIM1-COLS              PIC 9999.
    05 DIM1-FORMAT            PIC X.
    05 DIM1-DECIMALS          PIC X.

FD SECOND-MATRIX.
01 SECOND-HEADER.
    05 DIM2-ROWS              PIC 9999.
    05 DIM2-COLS              PIC 9999.
    05 DIM2-FORMAT            PIC X.
    05 DIM2-DECIMALS          PIC X.

FD FORECAST-REPORT.
01 FORECAST-REPORT-LINE       PIC X(132).

WORKING-STORAGE SECTION.

01 WS-BATCH-PARMS-STATUS      PIC XX.
01 WS-RUN-LOG-STATUS          PIC XX.
01 WS-LIBRARY-STATUS          PIC XX.
01 WS-FIRST-STATUS            PIC XX.
01 WS-SECOND-STATUS           PIC XX.
01 WS-REPORT-STATUS           PIC XX.

01 PARMS-FILE-NAME            PIC X(40).

01 FORECAST-SWITCHES.
    05 EOF-PARMS-SWITCH       PIC X VALUE "N".
        88 EOF-PARMS          VALUE "Y".
    05 EOF-RUN-LOG-SWITCH     PIC X VALUE "N".
        88 EOF-RUN-LOG        VALUE "Y".
    05 LIBRARY-OPEN-SWITCH    PIC X VALUE "N".
        88 LIBRARY-OPEN       VALUE "Y".
    05 WINDOW-GIVEN-SWITCH    PIC X VALUE "N".
        88 WINDOW-GIVEN       VALUE "Y".
    05 WINDOW-ACTION-SWITCH   PIC X VALUE "H".
        88 WINDOW-HOLDS-JOB   VALUE "H".
        88 WINDOW-DEFERS      VALUE "D".
    05 WINDOW-BAD-SWITCH      PIC X VALUE "N".
        88 WINDOW-BAD         VALUE "Y".
    05 LOOKUP-FOUND-SWITCH    PIC X VALUE "N".
        88 LOOKUP-FOUND       VALUE "Y".
    05 CHAIN-KNOWN-SWITCH     PIC X VALUE "N".
        88 CHAIN-KNOWN        VALUE "Y".
    05 BUCKET-FOUND-SWITCH    PIC X VALUE "N".
        88 BUCKET-FOUND       VALUE "Y".
    05 HISTORY-BAD-SWITCH     PIC X VALUE "N".
        88 HISTORY-BAD        VALUE "Y".

01 STEP-COUNT                 PIC 9(4) VALUE ZERO.
01 STEP-SUB                   PIC 9(4) VALUE ZERO.
01 WINDOW-SECONDS             PIC 9(6) VALUE ZERO.
01 WINDOW-HUNDREDTHS          PIC 9(9) VALUE ZERO.
01 TOTAL-HUNDREDTHS           PIC 9(9) VALUE ZERO.
01 REMAINING-HUNDREDTHS       PIC 9(9) VALUE ZERO.
01 DEFERRED-COUNT             PIC 9(4) VALUE ZERO.
01 DIGIT-SUB                  PIC 99 VALUE ZERO.
01 DIGIT-VALUE                PIC 9 VALUE ZERO.

01 LOOKUP-NAME                PIC X(12).
01 LOOKUP-ROWS                PIC 9999 VALUE ZERO.
01 LOOKUP-COLS                PIC 9999 VALUE ZERO.
01 CHAIN-ROWS                 PIC 9999 VALUE ZERO.
01 CHAIN-COLS                 PIC 9999 VALUE ZERO.

01 STEP-WORK                  PIC 9(15) VALUE ZERO.
01 ESTIMATE-HUNDREDTHS        PIC 9(9) VALUE ZERO.

01 STAMP-WORK                 PIC X(16).
01 STAMP-PARTS REDEFINES STAMP-WORK.
    05 STAMP-DATE             PIC 9(8).
    05 STAMP-HOUR             PIC 99.
    05 STAMP-MINUTE           PIC 99.
    05 STAMP-SECOND           PIC 99.
    05 STAMP-HUNDREDTH        PIC 99.
01 STAMP-HUNDREDTHS           PIC 9(15) VALUE ZERO.
01 START-HUNDREDTHS           PIC 9(15) VALUE ZERO.
01 RUN-HUNDREDTHS             PIC 9(9) VALUE ZERO.

01 HISTORY-OPERATION          PIC X.
01 STEP-OPERATION             PIC X.
01 HISTORY-FIRST-ROWS         PIC 9999.
01 HISTORY-FIRST-COLS         PIC 9999.
01 HISTORY-SECOND-ROWS        PIC 9999.
01 HISTORY-SECOND-COLS        PIC 9999.
01 HISTORY-RUNS-READ          PIC 9(6) VALUE ZERO.
01 HISTORY-RUNS-USED          PIC 9(6) VALUE ZERO.

01 BUCKET-TABLE.
    05 BUCKET-LIMIT           PIC 9(4) VALUE ZERO.
    05 BUCKET-ENTRY           OCCURS 1000 TIMES.
        10 HB-OPERATION       PIC X.
        10 HB-FIRST-ROWS      PIC 9999.
        10 HB-FIRST-COLS      PIC 9999.
        10 HB-SECOND-ROWS     PIC 9999.
        10 HB-SECOND-COLS     PIC 9999.
        10 HB-RUNS            PIC 9(6).
        10 HB-HUNDREDTHS      PIC 9(11).
01 BUCKET-SUB                 PIC 9(4) VALUE ZERO.

01 OPERATION-TOTALS.
    05 OT-ENTRY               OCCURS 3 TIMES.
        10 OT-RUNS            PIC 9(6).
        10 OT-WORK            PIC 9(15).
        10 OT-HUNDREDTHS      PIC 9(11).
01 OT-SUB                     PIC 9 VALUE ZERO.

01 FORECAST-STEP-TABLE.
    05 FS-ENTRY               OCCURS 500 TIMES.
        10 FS-STEP-NAME       PIC X(8).
        10 FS-OPERATION       PIC X.
        10 FS-FIRST-NAME      PIC X(12).
        10 FS-SECOND-NAME     PIC X(12).
        10 FS-BASIS           PIC X(14).
        10 FS-RUNS            PIC 9(6).
        10 FS-DEFER-FLAG      PIC X.
            88 FS-DEFERRABLE  VALUE "Y".

01 REPORT-STAMP               PIC X(16).

01 HEADING-LINE-1.
    05 FILLER                 PIC X(28)
                 VALUE "BATCH WINDOW FORECAST - JOB ".
    05 HL1-JOB-NAME           PIC X(8).
    05 FILLER                 PIC X(12) VALUE "  STEP FILE ".
    05 HL1-PARMS-NAME         PIC X(40).
    05 FILLER                 PIC X(5) VALUE " RUN ".
    05 HL1-STAMP              PIC X(12).

01 HEADING-LINE-2.
    05 FILLER                 PIC X(13) VALUE "WINDOW LIMIT ".
    05 HL2-WINDOW             PIC ZZZZZ9.
    05 FILLER                 PIC X(17) VALUE " SECONDS, ACTION ".
    05 HL2-ACTION             PIC X(30).

01 HEADING-LINE-3.
    05 FILLER                 PIC X(52) VALUE
        "STEP NAME     OP FIRST        ROWS COLS SECOND      ".
    05 FILLER                 PIC X(62) VALUE
        " ROWS COLS     FORECAST BASIS            RUNS DEFER ACTION".

01 DETAIL-LINE.
    05 DL-STEP-NUMBER         PIC 9(4).
    05 FILLER                 PIC X VALUE SPACE.
    05 DL-STEP-NAME           PIC X(8).
    05 FILLER                 PIC X VALUE SPACE.
    05 DL-OPERATION           PIC X.
    05 FILLER                 PIC XX VALUE SPACES.
    05 DL-FIRST-NAME          PIC X(12).
    05 FILLER                 PIC X VALUE SPACE.
    05 DL-FIRST-ROWS          PIC ZZZ9.
    05 FILLER                 PIC X VALUE SPACE.
    05 DL-FIRST-COLS          PIC ZZZ9.
    05 FILLER                 PIC X VALUE SPACE.
    05 DL-SECOND-NAME         PIC X(12).
    05 FILLER                 PIC X VALUE SPACE.
    05 DL-SECOND-ROWS         PIC ZZZ9.
    05 FILLER                 PIC X VALUE SPACE.
    05 DL-SECOND-COLS         PIC ZZZ9.
    05 FILLER                 PIC X VALUE SPACE.
    05 DL-FORECAST            PIC Z(7)9.99.
    05 FILLER                 PIC X VALUE SPACE.
    05 DL-BASIS               PIC X(14).
    05 FILLER                 PIC X VALUE SPACE.
    05 DL-RUNS                PIC ZZZZZ9.
    05 FILLER                 PIC X VALUE SPACE.
    05 DL-DEFER               PIC X(5).
    05 FILLER                 PIC X VALUE SPACE.
    05 DL-ACTION              PIC X(8).

01 TOTAL-LINE.
    05 TL-LABEL               PIC X(30).
    05 TL-SECONDS             PIC Z(7)9.99.
    05 FILLER                 PIC X(8) VALUE " SECONDS".

01 DECISION-LINE.
    05 FILLER                 PIC X(10) VALUE "DECISION: ".
    05 DCL-TEXT               PIC X(70).


LINKAGE SECTION.

01 FORECAST-PARMS.
    05 FJ-PARMS-NAME          PIC X(40).
    05 FJ-JOB-NAME            PIC X(8).
    05 FJ-REPORT-MODE         PIC X.
        88 FJ-NEW-REPORT      VALUE "N".
    05 FJ-RESTART-SWITCH      PIC X.
        88 FJ-RESTART         VALUE "Y".
    05 FJ-DECISION            PIC X.
        88 FJ-NO-LIMIT        VALUE "N".
        88 FJ-WITHIN-WINDOW   VALUE "W".
        88 FJ-HOLD-JOB        VALUE "H".
        88 FJ-DEFER-STEPS     VALUE "D".
    05 FJ-WINDOW-SECONDS      PIC 9(6).
    05 FJ-TOTAL-HUNDREDTHS    PIC 9(9).
    05 FJ-STEP-LIMIT          PIC 9(4).
    05 FJ-STEP-ENTRY          OCCURS 500 TIMES.
        10 FJ-STEP-HUNDREDTHS PIC 9(9).
        10 FJ-STEP-ACTION     PIC X.
            88 FJ-STEP-DEFERRED VALUE "D".
        10 FJ-FIRST-ROWS      PIC 9999.
        10 FJ-FIRST-COLS      PIC 9999.
        10 FJ-SECOND-ROWS     PIC 9999.
        10 FJ-SECOND-COLS     PIC 9999.

01 PRIOR-STATUS-TABLE.
    05 PRIOR-STEP-LIMIT       PIC 9(4).
    05 PRIOR-STEP-ENTRY       OCCURS 500 TIMES.
        10 PRIOR-STEP-STATUS  PIC X(12).

PROCEDURE DIVISION USING FORECAST-PARMS PRIOR-STATUS-TABLE.

000-MAIN.
    MOVE ZERO TO RETURN-CODE.
    MOVE "N" TO FJ-DECISION.
    MOVE ZERO TO FJ-WINDOW-SECONDS.
    MOVE ZERO TO FJ-TOTAL-HUNDREDTHS.
    MOVE ZERO TO FJ-STEP-LIMIT.
    MOVE ZERO TO STEP-COUNT.
    MOVE ZERO TO TOTAL-HUNDREDTHS.
    MOVE ZERO TO DEFERRED-COUNT.
    MOVE "N" TO WINDOW-GIVEN-SWITCH.
    MOVE "H" TO WINDOW-ACTION-SWITCH.
    MOVE "N" TO CHAIN-KNOWN-SWITCH.
    MOVE FJ-PARMS-NAME TO PARMS-FILE-NAME.
    OPEN INPUT BATCH-PARMS.
    IF WS-BATCH-PARMS-STATUS NOT = "00"
        DISPLAY "ERROR: cannot open the step file " PARMS-FILE-NAME
            " for the window forecast, status "
            WS-BATCH-PARMS-STATUS
        MOVE 12 TO RETURN-CODE
        GOBACK
    END-IF.
    PERFORM 100-LOAD-RUN-HISTORY.
    OPEN INPUT MATRIX-LIBRARY-FILE.
    IF WS-LIBRARY-STATUS = "00"
        MOVE "Y" TO LIBRARY-OPEN-SWITCH
    ELSE
        MOVE "N" TO LIBRARY-OPEN-SWITCH
    END-IF.
    MOVE "N" TO EOF-PARMS-SWITCH.
    PERFORM UNTIL EOF-PARMS
        MOVE SPACES TO PARM-RECORD
        READ BATCH-PARMS
            AT END MOVE "Y" TO EOF-PARMS-SWITCH
            NOT AT END PERFORM 200-FORECAST-ONE-CARD
        END-READ
    END-PERFORM.
    CLOSE BATCH-PARMS.
    IF LIBRARY-OPEN
        CLOSE MATRIX-LIBRARY-FILE
    END-IF.
    IF STEP-COUNT > 500
        MOVE 500 TO FJ-STEP-LIMIT
    ELSE
        MOVE STEP-COUNT TO FJ-STEP-LIMIT
    END-IF.
    MOVE TOTAL-HUNDREDTHS TO FJ-TOTAL-HUNDREDTHS.
    PERFORM 400-DECIDE.
    PERFORM 500-WRITE-REPORT.
    GOBACK.

100-LOAD-RUN-HISTORY.
    MOVE ZERO TO BUCKET-LIMIT.
    MOVE ZERO TO HISTORY-RUNS-READ.
    MOVE ZERO TO HISTORY-RUNS-USED.
    PERFORM VARYING OT-SUB FROM 1 BY 1 UNTIL OT-SUB > 3
        MOVE ZERO TO OT-RUNS(OT-SUB)
        MOVE ZERO TO OT-WORK(OT-SUB)
        MOVE ZERO TO OT-HUNDREDTHS(OT-SUB)
    END-PERFORM.
    OPEN INPUT RUN-LOG.
    IF WS-RUN-LOG-STATUS = "00"
        MOVE "N" TO EOF-RUN-LOG-SWITCH
        PERFORM UNTIL EOF-RUN-LOG
            MOVE SPACES TO RUN-LOG-RECORD
            READ RUN-LOG
                AT END MOVE "Y" TO EOF-RUN-LOG-SWITCH
                NOT AT END PERFORM 110-NOTE-ONE-RUN
            END-READ
        END-PERFORM
        CLOSE RUN-LOG
    END-IF.

110-NOTE-ONE-RUN.
    ADD 1 TO HISTORY-RUNS-READ.
    MOVE "N" TO HISTORY-BAD-SWITCH.
    IF RL-OPERATION = SPACE
        MOVE "M" TO HISTORY-OPERATION
    ELSE
        MOVE RL-OPERATION TO HISTORY-OPERATION
    END-IF.
    INSPECT HISTORY-OPERATION CONVERTING "mas" TO "MAS".
    IF RL-FIRST-ROWS IS NOT NUMERIC OR RL-FIRST-COLS IS NOT NUMERIC
        OR RL-SECOND-ROWS IS NOT NUMERIC
        OR RL-SECOND-COLS IS NOT NUMERIC
        MOVE "Y" TO HISTORY-BAD-SWITCH
    ELSE
        MOVE RL-FIRST-ROWS TO HISTORY-FIRST-ROWS
        MOVE RL-FIRST-COLS TO HISTORY-FIRST-COLS
        MOVE RL-SECOND-ROWS TO HISTORY-SECOND-ROWS
        MOVE RL-SECOND-COLS TO HISTORY-SECOND-COLS
    END-IF.
    EVALUATE HISTORY-OPERATION
        WHEN "M"
            MOVE 1 TO OT-SUB
        WHEN "A"
            MOVE 2 TO OT-SUB
        WHEN "S"
            MOVE 3 TO OT-SUB
        WHEN OTHER
            MOVE "Y" TO HISTORY-BAD-SWITCH
    END-EVALUATE.
    IF NOT HISTORY-BAD
        PERFORM 120-SET-RUN-ELAPSED
    END-IF.
    IF NOT HISTORY-BAD
        ADD 1 TO HISTORY-RUNS-USED
        PERFORM 130-ADD-TO-BUCKET
        PERFORM 140-SET-HISTORY-WORK
        ADD 1 TO OT-RUNS(OT-SUB)
        ADD STEP-WORK TO OT-WORK(OT-SUB)
        ADD RUN-HUNDREDTHS TO OT-HUNDREDTHS(OT-SUB)
    END-IF.

120-SET-RUN-ELAPSED.
    MOVE RL-START-STAMP TO STAMP-WORK.
    PERFORM 150-STAMP-TO-HUNDREDTHS.
    MOVE STAMP-HUNDREDTHS TO START-HUNDREDTHS.
    MOVE RL-FINISH-STAMP TO STAMP-WORK.
    PERFORM 150-STAMP-TO-HUNDREDTHS.
    EVALUATE TRUE
        WHEN START-HUNDREDTHS > ZERO
            AND STAMP-HUNDREDTHS >= START-HUNDREDTHS
            COMPUTE RUN-HUNDREDTHS =
                STAMP-HUNDREDTHS - START-HUNDREDTHS
        WHEN RL-ELAPSED-SEC IS NUMERIC AND RL-ELAPSED-MS IS NUMERIC
            COMPUTE RUN-HUNDREDTHS =
                FUNCTION NUMVAL(RL-ELAPSED-SEC) * 100
                + FUNCTION NUMVAL(RL-ELAPSED-MS)
        WHEN OTHER
            MOVE "Y" TO HISTORY-BAD-SWITCH
    END-EVALUATE.

130-ADD-TO-BUCKET.
    MOVE "N" TO BUCKET-FOUND-SWITCH.
    PERFORM VARYING BUCKET-SUB FROM 1 BY 1
            UNTIL BUCKET-SUB > BUCKET-LIMIT OR BUCKET-FOUND
        IF HB-OPERATION(BUCKET-SUB) = HISTORY-OPERATION
            AND HB-FIRST-ROWS(BUCKET-SUB) = HISTORY-FIRST-ROWS
            AND HB-FIRST-COLS(BUCKET-SUB) = HISTORY-FIRST-COLS
            AND HB-SECOND-ROWS(BUCKET-SUB) = HISTORY-SECOND-ROWS
            AND HB-SECOND-COLS(BUCKET-SUB) = HISTORY-SECOND-COLS
            MOVE "Y" TO BUCKET-FOUND-SWITCH
            ADD 1 TO HB-RUNS(BUCKET-SUB)
            ADD RUN-HUNDREDTHS TO HB-HUNDREDTHS(BUCKET-SUB)
        END-IF
    END-PERFORM.
    IF NOT BUCKET-FOUND AND BUCKET-LIMIT < 1000
        ADD 1 TO BUCKET-LIMIT
        MOVE HISTORY-OPERATION TO HB-OPERATION(BUCKET-LIMIT)
        MOVE HISTORY-FIRST-ROWS TO HB-FIRST-ROWS(BUCKET-LIMIT)
        MOVE HISTORY-FIRST-COLS TO HB-FIRST-COLS(BUCKET-LIMIT)
        MOVE HISTORY-SECOND-ROWS TO HB-SECOND-ROWS(BUCKET-LIMIT)
        MOVE HISTORY-SECOND-COLS TO HB-SECOND-COLS(BUCKET-LIMIT)
        MOVE 1 TO HB-RUNS(BUCKET-LIMIT)
        MOVE RUN-HUNDREDTHS TO HB-HUNDREDTHS(BUCKET-LIMIT)
    END-IF.

140-SET-HISTORY-WORK.
    IF HISTORY-OPERATION = "M"
        COMPUTE STEP-WORK = HISTORY-FIRST-ROWS * HISTORY-FIRST-COLS
            * HISTORY-SECOND-COLS
    ELSE
        COMPUTE STEP-WORK = HISTORY-FIRST-ROWS * HISTORY-FIRST-COLS
    END-IF.

150-STAMP-TO-HUNDREDTHS.
    MOVE ZERO TO STAMP-HUNDREDTHS.
    IF STAMP-WORK IS NUMERIC
        IF FUNCTION TEST-DATE-YYYYMMDD(STAMP-DATE) = 0
            COMPUTE STAMP-HUNDREDTHS =
                FUNCTION INTEGER-OF-DATE(STAMP-DATE) * 8640000
                + STAMP-HOUR * 360000 + STAMP-MINUTE * 6000
                + STAMP-SECOND * 100 + STAMP-HUNDREDTH
        END-IF
    END-IF.

200-FORECAST-ONE-CARD.
    EVALUATE TRUE
        WHEN PARM-RECORD = SPACES
            CONTINUE
        WHEN PARM-STEP = "OPERATOR"
            CONTINUE
        WHEN PARM-STEP = "RESTART"
            CONTINUE
        WHEN PARM-STEP = "WINDOW"
            PERFORM 210-SET-WINDOW
        WHEN OTHER
            ADD 1 TO STEP-COUNT
            IF STEP-COUNT <= 500
                PERFORM 220-NOTE-STEP
            END-IF
    END-EVALUATE.

210-SET-WINDOW.
    MOVE "N" TO WINDOW-BAD-SWITCH.
    MOVE ZERO TO WINDOW-SECONDS.
    PERFORM VARYING DIGIT-SUB FROM 1 BY 1
            UNTIL DIGIT-SUB > 12 OR WINDOW-BAD
            OR PARM-FIRST-NAME(DIGIT-SUB:1) = SPACE
        IF PARM-FIRST-NAME(DIGIT-SUB:1) IS NUMERIC
            AND DIGIT-SUB <= 6
            MOVE PARM-FIRST-NAME(DIGIT-SUB:1) TO DIGIT-VALUE
            COMPUTE WINDOW-SECONDS = WINDOW-SECONDS * 10
                + DIGIT-VALUE
        ELSE
            MOVE "Y" TO WINDOW-BAD-SWITCH
        END-IF
    END-PERFORM.
    IF WINDOW-SECONDS = ZERO
        MOVE "Y" TO WINDOW-BAD-SWITCH
    END-IF.
    EVALUATE TRUE
        WHEN WINDOW-BAD
            DISPLAY "WARNING: WINDOW card limit " PARM-FIRST-NAME
                " is not a number of seconds from 1 to 999999 - "
                "no window limit is applied."
        WHEN PARM-OPERATION = "D" OR PARM-OPERATION = "d"
            MOVE "Y" TO WINDOW-GIVEN-SWITCH
            MOVE "D" TO WINDOW-ACTION-SWITCH
        WHEN PARM-OPERATION = "H" OR PARM-OPERATION = "h"
            OR PARM-OPERATION = SPACE
            MOVE "Y" TO WINDOW-GIVEN-SWITCH
            MOVE "H" TO WINDOW-ACTION-SWITCH
        WHEN OTHER
            DISPLAY "WARNING: WINDOW card action " PARM-OPERATION
                " is not H or D - the job will be held if it is "
                "over the window."
            MOVE "Y" TO WINDOW-GIVEN-SWITCH
            MOVE "H" TO WINDOW-ACTION-SWITCH
    END-EVALUATE.
    IF WINDOW-GIVEN
        MOVE WINDOW-SECONDS TO FJ-WINDOW-SECONDS
    END-IF.

220-NOTE-STEP.
    MOVE PARM-STEP TO FS-STEP-NAME(STEP-COUNT).
    MOVE PARM-OPERATION TO STEP-OPERATION.
    INSPECT STEP-OPERATION CONVERTING "mas" TO "MAS".
    MOVE STEP-OPERATION TO FS-OPERATION(STEP-COUNT).
    MOVE PARM-FIRST-NAME TO FS-FIRST-NAME(STEP-COUNT).
    MOVE PARM-SECOND-NAME TO FS-SECOND-NAME(STEP-COUNT).
    MOVE ZERO TO FS-RUNS(STEP-COUNT).
    IF PARM-DEFERRABLE
        MOVE "Y" TO FS-DEFER-FLAG(STEP-COUNT)
    ELSE
        MOVE "N" TO FS-DEFER-FLAG(STEP-COUNT)
    END-IF.
    MOVE ZERO TO FJ-STEP-HUNDREDTHS(STEP-COUNT).
    MOVE "R" TO FJ-STEP-ACTION(STEP-COUNT).
    MOVE ZERO TO FJ-FIRST-ROWS(STEP-COUNT).
    MOVE ZERO TO FJ-FIRST-COLS(STEP-COUNT).
    MOVE ZERO TO FJ-SECOND-ROWS(STEP-COUNT).
    MOVE ZERO TO FJ-SECOND-COLS(STEP-COUNT).
    IF FJ-RESTART AND STEP-COUNT <= PRIOR-STEP-LIMIT
        AND PRIOR-STEP-STATUS(STEP-COUNT) = "COMPLETED"
        MOVE "C" TO FJ-STEP-ACTION(STEP-COUNT)
    END-IF.
    IF PARM-STEP = "MATRIX"
        PERFORM 300-FORECAST-MATRIX-STEP
    ELSE
        MOVE "NOT FORECAST" TO FS-BASIS(STEP-COUNT)
    END-IF.
    IF FJ-STEP-ACTION(STEP-COUNT) = "C"
        MOVE "DONE BEFORE" TO FS-BASIS(STEP-COUNT)
        MOVE ZERO TO FS-RUNS(STEP-COUNT)
    END-IF.

300-FORECAST-MATRIX-STEP.
    MOVE ZERO TO ESTIMATE-HUNDREDTHS.
    EVALUATE TRUE
        WHEN PARM-FIRST-NAME = SPACES
            PERFORM 320-READ-FIRST-HEADER
        WHEN PARM-FIRST-NAME = "*"
            IF CHAIN-KNOWN
                MOVE "Y" TO LOOKUP-FOUND-SWITCH
                MOVE CHAIN-ROWS TO LOOKUP-ROWS
                MOVE CHAIN-COLS TO LOOKUP-COLS
            ELSE
                MOVE "N" TO LOOKUP-FOUND-SWITCH
            END-IF
        WHEN OTHER
            MOVE PARM-FIRST-NAME TO LOOKUP-NAME
            PERFORM 310-READ-LIBRARY-HEADER
    END-EVALUATE.
    IF NOT LOOKUP-FOUND
        MOVE "N" TO CHAIN-KNOWN-SWITCH
        MOVE "SIZE UNKNOWN" TO FS-BASIS(STEP-COUNT)
    ELSE
        MOVE LOOKUP-ROWS TO FJ-FIRST-ROWS(STEP-COUNT)
        MOVE LOOKUP-COLS TO FJ-FIRST-COLS(STEP-COUNT)
        IF PARM-SECOND-NAME = SPACES
            PERFORM 330-READ-SECOND-HEADER
        ELSE
            MOVE PARM-SECOND-NAME TO LOOKUP-NAME
            PERFORM 310-READ-LIBRARY-HEADER
        END-IF
        IF NOT LOOKUP-FOUND
            MOVE "N" TO CHAIN-KNOWN-SWITCH
            MOVE "SIZE UNKNOWN" TO FS-BASIS(STEP-COUNT)
        ELSE
            MOVE LOOKUP-ROWS TO FJ-SECOND-ROWS(STEP-COUNT)
            MOVE LOOKUP-COLS TO FJ-SECOND-COLS(STEP-COUNT)
            PERFORM 350-ESTIMATE-STEP
            PERFORM 340-SET-CHAIN-SIZE
        END-IF
    END-IF.
    IF FJ-STEP-ACTION(STEP-COUNT) = "C"
        MOVE ZERO TO ESTIMATE-HUNDREDTHS
    END-IF.
    MOVE ESTIMATE-HUNDREDTHS TO FJ-STEP-HUNDREDTHS(STEP-COUNT).
    ADD ESTIMATE-HUNDREDTHS TO TOTAL-HUNDREDTHS.

310-READ-LIBRARY-HEADER.
    MOVE "N" TO LOOKUP-FOUND-SWITCH.
    IF LIBRARY-OPEN
        MOVE LOOKUP-NAME TO MX-NAME
        MOVE ZERO TO MX-ROW
        MOVE ZERO TO MX-COL
        READ MATRIX-LIBRARY-FILE
            INVALID KEY
                CONTINUE
            NOT INVALID KEY
                MOVE "Y" TO LOOKUP-FOUND-SWITCH
                MOVE MX-HEADER-ROWS TO LOOKUP-ROWS
                MOVE MX-HEADER-COLS TO LOOKUP-COLS
        END-READ
    END-IF.

320-READ-FIRST-HEADER.
    MOVE "N" TO LOOKUP-FOUND-SWITCH.
    OPEN INPUT FIRST-MATRIX.
    IF WS-FIRST-STATUS = "00"
        READ FIRST-MATRIX
            AT END
                CONTINUE
            NOT AT END
                IF DIM1-ROWS IS NUMERIC AND DIM1-COLS IS NUMERIC
                    MOVE "Y" TO LOOKUP-FOUND-SWITCH
                    MOVE DIM1-ROWS TO LOOKUP-ROWS
                    MOVE DIM1-COLS TO LOOKUP-COLS
                END-IF
        END-READ
        CLOSE FIRST-MATRIX
    END-IF.

330-READ-SECOND-HEADER.
    MOVE "N" TO LOOKUP-FOUND-SWITCH.
    OPEN INPUT SECOND-MATRIX.
    IF WS-SECOND-STATUS = "00"
        READ SECOND-MATRIX
            AT END
                CONTINUE
            NOT AT END
                IF DIM2-ROWS IS NUMERIC AND DIM2-COLS IS NUMERIC
                    MOVE "Y" TO LOOKUP-FOUND-SWITCH
                    MOVE DIM2-ROWS TO LOOKUP-ROWS
                    MOVE DIM2-COLS TO LOOKUP-COLS
                END-IF
        END-READ
        CLOSE SECOND-MATRIX
    END-IF.

340-SET-CHAIN-SIZE.
    MOVE "Y" TO CHAIN-KNOWN-SWITCH.
    MOVE FJ-FIRST-ROWS(STEP-COUNT) TO CHAIN-ROWS.
    IF STEP-OPERATION = "M"
        MOVE FJ-SECOND-COLS(STEP-COUNT) TO CHAIN-COLS
    ELSE
        MOVE FJ-FIRST-COLS(STEP-COUNT) TO CHAIN-COLS
    END-IF.

350-ESTIMATE-STEP.
    MOVE FJ-FIRST-ROWS(STEP-COUNT) TO HISTORY-FIRST-ROWS.
    MOVE FJ-FIRST-COLS(STEP-COUNT) TO HISTORY-FIRST-COLS.
    MOVE FJ-SECOND-ROWS(STEP-COUNT) TO HISTORY-SECOND-ROWS.
    MOVE FJ-SECOND-COLS(STEP-COUNT) TO HISTORY-SECOND-COLS.
    MOVE STEP-OPERATION TO HISTORY-OPERATION.
    EVALUATE STEP-OPERATION
        WHEN "M"
            MOVE 1 TO OT-SUB
        WHEN "A"
            MOVE 2 TO OT-SUB
        WHEN "S"
            MOVE 3 TO OT-SUB
        WHEN OTHER
            MOVE ZERO TO OT-SUB
    END-EVALUATE.
    IF OT-SUB = ZERO
        MOVE "BAD OPERATION" TO FS-BASIS(STEP-COUNT)
    ELSE
        MOVE "N" TO BUCKET-FOUND-SWITCH
        PERFORM VARYING BUCKET-SUB FROM 1 BY 1
                UNTIL BUCKET-SUB > BUCKET-LIMIT OR BUCKET-FOUND
            IF HB-OPERATION(BUCKET-SUB) = HISTORY-OPERATION
                AND HB-FIRST-ROWS(BUCKET-SUB) = HISTORY-FIRST-ROWS
                AND HB-FIRST-COLS(BUCKET-SUB) = HISTORY-FIRST-COLS
                AND HB-SECOND-ROWS(BUCKET-SUB) = HISTORY-SECOND-ROWS
                AND HB-SECOND-COLS(BUCKET-SUB) = HISTORY-SECOND-COLS
                MOVE "Y" TO BUCKET-FOUND-SWITCH
                COMPUTE ESTIMATE-HUNDREDTHS ROUNDED =
                    HB-HUNDREDTHS(BUCKET-SUB) / HB-RUNS(BUCKET-SUB)
                MOVE HB-RUNS(BUCKET-SUB) TO FS-RUNS(STEP-COUNT)
                MOVE "SAME SIZE" TO FS-BASIS(STEP-COUNT)
            END-IF
        END-PERFORM
        IF NOT BUCKET-FOUND
            PERFORM 140-SET-HISTORY-WORK
            IF OT-RUNS(OT-SUB) > ZERO AND OT-WORK(OT-SUB) > ZERO
                COMPUTE ESTIMATE-HUNDREDTHS ROUNDED =
                    OT-HUNDREDTHS(OT-SUB) * STEP-WORK
                    / OT-WORK(OT-SUB)
                    ON SIZE ERROR
                        MOVE 999999999 TO ESTIMATE-HUNDREDTHS
                END-COMPUTE
                MOVE OT-RUNS(OT-SUB) TO FS-RUNS(STEP-COUNT)
                MOVE "SCALED" TO FS-BASIS(STEP-COUNT)
            ELSE
                MOVE "NO HISTORY" TO FS-BASIS(STEP-COUNT)
            END-IF
        END-IF
    END-IF.

400-DECIDE.
    MOVE TOTAL-HUNDREDTHS TO REMAINING-HUNDREDTHS.
    COMPUTE WINDOW-HUNDREDTHS = FJ-WINDOW-SECONDS * 100.
    EVALUATE TRUE
        WHEN NOT WINDOW-GIVEN
            MOVE "N" TO FJ-DECISION
        WHEN TOTAL-HUNDREDTHS <= WINDOW-HUNDREDTHS
            MOVE "W" TO FJ-DECISION
        WHEN WINDOW-HOLDS-JOB
            MOVE "H" TO FJ-DECISION
            MOVE 4 TO RETURN-CODE
        WHEN OTHER
            MOVE "D" TO FJ-DECISION
            PERFORM VARYING STEP-SUB FROM 1 BY 1
                    UNTIL STEP-SUB > STEP-COUNT OR STEP-SUB > 500
                IF FS-DEFERRABLE(STEP-SUB)
                    AND FJ-STEP-ACTION(STEP-SUB) = "R"
                    MOVE "D" TO FJ-STEP-ACTION(STEP-SUB)
                    ADD 1 TO DEFERRED-COUNT
                    SUBTRACT FJ-STEP-HUNDREDTHS(STEP-SUB)
                        FROM REMAINING-HUNDREDTHS
                END-IF
            END-PERFORM
            MOVE 4 TO RETURN-CODE
    END-EVALUATE.

500-WRITE-REPORT.
    IF FJ-NEW-REPORT
        OPEN OUTPUT FORECAST-REPORT
    ELSE
        OPEN EXTEND FORECAST-REPORT
        IF WS-REPORT-STATUS = "35"
            OPEN OUTPUT FORECAST-REPORT
        END-IF
    END-IF.
    IF WS-REPORT-STATUS NOT = "00"
        DISPLAY "WARNING: cannot write the batch forecast report, "
            "status " WS-REPORT-STATUS
    ELSE
        PERFORM 510-WRITE-HEADINGS
        PERFORM VARYING STEP-SUB FROM 1 BY 1
                UNTIL STEP-SUB > STEP-COUNT OR STEP-SUB > 500
            PERFORM 520-WRITE-STEP-LINE
        END-PERFORM
        PERFORM 530-WRITE-TOTALS
        CLOSE FORECAST-REPORT
    END-IF.
    IF FJ-HOLD-JOB OR FJ-DEFER-STEPS
        DISPLAY "Batch window forecast for job " FJ-JOB-NAME
            " exceeds the window - see BatchForecast.txt."
    END-IF.

510-WRITE-HEADINGS.
    MOVE FUNCTION CURRENT-DATE(1:16) TO REPORT-STAMP.
    MOVE FJ-JOB-NAME TO HL1-JOB-NAME.
    MOVE FJ-PARMS-NAME TO HL1-PARMS-NAME.
    MOVE REPORT-STAMP(1:12) TO HL1-STAMP.
    MOVE HEADING-LINE-1 TO FORECAST-REPORT-LINE.
    WRITE FORECAST-REPORT-LINE.
    IF WINDOW-GIVEN
        MOVE FJ-WINDOW-SECONDS TO HL2-WINDOW
        IF WINDOW-HOLDS-JOB
            MOVE "HOLD THE JOB" TO HL2-ACTION
        ELSE
            MOVE "SKIP DEFERRABLE STEPS" TO HL2-ACTION
        END-IF
        MOVE HEADING-LINE-2 TO FORECAST-REPORT-LINE
    ELSE
        MOVE "NO WINDOW LIMIT GIVEN FOR THIS JOB"
            TO FORECAST-REPORT-LINE
    END-IF.
    WRITE FORECAST-REPORT-LINE.
    MOVE SPACES TO FORECAST-REPORT-LINE.
    STRING "RUN LOG HISTORY: " DELIMITED BY SIZE
        HISTORY-RUNS-READ DELIMITED BY SIZE
        " RUNS READ, " DELIMITED BY SIZE
        HISTORY-RUNS-USED DELIMITED BY SIZE
        " USABLE" DELIMITED BY SIZE
        INTO FORECAST-REPORT-LINE.
    WRITE FORECAST-REPORT-LINE.
    MOVE SPACES TO FORECAST-REPORT-LINE.
    WRITE FORECAST-REPORT-LINE.
    MOVE HEADING-LINE-3 TO FORECAST-REPORT-LINE.
    WRITE FORECAST-REPORT-LINE.

520-WRITE-STEP-LINE.
    MOVE SPACES TO DETAIL-LINE.
    MOVE STEP-SUB TO DL-STEP-NUMBER.
    MOVE FS-STEP-NAME(STEP-SUB) TO DL-STEP-NAME.
    MOVE FS-BASIS(STEP-SUB) TO DL-BASIS.
    IF FS-DEFERRABLE(STEP-SUB)
        MOVE "YES" TO DL-DEFER
    ELSE
        MOVE "NO" TO DL-DEFER
    END-IF.
    IF FS-STEP-NAME(STEP-SUB) = "MATRIX"
        MOVE FS-OPERATION(STEP-SUB) TO DL-OPERATION
        MOVE FS-FIRST-NAME(STEP-SUB) TO DL-FIRST-NAME
        IF FS-FIRST-NAME(STEP-SUB) = SPACES
            MOVE "Data01.txt" TO DL-FIRST-NAME
        END-IF
        MOVE FS-SECOND-NAME(STEP-SUB) TO DL-SECOND-NAME
        IF FS-SECOND-NAME(STEP-SUB) = SPACES
            MOVE "Data02.txt" TO DL-SECOND-NAME
        END-IF
        MOVE FJ-FIRST-ROWS(STEP-SUB) TO DL-FIRST-ROWS
        MOVE FJ-FIRST-COLS(STEP-SUB) TO DL-FIRST-COLS
        MOVE FJ-SECOND-ROWS(STEP-SUB) TO DL-SECOND-ROWS
        MOVE FJ-SECOND-COLS(STEP-SUB) TO DL-SECOND-COLS
        COMPUTE DL-FORECAST = FJ-STEP-HUNDREDTHS(STEP-SUB) / 100
        MOVE FS-RUNS(STEP-SUB) TO DL-RUNS
    END-IF.
    EVALUATE TRUE
        WHEN FJ-STEP-ACTION(STEP-SUB) = "C"
            MOVE "DONE" TO DL-ACTION
        WHEN FJ-HOLD-JOB
            MOVE "HOLD" TO DL-ACTION
        WHEN FJ-STEP-DEFERRED(STEP-SUB)
            MOVE "DEFER" TO DL-ACTION
        WHEN OTHER
            MOVE "RUN" TO DL-ACTION
    END-EVALUATE.
    MOVE DETAIL-LINE TO FORECAST-REPORT-LINE.
    WRITE FORECAST-REPORT-LINE.

530-WRITE-TOTALS.
    MOVE SPACES TO FORECAST-REPORT-LINE.
    WRITE FORECAST-REPORT-LINE.
    MOVE "TOTAL FORECAST FOR THE JOB" TO TL-LABEL.
    COMPUTE TL-SECONDS = TOTAL-HUNDREDTHS / 100.
    MOVE TOTAL-LINE TO FORECAST-REPORT-LINE.
    WRITE FORECAST-REPORT-LINE.
    IF WINDOW-GIVEN
        MOVE "WINDOW LIMIT" TO TL-LABEL
        MOVE FJ-WINDOW-SECONDS TO TL-SECONDS
        MOVE TOTAL-LINE TO FORECAST-REPORT-LINE
        WRITE FORECAST-REPORT-LINE
    END-IF.
    EVALUATE TRUE
        WHEN FJ-NO-LIMIT
            MOVE "NO WINDOW LIMIT - EVERY STEP WILL BE RUN"
                TO DCL-TEXT
        WHEN FJ-WITHIN-WINDOW
            MOVE "WITHIN THE WINDOW - EVERY STEP WILL BE RUN"
                TO DCL-TEXT
        WHEN FJ-HOLD-JOB
            MOVE "OVER THE WINDOW - THE JOB IS HELD AND NO STEP IS RUN"
                TO DCL-TEXT
        WHEN FJ-DEFER-STEPS
            MOVE "TOTAL AFTER DEFERRING STEPS" TO TL-LABEL
            COMPUTE TL-SECONDS = REMAINING-HUNDREDTHS / 100
            MOVE TOTAL-LINE TO FORECAST-REPORT-LINE
            WRITE FORECAST-REPORT-LINE
            MOVE SPACES TO DCL-TEXT
            IF REMAINING-HUNDREDTHS > WINDOW-HUNDREDTHS
                STRING "OVER THE WINDOW - " DELIMITED BY SIZE
                    DEFERRED-COUNT DELIMITED BY SIZE
                    " DEFERRABLE STEP(S) SKIPPED - STILL OVER"
                    DELIMITED BY SIZE
                    INTO DCL-TEXT
            ELSE
                STRING "OVER THE WINDOW - " DELIMITED BY SIZE
                    DEFERRED-COUNT DELIMITED BY SIZE
                    " DEFERRABLE STEP(S) SKIPPED" DELIMITED BY SIZE
                    INTO DCL-TEXT
            END-IF
    END-EVALUATE.
    MOVE DECISION-LINE TO FORECAST-REPORT-LINE.
    WRITE FORECAST-REPORT-LINE.
