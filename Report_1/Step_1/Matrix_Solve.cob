IDENTIFICATION DIVISION.
PROGRAM-ID. MATRIX-SOLVE.

ENVIRONMENT DIVISION.

INPUT-OUTPUT SECTION.
FILE-CONTROL.

SELECT SOLVE-INPUT ASSIGN TO INPUT-FILE-NAME
ORGANIZATION IS LINE SEQUENTIAL
FILE STATUS IS WS-INPUT-STATUS.

SELECT MATRIX-LIBRARY-FILE ASSIGN TO ".\MatrixLibrary.dat"
ORGANIZATION IS INDEXED
ACCESS MODE IS DYNAMIC
RECORD KEY IS MX-KEY
FILE STATUS IS WS-LIBRARY-STATUS.

SELECT PROVENANCE-FILE ASSIGN TO ".\MatrixProvenance.txt"
ORGANIZATION IS LINE SEQUENTIAL
FILE STATUS IS WS-PROVENANCE-STATUS.

SELECT SOLVE-REPORT ASSIGN TO ".\MatrixSolveReport.txt"
ORGANIZATION IS LINE SEQUENTIAL
FILE STATUS IS WS-SOLVE-REPORT-STATUS.

DATA DIVISION.

FILE SECTION.

FD SOLVE-INPUT.
01 IN-ELEMENT.
    05 IN-ELEM-VALUE          PIC S9(9)
                 SIGN LEADING SEPARATE.
01 IN-DIMENSION REDEFINES IN-ELEMENT.
    05 IN-HDR-ROWS            PIC 9999.
    05 IN-HDR-COLS            PIC 9999.
    05 IN-HDR-FORMAT          PIC X.
    05 IN-HDR-DECIMALS        PIC X.
01 IN-SPARSE.
    05 IN-SP-ROW              PIC 9999.
    05 IN-SP-COL              PIC 9999.
    05 IN-SP-VALUE            PIC S9(9)
                 SIGN LEADING SEPARATE.
01 IN-TRAILER.
    05 IT-TAG                 PIC X.
    05 IT-RECORD-COUNT        PIC 9(9).
    05 IT-HASH-TOTAL          PIC S9(18)
                 SIGN LEADING SEPARATE.

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

FD PROVENANCE-FILE.
01 PROVENANCE-RECORD.
    05 PV-NAME                PIC X(12).
    05 PV-SEP1                PIC X.
    05 PV-STAMP               PIC X(16).
    05 PV-SEP2                PIC X.
    05 PV-OPERATION           PIC X(6).
    05 PV-SEP3                PIC X.
    05 PV-FIRST-SOURCE        PIC X(20).
    05 PV-SEP4                PIC X.
    05 PV-SECOND-SOURCE       PIC X(20).
    05 PV-SEP5                PIC X.
    05 PV-PROGRAM             PIC X(16).

FD SOLVE-REPORT.
01 SOLVE-REPORT-LINE          PIC X(100).

WORKING-STORAGE SECTION.

01 WS-INPUT-STATUS            PIC XX.
01 WS-LIBRARY-STATUS          PIC XX.
01 WS-PROVENANCE-STATUS       PIC XX.
01 WS-SOLVE-REPORT-STATUS     PIC XX.

01 AUGMENTED-MATRIX.
    05 AUG-ROW                OCCURS 250 TIMES.
        10 AUG-CELL           PIC S9(15)V9(15) COMP-3
                 OCCURS 500 TIMES.

01 SWAP-ROW.
    05 SWAP-CELL              PIC S9(15)V9(15) COMP-3
                 OCCURS 500 TIMES.

01 SOLVE-SWITCHES.
    05 EOF-IN-SWITCH          PIC X VALUE "N".
        88 EOF-IN             VALUE "Y".
    05 LOAD-SOURCE-SWITCH     PIC X VALUE "F".
        88 LOAD-FROM-FILE     VALUE "F".
        88 LOAD-FROM-LIBRARY  VALUE "L".
    05 LOAD-TARGET-SWITCH     PIC X VALUE "A".
        88 LOADING-COEFFICIENTS VALUE "A".
        88 LOADING-RIGHT-SIDE VALUE "B".
    05 INPUT-SPARSE-SWITCH    PIC X VALUE "N".
        88 INPUT-IS-SPARSE    VALUE "Y".
    05 IN-TRL-SEEN-SWITCH     PIC X VALUE "N".
        88 IN-TRAILER-SEEN    VALUE "Y".
    05 EXACT-SINGULAR-SWITCH  PIC X VALUE "N".
        88 MATRIX-SINGULAR    VALUE "Y".
    05 NEAR-SINGULAR-SWITCH   PIC X VALUE "N".
        88 MATRIX-NEAR-SINGULAR VALUE "Y".
    05 ELIMINATION-STOP-SWITCH PIC X VALUE "N".
        88 ELIMINATION-STOPPED VALUE "Y".
    05 COMPUTE-OVERFLOW-SWITCH PIC X VALUE "N".
        88 COMPUTE-OVERFLOW   VALUE "Y".
    05 DETERMINANT-OVFL-SWITCH PIC X VALUE "N".
        88 DETERMINANT-OVERFLOW VALUE "Y".
    05 LIBRARY-WRITE-FAILED-SWITCH PIC X VALUE "N".
        88 LIBRARY-WRITE-FAILED VALUE "Y".
    05 RESULT-STORED-SWITCH   PIC X VALUE "N".
        88 RESULT-STORED      VALUE "Y".
    05 EOF-OLD-RESULT-SWITCH  PIC X VALUE "N".
        88 EOF-OLD-RESULT     VALUE "Y".

01 SOLVE-OPERATION            PIC X VALUE "I".
    88 OP-INVERSE             VALUE "I" "i".
    88 OP-DETERMINANT         VALUE "D" "d".
    88 OP-SOLVE               VALUE "S" "s".

01 GENERATION-PARMS.
    05 GJ-MATRIX-NAME         PIC X(12).
    05 GJ-OPERATOR            PIC X(8).
    05 GJ-GENERATION          PIC 9999.
    05 GJ-PRUNED-COUNT        PIC 9999.
    05 GJ-PRUNE-SWITCH        PIC X VALUE "Y".
01 GENERATION-RETURN-CODE     PIC S9(4) VALUE ZERO.

01 OPERATOR-ID                PIC X(8) VALUE SPACES.
01 MATRIX-NAME-IN             PIC X(12).
01 VECTOR-NAME-IN             PIC X(12).
01 RESULT-MATRIX-NAME         PIC X(12).
01 LOAD-NAME                  PIC X(12).
01 INPUT-FILE-NAME            PIC X(40).
01 MATRIX-SOURCE              PIC X(20) VALUE SPACES.
01 VECTOR-SOURCE              PIC X(20) VALUE SPACES.
01 DOT-COUNT                  PIC 99 VALUE ZERO.

01 MATRIX-ORDER               PIC 9999 VALUE ZERO.
01 MATRIX-DECIMALS            PIC 9 VALUE ZERO.
01 RIGHT-SIDE-COLS            PIC 9999 VALUE ZERO.
01 RIGHT-SIDE-DECIMALS        PIC 9 VALUE ZERO.
01 TOTAL-COLS                 PIC 9999 VALUE ZERO.
01 LOAD-ROWS                  PIC 9999 VALUE ZERO.
01 LOAD-COLS                  PIC 9999 VALUE ZERO.
01 LOAD-DECIMALS              PIC 9 VALUE ZERO.
01 LOAD-COL-OFFSET            PIC 9999 COMP VALUE ZERO.
01 LOAD-VALUE                 PIC S9(18) VALUE ZERO.
01 DECIMAL-SCALE              PIC 9(5) COMP VALUE 1.
01 RESULT-DECIMALS            PIC 9 VALUE 4.
01 RESULT-SCALE               PIC 9(5) COMP VALUE 10000.
01 RESULT-COLS                PIC 9999 VALUE ZERO.
01 RESULT-VALUE               PIC S9(18) VALUE ZERO.

01 I                          PIC 9999 COMP.
01 J                          PIC 9999 COMP.
01 P                          PIC 9999 COMP.
01 CELL-COL                   PIC 9999 COMP.
01 PIVOT-ROW                  PIC 9999 COMP.
01 SINGULAR-AT-COLUMN         PIC 9999 VALUE ZERO.

01 PIVOT-VALUE                PIC S9(15)V9(15) COMP-3.
01 PIVOT-ABS                  PIC S9(15)V9(15) COMP-3.
01 CELL-ABS                   PIC S9(15)V9(15) COMP-3.
01 ELIM-FACTOR                PIC S9(15)V9(15) COMP-3.
01 SMALLEST-PIVOT             PIC S9(15)V9(15) COMP-3 VALUE ZERO.
01 MATRIX-MAX-ABS             PIC S9(15)V9(15) COMP-3 VALUE ZERO.
01 PIVOT-LIMIT                PIC S9(15)V9(15) COMP-3 VALUE ZERO.
01 SINGULAR-TOLERANCE         PIC V9(12) VALUE .000000001.
01 DETERMINANT                PIC S9(20)V9(10) COMP-3 VALUE ZERO.

01 HASH-WORK                  PIC S9(31) COMP-3.
01 HASH-COMPARE               PIC S9(18).
01 ELEMENT-TALLY              PIC 9(9).
01 RESULT-TALLY               PIC 9(9) VALUE ZERO.
01 PRESS-ENTER-KEY            PIC X.

01 RUN-STAMP.
    05 RUN-DATE               PIC X(8).
    05 RUN-TIME               PIC X(8).
    05 FILLER                 PIC X(5).

01 SOLVE-OUTCOME              PIC X(70) VALUE SPACES.
01 OPERATION-TEXT             PIC X(16) VALUE SPACES.

01 DETERMINANT-EDIT           PIC -(20)9.9(10).
01 PIVOT-EDIT                 PIC -(15)9.9(15).
01 COUNT-EDIT                 PIC ZZZZZZZZ9.

01 SOLVE-HEADING-LINE.
    05 FILLER                 PIC X(24) VALUE "MATRIX SOLVE REPORT".
    05 FILLER                 PIC X(4) VALUE "RUN ".
    05 SHL-DATE               PIC X(8).
    05 FILLER                 PIC X VALUE SPACE.
    05 SHL-TIME               PIC X(6).
    05 FILLER                 PIC X(11) VALUE "  OPERATOR ".
    05 SHL-OPERATOR           PIC X(8).

01 SOLVE-DETAIL-LINE.
    05 FILLER                 PIC X(2) VALUE SPACES.
    05 SDT-LABEL              PIC X(22).
    05 SDT-VALUE              PIC X(70).

01 SOLVE-SIZE-TEXT.
    05 SST-ROWS               PIC 9999.
    05 FILLER                 PIC X(3) VALUE " x ".
    05 SST-COLS               PIC 9999.
    05 FILLER                 PIC X(11) VALUE ", DECIMALS ".
    05 SST-DECIMALS           PIC 9.

LINKAGE SECTION.

01 SOLVE-JOB-PARMS.
    05 SJ-MODE                PIC X.
        88 SJ-BATCH           VALUE "B".
    05 SJ-OPERATION           PIC X.
    05 SJ-MATRIX-NAME         PIC X(12).
    05 SJ-VECTOR-NAME         PIC X(12).
    05 SJ-RESULT-NAME         PIC X(12).
    05 SJ-OPERATOR            PIC X(8).

PROCEDURE DIVISION USING SOLVE-JOB-PARMS.

000-MAIN.
    PERFORM 010-INITIALIZE-RUN.
    PERFORM 050-DETERMINE-OPERATION.
    PERFORM 100-LOAD-COEFFICIENT-MATRIX.
    EVALUATE TRUE
        WHEN OP-SOLVE
            PERFORM 150-LOAD-RIGHT-HAND-SIDE
        WHEN OP-INVERSE
            PERFORM 170-SET-IDENTITY-BLOCK
        WHEN OTHER
            MOVE MATRIX-ORDER TO TOTAL-COLS
    END-EVALUATE.
    PERFORM 200-ELIMINATE-COLUMNS.
    EVALUATE TRUE
        WHEN COMPUTE-OVERFLOW
            MOVE "REJECTED - AN INTERMEDIATE VALUE OVERFLOWED"
                TO SOLVE-OUTCOME
            DISPLAY "ERROR: an intermediate value overflowed the "
                "solve work field - no result was stored."
            MOVE 16 TO RETURN-CODE
        WHEN (MATRIX-SINGULAR OR MATRIX-NEAR-SINGULAR)
                AND OP-DETERMINANT
            MOVE "DETERMINANT REPORTED - MATRIX IS (NEARLY) SINGULAR"
                TO SOLVE-OUTCOME
            DISPLAY "WARNING: the matrix is singular or nearly "
                "singular (column " SINGULAR-AT-COLUMN ")."
            MOVE 4 TO RETURN-CODE
        WHEN MATRIX-SINGULAR
            MOVE "REJECTED - THE MATRIX IS SINGULAR" TO SOLVE-OUTCOME
            DISPLAY "ERROR: the matrix is singular - no pivot could be "
                "found for column " SINGULAR-AT-COLUMN
                ". No result was stored."
            MOVE 8 TO RETURN-CODE
        WHEN MATRIX-NEAR-SINGULAR
            MOVE "REJECTED - THE MATRIX IS NEARLY SINGULAR"
                TO SOLVE-OUTCOME
            DISPLAY "ERROR: the matrix is nearly singular - the pivot "
                "for column " SINGULAR-AT-COLUMN " is below the "
                "tolerance. No result was stored."
            MOVE 8 TO RETURN-CODE
        WHEN OP-DETERMINANT
            MOVE "DETERMINANT REPORTED" TO SOLVE-OUTCOME
        WHEN OTHER
            PERFORM 300-STORE-RESULT
    END-EVALUATE.
    PERFORM 400-WRITE-SOLVE-REPORT.
    IF DETERMINANT-OVERFLOW
        DISPLAY "Determinant: exceeds 20 integer digits - not shown."
    ELSE
        IF MATRIX-SINGULAR
            MOVE ZERO TO DETERMINANT
        END-IF
        MOVE DETERMINANT TO DETERMINANT-EDIT
        DISPLAY "Determinant: " DETERMINANT-EDIT
    END-IF.
    IF RESULT-STORED
        DISPLAY "Result stored in the library as " RESULT-MATRIX-NAME
            " (" MATRIX-ORDER " x " RESULT-COLS ", "
            RESULT-DECIMALS " decimals)."
    END-IF.
    DISPLAY "Solve report written to MatrixSolveReport.txt.".
    IF NOT SJ-BATCH
        DISPLAY "Press Enter key to continue."
        ACCEPT PRESS-ENTER-KEY
    END-IF.
    GOBACK.

010-INITIALIZE-RUN.
    IF SJ-OPERATOR = SPACES
        MOVE "UNKNOWN" TO OPERATOR-ID
    ELSE
        MOVE SJ-OPERATOR TO OPERATOR-ID
    END-IF.
    MOVE "N" TO EXACT-SINGULAR-SWITCH.
    MOVE "N" TO NEAR-SINGULAR-SWITCH.
    MOVE "N" TO ELIMINATION-STOP-SWITCH.
    MOVE "N" TO COMPUTE-OVERFLOW-SWITCH.
    MOVE "N" TO DETERMINANT-OVFL-SWITCH.
    MOVE "N" TO RESULT-STORED-SWITCH.
    MOVE ZERO TO SINGULAR-AT-COLUMN.
    MOVE ZERO TO MATRIX-MAX-ABS.
    MOVE ZERO TO RIGHT-SIDE-COLS.
    MOVE ZERO TO RESULT-COLS.
    MOVE ZERO TO RESULT-TALLY.
    MOVE SPACES TO MATRIX-SOURCE.
    MOVE SPACES TO VECTOR-SOURCE.
    MOVE SPACES TO SOLVE-OUTCOME.
    MOVE FUNCTION CURRENT-DATE TO RUN-STAMP.
    INITIALIZE AUGMENTED-MATRIX.

050-DETERMINE-OPERATION.
    IF SJ-BATCH
        MOVE SJ-OPERATION TO SOLVE-OPERATION
        IF NOT (OP-INVERSE OR OP-DETERMINANT OR OP-SOLVE)
            DISPLAY "ERROR: unrecognized solve code " SJ-OPERATION
                " in the batch parameters."
            MOVE 8 TO RETURN-CODE
            GOBACK
        END-IF
        MOVE SJ-MATRIX-NAME TO MATRIX-NAME-IN
        MOVE SJ-VECTOR-NAME TO VECTOR-NAME-IN
        MOVE SJ-RESULT-NAME TO RESULT-MATRIX-NAME
    ELSE
        DISPLAY "Select operation - I)nverse, D)eterminant only, "
            "S)olve A.x = b: "
        ACCEPT SOLVE-OPERATION
        IF NOT (OP-INVERSE OR OP-DETERMINANT OR OP-SOLVE)
            DISPLAY "Unrecognized operation, defaulting to Inverse."
            MOVE "I" TO SOLVE-OPERATION
        END-IF
        DISPLAY "Square matrix (blank for Data01.txt, a name with a "
            "dot is a file, otherwise a library name): "
        MOVE SPACES TO MATRIX-NAME-IN
        ACCEPT MATRIX-NAME-IN
        MOVE SPACES TO VECTOR-NAME-IN
        IF OP-SOLVE
            DISPLAY "Right-hand side (blank for Data02.txt, a name "
                "with a dot is a file, otherwise a library name): "
            ACCEPT VECTOR-NAME-IN
        END-IF
        MOVE SPACES TO RESULT-MATRIX-NAME
        IF NOT OP-DETERMINANT
            DISPLAY "Result matrix library name: "
            ACCEPT RESULT-MATRIX-NAME
        END-IF
    END-IF.
    EVALUATE TRUE
        WHEN OP-INVERSE
            MOVE "INVERSE" TO OPERATION-TEXT
        WHEN OP-SOLVE
            MOVE "SOLVE A.X = B" TO OPERATION-TEXT
        WHEN OTHER
            MOVE "DETERMINANT ONLY" TO OPERATION-TEXT
    END-EVALUATE.
    IF NOT OP-DETERMINANT
        MOVE ZERO TO DOT-COUNT
        INSPECT RESULT-MATRIX-NAME TALLYING DOT-COUNT FOR ALL "."
        IF RESULT-MATRIX-NAME = SPACES OR DOT-COUNT > ZERO
            DISPLAY "ERROR: the inverse or solution is stored in the "
                "library - a result library name is required."
            MOVE 8 TO RETURN-CODE
            GOBACK
        END-IF
    END-IF.

060-SET-LOAD-SOURCE.
    MOVE ZERO TO DOT-COUNT.
    INSPECT LOAD-NAME TALLYING DOT-COUNT FOR ALL ".".
    EVALUATE TRUE
        WHEN LOAD-NAME = SPACES
            MOVE "F" TO LOAD-SOURCE-SWITCH
            IF LOADING-COEFFICIENTS
                MOVE ".\Data01.txt" TO INPUT-FILE-NAME
                MOVE "Data01.txt" TO MATRIX-SOURCE
            ELSE
                MOVE ".\Data02.txt" TO INPUT-FILE-NAME
                MOVE "Data02.txt" TO VECTOR-SOURCE
            END-IF
        WHEN DOT-COUNT > ZERO
            MOVE "F" TO LOAD-SOURCE-SWITCH
            MOVE LOAD-NAME TO INPUT-FILE-NAME
            IF LOADING-COEFFICIENTS
                MOVE LOAD-NAME TO MATRIX-SOURCE
            ELSE
                MOVE LOAD-NAME TO VECTOR-SOURCE
            END-IF
        WHEN OTHER
            MOVE "L" TO LOAD-SOURCE-SWITCH
            IF LOADING-COEFFICIENTS
                MOVE LOAD-NAME TO MATRIX-SOURCE
            ELSE
                MOVE LOAD-NAME TO VECTOR-SOURCE
            END-IF
    END-EVALUATE.

100-LOAD-COEFFICIENT-MATRIX.
    MOVE "A" TO LOAD-TARGET-SWITCH.
    MOVE MATRIX-NAME-IN TO LOAD-NAME.
    MOVE ZERO TO LOAD-COL-OFFSET.
    PERFORM 060-SET-LOAD-SOURCE.
    IF LOAD-FROM-FILE
        PERFORM 110-LOAD-FROM-FILE
    ELSE
        PERFORM 140-LOAD-FROM-LIBRARY
    END-IF.
    MOVE LOAD-ROWS TO MATRIX-ORDER.
    MOVE LOAD-DECIMALS TO MATRIX-DECIMALS.
    COMPUTE PIVOT-LIMIT = MATRIX-MAX-ABS * SINGULAR-TOLERANCE.

110-LOAD-FROM-FILE.
    DISPLAY "Loading " INPUT-FILE-NAME "...".
    MOVE "N" TO EOF-IN-SWITCH.
    OPEN INPUT SOLVE-INPUT.
    IF WS-INPUT-STATUS NOT = "00"
        DISPLAY "ERROR: cannot open " INPUT-FILE-NAME ", status "
            WS-INPUT-STATUS
        MOVE 8 TO RETURN-CODE
        GOBACK
    END-IF.
    READ SOLVE-INPUT
        AT END MOVE "Y" TO EOF-IN-SWITCH
    END-READ.
    IF EOF-IN
        OR IN-HDR-ROWS IS NOT NUMERIC OR IN-HDR-COLS IS NOT NUMERIC
        DISPLAY "ERROR: the header record of " INPUT-FILE-NAME
            " is missing or not numeric."
        CLOSE SOLVE-INPUT
        MOVE 8 TO RETURN-CODE
        GOBACK
    END-IF.
    MOVE IN-HDR-ROWS TO LOAD-ROWS.
    MOVE IN-HDR-COLS TO LOAD-COLS.
    IF IN-HDR-FORMAT = "S"
        MOVE "Y" TO INPUT-SPARSE-SWITCH
    ELSE
        MOVE "N" TO INPUT-SPARSE-SWITCH
    END-IF.
    EVALUATE TRUE
        WHEN IN-HDR-DECIMALS = SPACE
            MOVE ZERO TO LOAD-DECIMALS
        WHEN IN-HDR-DECIMALS >= "0" AND IN-HDR-DECIMALS <= "4"
            MOVE IN-HDR-DECIMALS TO LOAD-DECIMALS
        WHEN OTHER
            DISPLAY "ERROR: the header decimal places of "
                INPUT-FILE-NAME " must be blank or 0 through 4."
            CLOSE SOLVE-INPUT
            MOVE 8 TO RETURN-CODE
            GOBACK
    END-EVALUATE.
    PERFORM 115-CHECK-LOAD-DIMENSIONS.
    MOVE ZERO TO HASH-WORK.
    MOVE ZERO TO ELEMENT-TALLY.
    IF INPUT-IS-SPARSE
        PERFORM 120-LOAD-SPARSE-INPUT
    ELSE
        PERFORM VARYING I FROM 1 BY 1 UNTIL I > LOAD-ROWS
            PERFORM VARYING J FROM 1 BY 1 UNTIL J > LOAD-COLS
                READ SOLVE-INPUT
                    AT END MOVE "Y" TO EOF-IN-SWITCH
                    NOT AT END
                        IF IN-ELEM-VALUE IS NOT NUMERIC
                            DISPLAY "ERROR: element at row " I
                                " column " J " of " INPUT-FILE-NAME
                                " is not numeric."
                            CLOSE SOLVE-INPUT
                            MOVE 8 TO RETURN-CODE
                            GOBACK
                        END-IF
                        MOVE IN-ELEM-VALUE TO LOAD-VALUE
                        PERFORM 135-STORE-LOADED-CELL
                        ADD 1 TO ELEMENT-TALLY
                        ADD IN-ELEM-VALUE TO HASH-WORK
                END-READ
            END-PERFORM
        END-PERFORM
        PERFORM 130-VERIFY-INPUT-TRAILER
    END-IF.
    CLOSE SOLVE-INPUT.

115-CHECK-LOAD-DIMENSIONS.
    IF LOADING-COEFFICIENTS
        IF LOAD-ROWS = ZERO OR LOAD-ROWS NOT = LOAD-COLS
            OR LOAD-ROWS > 250
            DISPLAY "ERROR: the matrix (" LOAD-ROWS "," LOAD-COLS
                ") must be square, from 1 to 250 rows and columns."
            PERFORM 138-CLOSE-LOAD-SOURCE
            MOVE 8 TO RETURN-CODE
            GOBACK
        END-IF
    ELSE
        IF LOAD-ROWS NOT = MATRIX-ORDER
            OR LOAD-COLS = ZERO OR LOAD-COLS > 250
            DISPLAY "ERROR: the right-hand side (" LOAD-ROWS ","
                LOAD-COLS ") must have " MATRIX-ORDER
                " rows and from 1 to 250 columns."
            PERFORM 138-CLOSE-LOAD-SOURCE
            MOVE 8 TO RETURN-CODE
            GOBACK
        END-IF
    END-IF.
    MOVE 1 TO DECIMAL-SCALE.
    PERFORM LOAD-DECIMALS TIMES
        MULTIPLY 10 BY DECIMAL-SCALE
    END-PERFORM.

120-LOAD-SPARSE-INPUT.
    MOVE "N" TO IN-TRL-SEEN-SWITCH.
    PERFORM UNTIL EOF-IN OR IN-TRAILER-SEEN
        READ SOLVE-INPUT
            AT END MOVE "Y" TO EOF-IN-SWITCH
            NOT AT END
                IF IT-TAG = "T"
                    MOVE "Y" TO IN-TRL-SEEN-SWITCH
                ELSE
                    PERFORM 125-STORE-SPARSE-CELL
                END-IF
        END-READ
    END-PERFORM.
    IF NOT IN-TRAILER-SEEN
        DISPLAY "ERROR: the control trailer record of "
            INPUT-FILE-NAME " is missing - the file may be truncated."
        CLOSE SOLVE-INPUT
        MOVE 12 TO RETURN-CODE
        GOBACK
    END-IF.
    MOVE HASH-WORK TO HASH-COMPARE.
    IF IT-RECORD-COUNT IS NOT NUMERIC
        OR IT-RECORD-COUNT NOT = ELEMENT-TALLY
        OR IT-HASH-TOTAL NOT = HASH-COMPARE
        DISPLAY "ERROR: the control totals of " INPUT-FILE-NAME
            " do not match - trailer says " IT-RECORD-COUNT
            " records, hash " IT-HASH-TOTAL "; file holds "
            ELEMENT-TALLY " records, hash " HASH-COMPARE "."
        CLOSE SOLVE-INPUT
        MOVE 12 TO RETURN-CODE
        GOBACK
    END-IF.

125-STORE-SPARSE-CELL.
    IF IN-SP-ROW IS NOT NUMERIC OR IN-SP-COL IS NOT NUMERIC
        OR IN-SP-VALUE IS NOT NUMERIC
        DISPLAY "ERROR: sparse record " ELEMENT-TALLY " of "
            INPUT-FILE-NAME " is not numeric."
        CLOSE SOLVE-INPUT
        MOVE 8 TO RETURN-CODE
        GOBACK
    END-IF.
    IF IN-SP-ROW = ZERO OR IN-SP-ROW > LOAD-ROWS
        OR IN-SP-COL = ZERO OR IN-SP-COL > LOAD-COLS
        DISPLAY "ERROR: sparse cell (" IN-SP-ROW "," IN-SP-COL
            ") of " INPUT-FILE-NAME " is outside the header "
            "dimensions."
        CLOSE SOLVE-INPUT
        MOVE 8 TO RETURN-CODE
        GOBACK
    END-IF.
    MOVE IN-SP-ROW TO I.
    MOVE IN-SP-COL TO J.
    MOVE IN-SP-VALUE TO LOAD-VALUE.
    PERFORM 135-STORE-LOADED-CELL.
    ADD 1 TO ELEMENT-TALLY.
    ADD IN-SP-VALUE TO HASH-WORK.

130-VERIFY-INPUT-TRAILER.
    IF NOT EOF-IN
        READ SOLVE-INPUT
            AT END MOVE "Y" TO EOF-IN-SWITCH
        END-READ
    END-IF.
    IF EOF-IN OR IT-TAG NOT = "T"
        OR IT-RECORD-COUNT IS NOT NUMERIC
        DISPLAY "ERROR: the control trailer record of "
            INPUT-FILE-NAME " is missing or unreadable - the file "
            "may be truncated."
        CLOSE SOLVE-INPUT
        MOVE 12 TO RETURN-CODE
        GOBACK
    END-IF.
    MOVE HASH-WORK TO HASH-COMPARE.
    IF IT-RECORD-COUNT NOT = ELEMENT-TALLY
        OR IT-HASH-TOTAL NOT = HASH-COMPARE
        DISPLAY "ERROR: the control totals of " INPUT-FILE-NAME
            " do not match - trailer says " IT-RECORD-COUNT
            " records, hash " IT-HASH-TOTAL "; file holds "
            ELEMENT-TALLY " records, hash " HASH-COMPARE "."
        CLOSE SOLVE-INPUT
        MOVE 12 TO RETURN-CODE
        GOBACK
    END-IF.

135-STORE-LOADED-CELL.
    COMPUTE CELL-COL = J + LOAD-COL-OFFSET.
    COMPUTE AUG-CELL(I, CELL-COL) = LOAD-VALUE / DECIMAL-SCALE
        ON SIZE ERROR
            DISPLAY "ERROR: the element at row " I " column " J
                " is too large for the solve work field."
            PERFORM 138-CLOSE-LOAD-SOURCE
            MOVE 16 TO RETURN-CODE
            GOBACK
    END-COMPUTE.
    IF LOADING-COEFFICIENTS
        IF AUG-CELL(I, CELL-COL) < ZERO
            COMPUTE CELL-ABS = ZERO - AUG-CELL(I, CELL-COL)
        ELSE
            MOVE AUG-CELL(I, CELL-COL) TO CELL-ABS
        END-IF
        IF CELL-ABS > MATRIX-MAX-ABS
            MOVE CELL-ABS TO MATRIX-MAX-ABS
        END-IF
    END-IF.

138-CLOSE-LOAD-SOURCE.
    IF LOAD-FROM-FILE
        CLOSE SOLVE-INPUT
    ELSE
        CLOSE MATRIX-LIBRARY-FILE
    END-IF.

140-LOAD-FROM-LIBRARY.
    DISPLAY "Loading " LOAD-NAME " from the library...".
    OPEN INPUT MATRIX-LIBRARY-FILE.
    IF WS-LIBRARY-STATUS NOT = "00"
        DISPLAY "ERROR: cannot open the matrix library, status "
            WS-LIBRARY-STATUS
        MOVE 8 TO RETURN-CODE
        GOBACK
    END-IF.
    MOVE LOAD-NAME TO MX-NAME.
    MOVE ZERO TO MX-ROW.
    MOVE ZERO TO MX-COL.
    READ MATRIX-LIBRARY-FILE
        INVALID KEY
            DISPLAY "ERROR: no matrix named " LOAD-NAME
                " is in the library."
            CLOSE MATRIX-LIBRARY-FILE
            MOVE 8 TO RETURN-CODE
            GOBACK
    END-READ.
    MOVE MX-HEADER-ROWS TO LOAD-ROWS.
    MOVE MX-HEADER-COLS TO LOAD-COLS.
    IF MX-HEADER-DECIMALS >= "1" AND MX-HEADER-DECIMALS <= "4"
        MOVE MX-HEADER-DECIMALS TO LOAD-DECIMALS
    ELSE
        MOVE ZERO TO LOAD-DECIMALS
    END-IF.
    PERFORM 115-CHECK-LOAD-DIMENSIONS.
    PERFORM VARYING I FROM 1 BY 1 UNTIL I > LOAD-ROWS
        PERFORM VARYING J FROM 1 BY 1 UNTIL J > LOAD-COLS
            MOVE LOAD-NAME TO MX-NAME
            MOVE I TO MX-ROW
            MOVE J TO MX-COL
            READ MATRIX-LIBRARY-FILE
                INVALID KEY
                    DISPLAY "ERROR: matrix " LOAD-NAME
                        " is incomplete - row " I " column " J
                        " is missing from the library."
                    CLOSE MATRIX-LIBRARY-FILE
                    MOVE 8 TO RETURN-CODE
                    GOBACK
            END-READ
            MOVE MX-VALUE TO LOAD-VALUE
            PERFORM 135-STORE-LOADED-CELL
        END-PERFORM
    END-PERFORM.
    CLOSE MATRIX-LIBRARY-FILE.

150-LOAD-RIGHT-HAND-SIDE.
    MOVE "B" TO LOAD-TARGET-SWITCH.
    MOVE VECTOR-NAME-IN TO LOAD-NAME.
    MOVE MATRIX-ORDER TO LOAD-COL-OFFSET.
    PERFORM 060-SET-LOAD-SOURCE.
    IF LOAD-FROM-FILE
        PERFORM 110-LOAD-FROM-FILE
    ELSE
        PERFORM 140-LOAD-FROM-LIBRARY
    END-IF.
    MOVE LOAD-COLS TO RIGHT-SIDE-COLS.
    MOVE LOAD-DECIMALS TO RIGHT-SIDE-DECIMALS.
    COMPUTE TOTAL-COLS = MATRIX-ORDER + RIGHT-SIDE-COLS.

170-SET-IDENTITY-BLOCK.
    MOVE MATRIX-ORDER TO RIGHT-SIDE-COLS.
    COMPUTE TOTAL-COLS = MATRIX-ORDER + MATRIX-ORDER.
    PERFORM VARYING I FROM 1 BY 1 UNTIL I > MATRIX-ORDER
        COMPUTE CELL-COL = MATRIX-ORDER + I
        MOVE 1 TO AUG-CELL(I, CELL-COL)
    END-PERFORM.

200-ELIMINATE-COLUMNS.
    DISPLAY "Reducing the " MATRIX-ORDER " x " MATRIX-ORDER
        " matrix...".
    MOVE 1 TO DETERMINANT.
    PERFORM VARYING P FROM 1 BY 1
            UNTIL P > MATRIX-ORDER OR ELIMINATION-STOPPED
                OR COMPUTE-OVERFLOW
        PERFORM 210-ELIMINATE-ONE-COLUMN
    END-PERFORM.

210-ELIMINATE-ONE-COLUMN.
    PERFORM 220-FIND-PIVOT-ROW.
    IF P = 1 OR PIVOT-ABS < SMALLEST-PIVOT
        MOVE PIVOT-ABS TO SMALLEST-PIVOT
    END-IF.
    IF PIVOT-ABS = ZERO
        MOVE "Y" TO EXACT-SINGULAR-SWITCH
        MOVE "Y" TO ELIMINATION-STOP-SWITCH
        MOVE P TO SINGULAR-AT-COLUMN
    ELSE
        IF PIVOT-ABS NOT > PIVOT-LIMIT
            IF NOT MATRIX-NEAR-SINGULAR
                MOVE "Y" TO NEAR-SINGULAR-SWITCH
                MOVE P TO SINGULAR-AT-COLUMN
            END-IF
            IF NOT OP-DETERMINANT
                MOVE "Y" TO ELIMINATION-STOP-SWITCH
            END-IF
        END-IF
    END-IF.
    IF NOT ELIMINATION-STOPPED
        IF PIVOT-ROW NOT = P
            PERFORM 230-SWAP-PIVOT-ROW
        END-IF
        PERFORM 240-NORMALIZE-PIVOT-ROW
        PERFORM VARYING I FROM 1 BY 1
                UNTIL I > MATRIX-ORDER OR COMPUTE-OVERFLOW
            IF I NOT = P AND AUG-CELL(I, P) NOT = ZERO
                AND (I > P OR NOT OP-DETERMINANT)
                PERFORM 250-SUBTRACT-PIVOT-ROW
            END-IF
        END-PERFORM
    END-IF.

220-FIND-PIVOT-ROW.
    MOVE P TO PIVOT-ROW.
    MOVE ZERO TO PIVOT-ABS.
    PERFORM VARYING I FROM P BY 1 UNTIL I > MATRIX-ORDER
        IF AUG-CELL(I, P) < ZERO
            COMPUTE CELL-ABS = ZERO - AUG-CELL(I, P)
        ELSE
            MOVE AUG-CELL(I, P) TO CELL-ABS
        END-IF
        IF CELL-ABS > PIVOT-ABS
            MOVE CELL-ABS TO PIVOT-ABS
            MOVE I TO PIVOT-ROW
        END-IF
    END-PERFORM.

230-SWAP-PIVOT-ROW.
    MOVE AUG-ROW(P) TO SWAP-ROW.
    MOVE AUG-ROW(PIVOT-ROW) TO AUG-ROW(P).
    MOVE SWAP-ROW TO AUG-ROW(PIVOT-ROW).
    IF NOT DETERMINANT-OVERFLOW
        COMPUTE DETERMINANT = ZERO - DETERMINANT
    END-IF.

240-NORMALIZE-PIVOT-ROW.
    MOVE AUG-CELL(P, P) TO PIVOT-VALUE.
    IF NOT DETERMINANT-OVERFLOW
        COMPUTE DETERMINANT ROUNDED = DETERMINANT * PIVOT-VALUE
            ON SIZE ERROR
                MOVE "Y" TO DETERMINANT-OVFL-SWITCH
        END-COMPUTE
    END-IF.
    PERFORM VARYING J FROM P BY 1
            UNTIL J > TOTAL-COLS OR COMPUTE-OVERFLOW
        COMPUTE AUG-CELL(P, J) ROUNDED = AUG-CELL(P, J) / PIVOT-VALUE
            ON SIZE ERROR
                MOVE "Y" TO COMPUTE-OVERFLOW-SWITCH
        END-COMPUTE
    END-PERFORM.

250-SUBTRACT-PIVOT-ROW.
    MOVE AUG-CELL(I, P) TO ELIM-FACTOR.
    PERFORM VARYING J FROM P BY 1
            UNTIL J > TOTAL-COLS OR COMPUTE-OVERFLOW
        COMPUTE AUG-CELL(I, J) ROUNDED =
                AUG-CELL(I, J) - ELIM-FACTOR * AUG-CELL(P, J)
            ON SIZE ERROR
                MOVE "Y" TO COMPUTE-OVERFLOW-SWITCH
        END-COMPUTE
    END-PERFORM.

300-STORE-RESULT.
    MOVE RIGHT-SIDE-COLS TO RESULT-COLS.
    PERFORM 310-CHECK-RESULT-FITS.
    IF COMPUTE-OVERFLOW
        MOVE "REJECTED - A RESULT VALUE DOES NOT FIT THE LIBRARY"
            TO SOLVE-OUTCOME
        MOVE 16 TO RETURN-CODE
    ELSE
        PERFORM 320-WRITE-RESULT-TO-LIBRARY
    END-IF.

310-CHECK-RESULT-FITS.
    PERFORM VARYING I FROM 1 BY 1
            UNTIL I > MATRIX-ORDER OR COMPUTE-OVERFLOW
        PERFORM VARYING J FROM 1 BY 1
                UNTIL J > RESULT-COLS OR COMPUTE-OVERFLOW
            COMPUTE CELL-COL = MATRIX-ORDER + J
            COMPUTE RESULT-VALUE ROUNDED =
                    AUG-CELL(I, CELL-COL) * RESULT-SCALE
                ON SIZE ERROR
                    DISPLAY "ERROR: the result at row " I " column "
                        J " does not fit the library element field."
                    MOVE "Y" TO COMPUTE-OVERFLOW-SWITCH
            END-COMPUTE
        END-PERFORM
    END-PERFORM.

320-WRITE-RESULT-TO-LIBRARY.
    PERFORM 325-KEEP-PRIOR-GENERATION.
    IF GENERATION-RETURN-CODE NOT = ZERO
        DISPLAY "ERROR: the prior version of " RESULT-MATRIX-NAME
            " could not be kept - the result was not stored."
        MOVE "REJECTED - THE PRIOR VERSION COULD NOT BE KEPT"
            TO SOLVE-OUTCOME
        MOVE 12 TO RETURN-CODE
    ELSE
        OPEN I-O MATRIX-LIBRARY-FILE
        IF WS-LIBRARY-STATUS = "35"
            OPEN OUTPUT MATRIX-LIBRARY-FILE
            CLOSE MATRIX-LIBRARY-FILE
            OPEN I-O MATRIX-LIBRARY-FILE
        END-IF
        PERFORM 322-STORE-IN-OPEN-LIBRARY
    END-IF.

322-STORE-IN-OPEN-LIBRARY.
    IF WS-LIBRARY-STATUS NOT = "00"
        DISPLAY "ERROR: cannot open the matrix library to store the "
            "result, status " WS-LIBRARY-STATUS
        MOVE "REJECTED - THE MATRIX LIBRARY COULD NOT BE OPENED"
            TO SOLVE-OUTCOME
        MOVE 8 TO RETURN-CODE
    ELSE
        PERFORM 330-DELETE-OLD-RESULT
        PERFORM 340-WRITE-RESULT-RECORDS
        CLOSE MATRIX-LIBRARY-FILE
        IF LIBRARY-WRITE-FAILED
            DISPLAY "ERROR: the result was not completely stored in "
                "the library - do not use " RESULT-MATRIX-NAME "."
            MOVE "FAILED - THE RESULT WAS NOT COMPLETELY STORED"
                TO SOLVE-OUTCOME
            MOVE 12 TO RETURN-CODE
        ELSE
            MOVE "Y" TO RESULT-STORED-SWITCH
            MOVE "RESULT STORED IN THE LIBRARY" TO SOLVE-OUTCOME
            PERFORM 350-WRITE-PROVENANCE
        END-IF
    END-IF.

325-KEEP-PRIOR-GENERATION.
    MOVE RESULT-MATRIX-NAME TO GJ-MATRIX-NAME.
    MOVE OPERATOR-ID TO GJ-OPERATOR.
    CALL "MATRIX-GENERATION" USING GENERATION-PARMS.
    MOVE RETURN-CODE TO GENERATION-RETURN-CODE.
    MOVE ZERO TO RETURN-CODE.
    IF GENERATION-RETURN-CODE = ZERO AND GJ-GENERATION NOT = ZERO
        DISPLAY "Prior version of " RESULT-MATRIX-NAME
            " kept as generation " GJ-GENERATION "."
    END-IF.

330-DELETE-OLD-RESULT.
    MOVE "N" TO EOF-OLD-RESULT-SWITCH.
    MOVE RESULT-MATRIX-NAME TO MX-NAME.
    MOVE ZERO TO MX-ROW.
    MOVE ZERO TO MX-COL.
    START MATRIX-LIBRARY-FILE KEY IS NOT LESS THAN MX-KEY
        INVALID KEY MOVE "Y" TO EOF-OLD-RESULT-SWITCH
    END-START.
    PERFORM UNTIL EOF-OLD-RESULT
        READ MATRIX-LIBRARY-FILE NEXT RECORD
            AT END MOVE "Y" TO EOF-OLD-RESULT-SWITCH
            NOT AT END
                IF MX-NAME = RESULT-MATRIX-NAME
                    DELETE MATRIX-LIBRARY-FILE
                ELSE
                    MOVE "Y" TO EOF-OLD-RESULT-SWITCH
                END-IF
        END-READ
    END-PERFORM.

340-WRITE-RESULT-RECORDS.
    MOVE "N" TO LIBRARY-WRITE-FAILED-SWITCH.
    MOVE RESULT-MATRIX-NAME TO MX-NAME.
    MOVE ZERO TO MX-ROW.
    MOVE ZERO TO MX-COL.
    MOVE ZERO TO MX-VALUE.
    MOVE MATRIX-ORDER TO MX-HEADER-ROWS.
    MOVE RESULT-COLS TO MX-HEADER-COLS.
    MOVE RESULT-DECIMALS TO MX-HEADER-DECIMALS.
    WRITE LIB-RECORD
        INVALID KEY
            DISPLAY "ERROR: cannot store the result header, status "
                WS-LIBRARY-STATUS
            MOVE "Y" TO LIBRARY-WRITE-FAILED-SWITCH
    END-WRITE.
    PERFORM VARYING I FROM 1 BY 1
            UNTIL I > MATRIX-ORDER OR LIBRARY-WRITE-FAILED
        PERFORM VARYING J FROM 1 BY 1
                UNTIL J > RESULT-COLS OR LIBRARY-WRITE-FAILED
            COMPUTE CELL-COL = MATRIX-ORDER + J
            COMPUTE RESULT-VALUE ROUNDED =
                AUG-CELL(I, CELL-COL) * RESULT-SCALE
            MOVE RESULT-MATRIX-NAME TO MX-NAME
            MOVE I TO MX-ROW
            MOVE J TO MX-COL
            MOVE RESULT-VALUE TO MX-VALUE
            WRITE LIB-RECORD
                INVALID KEY
                    DISPLAY "ERROR: cannot store the result element "
                        "at row " I " column " J ", status "
                        WS-LIBRARY-STATUS
                    MOVE "Y" TO LIBRARY-WRITE-FAILED-SWITCH
                NOT INVALID KEY
                    ADD 1 TO RESULT-TALLY
            END-WRITE
        END-PERFORM
    END-PERFORM.

350-WRITE-PROVENANCE.
    MOVE RESULT-MATRIX-NAME TO PV-NAME.
    MOVE SPACE TO PV-SEP1.
    MOVE SPACE TO PV-SEP2.
    MOVE SPACE TO PV-SEP3.
    MOVE SPACE TO PV-SEP4.
    MOVE SPACE TO PV-SEP5.
    MOVE FUNCTION CURRENT-DATE(1:16) TO PV-STAMP.
    IF OP-INVERSE
        MOVE "INVERT" TO PV-OPERATION
    ELSE
        MOVE "SOLVE" TO PV-OPERATION
    END-IF.
    MOVE MATRIX-SOURCE TO PV-FIRST-SOURCE.
    MOVE VECTOR-SOURCE TO PV-SECOND-SOURCE.
    MOVE "MATRIX-SOLVE" TO PV-PROGRAM.
    OPEN EXTEND PROVENANCE-FILE.
    IF WS-PROVENANCE-STATUS = "35"
        OPEN OUTPUT PROVENANCE-FILE
    END-IF.
    IF WS-PROVENANCE-STATUS NOT = "00"
        DISPLAY "WARNING: cannot record the result provenance, status "
            WS-PROVENANCE-STATUS
    ELSE
        WRITE PROVENANCE-RECORD
        CLOSE PROVENANCE-FILE
    END-IF.

400-WRITE-SOLVE-REPORT.
    OPEN OUTPUT SOLVE-REPORT.
    IF WS-SOLVE-REPORT-STATUS NOT = "00"
        DISPLAY "WARNING: cannot write MatrixSolveReport.txt, status "
            WS-SOLVE-REPORT-STATUS
    ELSE
        MOVE RUN-DATE TO SHL-DATE
        MOVE RUN-TIME(1:6) TO SHL-TIME
        MOVE OPERATOR-ID TO SHL-OPERATOR
        MOVE SOLVE-HEADING-LINE TO SOLVE-REPORT-LINE
        WRITE SOLVE-REPORT-LINE
        MOVE SPACES TO SOLVE-REPORT-LINE
        WRITE SOLVE-REPORT-LINE
        MOVE "OPERATION" TO SDT-LABEL
        MOVE OPERATION-TEXT TO SDT-VALUE
        PERFORM 410-WRITE-DETAIL-LINE
        MOVE "MATRIX" TO SDT-LABEL
        MOVE MATRIX-SOURCE TO SDT-VALUE
        PERFORM 410-WRITE-DETAIL-LINE
        MOVE MATRIX-ORDER TO SST-ROWS
        MOVE MATRIX-ORDER TO SST-COLS
        MOVE MATRIX-DECIMALS TO SST-DECIMALS
        MOVE "  SIZE" TO SDT-LABEL
        MOVE SOLVE-SIZE-TEXT TO SDT-VALUE
        PERFORM 410-WRITE-DETAIL-LINE
        IF OP-SOLVE
            MOVE "RIGHT-HAND SIDE" TO SDT-LABEL
            MOVE VECTOR-SOURCE TO SDT-VALUE
            PERFORM 410-WRITE-DETAIL-LINE
            MOVE MATRIX-ORDER TO SST-ROWS
            MOVE RIGHT-SIDE-COLS TO SST-COLS
            MOVE RIGHT-SIDE-DECIMALS TO SST-DECIMALS
            MOVE "  SIZE" TO SDT-LABEL
            MOVE SOLVE-SIZE-TEXT TO SDT-VALUE
            PERFORM 410-WRITE-DETAIL-LINE
        END-IF
        MOVE "DETERMINANT" TO SDT-LABEL
        IF DETERMINANT-OVERFLOW
            MOVE "EXCEEDS 20 INTEGER DIGITS" TO SDT-VALUE
        ELSE
            IF MATRIX-SINGULAR
                MOVE ZERO TO DETERMINANT
            END-IF
            MOVE DETERMINANT TO DETERMINANT-EDIT
            MOVE DETERMINANT-EDIT TO SDT-VALUE
        END-IF
        PERFORM 410-WRITE-DETAIL-LINE
        MOVE "SMALLEST PIVOT" TO SDT-LABEL
        MOVE SMALLEST-PIVOT TO PIVOT-EDIT
        MOVE PIVOT-EDIT TO SDT-VALUE
        PERFORM 410-WRITE-DETAIL-LINE
        MOVE "PIVOT TOLERANCE" TO SDT-LABEL
        MOVE PIVOT-LIMIT TO PIVOT-EDIT
        MOVE PIVOT-EDIT TO SDT-VALUE
        PERFORM 410-WRITE-DETAIL-LINE
        IF NOT OP-DETERMINANT
            MOVE "RESULT MATRIX" TO SDT-LABEL
            MOVE RESULT-MATRIX-NAME TO SDT-VALUE
            PERFORM 410-WRITE-DETAIL-LINE
        END-IF
        IF RESULT-STORED
            MOVE MATRIX-ORDER TO SST-ROWS
            MOVE RESULT-COLS TO SST-COLS
            MOVE RESULT-DECIMALS TO SST-DECIMALS
            MOVE "  SIZE" TO SDT-LABEL
            MOVE SOLVE-SIZE-TEXT TO SDT-VALUE
            PERFORM 410-WRITE-DETAIL-LINE
            MOVE "  ELEMENTS STORED" TO SDT-LABEL
            MOVE RESULT-TALLY TO COUNT-EDIT
            MOVE COUNT-EDIT TO SDT-VALUE
            PERFORM 410-WRITE-DETAIL-LINE
        END-IF
        MOVE SPACES TO SOLVE-REPORT-LINE
        WRITE SOLVE-REPORT-LINE
        MOVE "OUTCOME" TO SDT-LABEL
        MOVE SOLVE-OUTCOME TO SDT-VALUE
        PERFORM 410-WRITE-DETAIL-LINE
        CLOSE SOLVE-REPORT
    END-IF.

410-WRITE-DETAIL-LINE.
    MOVE SOLVE-DETAIL-LINE TO SOLVE-REPORT-LINE.
    WRITE SOLVE-REPORT-LINE.
    MOVE SPACES TO SDT-VALUE.
