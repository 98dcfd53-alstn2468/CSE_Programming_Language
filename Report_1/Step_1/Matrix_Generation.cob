IDENTIFICATION DIVISION.
PROGRAM-ID. MATRIX-GENERATION.

ENVIRONMENT DIVISION.

INPUT-OUTPUT SECTION.
FILE-CONTROL.

SELECT MATRIX-LIBRARY-FILE ASSIGN TO ".\MatrixLibrary.dat"
ORGANIZATION IS INDEXED
ACCESS MODE IS DYNAMIC
RECORD KEY IS MX-KEY
FILE STATUS IS WS-LIBRARY-STATUS.

SELECT GENERATION-FILE ASSIGN TO ".\MatrixLibGen.dat"
ORGANIZATION IS INDEXED
ACCESS MODE IS DYNAMIC
RECORD KEY IS GN-KEY
FILE STATUS IS WS-GENERATION-STATUS.

SELECT GENERATION-LIMITS ASSIGN TO ".\MatrixGenLimits.txt"
ORGANIZATION IS LINE SEQUENTIAL
FILE STATUS IS WS-LIMITS-STATUS.

DATA DIVISION.

FILE SECTION.

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

FD GENERATION-FILE.
01 GEN-RECORD.
    05 GN-KEY.
        10 GN-NAME            PIC X(12).
        10 GN-GENERATION      PIC 9999.
        10 GN-ROW             PIC 9999.
        10 GN-COL             PIC 9999.
    05 GN-VALUE               PIC S9(18)
                 SIGN LEADING SEPARATE.
    05 GN-HEADER REDEFINES GN-VALUE.
        10 GN-HEADER-ROWS     PIC 9999.
        10 GN-HEADER-COLS     PIC 9999.
        10 GN-HEADER-DECIMALS PIC X.
        10 FILLER             PIC X(10).
    05 GN-SAVED-STAMP         PIC X(16).
    05 GN-SAVED-BY            PIC X(8).

FD GENERATION-LIMITS.
01 LIMIT-RECORD.
    05 GL-NAME                PIC X(12).
    05 FILLER                 PIC X.
    05 GL-KEEP                PIC XX.
    05 GL-KEEP-NUMBER REDEFINES GL-KEEP PIC 99.
    05 FILLER                 PIC X(65).

WORKING-STORAGE SECTION.

01 WS-LIBRARY-STATUS          PIC XX.
01 WS-GENERATION-STATUS       PIC XX.
01 WS-LIMITS-STATUS           PIC XX.

01 GENERATION-SWITCHES.
    05 MATRIX-ON-FILE-SWITCH  PIC X VALUE "N".
        88 MATRIX-ON-FILE     VALUE "Y".
    05 SAVE-FAILED-SWITCH     PIC X VALUE "N".
        88 SAVE-FAILED        VALUE "Y".
    05 PRUNE-FAILED-SWITCH    PIC X VALUE "N".
        88 PRUNE-FAILED       VALUE "Y".
    05 END-SCAN-SWITCH        PIC X VALUE "N".
        88 END-SCAN           VALUE "Y".
    05 EOF-LIMITS-SWITCH      PIC X VALUE "N".
        88 EOF-LIMITS         VALUE "Y".
    05 NAME-LIMIT-SWITCH      PIC X VALUE "N".
        88 NAME-LIMIT-FOUND   VALUE "Y".
    05 LIMIT-BAD-SWITCH       PIC X VALUE "N".
        88 LIMIT-BAD          VALUE "Y".

01 DEFAULT-KEEP-LIMIT         PIC 99 VALUE 5.
01 NAME-KEEP-LIMIT            PIC 99 VALUE ZERO.
01 KEEP-LIMIT                 PIC 99 VALUE 5.
01 LIMIT-VALUE                PIC 99 VALUE ZERO.

01 LOW-GENERATION             PIC 9999 VALUE ZERO.
01 HIGH-GENERATION            PIC 9999 VALUE ZERO.
01 SCAN-GENERATION            PIC 9999 VALUE ZERO.
01 NEW-GENERATION             PIC 9999 VALUE ZERO.
01 PRUNE-GENERATION           PIC 9999 VALUE ZERO.
01 GENERATION-COUNT           PIC 9999 VALUE ZERO.
01 COPY-COUNT                 PIC 9(9) VALUE ZERO.
01 SAVE-STAMP                 PIC X(16).

LINKAGE SECTION.

01 GENERATION-PARMS.
    05 GJ-MATRIX-NAME         PIC X(12).
    05 GJ-OPERATOR            PIC X(8).
    05 GJ-GENERATION          PIC 9999.
    05 GJ-PRUNED-COUNT        PIC 9999.
    05 GJ-PRUNE-SWITCH        PIC X.
        88 GJ-PRUNE-ALLOWED   VALUE "Y".

PROCEDURE DIVISION USING GENERATION-PARMS.

000-MAIN.
    MOVE ZERO TO GJ-GENERATION.
    MOVE ZERO TO GJ-PRUNED-COUNT.
    MOVE "N" TO SAVE-FAILED-SWITCH.
    PERFORM 100-READ-CURRENT-HEADER.
    IF MATRIX-ON-FILE
        PERFORM 200-OPEN-GENERATION-FILE
        IF NOT SAVE-FAILED
            PERFORM 300-FIND-EXISTING-GENERATIONS
            PERFORM 400-COPY-CURRENT-VERSION
            IF NOT SAVE-FAILED AND GJ-PRUNE-ALLOWED
                PERFORM 500-SET-KEEP-LIMIT
                PERFORM 600-PRUNE-OLD-GENERATIONS
            END-IF
            CLOSE GENERATION-FILE
        END-IF
        CLOSE MATRIX-LIBRARY-FILE
    END-IF.
    IF SAVE-FAILED
        MOVE 12 TO RETURN-CODE
    ELSE
        MOVE ZERO TO RETURN-CODE
    END-IF.
    GOBACK.

100-READ-CURRENT-HEADER.
    MOVE "N" TO MATRIX-ON-FILE-SWITCH.
    OPEN INPUT MATRIX-LIBRARY-FILE.
    EVALUATE WS-LIBRARY-STATUS
        WHEN "00"
            MOVE GJ-MATRIX-NAME TO MX-NAME
            MOVE ZERO TO MX-ROW
            MOVE ZERO TO MX-COL
            READ MATRIX-LIBRARY-FILE
                INVALID KEY CONTINUE
                NOT INVALID KEY MOVE "Y" TO MATRIX-ON-FILE-SWITCH
            END-READ
            IF NOT MATRIX-ON-FILE
                CLOSE MATRIX-LIBRARY-FILE
            END-IF
        WHEN "35"
            CONTINUE
        WHEN OTHER
            DISPLAY "ERROR: cannot open the matrix library to keep "
                "the prior version of " GJ-MATRIX-NAME ", status "
                WS-LIBRARY-STATUS
            MOVE "Y" TO SAVE-FAILED-SWITCH
    END-EVALUATE.

200-OPEN-GENERATION-FILE.
    OPEN I-O GENERATION-FILE.
    IF WS-GENERATION-STATUS = "35"
        OPEN OUTPUT GENERATION-FILE
        CLOSE GENERATION-FILE
        OPEN I-O GENERATION-FILE
    END-IF.
    IF WS-GENERATION-STATUS NOT = "00"
        DISPLAY "ERROR: cannot open the matrix generation file, "
            "status " WS-GENERATION-STATUS
        MOVE "Y" TO SAVE-FAILED-SWITCH
    END-IF.

300-FIND-EXISTING-GENERATIONS.
    MOVE ZERO TO LOW-GENERATION.
    MOVE ZERO TO HIGH-GENERATION.
    MOVE ZERO TO GENERATION-COUNT.
    MOVE 1 TO SCAN-GENERATION.
    MOVE "N" TO END-SCAN-SWITCH.
    PERFORM UNTIL END-SCAN
        MOVE GJ-MATRIX-NAME TO GN-NAME
        MOVE SCAN-GENERATION TO GN-GENERATION
        MOVE ZERO TO GN-ROW
        MOVE ZERO TO GN-COL
        START GENERATION-FILE KEY IS NOT LESS THAN GN-KEY
            INVALID KEY MOVE "Y" TO END-SCAN-SWITCH
        END-START
        IF NOT END-SCAN
            READ GENERATION-FILE NEXT RECORD
                AT END MOVE "Y" TO END-SCAN-SWITCH
                NOT AT END PERFORM 310-NOTE-ONE-GENERATION
            END-READ
        END-IF
    END-PERFORM.

310-NOTE-ONE-GENERATION.
    IF GN-NAME NOT = GJ-MATRIX-NAME
        MOVE "Y" TO END-SCAN-SWITCH
    ELSE
        ADD 1 TO GENERATION-COUNT
        IF LOW-GENERATION = ZERO
            MOVE GN-GENERATION TO LOW-GENERATION
        END-IF
        MOVE GN-GENERATION TO HIGH-GENERATION
        IF HIGH-GENERATION = 9999
            MOVE "Y" TO END-SCAN-SWITCH
        ELSE
            COMPUTE SCAN-GENERATION = HIGH-GENERATION + 1
        END-IF
    END-IF.

400-COPY-CURRENT-VERSION.
    IF HIGH-GENERATION = 9999
        DISPLAY "ERROR: generation numbers for " GJ-MATRIX-NAME
            " are exhausted - the prior version cannot be kept."
        MOVE "Y" TO SAVE-FAILED-SWITCH
    ELSE
        COMPUTE NEW-GENERATION = HIGH-GENERATION + 1
        MOVE FUNCTION CURRENT-DATE(1:16) TO SAVE-STAMP
        MOVE ZERO TO COPY-COUNT
        MOVE "N" TO END-SCAN-SWITCH
        MOVE GJ-MATRIX-NAME TO MX-NAME
        MOVE ZERO TO MX-ROW
        MOVE ZERO TO MX-COL
        START MATRIX-LIBRARY-FILE KEY IS NOT LESS THAN MX-KEY
            INVALID KEY MOVE "Y" TO END-SCAN-SWITCH
        END-START
        PERFORM UNTIL END-SCAN OR SAVE-FAILED
            READ MATRIX-LIBRARY-FILE NEXT RECORD
                AT END MOVE "Y" TO END-SCAN-SWITCH
                NOT AT END
                    IF MX-NAME = GJ-MATRIX-NAME
                        PERFORM 410-COPY-ONE-RECORD
                    ELSE
                        MOVE "Y" TO END-SCAN-SWITCH
                    END-IF
            END-READ
        END-PERFORM
        IF SAVE-FAILED
            MOVE NEW-GENERATION TO PRUNE-GENERATION
            PERFORM 620-DELETE-GENERATION
            DISPLAY "ERROR: the current version of " GJ-MATRIX-NAME
                " could not be kept as a generation."
        ELSE
            MOVE NEW-GENERATION TO GJ-GENERATION
            ADD 1 TO GENERATION-COUNT
            IF LOW-GENERATION = ZERO
                MOVE NEW-GENERATION TO LOW-GENERATION
            END-IF
        END-IF
    END-IF.

410-COPY-ONE-RECORD.
    MOVE MX-NAME TO GN-NAME.
    MOVE NEW-GENERATION TO GN-GENERATION.
    MOVE MX-ROW TO GN-ROW.
    MOVE MX-COL TO GN-COL.
    MOVE MX-HEADER TO GN-HEADER.
    IF MX-ROW = ZERO AND MX-COL = ZERO
        MOVE SAVE-STAMP TO GN-SAVED-STAMP
        MOVE GJ-OPERATOR TO GN-SAVED-BY
    ELSE
        MOVE SPACES TO GN-SAVED-STAMP
        MOVE SPACES TO GN-SAVED-BY
    END-IF.
    WRITE GEN-RECORD
        INVALID KEY
            DISPLAY "ERROR: cannot keep " GJ-MATRIX-NAME " row "
                MX-ROW " column " MX-COL " as generation "
                NEW-GENERATION ", status " WS-GENERATION-STATUS
            MOVE "Y" TO SAVE-FAILED-SWITCH
        NOT INVALID KEY
            ADD 1 TO COPY-COUNT
    END-WRITE.

500-SET-KEEP-LIMIT.
    MOVE 5 TO DEFAULT-KEEP-LIMIT.
    MOVE "N" TO NAME-LIMIT-SWITCH.
    OPEN INPUT GENERATION-LIMITS.
    IF WS-LIMITS-STATUS = "00"
        MOVE "N" TO EOF-LIMITS-SWITCH
        PERFORM UNTIL EOF-LIMITS
            MOVE SPACES TO LIMIT-RECORD
            READ GENERATION-LIMITS
                AT END MOVE "Y" TO EOF-LIMITS-SWITCH
                NOT AT END PERFORM 510-CHECK-ONE-LIMIT
            END-READ
        END-PERFORM
        CLOSE GENERATION-LIMITS
    END-IF.
    IF NAME-LIMIT-FOUND
        MOVE NAME-KEEP-LIMIT TO KEEP-LIMIT
    ELSE
        MOVE DEFAULT-KEEP-LIMIT TO KEEP-LIMIT
    END-IF.

510-CHECK-ONE-LIMIT.
    IF GL-NAME = "*" OR GL-NAME = GJ-MATRIX-NAME
        PERFORM 520-EDIT-LIMIT-VALUE
        IF LIMIT-BAD
            DISPLAY "WARNING: MatrixGenLimits.txt entry for "
                GL-NAME " is not a count from 1 to 99 - ignored."
        ELSE
            IF GL-NAME = "*"
                MOVE LIMIT-VALUE TO DEFAULT-KEEP-LIMIT
            ELSE
                MOVE LIMIT-VALUE TO NAME-KEEP-LIMIT
                MOVE "Y" TO NAME-LIMIT-SWITCH
            END-IF
        END-IF
    END-IF.

520-EDIT-LIMIT-VALUE.
    MOVE "N" TO LIMIT-BAD-SWITCH.
    MOVE ZERO TO LIMIT-VALUE.
    EVALUATE TRUE
        WHEN GL-KEEP IS NUMERIC
            MOVE GL-KEEP-NUMBER TO LIMIT-VALUE
        WHEN GL-KEEP(1:1) IS NUMERIC AND GL-KEEP(2:1) = SPACE
            MOVE GL-KEEP(1:1) TO LIMIT-VALUE
        WHEN OTHER
            MOVE "Y" TO LIMIT-BAD-SWITCH
    END-EVALUATE.
    IF LIMIT-VALUE = ZERO
        MOVE "Y" TO LIMIT-BAD-SWITCH
    END-IF.

600-PRUNE-OLD-GENERATIONS.
    MOVE "N" TO PRUNE-FAILED-SWITCH.
    PERFORM UNTIL GENERATION-COUNT NOT > KEEP-LIMIT
            OR PRUNE-FAILED
        MOVE LOW-GENERATION TO PRUNE-GENERATION
        PERFORM 620-DELETE-GENERATION
        IF NOT PRUNE-FAILED
            ADD 1 TO GJ-PRUNED-COUNT
            SUBTRACT 1 FROM GENERATION-COUNT
            PERFORM 630-FIND-LOWEST-GENERATION
        END-IF
    END-PERFORM.
    IF PRUNE-FAILED
        DISPLAY "WARNING: older generations of " GJ-MATRIX-NAME
            " could not all be removed, status "
            WS-GENERATION-STATUS
    END-IF.

620-DELETE-GENERATION.
    MOVE "N" TO END-SCAN-SWITCH.
    MOVE GJ-MATRIX-NAME TO GN-NAME.
    MOVE PRUNE-GENERATION TO GN-GENERATION.
    MOVE ZERO TO GN-ROW.
    MOVE ZERO TO GN-COL.
    START GENERATION-FILE KEY IS NOT LESS THAN GN-KEY
        INVALID KEY MOVE "Y" TO END-SCAN-SWITCH
    END-START.
    PERFORM UNTIL END-SCAN
        READ GENERATION-FILE NEXT RECORD
            AT END MOVE "Y" TO END-SCAN-SWITCH
            NOT AT END
                IF GN-NAME = GJ-MATRIX-NAME
                    AND GN-GENERATION = PRUNE-GENERATION
                    DELETE GENERATION-FILE
                        INVALID KEY
                            MOVE "Y" TO PRUNE-FAILED-SWITCH
                            MOVE "Y" TO END-SCAN-SWITCH
                    END-DELETE
                ELSE
                    MOVE "Y" TO END-SCAN-SWITCH
                END-IF
        END-READ
    END-PERFORM.

630-FIND-LOWEST-GENERATION.
    MOVE ZERO TO LOW-GENERATION.
    MOVE GJ-MATRIX-NAME TO GN-NAME.
    MOVE ZERO TO GN-GENERATION.
    MOVE ZERO TO GN-ROW.
    MOVE ZERO TO GN-COL.
    START GENERATION-FILE KEY IS NOT LESS THAN GN-KEY
        INVALID KEY CONTINUE
        NOT INVALID KEY
            READ GENERATION-FILE NEXT RECORD
                AT END CONTINUE
                NOT AT END
                    IF GN-NAME = GJ-MATRIX-NAME
                        MOVE GN-GENERATION TO LOW-GENERATION
                    END-IF
            END-READ
    END-START.
    IF LOW-GENERATION = ZERO
        MOVE ZERO TO GENERATION-COUNT
    END-IF.
