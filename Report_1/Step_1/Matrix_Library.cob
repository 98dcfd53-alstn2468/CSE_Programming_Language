RECORD KEY IS MX-KEY
FILE STATUS IS WS-LIBRARY-STATUS.

SELECT GENERATION-FILE ASSIGN TO ".\MatrixLibGen.dat"
ORGANIZATION IS INDEXED
ACCESS MODE IS DYNAMIC
RECORD KEY IS GN-KEY
FILE STATUS IS WS-GENERATION-STATUS.

SELECT LOAD-FILE ASSIGN TO LOAD-FILE-NAME
ORGANIZATION IS LINE SEQUENTIAL
FILE STATUS IS WS-LOAD-STATUS.
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

FD LOAD-FILE.
01 LOAD-RECORD                PIC X(30).
01 LOAD-HEADER REDEFINES LOAD-RECORD.
01 WS-AUDIT-STATUS            PIC XX.
01 WS-PROVENANCE-STATUS       PIC XX.
01 WS-CHANGE-LOG-STATUS       PIC XX.
01 WS-GENERATION-STATUS       PIC XX.

01 LOAD-FILE-NAME             PIC X(40).
01 BACKUP-FILE-NAME           PIC X(40).
        88 EOF-PROV           VALUE "Y".
    05 PROV-FOUND-SWITCH      PIC X VALUE "N".
        88 PROV-FOUND         VALUE "Y".
    05 GEN-SAVE-FAILED-SWITCH PIC X VALUE "N".
        88 GENERATION-SAVE-FAILED VALUE "Y".
    05 END-GEN-SCAN-SWITCH    PIC X VALUE "N".
        88 END-GEN-SCAN       VALUE "Y".
    05 VERSION-FOUND-SWITCH   PIC X VALUE "N".
        88 VERSION-FOUND      VALUE "Y".
    05 CELL-MISSING-SWITCH    PIC X VALUE "N".
        88 VERSION-CELL-MISSING VALUE "Y".
    05 CURRENT-ALLOWED-SWITCH PIC X VALUE "N".
        88 CURRENT-ALLOWED    VALUE "Y".
    05 ROLLBACK-FAILED-SWITCH PIC X VALUE "N".
        88 ROLLBACK-FAILED    VALUE "Y".
    05 OPTION-REFUSED-SWITCH  PIC X VALUE "N".
        88 OPTION-REFUSED     VALUE "Y".

01 AUTH-PARMS.
    05 AU-OPERATOR            PIC X(8) VALUE SPACES.
    05 AU-AREA                PIC X VALUE SPACE.
    05 AU-FUNCTION            PIC X(8) VALUE SPACES.
    05 AU-RESULT              PIC X VALUE SPACE.
        88 AU-ALLOWED         VALUE "Y".

01 MAINT-CHOICE               PIC X.
    88 CHOICE-LOAD            VALUE "L" "l".
    88 CHOICE-WHENCE          VALUE "W" "w".
    88 CHOICE-INQUIRE         VALUE "I" "i".
    88 CHOICE-CORRECT         VALUE "C" "c".
    88 CHOICE-GENERATIONS     VALUE "G" "g".
    88 CHOICE-SHOW-GENERATION VALUE "S" "s".
    88 CHOICE-COMPARE         VALUE "V" "v".
    88 CHOICE-ROLLBACK        VALUE "O" "o".
    88 CHOICE-QUIT            VALUE "Q" "q".
    88 CHOICE-MAINTENANCE     VALUE "L" "l" "P" "p" "R" "r" "D" "d"
                                    "U" "u" "B" "b" "A" "a" "W" "w"
                                    "I" "i" "C" "c" "G" "g" "S" "s"
                                    "V" "v" "O" "o".

01 WORK-MATRIX-NAME           PIC X(12).
01 WORK-NEW-NAME              PIC X(12).
01 CONFIRM-ANSWER             PIC X.
    88 CHANGE-CONFIRMED       VALUE "Y" "y".

01 GENERATION-PARMS.
    05 GJ-MATRIX-NAME         PIC X(12).
    05 GJ-OPERATOR            PIC X(8).
    05 GJ-GENERATION          PIC 9999.
    05 GJ-PRUNED-COUNT        PIC 9999.
    05 GJ-PRUNE-SWITCH        PIC X VALUE "Y".
01 GENERATION-RETURN-CODE     PIC S9(4) VALUE ZERO.
01 SESSION-RETURN-CODE        PIC S9(4) VALUE ZERO.

01 GENERATION-NUMBER          PIC 9999 VALUE ZERO.
01 VERSION-NUMBER             PIC 9999 VALUE ZERO.
01 VERSION-ROWS               PIC 9999 VALUE ZERO.
01 VERSION-COLS               PIC 9999 VALUE ZERO.
01 VERSION-DECIMALS           PIC X VALUE SPACE.
01 VERSION-STAMP              PIC X(16) VALUE SPACES.
01 VERSION-SAVED-BY           PIC X(8) VALUE SPACES.
01 VERSION-VALUE              PIC S9(18) VALUE ZERO.
01 SCAN-GENERATION            PIC 9999 VALUE ZERO.
01 GENERATION-LIST-COUNT      PIC 9999 VALUE ZERO.

01 FIRST-VERSION              PIC 9999 VALUE ZERO.
01 FIRST-VERSION-ROWS         PIC 9999 VALUE ZERO.
01 FIRST-VERSION-COLS         PIC 9999 VALUE ZERO.
01 FIRST-VERSION-DECIMALS     PIC X VALUE SPACE.
01 FIRST-CELL-VALUE           PIC S9(18) VALUE ZERO.
01 SECOND-VERSION             PIC 9999 VALUE ZERO.
01 SECOND-VERSION-ROWS        PIC 9999 VALUE ZERO.
01 SECOND-VERSION-COLS        PIC 9999 VALUE ZERO.
01 SECOND-VERSION-DECIMALS    PIC X VALUE SPACE.
01 SECOND-CELL-VALUE          PIC S9(18) VALUE ZERO.
01 DIFFERENCE-COUNT           PIC 9(9) VALUE ZERO.
01 MISSING-CELL-COUNT         PIC 9(9) VALUE ZERO.
01 COMPARED-CELL-COUNT        PIC 9(9) VALUE ZERO.
01 DIFFERENCE-SHOW-LIMIT      PIC 9(4) VALUE 20.
01 RESTORE-COUNT              PIC 9(9) VALUE ZERO.

01 ROLLBACK-SOURCE.
    05 FILLER                 PIC X(11) VALUE "GENERATION ".
    05 RBS-GENERATION         PIC 9999.
    05 FILLER                 PIC X(5) VALUE SPACES.

01 KEEP-NAME-TABLE.
    05 KEEP-NAME-COUNT        PIC 9(4) COMP VALUE ZERO.
    05 KEEP-NAME              PIC X(12) OCCURS 500 TIMES.
01 KEEP-SUB                   PIC 9(4) COMP.
01 KEPT-MATRIX-COUNT          PIC 9(4) VALUE ZERO.

LINKAGE SECTION.

01 OPERATOR-ID                PIC X(8).
    DISPLAY "W: Where did a matrix come from".
    DISPLAY "I: Inquire on a single element".
    DISPLAY "C: Correct a single element".
    DISPLAY "G: List the kept generations of a matrix".
    DISPLAY "S: Show a kept generation of a matrix".
    DISPLAY "V: Compare two versions of a matrix".
    DISPLAY "O: Roll a matrix back to a kept generation".
    DISPLAY "Q: Quit".
    DISPLAY "Enter selection: ".
    ACCEPT MAINT-CHOICE.

200-PROCESS-CHOICE.
    PERFORM 210-CHECK-OPTION-AUTHORITY.
    EVALUATE TRUE
        WHEN OPTION-REFUSED
            DISPLAY "Operator " OPERATOR-ID " is not authorized "
                "for library option " MAINT-CHOICE "."
        WHEN CHOICE-LOAD
            PERFORM 300-LOAD-MATRIX
        WHEN CHOICE-LIST
            PERFORM 750-INQUIRE-ELEMENT
        WHEN CHOICE-CORRECT
            PERFORM 760-CORRECT-ELEMENT
        WHEN CHOICE-GENERATIONS
            PERFORM 530-LIST-GENERATIONS
        WHEN CHOICE-SHOW-GENERATION
            PERFORM 540-SHOW-GENERATION
        WHEN CHOICE-COMPARE
            PERFORM 560-COMPARE-VERSIONS
        WHEN CHOICE-ROLLBACK
            PERFORM 580-ROLLBACK-MATRIX
        WHEN CHOICE-QUIT
            MOVE "Y" TO MAINT-DONE-SWITCH
        WHEN OTHER
            DISPLAY "Invalid selection, please try again."
    END-EVALUATE.

210-CHECK-OPTION-AUTHORITY.
    MOVE "N" TO OPTION-REFUSED-SWITCH.
    IF CHOICE-MAINTENANCE
        MOVE OPERATOR-ID TO AU-OPERATOR
        MOVE "L" TO AU-AREA
        MOVE MAINT-CHOICE TO AU-FUNCTION
        CALL "OPERATOR-AUTH" USING AUTH-PARMS
        IF NOT AU-ALLOWED
            MOVE "Y" TO OPTION-REFUSED-SWITCH
        END-IF
    END-IF.

300-LOAD-MATRIX.
    MOVE "N" TO LOAD-FAILED-SWITCH.
    DISPLAY "Enter the matrix name to load into: ".
    END-EVALUATE.

320-STORE-MATRIX.
    PERFORM 640-KEEP-PRIOR-GENERATION.
    IF GENERATION-SAVE-FAILED
        MOVE "Y" TO LOAD-FAILED-SWITCH
        DISPLAY "Load abandoned - the matrix was not changed."
    ELSE
        PERFORM 325-STORE-MATRIX-RECORDS
    END-IF.

325-STORE-MATRIX-RECORDS.
    PERFORM 650-DELETE-MATRIX-RECORDS.
    MOVE ZERO TO LOAD-HASH-WORK.
    MOVE ZERO TO LOAD-ELEMENT-TALLY.
    END-IF.

360-STORE-SPARSE-MATRIX.
    PERFORM 640-KEEP-PRIOR-GENERATION.
    IF GENERATION-SAVE-FAILED
        MOVE "Y" TO LOAD-FAILED-SWITCH
        DISPLAY "Load abandoned - the matrix was not changed."
    ELSE
        PERFORM 365-STORE-SPARSE-RECORDS
    END-IF.

365-STORE-SPARSE-RECORDS.
    PERFORM 650-DELETE-MATRIX-RECORDS.
    PERFORM VARYING WORK-ROW FROM 1 BY 1
            UNTIL WORK-ROW > WORK-ROWS OR LOAD-FAILED
        ADD 1 TO RECORD-COUNT
    END-IF.

530-LIST-GENERATIONS.
    DISPLAY "Enter the matrix name: ".
    ACCEPT WORK-MATRIX-NAME.
    IF WORK-MATRIX-NAME = SPACES
        DISPLAY "A matrix name is required."
    ELSE
        MOVE ZERO TO VERSION-NUMBER
        PERFORM 595-READ-VERSION-HEADER
        IF VERSION-FOUND
            DISPLAY "Current version of " WORK-MATRIX-NAME ": "
                VERSION-ROWS " x " VERSION-COLS " ("
                VERSION-DECIMALS " decimal places)"
        END-IF
        PERFORM 592-OPEN-GENERATION-FILE
        IF WS-GENERATION-STATUS = "00"
            PERFORM 535-LIST-GENERATION-HEADERS
            CLOSE GENERATION-FILE
            DISPLAY GENERATION-LIST-COUNT " generations kept for "
                WORK-MATRIX-NAME "."
        END-IF
    END-IF.

535-LIST-GENERATION-HEADERS.
    MOVE ZERO TO GENERATION-LIST-COUNT.
    MOVE 1 TO SCAN-GENERATION.
    MOVE "N" TO END-GEN-SCAN-SWITCH.
    PERFORM UNTIL END-GEN-SCAN
        MOVE WORK-MATRIX-NAME TO GN-NAME
        MOVE SCAN-GENERATION TO GN-GENERATION
        MOVE ZERO TO GN-ROW
        MOVE ZERO TO GN-COL
        START GENERATION-FILE KEY IS NOT LESS THAN GN-KEY
            INVALID KEY MOVE "Y" TO END-GEN-SCAN-SWITCH
        END-START
        IF NOT END-GEN-SCAN
            READ GENERATION-FILE NEXT RECORD
                AT END MOVE "Y" TO END-GEN-SCAN-SWITCH
                NOT AT END PERFORM 537-SHOW-ONE-GENERATION
            END-READ
        END-IF
    END-PERFORM.

537-SHOW-ONE-GENERATION.
    IF GN-NAME NOT = WORK-MATRIX-NAME
        MOVE "Y" TO END-GEN-SCAN-SWITCH
    ELSE
        ADD 1 TO GENERATION-LIST-COUNT
        IF GN-ROW = ZERO AND GN-COL = ZERO
            DISPLAY "  Generation " GN-GENERATION " " GN-HEADER-ROWS
                " x " GN-HEADER-COLS " (" GN-HEADER-DECIMALS
                " decimal places) kept " GN-SAVED-STAMP " by "
                GN-SAVED-BY
        ELSE
            DISPLAY "  Generation " GN-GENERATION
                " (header record is missing)"
        END-IF
        IF GN-GENERATION = 9999
            MOVE "Y" TO END-GEN-SCAN-SWITCH
        ELSE
            COMPUTE SCAN-GENERATION = GN-GENERATION + 1
        END-IF
    END-IF.

540-SHOW-GENERATION.
    DISPLAY "Enter the matrix name: ".
    ACCEPT WORK-MATRIX-NAME.
    IF WORK-MATRIX-NAME = SPACES
        DISPLAY "A matrix name is required."
    ELSE
        DISPLAY "Enter the generation number: "
        MOVE "N" TO CURRENT-ALLOWED-SWITCH
        PERFORM 590-ACCEPT-GENERATION-NUMBER
        IF NOT CELL-BAD
            PERFORM 592-OPEN-GENERATION-FILE
            IF WS-GENERATION-STATUS = "00"
                MOVE GENERATION-NUMBER TO VERSION-NUMBER
                PERFORM 595-READ-VERSION-HEADER
                IF VERSION-FOUND
                    PERFORM 545-SHOW-GENERATION-ELEMENTS
                END-IF
                CLOSE GENERATION-FILE
            END-IF
        END-IF
    END-IF.

545-SHOW-GENERATION-ELEMENTS.
    DISPLAY "Matrix " WORK-MATRIX-NAME " generation " VERSION-NUMBER
        ": " VERSION-ROWS " x " VERSION-COLS " ("
        VERSION-DECIMALS " decimal places) kept " VERSION-STAMP
        " by " VERSION-SAVED-BY.
    PERFORM VARYING WORK-ROW FROM 1 BY 1
            UNTIL WORK-ROW > VERSION-ROWS
        PERFORM VARYING WORK-COLUMN FROM 1 BY 1
                UNTIL WORK-COLUMN > VERSION-COLS
            PERFORM 597-READ-VERSION-CELL
            IF VERSION-CELL-MISSING
                DISPLAY "  Row " WORK-ROW " column " WORK-COLUMN
                    " = (missing)"
            ELSE
                DISPLAY "  Row " WORK-ROW " column " WORK-COLUMN
                    " = " VERSION-VALUE
            END-IF
        END-PERFORM
    END-PERFORM.

560-COMPARE-VERSIONS.
    DISPLAY "Enter the matrix name: ".
    ACCEPT WORK-MATRIX-NAME.
    IF WORK-MATRIX-NAME = SPACES
        DISPLAY "A matrix name is required."
    ELSE
        MOVE "Y" TO CURRENT-ALLOWED-SWITCH
        DISPLAY "Enter the first generation (blank or 0 for the "
            "current version): "
        PERFORM 590-ACCEPT-GENERATION-NUMBER
        MOVE GENERATION-NUMBER TO FIRST-VERSION
        IF NOT CELL-BAD
            DISPLAY "Enter the second generation (blank or 0 for "
                "the current version): "
            PERFORM 590-ACCEPT-GENERATION-NUMBER
            MOVE GENERATION-NUMBER TO SECOND-VERSION
        END-IF
        IF NOT CELL-BAD
            PERFORM 592-OPEN-GENERATION-FILE
            IF WS-GENERATION-STATUS = "00"
                PERFORM 565-COMPARE-VERSION-HEADERS
                CLOSE GENERATION-FILE
            END-IF
        END-IF
    END-IF.

565-COMPARE-VERSION-HEADERS.
    MOVE FIRST-VERSION TO VERSION-NUMBER.
    PERFORM 595-READ-VERSION-HEADER.
    IF VERSION-FOUND
        MOVE VERSION-ROWS TO FIRST-VERSION-ROWS
        MOVE VERSION-COLS TO FIRST-VERSION-COLS
        MOVE VERSION-DECIMALS TO FIRST-VERSION-DECIMALS
        MOVE SECOND-VERSION TO VERSION-NUMBER
        PERFORM 595-READ-VERSION-HEADER
    END-IF.
    IF VERSION-FOUND
        MOVE VERSION-ROWS TO SECOND-VERSION-ROWS
        MOVE VERSION-COLS TO SECOND-VERSION-COLS
        MOVE VERSION-DECIMALS TO SECOND-VERSION-DECIMALS
        IF FIRST-VERSION-ROWS NOT = SECOND-VERSION-ROWS
            OR FIRST-VERSION-COLS NOT = SECOND-VERSION-COLS
            DISPLAY "The versions differ in size: " FIRST-VERSION-ROWS
                " x " FIRST-VERSION-COLS " against "
                SECOND-VERSION-ROWS " x " SECOND-VERSION-COLS "."
        ELSE
            IF FIRST-VERSION-DECIMALS NOT = SECOND-VERSION-DECIMALS
                DISPLAY "NOTE: the versions are stored with "
                    "different decimal places ("
                    FIRST-VERSION-DECIMALS " and "
                    SECOND-VERSION-DECIMALS ")."
            END-IF
            PERFORM 570-COMPARE-VERSION-CELLS
        END-IF
    END-IF.

570-COMPARE-VERSION-CELLS.
    MOVE ZERO TO DIFFERENCE-COUNT.
    MOVE ZERO TO MISSING-CELL-COUNT.
    MOVE ZERO TO COMPARED-CELL-COUNT.
    PERFORM VARYING WORK-ROW FROM 1 BY 1
            UNTIL WORK-ROW > FIRST-VERSION-ROWS
        PERFORM VARYING WORK-COLUMN FROM 1 BY 1
                UNTIL WORK-COLUMN > FIRST-VERSION-COLS
            PERFORM 575-COMPARE-ONE-CELL
        END-PERFORM
    END-PERFORM.
    IF DIFFERENCE-COUNT > DIFFERENCE-SHOW-LIMIT
        DISPLAY "  (only the first " DIFFERENCE-SHOW-LIMIT
            " differences are shown)"
    END-IF.
    IF DIFFERENCE-COUNT = ZERO AND MISSING-CELL-COUNT = ZERO
        DISPLAY "The two versions are identical ("
            COMPARED-CELL-COUNT " cells compared)."
    ELSE
        DISPLAY DIFFERENCE-COUNT " of " COMPARED-CELL-COUNT
            " cells differ, " MISSING-CELL-COUNT
            " cells are missing from one version."
    END-IF.

575-COMPARE-ONE-CELL.
    ADD 1 TO COMPARED-CELL-COUNT.
    MOVE FIRST-VERSION TO VERSION-NUMBER.
    PERFORM 597-READ-VERSION-CELL.
    MOVE VERSION-VALUE TO FIRST-CELL-VALUE.
    IF NOT VERSION-CELL-MISSING
        MOVE SECOND-VERSION TO VERSION-NUMBER
        PERFORM 597-READ-VERSION-CELL
        MOVE VERSION-VALUE TO SECOND-CELL-VALUE
    END-IF.
    IF VERSION-CELL-MISSING
        ADD 1 TO MISSING-CELL-COUNT
    ELSE
        IF FIRST-CELL-VALUE NOT = SECOND-CELL-VALUE
            ADD 1 TO DIFFERENCE-COUNT
            IF DIFFERENCE-COUNT NOT > DIFFERENCE-SHOW-LIMIT
                DISPLAY "  Row " WORK-ROW " column " WORK-COLUMN
                    ": " FIRST-CELL-VALUE " -> " SECOND-CELL-VALUE
            END-IF
        END-IF
    END-IF.

580-ROLLBACK-MATRIX.
    DISPLAY "Enter the matrix name to roll back: ".
    ACCEPT WORK-MATRIX-NAME.
    IF WORK-MATRIX-NAME = SPACES
        DISPLAY "A matrix name is required."
    ELSE
        DISPLAY "Enter the generation number to roll back to: "
        MOVE "N" TO CURRENT-ALLOWED-SWITCH
        PERFORM 590-ACCEPT-GENERATION-NUMBER
        IF NOT CELL-BAD
            PERFORM 592-OPEN-GENERATION-FILE
            IF WS-GENERATION-STATUS = "00"
                MOVE GENERATION-NUMBER TO VERSION-NUMBER
                PERFORM 595-READ-VERSION-HEADER
                IF VERSION-FOUND
                    PERFORM 587-CHECK-GENERATION-COMPLETE
                END-IF
                CLOSE GENERATION-FILE
                IF VERSION-FOUND
                    PERFORM 582-CONFIRM-ROLLBACK
                END-IF
            END-IF
        END-IF
    END-IF.

582-CONFIRM-ROLLBACK.
    DISPLAY "Roll " WORK-MATRIX-NAME " back to generation "
        GENERATION-NUMBER " (" VERSION-ROWS " x " VERSION-COLS
        " kept " VERSION-STAMP ") ? (Y/N): ".
    ACCEPT CONFIRM-ANSWER.
    IF NOT CHANGE-CONFIRMED
        DISPLAY "Rollback abandoned - nothing was changed."
    ELSE
        MOVE "N" TO GJ-PRUNE-SWITCH
        PERFORM 640-KEEP-PRIOR-GENERATION
        MOVE "Y" TO GJ-PRUNE-SWITCH
        IF GENERATION-SAVE-FAILED
            DISPLAY "Rollback abandoned - the matrix was not changed."
            MOVE 12 TO RETURN-CODE
        ELSE
            PERFORM 650-DELETE-MATRIX-RECORDS
            PERFORM 585-RESTORE-GENERATION-RECORDS
            PERFORM 589-FINISH-ROLLBACK
        END-IF
    END-IF.

585-RESTORE-GENERATION-RECORDS.
    MOVE "N" TO ROLLBACK-FAILED-SWITCH.
    MOVE ZERO TO RESTORE-COUNT.
    OPEN INPUT GENERATION-FILE.
    IF WS-GENERATION-STATUS NOT = "00"
        DISPLAY "ERROR: cannot reopen the matrix generation file, "
            "status " WS-GENERATION-STATUS
        MOVE "Y" TO ROLLBACK-FAILED-SWITCH
    ELSE
        MOVE "N" TO END-GEN-SCAN-SWITCH
        MOVE WORK-MATRIX-NAME TO GN-NAME
        MOVE GENERATION-NUMBER TO GN-GENERATION
        MOVE ZERO TO GN-ROW
        MOVE ZERO TO GN-COL
        START GENERATION-FILE KEY IS NOT LESS THAN GN-KEY
            INVALID KEY MOVE "Y" TO END-GEN-SCAN-SWITCH
        END-START
        PERFORM UNTIL END-GEN-SCAN OR ROLLBACK-FAILED
            READ GENERATION-FILE NEXT RECORD
                AT END MOVE "Y" TO END-GEN-SCAN-SWITCH
                NOT AT END
                    IF GN-NAME = WORK-MATRIX-NAME
                        AND GN-GENERATION = GENERATION-NUMBER
                        PERFORM 586-RESTORE-ONE-RECORD
                    ELSE
                        MOVE "Y" TO END-GEN-SCAN-SWITCH
                    END-IF
            END-READ
        END-PERFORM
        CLOSE GENERATION-FILE
    END-IF.

586-RESTORE-ONE-RECORD.
    MOVE GN-NAME TO MX-NAME.
    MOVE GN-ROW TO MX-ROW.
    MOVE GN-COL TO MX-COL.
    MOVE GN-HEADER TO MX-HEADER.
    WRITE LIB-RECORD
        INVALID KEY
            DISPLAY "ERROR: cannot restore " MX-NAME " row " MX-ROW
                " column " MX-COL ", status " WS-LIBRARY-STATUS
            MOVE "Y" TO ROLLBACK-FAILED-SWITCH
        NOT INVALID KEY
            ADD 1 TO RESTORE-COUNT
    END-WRITE.

587-CHECK-GENERATION-COMPLETE.
    MOVE ZERO TO RESTORE-COUNT.
    MOVE "N" TO END-GEN-SCAN-SWITCH.
    MOVE WORK-MATRIX-NAME TO GN-NAME.
    MOVE GENERATION-NUMBER TO GN-GENERATION.
    MOVE ZERO TO GN-ROW.
    MOVE 1 TO GN-COL.
    START GENERATION-FILE KEY IS NOT LESS THAN GN-KEY
        INVALID KEY MOVE "Y" TO END-GEN-SCAN-SWITCH
    END-START.
    PERFORM UNTIL END-GEN-SCAN
        READ GENERATION-FILE NEXT RECORD
            AT END MOVE "Y" TO END-GEN-SCAN-SWITCH
            NOT AT END
                IF GN-NAME = WORK-MATRIX-NAME
                    AND GN-GENERATION = GENERATION-NUMBER
                    ADD 1 TO RESTORE-COUNT
                ELSE
                    MOVE "Y" TO END-GEN-SCAN-SWITCH
                END-IF
        END-READ
    END-PERFORM.
    IF RESTORE-COUNT NOT = VERSION-ROWS * VERSION-COLS
        DISPLAY "ERROR: generation " GENERATION-NUMBER " of "
            WORK-MATRIX-NAME " holds " RESTORE-COUNT
            " elements instead of " VERSION-ROWS " x "
            VERSION-COLS " - it cannot be rolled back to."
        MOVE "N" TO VERSION-FOUND-SWITCH
    END-IF.

589-FINISH-ROLLBACK.
    IF ROLLBACK-FAILED
        DISPLAY "ERROR: the rollback did not complete - matrix "
            WORK-MATRIX-NAME " is only partly restored."
        IF GJ-GENERATION NOT = ZERO
            DISPLAY "Its contents before the rollback are kept as "
                "generation " GJ-GENERATION "."
        END-IF
        MOVE 12 TO RETURN-CODE
    ELSE
        DISPLAY "Matrix " WORK-MATRIX-NAME " rolled back to "
            "generation " GENERATION-NUMBER " (" RESTORE-COUNT
            " records restored)."
        IF GJ-GENERATION NOT = ZERO
            DISPLAY "Its contents before the rollback are kept as "
                "generation " GJ-GENERATION "."
        END-IF
        MOVE WORK-MATRIX-NAME TO PV-WORK-NAME
        MOVE "ROLLBK" TO PV-WORK-OPERATION
        MOVE GENERATION-NUMBER TO RBS-GENERATION
        MOVE ROLLBACK-SOURCE TO PV-WORK-FIRST
        MOVE SPACES TO PV-WORK-SECOND
        PERFORM 900-WRITE-PROVENANCE
    END-IF.

590-ACCEPT-GENERATION-NUMBER.
    MOVE "N" TO CELL-BAD-SWITCH.
    MOVE ZERO TO GENERATION-NUMBER.
    MOVE SPACES TO CELL-TEXT.
    ACCEPT CELL-TEXT.
    IF CURRENT-ALLOWED AND (CELL-TEXT = SPACES OR CELL-TEXT = "0")
        CONTINUE
    ELSE
        PERFORM 790-PARSE-CELL-NUMBER
        IF CELL-BAD
            DISPLAY "The generation number must be a whole number "
                "from 1 to 9999."
        ELSE
            MOVE CELL-NUMBER TO GENERATION-NUMBER
        END-IF
    END-IF.

592-OPEN-GENERATION-FILE.
    OPEN INPUT GENERATION-FILE.
    EVALUATE WS-GENERATION-STATUS
        WHEN "00"
            CONTINUE
        WHEN "35"
            DISPLAY "No generations have been kept yet."
        WHEN OTHER
            DISPLAY "ERROR: cannot open the matrix generation file, "
                "status " WS-GENERATION-STATUS
    END-EVALUATE.

595-READ-VERSION-HEADER.
    MOVE "N" TO VERSION-FOUND-SWITCH.
    MOVE SPACES TO VERSION-STAMP.
    MOVE SPACES TO VERSION-SAVED-BY.
    IF VERSION-NUMBER = ZERO
        MOVE WORK-MATRIX-NAME TO MX-NAME
        MOVE ZERO TO MX-ROW
        MOVE ZERO TO MX-COL
        READ MATRIX-LIBRARY-FILE
            INVALID KEY
                DISPLAY "No matrix named " WORK-MATRIX-NAME
                    " is in the library."
            NOT INVALID KEY
                MOVE "Y" TO VERSION-FOUND-SWITCH
                MOVE MX-HEADER-ROWS TO VERSION-ROWS
                MOVE MX-HEADER-COLS TO VERSION-COLS
                MOVE MX-HEADER-DECIMALS TO VERSION-DECIMALS
        END-READ
    ELSE
        MOVE WORK-MATRIX-NAME TO GN-NAME
        MOVE VERSION-NUMBER TO GN-GENERATION
        MOVE ZERO TO GN-ROW
        MOVE ZERO TO GN-COL
        READ GENERATION-FILE
            INVALID KEY
                DISPLAY "Generation " VERSION-NUMBER " of "
                    WORK-MATRIX-NAME " was not found."
            NOT INVALID KEY
                MOVE "Y" TO VERSION-FOUND-SWITCH
                MOVE GN-HEADER-ROWS TO VERSION-ROWS
                MOVE GN-HEADER-COLS TO VERSION-COLS
                MOVE GN-HEADER-DECIMALS TO VERSION-DECIMALS
                MOVE GN-SAVED-STAMP TO VERSION-STAMP
                MOVE GN-SAVED-BY TO VERSION-SAVED-BY
        END-READ
    END-IF.
    IF VERSION-DECIMALS = SPACE
        MOVE "0" TO VERSION-DECIMALS
    END-IF.

597-READ-VERSION-CELL.
    MOVE "N" TO CELL-MISSING-SWITCH.
    MOVE ZERO TO VERSION-VALUE.
    IF VERSION-NUMBER = ZERO
        MOVE WORK-MATRIX-NAME TO MX-NAME
        MOVE WORK-ROW TO MX-ROW
        MOVE WORK-COLUMN TO MX-COL
        READ MATRIX-LIBRARY-FILE
            INVALID KEY MOVE "Y" TO CELL-MISSING-SWITCH
            NOT INVALID KEY MOVE MX-VALUE TO VERSION-VALUE
        END-READ
    ELSE
        MOVE WORK-MATRIX-NAME TO GN-NAME
        MOVE VERSION-NUMBER TO GN-GENERATION
        MOVE WORK-ROW TO GN-ROW
        MOVE WORK-COLUMN TO GN-COL
        READ GENERATION-FILE
            INVALID KEY MOVE "Y" TO CELL-MISSING-SWITCH
            NOT INVALID KEY MOVE GN-VALUE TO VERSION-VALUE
        END-READ
    END-IF.

600-DELETE-MATRIX.
    DISPLAY "Enter the matrix name to delete: ".
    ACCEPT WORK-MATRIX-NAME.
        END-IF
    END-IF.

640-KEEP-PRIOR-GENERATION.
    MOVE "N" TO GEN-SAVE-FAILED-SWITCH.
    MOVE RETURN-CODE TO SESSION-RETURN-CODE.
    CLOSE MATRIX-LIBRARY-FILE.
    MOVE WORK-MATRIX-NAME TO GJ-MATRIX-NAME.
    IF OPERATOR-ID = SPACES
        MOVE "UNKNOWN" TO GJ-OPERATOR
    ELSE
        MOVE OPERATOR-ID TO GJ-OPERATOR
    END-IF.
    CALL "MATRIX-GENERATION" USING GENERATION-PARMS.
    MOVE RETURN-CODE TO GENERATION-RETURN-CODE.
    MOVE SESSION-RETURN-CODE TO RETURN-CODE.
    PERFORM 700-OPEN-LIBRARY.
    IF WS-LIBRARY-STATUS NOT = "00"
        DISPLAY "ERROR: cannot reopen the matrix library, status "
            WS-LIBRARY-STATUS
        MOVE "Y" TO GEN-SAVE-FAILED-SWITCH
        MOVE "Y" TO MAINT-DONE-SWITCH
        MOVE 8 TO RETURN-CODE
    END-IF.
    IF GENERATION-RETURN-CODE NOT = ZERO
        DISPLAY "ERROR: the prior version of " WORK-MATRIX-NAME
            " could not be kept."
        MOVE "Y" TO GEN-SAVE-FAILED-SWITCH
    ELSE
        IF GJ-GENERATION NOT = ZERO
            DISPLAY "Prior version of " WORK-MATRIX-NAME
                " kept as generation " GJ-GENERATION "."
        END-IF
    END-IF.

650-DELETE-MATRIX-RECORDS.
    MOVE ZERO TO RECORD-COUNT.
    MOVE "N" TO END-SCAN-SWITCH.
        END-READ
    END-PERFORM.

660-KEEP-ALL-GENERATIONS.
    MOVE ZERO TO KEEP-NAME-COUNT.
    MOVE ZERO TO KEPT-MATRIX-COUNT.
    MOVE "N" TO END-SCAN-SWITCH.
    MOVE LOW-VALUES TO MX-KEY.
    START MATRIX-LIBRARY-FILE KEY IS NOT LESS THAN MX-KEY
        INVALID KEY MOVE "Y" TO END-SCAN-SWITCH
    END-START.
    PERFORM UNTIL END-SCAN OR RELOAD-FAILED
        READ MATRIX-LIBRARY-FILE NEXT RECORD
            AT END MOVE "Y" TO END-SCAN-SWITCH
            NOT AT END
                IF MX-ROW = ZERO AND MX-COL = ZERO
                    IF KEEP-NAME-COUNT < 500
                        ADD 1 TO KEEP-NAME-COUNT
                        MOVE MX-NAME TO KEEP-NAME(KEEP-NAME-COUNT)
                    ELSE
                        DISPLAY "ERROR: more than 500 matrices are "
                            "in the library - they cannot all be "
                            "kept as generations."
                        MOVE "Y" TO RELOAD-FAILED-SWITCH
                    END-IF
                END-IF
        END-READ
    END-PERFORM.
    PERFORM VARYING KEEP-SUB FROM 1 BY 1
            UNTIL KEEP-SUB > KEEP-NAME-COUNT OR RELOAD-FAILED
        MOVE KEEP-NAME(KEEP-SUB) TO WORK-MATRIX-NAME
        PERFORM 640-KEEP-PRIOR-GENERATION
        IF GENERATION-SAVE-FAILED
            MOVE "Y" TO RELOAD-FAILED-SWITCH
        ELSE
            ADD 1 TO KEPT-MATRIX-COUNT
        END-IF
    END-PERFORM.
    IF NOT RELOAD-FAILED
        DISPLAY KEPT-MATRIX-COUNT " current matrices kept as "
            "generations before the reload."
    END-IF.

750-INQUIRE-ELEMENT.
    DISPLAY "Enter the matrix name: ".
    ACCEPT WORK-MATRIX-NAME.
    ELSE
        PERFORM 860-VERIFY-BACKUP-FILE
        CLOSE BACKUP-FILE
        IF NOT RELOAD-FAILED
            PERFORM 660-KEEP-ALL-GENERATIONS
        END-IF
        IF NOT RELOAD-FAILED
            OPEN INPUT BACKUP-FILE
            PERFORM 868-PURGE-LIBRARY-RECORDS
