IDENTIFICATION DIVISION.
PROGRAM-ID. MATRIX-IMPORT.

ENVIRONMENT DIVISION.

INPUT-OUTPUT SECTION.
FILE-CONTROL.

SELECT IMPORT-CSV ASSIGN TO CSV-FILE-NAME
ORGANIZATION IS LINE SEQUENTIAL
FILE STATUS IS WS-CSV-STATUS.

SELECT IMPORT-OUTPUT ASSIGN TO OUTPUT-FILE-NAME
ORGANIZATION IS LINE SEQUENTIAL
FILE STATUS IS WS-OUTPUT-STATUS.

SELECT MATRIX-LIBRARY-FILE ASSIGN TO ".\MatrixLibrary.dat"
ORGANIZATION IS INDEXED
ACCESS MODE IS DYNAMIC
RECORD KEY IS MX-KEY
FILE STATUS IS WS-LIBRARY-STATUS.

SELECT PROVENANCE-FILE ASSIGN TO ".\MatrixProvenance.txt"
ORGANIZATION IS LINE SEQUENTIAL
FILE STATUS IS WS-PROVENANCE-STATUS.

SELECT REJECT-REPORT ASSIGN TO ".\MatrixImportRejects.txt"
ORGANIZATION IS LINE SEQUENTIAL
FILE STATUS IS WS-REJECT-STATUS.

DATA DIVISION.

FILE SECTION.

FD IMPORT-CSV.
01 CSV-RECORD                 PIC X(60000).

FD IMPORT-OUTPUT.
01 OUT-ELEMENT.
    05 OUT-ELEM-VALUE         PIC S9(9)
                 SIGN LEADING SEPARATE.
01 OUT-DIMENSION REDEFINES OUT-ELEMENT.
    05 OUT-HDR-ROWS           PIC 9999.
    05 OUT-HDR-COLS           PIC 9999.
    05 FILLER                 PIC X.
    05 OUT-HDR-DECIMALS       PIC X.
01 OUT-TRAILER.
    05 OT-TAG                 PIC X.
    05 OT-RECORD-COUNT        PIC 9(9).
    05 OT-HASH-TOTAL          PIC S9(18)
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

FD REJECT-REPORT.
01 REJECT-REPORT-LINE         PIC X(100).

WORKING-STORAGE SECTION.

01 WS-CSV-STATUS              PIC XX.
01 WS-OUTPUT-STATUS           PIC XX.
01 WS-LIBRARY-STATUS          PIC XX.
01 WS-PROVENANCE-STATUS       PIC XX.
01 WS-REJECT-STATUS           PIC XX.

01 IMPORT-MATRIX.
    05 IM-ROW-ENTRY           OCCURS 501 TIMES.
        10 IM-CELL            PIC S9(14)V9(4) COMP-3
                 OCCURS 2501 TIMES.

01 IMPORT-SWITCHES.
    05 EOF-CSV-SWITCH         PIC X VALUE "N".
        88 EOF-CSV            VALUE "Y".
    05 HEADINGS-SWITCH        PIC X VALUE "N".
        88 HAS-HEADINGS       VALUE "Y".
    05 LABELS-SWITCH          PIC X VALUE "N".
        88 HAS-ROW-LABELS     VALUE "Y".
    05 TOTALS-SWITCH          PIC X VALUE "N".
        88 HAS-TOTALS         VALUE "Y".
    05 HEADING-SKIPPED-SWITCH PIC X VALUE "N".
        88 HEADING-SKIPPED    VALUE "Y".
    05 TARGET-KIND-SWITCH     PIC X VALUE "F".
        88 TARGET-IS-FILE     VALUE "F".
        88 TARGET-IS-LIBRARY  VALUE "L".
    05 IN-QUOTES-SWITCH       PIC X VALUE "N".
        88 IN-QUOTES          VALUE "Y".
    05 FIELD-LONG-SWITCH      PIC X VALUE "N".
        88 FIELD-TOO-LONG     VALUE "Y".
    05 AMOUNT-BAD-SWITCH      PIC X VALUE "N".
        88 AMOUNT-BAD         VALUE "Y".
    05 DIGITS-SEEN-SWITCH     PIC X VALUE "N".
        88 DIGITS-SEEN        VALUE "Y".
    05 POINT-SEEN-SWITCH      PIC X VALUE "N".
        88 POINT-SEEN         VALUE "Y".
    05 SIGN-SEEN-SWITCH       PIC X VALUE "N".
        88 SIGN-SEEN          VALUE "Y".
    05 PAREN-OPEN-SWITCH      PIC X VALUE "N".
        88 PAREN-OPEN         VALUE "Y".
    05 PAREN-CLOSED-SWITCH    PIC X VALUE "N".
        88 PAREN-CLOSED       VALUE "Y".
    05 AMOUNT-ENDED-SWITCH    PIC X VALUE "N".
        88 AMOUNT-ENDED       VALUE "Y".
    05 OUTPUT-FAILED-SWITCH   PIC X VALUE "N".
        88 OUTPUT-FAILED      VALUE "Y".
    05 REPORT-OPEN-SWITCH     PIC X VALUE "N".
        88 REPORT-OPEN        VALUE "Y".

01 OPERATOR-ID                PIC X(8) VALUE SPACES.
01 IMPORT-OPTIONS             PIC X VALUE SPACE.
    88 OPTIONS-NONE           VALUE SPACE "N" "n".
    88 OPTIONS-HEADINGS       VALUE "H" "h".
    88 OPTIONS-LABELS         VALUE "L" "l".
    88 OPTIONS-BOTH           VALUE "B" "b".
    88 OPTIONS-TOTALS         VALUE "T" "t".
    88 OPTIONS-EXPORT-LAYOUT  VALUE "X" "x".
01 YES-NO-ANSWER              PIC X.
    88 ANSWER-YES             VALUE "Y" "y".

01 CSV-FILE-NAME              PIC X(40).
01 CSV-NAME-IN                PIC X(12).
01 TARGET-NAME                PIC X(12).
01 OUTPUT-FILE-NAME           PIC X(40).
01 DOT-COUNT                  PIC 99 VALUE ZERO.
01 DATA01-COUNT               PIC 99 VALUE ZERO.
01 DATA02-COUNT               PIC 99 VALUE ZERO.
01 MAXIMUM-ROWS               PIC 9999 VALUE 500.
01 MAXIMUM-COLS               PIC 9999 VALUE 2500.

01 CSV-LINE                   PIC X(60000).
01 LINE-LENGTH                PIC 9(5) COMP.
01 CSV-POS                    PIC 9(5) COMP.
01 CSV-CHAR                   PIC X.
01 CSV-LINE-NUMBER            PIC 9(6) VALUE ZERO.
01 FIELD-TEXT                 PIC X(40).
01 FIELD-LENGTH               PIC 99 COMP.
01 FIELD-NUMBER               PIC 9(5) COMP.
01 DATA-COL                   PIC 9(5) COMP.
01 LINE-DATA-FIELDS           PIC 9(5) COMP.
01 EXPECTED-FIELDS            PIC 9(5) COMP VALUE ZERO.
01 DATA-ROW-COUNT             PIC 9(5) COMP VALUE ZERO.
01 STORED-ROWS                PIC 9999 VALUE ZERO.
01 STORED-COLS                PIC 9999 VALUE ZERO.
01 IMPORT-ROWS                PIC 9999 VALUE ZERO.
01 IMPORT-COLS                PIC 9999 VALUE ZERO.
01 IMPORT-DECIMALS            PIC 9 VALUE ZERO.
01 IMPORT-SCALE               PIC 9(5) COMP VALUE 1.

01 AMOUNT-CHAR                PIC X.
01 AMOUNT-DIGIT               PIC 9.
01 AMOUNT-DIGITS              PIC 9(18) VALUE ZERO.
01 AMOUNT-INT-DIGITS          PIC 99 VALUE ZERO.
01 AMOUNT-DECIMALS            PIC 9 VALUE ZERO.
01 AMOUNT-SCALE               PIC 9(5) COMP VALUE 1.
01 AMOUNT-SIGN                PIC S9 VALUE +1.
01 AMOUNT-VALUE               PIC S9(14)V9(4) COMP-3 VALUE ZERO.
01 AMOUNT-REASON              PIC X(34) VALUE SPACES.
01 C-SUB                      PIC 99 COMP.

01 I                          PIC 9999 COMP.
01 J                          PIC 9999 COMP.
01 TOTAL-WORK                 PIC S9(18)V9(4) COMP-3.
01 SCALED-VALUE               PIC S9(18) VALUE ZERO.
01 HASH-WORK                  PIC S9(31) COMP-3.
01 HASH-COMPARE               PIC S9(18).
01 ELEMENT-TALLY              PIC 9(9) VALUE ZERO.
01 REJECT-COUNT               PIC 9(9) VALUE ZERO.
01 CELL-COUNT                 PIC 9(9) VALUE ZERO.
01 PRESS-ENTER-KEY            PIC X.

01 GENERATION-PARMS.
    05 GJ-MATRIX-NAME         PIC X(12).
    05 GJ-OPERATOR            PIC X(8).
    05 GJ-GENERATION          PIC 9999.
    05 GJ-PRUNED-COUNT        PIC 9999.
    05 GJ-PRUNE-SWITCH        PIC X VALUE "Y".
01 GENERATION-RETURN-CODE     PIC S9(4) VALUE ZERO.

01 RUN-STAMP.
    05 RUN-DATE               PIC X(8).
    05 RUN-TIME               PIC X(8).
    05 FILLER                 PIC X(5).

01 REJECT-HEADING-LINE.
    05 FILLER                 PIC X(24) VALUE "MATRIX IMPORT REJECTS".
    05 FILLER                 PIC X(4) VALUE "RUN ".
    05 RHL-DATE               PIC X(8).
    05 FILLER                 PIC X VALUE SPACE.
    05 RHL-TIME               PIC X(6).
    05 FILLER                 PIC X(11) VALUE "  OPERATOR ".
    05 RHL-OPERATOR           PIC X(8).

01 REJECT-SOURCE-LINE.
    05 FILLER                 PIC X(10) VALUE "CSV FILE  ".
    05 RSL-FILE               PIC X(40).
    05 FILLER                 PIC X(10) VALUE "  TARGET  ".
    05 RSL-TARGET             PIC X(12).

01 REJECT-DETAIL-LINE.
    05 FILLER                 PIC X(4) VALUE "ROW ".
    05 RDL-ROW                PIC 9999.
    05 FILLER                 PIC X(5) VALUE " COL ".
    05 RDL-COL                PIC 9999.
    05 FILLER                 PIC X(6) VALUE " LINE ".
    05 RDL-LINE               PIC 9(6).
    05 FILLER                 PIC X(2) VALUE SPACES.
    05 RDL-REASON             PIC X(34).
    05 FILLER                 PIC X VALUE SPACE.
    05 RDL-TEXT               PIC X(24).

01 REJECT-SUMMARY-LINE.
    05 RSM-LABEL              PIC X(30).
    05 RSM-COUNT              PIC ZZZZZZZZ9.

LINKAGE SECTION.

01 IMPORT-JOB-PARMS.
    05 IJ-MODE                PIC X.
        88 IJ-BATCH           VALUE "B".
    05 IJ-OPTIONS             PIC X.
    05 IJ-CSV-NAME            PIC X(12).
    05 IJ-TARGET-NAME         PIC X(12).
    05 IJ-OPERATOR            PIC X(8).

PROCEDURE DIVISION USING IMPORT-JOB-PARMS.

000-MAIN.
    PERFORM 010-INITIALIZE-RUN.
    PERFORM 050-DETERMINE-OPTIONS.
    PERFORM 060-SET-TARGET.
    PERFORM 070-OPEN-REJECT-REPORT.
    PERFORM 100-READ-CSV-FILE.
    PERFORM 180-SET-DIMENSIONS.
    IF HAS-TOTALS
        PERFORM 200-CHECK-TOTALS
    END-IF.
    PERFORM 250-CHECK-TARGET-LIMITS.
    PERFORM 280-FINISH-REJECT-REPORT.
    IF REJECT-COUNT > ZERO
        DISPLAY "ERROR: " REJECT-COUNT " cells were rejected - "
            "nothing was imported, see MatrixImportRejects.txt."
        MOVE 8 TO RETURN-CODE
    ELSE
        IF TARGET-IS-FILE
            PERFORM 300-WRITE-DATA-FILE
        ELSE
            PERFORM 400-WRITE-TO-LIBRARY
        END-IF
    END-IF.
    PERFORM 090-END-RUN.

010-INITIALIZE-RUN.
    IF IJ-OPERATOR = SPACES
        MOVE "UNKNOWN" TO OPERATOR-ID
    ELSE
        MOVE IJ-OPERATOR TO OPERATOR-ID
    END-IF.
    MOVE FUNCTION CURRENT-DATE TO RUN-STAMP.
    MOVE ZERO TO REJECT-COUNT.
    MOVE ZERO TO DATA-ROW-COUNT.
    MOVE ZERO TO EXPECTED-FIELDS.
    MOVE ZERO TO IMPORT-DECIMALS.
    MOVE "N" TO HEADINGS-SWITCH.
    MOVE "N" TO LABELS-SWITCH.
    MOVE "N" TO TOTALS-SWITCH.
    MOVE "N" TO HEADING-SKIPPED-SWITCH.
    INITIALIZE IMPORT-MATRIX.

050-DETERMINE-OPTIONS.
    IF IJ-BATCH
        MOVE IJ-OPTIONS TO IMPORT-OPTIONS
        MOVE IJ-CSV-NAME TO CSV-NAME-IN
        MOVE IJ-TARGET-NAME TO TARGET-NAME
        EVALUATE TRUE
            WHEN OPTIONS-NONE
                CONTINUE
            WHEN OPTIONS-HEADINGS
                MOVE "Y" TO HEADINGS-SWITCH
            WHEN OPTIONS-LABELS
                MOVE "Y" TO LABELS-SWITCH
            WHEN OPTIONS-BOTH
                MOVE "Y" TO HEADINGS-SWITCH
                MOVE "Y" TO LABELS-SWITCH
            WHEN OPTIONS-TOTALS
                MOVE "Y" TO TOTALS-SWITCH
            WHEN OPTIONS-EXPORT-LAYOUT
                MOVE "Y" TO HEADINGS-SWITCH
                MOVE "Y" TO LABELS-SWITCH
                MOVE "Y" TO TOTALS-SWITCH
            WHEN OTHER
                DISPLAY "ERROR: unrecognized import layout code "
                    IJ-OPTIONS " in the batch parameters."
                MOVE 8 TO RETURN-CODE
                GOBACK
        END-EVALUATE
        MOVE CSV-NAME-IN TO CSV-FILE-NAME
    ELSE
        DISPLAY "CSV file name (blank for MatrixImport.csv): "
        MOVE SPACES TO CSV-FILE-NAME
        ACCEPT CSV-FILE-NAME
        DISPLAY "Does the first line hold column headings? (Y/N): "
        ACCEPT YES-NO-ANSWER
        IF ANSWER-YES
            MOVE "Y" TO HEADINGS-SWITCH
        END-IF
        DISPLAY "Does the first column hold row labels? (Y/N): "
        ACCEPT YES-NO-ANSWER
        IF ANSWER-YES
            MOVE "Y" TO LABELS-SWITCH
        END-IF
        DISPLAY "Are the last row and column totals, as MATRIX-EXPORT "
            "writes them? (Y/N): "
        ACCEPT YES-NO-ANSWER
        IF ANSWER-YES
            MOVE "Y" TO TOTALS-SWITCH
        END-IF
        DISPLAY "Target (blank for Data01.txt, a name with a dot is "
            "a file, otherwise a library name): "
        MOVE SPACES TO TARGET-NAME
        ACCEPT TARGET-NAME
    END-IF.
    IF CSV-FILE-NAME = SPACES
        MOVE ".\MatrixImport.csv" TO CSV-FILE-NAME
    END-IF.

060-SET-TARGET.
    MOVE ZERO TO DOT-COUNT.
    INSPECT TARGET-NAME TALLYING DOT-COUNT FOR ALL ".".
    EVALUATE TRUE
        WHEN TARGET-NAME = SPACES
            MOVE "F" TO TARGET-KIND-SWITCH
            MOVE ".\Data01.txt" TO OUTPUT-FILE-NAME
        WHEN DOT-COUNT > ZERO
            MOVE "F" TO TARGET-KIND-SWITCH
            MOVE TARGET-NAME TO OUTPUT-FILE-NAME
        WHEN OTHER
            MOVE "L" TO TARGET-KIND-SWITCH
    END-EVALUATE.
    MOVE 500 TO MAXIMUM-ROWS.
    MOVE 2500 TO MAXIMUM-COLS.
    IF TARGET-IS-FILE
        MOVE ZERO TO DATA01-COUNT
        MOVE ZERO TO DATA02-COUNT
        INSPECT OUTPUT-FILE-NAME TALLYING DATA01-COUNT
            FOR ALL "Data01"
        INSPECT OUTPUT-FILE-NAME TALLYING DATA02-COUNT
            FOR ALL "Data02"
        IF DATA01-COUNT > ZERO
            MOVE 250 TO MAXIMUM-COLS
        END-IF
        IF DATA02-COUNT > ZERO
            MOVE 250 TO MAXIMUM-ROWS
        END-IF
    END-IF.

070-OPEN-REJECT-REPORT.
    OPEN OUTPUT REJECT-REPORT.
    IF WS-REJECT-STATUS NOT = "00"
        DISPLAY "ERROR: cannot open MatrixImportRejects.txt, status "
            WS-REJECT-STATUS
        MOVE 8 TO RETURN-CODE
        GOBACK
    END-IF.
    MOVE "Y" TO REPORT-OPEN-SWITCH.
    MOVE RUN-DATE TO RHL-DATE.
    MOVE RUN-TIME(1:6) TO RHL-TIME.
    MOVE OPERATOR-ID TO RHL-OPERATOR.
    MOVE REJECT-HEADING-LINE TO REJECT-REPORT-LINE.
    WRITE REJECT-REPORT-LINE.
    MOVE CSV-FILE-NAME TO RSL-FILE.
    IF TARGET-IS-FILE
        MOVE OUTPUT-FILE-NAME TO RSL-TARGET
    ELSE
        MOVE TARGET-NAME TO RSL-TARGET
    END-IF.
    MOVE REJECT-SOURCE-LINE TO REJECT-REPORT-LINE.
    WRITE REJECT-REPORT-LINE.
    MOVE SPACES TO REJECT-REPORT-LINE.
    WRITE REJECT-REPORT-LINE.

090-END-RUN.
    IF NOT IJ-BATCH
        DISPLAY "Press Enter key to continue."
        ACCEPT PRESS-ENTER-KEY
    END-IF.
    GOBACK.

100-READ-CSV-FILE.
    DISPLAY "Reading CSV file " CSV-FILE-NAME "...".
    OPEN INPUT IMPORT-CSV.
    IF WS-CSV-STATUS NOT = "00"
        DISPLAY "ERROR: cannot open the CSV file " CSV-FILE-NAME
            ", status " WS-CSV-STATUS
        CLOSE REJECT-REPORT
        MOVE 8 TO RETURN-CODE
        GOBACK
    END-IF.
    MOVE ZERO TO CSV-LINE-NUMBER.
    MOVE "N" TO EOF-CSV-SWITCH.
    PERFORM UNTIL EOF-CSV
        MOVE SPACES TO CSV-RECORD
        READ IMPORT-CSV INTO CSV-LINE
            AT END MOVE "Y" TO EOF-CSV-SWITCH
            NOT AT END PERFORM 110-PROCESS-ONE-LINE
        END-READ
    END-PERFORM.
    CLOSE IMPORT-CSV.

110-PROCESS-ONE-LINE.
    ADD 1 TO CSV-LINE-NUMBER.
    EVALUATE TRUE
        WHEN CSV-LINE = SPACES
            CONTINUE
        WHEN HAS-HEADINGS AND NOT HEADING-SKIPPED
            MOVE "Y" TO HEADING-SKIPPED-SWITCH
        WHEN OTHER
            ADD 1 TO DATA-ROW-COUNT
            PERFORM 115-FIND-LINE-LENGTH
            PERFORM 120-SPLIT-FIELDS
            PERFORM 170-CHECK-FIELD-COUNT
    END-EVALUATE.

115-FIND-LINE-LENGTH.
    MOVE 60000 TO LINE-LENGTH.
    PERFORM UNTIL LINE-LENGTH = ZERO
            OR CSV-LINE(LINE-LENGTH:1) NOT = SPACE
        SUBTRACT 1 FROM LINE-LENGTH
    END-PERFORM.

120-SPLIT-FIELDS.
    MOVE ZERO TO FIELD-NUMBER.
    MOVE ZERO TO LINE-DATA-FIELDS.
    MOVE SPACES TO FIELD-TEXT.
    MOVE ZERO TO FIELD-LENGTH.
    MOVE "N" TO FIELD-LONG-SWITCH.
    MOVE "N" TO IN-QUOTES-SWITCH.
    PERFORM VARYING CSV-POS FROM 1 BY 1 UNTIL CSV-POS > LINE-LENGTH
        MOVE CSV-LINE(CSV-POS:1) TO CSV-CHAR
        EVALUATE TRUE
            WHEN CSV-CHAR = QUOTE
                IF IN-QUOTES
                    MOVE "N" TO IN-QUOTES-SWITCH
                ELSE
                    MOVE "Y" TO IN-QUOTES-SWITCH
                END-IF
            WHEN CSV-CHAR = "," AND NOT IN-QUOTES
                PERFORM 130-END-OF-FIELD
            WHEN FIELD-LENGTH < 40
                ADD 1 TO FIELD-LENGTH
                MOVE CSV-CHAR TO FIELD-TEXT(FIELD-LENGTH:1)
            WHEN OTHER
                MOVE "Y" TO FIELD-LONG-SWITCH
        END-EVALUATE
    END-PERFORM.
    PERFORM 130-END-OF-FIELD.

130-END-OF-FIELD.
    ADD 1 TO FIELD-NUMBER.
    IF HAS-ROW-LABELS AND FIELD-NUMBER = 1
        CONTINUE
    ELSE
        ADD 1 TO LINE-DATA-FIELDS
        MOVE LINE-DATA-FIELDS TO DATA-COL
        IF FIELD-TOO-LONG
            MOVE "Y" TO AMOUNT-BAD-SWITCH
            MOVE "CELL TEXT IS TOO LONG" TO AMOUNT-REASON
        ELSE
            PERFORM 140-PARSE-AMOUNT
        END-IF
        IF AMOUNT-BAD
            PERFORM 160-WRITE-REJECT-LINE
        ELSE
            IF DATA-ROW-COUNT <= 501 AND DATA-COL <= 2501
                MOVE AMOUNT-VALUE TO IM-CELL(DATA-ROW-COUNT, DATA-COL)
            END-IF
            IF AMOUNT-DECIMALS > IMPORT-DECIMALS
                MOVE AMOUNT-DECIMALS TO IMPORT-DECIMALS
            END-IF
        END-IF
    END-IF.
    MOVE SPACES TO FIELD-TEXT.
    MOVE ZERO TO FIELD-LENGTH.
    MOVE "N" TO FIELD-LONG-SWITCH.

140-PARSE-AMOUNT.
    MOVE "N" TO AMOUNT-BAD-SWITCH.
    MOVE SPACES TO AMOUNT-REASON.
    MOVE ZERO TO AMOUNT-DIGITS.
    MOVE ZERO TO AMOUNT-INT-DIGITS.
    MOVE ZERO TO AMOUNT-DECIMALS.
    MOVE ZERO TO AMOUNT-VALUE.
    MOVE +1 TO AMOUNT-SIGN.
    MOVE "N" TO DIGITS-SEEN-SWITCH.
    MOVE "N" TO POINT-SEEN-SWITCH.
    MOVE "N" TO SIGN-SEEN-SWITCH.
    MOVE "N" TO PAREN-OPEN-SWITCH.
    MOVE "N" TO PAREN-CLOSED-SWITCH.
    MOVE "N" TO AMOUNT-ENDED-SWITCH.
    IF FIELD-TEXT = SPACES
        MOVE "Y" TO AMOUNT-BAD-SWITCH
        MOVE "CELL IS EMPTY" TO AMOUNT-REASON
    ELSE
        PERFORM VARYING C-SUB FROM 1 BY 1
                UNTIL C-SUB > FIELD-LENGTH OR AMOUNT-BAD
            PERFORM 145-PARSE-ONE-CHARACTER
        END-PERFORM
    END-IF.
    IF NOT AMOUNT-BAD
        EVALUATE TRUE
            WHEN NOT DIGITS-SEEN
                MOVE "Y" TO AMOUNT-BAD-SWITCH
                MOVE "CELL IS NOT A NUMBER" TO AMOUNT-REASON
            WHEN PAREN-OPEN AND NOT PAREN-CLOSED
                MOVE "Y" TO AMOUNT-BAD-SWITCH
                MOVE "PARENTHESES ARE NOT BALANCED" TO AMOUNT-REASON
            WHEN OTHER
                MOVE 1 TO AMOUNT-SCALE
                PERFORM AMOUNT-DECIMALS TIMES
                    MULTIPLY 10 BY AMOUNT-SCALE
                END-PERFORM
                COMPUTE AMOUNT-VALUE =
                    AMOUNT-DIGITS * AMOUNT-SIGN / AMOUNT-SCALE
        END-EVALUATE
    END-IF.

145-PARSE-ONE-CHARACTER.
    MOVE FIELD-TEXT(C-SUB:1) TO AMOUNT-CHAR.
    EVALUATE TRUE
        WHEN AMOUNT-CHAR = SPACE
            IF DIGITS-SEEN OR POINT-SEEN
                MOVE "Y" TO AMOUNT-ENDED-SWITCH
            END-IF
        WHEN PAREN-CLOSED
            MOVE "Y" TO AMOUNT-BAD-SWITCH
            MOVE "CELL IS NOT A NUMBER" TO AMOUNT-REASON
        WHEN AMOUNT-CHAR = ")"
            IF PAREN-OPEN AND DIGITS-SEEN
                MOVE "Y" TO PAREN-CLOSED-SWITCH
            ELSE
                MOVE "Y" TO AMOUNT-BAD-SWITCH
                MOVE "PARENTHESES ARE NOT BALANCED" TO AMOUNT-REASON
            END-IF
        WHEN AMOUNT-ENDED
            MOVE "Y" TO AMOUNT-BAD-SWITCH
            MOVE "CELL IS NOT A NUMBER" TO AMOUNT-REASON
        WHEN AMOUNT-CHAR = "+" OR AMOUNT-CHAR = "-"
            IF DIGITS-SEEN OR POINT-SEEN OR SIGN-SEEN OR PAREN-OPEN
                MOVE "Y" TO AMOUNT-BAD-SWITCH
                MOVE "SIGN IS MISPLACED" TO AMOUNT-REASON
            ELSE
                MOVE "Y" TO SIGN-SEEN-SWITCH
                IF AMOUNT-CHAR = "-"
                    MOVE -1 TO AMOUNT-SIGN
                END-IF
            END-IF
        WHEN AMOUNT-CHAR = "("
            IF DIGITS-SEEN OR POINT-SEEN OR SIGN-SEEN OR PAREN-OPEN
                MOVE "Y" TO AMOUNT-BAD-SWITCH
                MOVE "SIGN IS MISPLACED" TO AMOUNT-REASON
            ELSE
                MOVE "Y" TO PAREN-OPEN-SWITCH
                MOVE -1 TO AMOUNT-SIGN
            END-IF
        WHEN AMOUNT-CHAR = ","
            IF NOT DIGITS-SEEN OR POINT-SEEN
                MOVE "Y" TO AMOUNT-BAD-SWITCH
                MOVE "CELL IS NOT A NUMBER" TO AMOUNT-REASON
            END-IF
        WHEN AMOUNT-CHAR = "."
            IF POINT-SEEN
                MOVE "Y" TO AMOUNT-BAD-SWITCH
                MOVE "CELL IS NOT A NUMBER" TO AMOUNT-REASON
            ELSE
                MOVE "Y" TO POINT-SEEN-SWITCH
            END-IF
        WHEN AMOUNT-CHAR IS NUMERIC
            PERFORM 150-ADD-ONE-DIGIT
        WHEN OTHER
            MOVE "Y" TO AMOUNT-BAD-SWITCH
            MOVE "CELL IS NOT A NUMBER" TO AMOUNT-REASON
    END-EVALUATE.

150-ADD-ONE-DIGIT.
    MOVE "Y" TO DIGITS-SEEN-SWITCH.
    IF POINT-SEEN
        ADD 1 TO AMOUNT-DECIMALS
        IF AMOUNT-DECIMALS > 4
            MOVE "Y" TO AMOUNT-BAD-SWITCH
            MOVE "MORE THAN 4 DECIMAL PLACES" TO AMOUNT-REASON
        END-IF
    ELSE
        IF AMOUNT-DIGITS > ZERO OR AMOUNT-CHAR NOT = "0"
            ADD 1 TO AMOUNT-INT-DIGITS
        END-IF
        IF AMOUNT-INT-DIGITS > 14
            MOVE "Y" TO AMOUNT-BAD-SWITCH
            MOVE "MORE THAN 14 WHOLE DIGITS" TO AMOUNT-REASON
        END-IF
    END-IF.
    IF NOT AMOUNT-BAD
        MOVE AMOUNT-CHAR TO AMOUNT-DIGIT
        COMPUTE AMOUNT-DIGITS = AMOUNT-DIGITS * 10 + AMOUNT-DIGIT
    END-IF.

160-WRITE-REJECT-LINE.
    ADD 1 TO REJECT-COUNT.
    IF DATA-ROW-COUNT > 9999
        MOVE 9999 TO RDL-ROW
    ELSE
        MOVE DATA-ROW-COUNT TO RDL-ROW
    END-IF.
    IF DATA-COL > 9999
        MOVE 9999 TO RDL-COL
    ELSE
        MOVE DATA-COL TO RDL-COL
    END-IF.
    MOVE CSV-LINE-NUMBER TO RDL-LINE.
    MOVE AMOUNT-REASON TO RDL-REASON.
    MOVE FIELD-TEXT TO RDL-TEXT.
    MOVE REJECT-DETAIL-LINE TO REJECT-REPORT-LINE.
    WRITE REJECT-REPORT-LINE.

170-CHECK-FIELD-COUNT.
    IF EXPECTED-FIELDS = ZERO
        MOVE LINE-DATA-FIELDS TO EXPECTED-FIELDS
    ELSE
        IF LINE-DATA-FIELDS NOT = EXPECTED-FIELDS
            MOVE LINE-DATA-FIELDS TO DATA-COL
            MOVE "Y" TO AMOUNT-BAD-SWITCH
            MOVE "ROW HAS A DIFFERENT CELL COUNT" TO AMOUNT-REASON
            MOVE SPACES TO FIELD-TEXT
            PERFORM 160-WRITE-REJECT-LINE
        END-IF
    END-IF.

180-SET-DIMENSIONS.
    MOVE ZERO TO IMPORT-ROWS.
    MOVE ZERO TO IMPORT-COLS.
    IF DATA-ROW-COUNT > ZERO AND EXPECTED-FIELDS > ZERO
        IF HAS-TOTALS
            COMPUTE STORED-ROWS = DATA-ROW-COUNT - 1
            COMPUTE STORED-COLS = EXPECTED-FIELDS - 1
        ELSE
            MOVE DATA-ROW-COUNT TO STORED-ROWS
            MOVE EXPECTED-FIELDS TO STORED-COLS
        END-IF
        MOVE STORED-ROWS TO IMPORT-ROWS
        MOVE STORED-COLS TO IMPORT-COLS
    END-IF.
    IF IMPORT-ROWS = ZERO OR IMPORT-COLS = ZERO
        DISPLAY "ERROR: the CSV file holds no matrix cells."
        CLOSE REJECT-REPORT
        MOVE 8 TO RETURN-CODE
        PERFORM 090-END-RUN
    END-IF.
    IF DATA-ROW-COUNT > 501 OR EXPECTED-FIELDS > 2501
        OR IMPORT-ROWS > MAXIMUM-ROWS OR IMPORT-COLS > MAXIMUM-COLS
        DISPLAY "ERROR: the CSV matrix (" DATA-ROW-COUNT " rows, "
            EXPECTED-FIELDS " cells per row) exceeds the maximum "
            "for the target (" MAXIMUM-ROWS "," MAXIMUM-COLS ")."
        CLOSE REJECT-REPORT
        MOVE 8 TO RETURN-CODE
        PERFORM 090-END-RUN
    END-IF.
    DISPLAY "CSV matrix is " IMPORT-ROWS " x " IMPORT-COLS " with "
        IMPORT-DECIMALS " decimal places.".

200-CHECK-TOTALS.
    MOVE SPACES TO FIELD-TEXT.
    PERFORM VARYING I FROM 1 BY 1 UNTIL I > IMPORT-ROWS
        MOVE ZERO TO TOTAL-WORK
        PERFORM VARYING J FROM 1 BY 1 UNTIL J > IMPORT-COLS
            ADD IM-CELL(I, J) TO TOTAL-WORK
        END-PERFORM
        IF TOTAL-WORK NOT = IM-CELL(I, IMPORT-COLS + 1)
            MOVE I TO DATA-ROW-COUNT
            COMPUTE DATA-COL = IMPORT-COLS + 1
            MOVE "ROW TOTAL DOES NOT AGREE" TO AMOUNT-REASON
            MOVE ZERO TO CSV-LINE-NUMBER
            PERFORM 160-WRITE-REJECT-LINE
        END-IF
    END-PERFORM.
    PERFORM VARYING J FROM 1 BY 1 UNTIL J > IMPORT-COLS + 1
        MOVE ZERO TO TOTAL-WORK
        PERFORM VARYING I FROM 1 BY 1 UNTIL I > IMPORT-ROWS
            ADD IM-CELL(I, J) TO TOTAL-WORK
        END-PERFORM
        IF TOTAL-WORK NOT = IM-CELL(IMPORT-ROWS + 1, J)
            COMPUTE DATA-ROW-COUNT = IMPORT-ROWS + 1
            MOVE J TO DATA-COL
            MOVE "COLUMN TOTAL DOES NOT AGREE" TO AMOUNT-REASON
            MOVE ZERO TO CSV-LINE-NUMBER
            PERFORM 160-WRITE-REJECT-LINE
        END-IF
    END-PERFORM.

250-CHECK-TARGET-LIMITS.
    MOVE 1 TO IMPORT-SCALE.
    PERFORM IMPORT-DECIMALS TIMES
        MULTIPLY 10 BY IMPORT-SCALE
    END-PERFORM.
    IF TARGET-IS-FILE
        MOVE SPACES TO FIELD-TEXT
        MOVE ZERO TO CSV-LINE-NUMBER
        PERFORM VARYING I FROM 1 BY 1 UNTIL I > IMPORT-ROWS
            PERFORM VARYING J FROM 1 BY 1 UNTIL J > IMPORT-COLS
                COMPUTE SCALED-VALUE = IM-CELL(I, J) * IMPORT-SCALE
                IF SCALED-VALUE > +999999999
                    OR SCALED-VALUE < -999999999
                    MOVE I TO DATA-ROW-COUNT
                    MOVE J TO DATA-COL
                    MOVE "DOES NOT FIT THE 9-DIGIT FIELD"
                        TO AMOUNT-REASON
                    PERFORM 160-WRITE-REJECT-LINE
                END-IF
            END-PERFORM
        END-PERFORM
    END-IF.

280-FINISH-REJECT-REPORT.
    MOVE SPACES TO REJECT-REPORT-LINE.
    WRITE REJECT-REPORT-LINE.
    COMPUTE CELL-COUNT = IMPORT-ROWS * IMPORT-COLS.
    MOVE "MATRIX CELLS READ" TO RSM-LABEL.
    MOVE CELL-COUNT TO RSM-COUNT.
    MOVE REJECT-SUMMARY-LINE TO REJECT-REPORT-LINE.
    WRITE REJECT-REPORT-LINE.
    MOVE "CELLS REJECTED" TO RSM-LABEL.
    MOVE REJECT-COUNT TO RSM-COUNT.
    MOVE REJECT-SUMMARY-LINE TO REJECT-REPORT-LINE.
    WRITE REJECT-REPORT-LINE.
    IF REJECT-COUNT = ZERO
        MOVE "IMPORT RESULT: NO CELLS REJECTED" TO REJECT-REPORT-LINE
    ELSE
        MOVE "IMPORT RESULT: REJECTED - NOTHING WAS IMPORTED"
            TO REJECT-REPORT-LINE
    END-IF.
    WRITE REJECT-REPORT-LINE.
    CLOSE REJECT-REPORT.

300-WRITE-DATA-FILE.
    MOVE ZERO TO HASH-WORK.
    MOVE ZERO TO ELEMENT-TALLY.
    OPEN OUTPUT IMPORT-OUTPUT.
    IF WS-OUTPUT-STATUS NOT = "00"
        DISPLAY "ERROR: cannot open the output file "
            OUTPUT-FILE-NAME ", status " WS-OUTPUT-STATUS
        MOVE 8 TO RETURN-CODE
        PERFORM 090-END-RUN
    END-IF.
    MOVE SPACES TO OUT-ELEMENT.
    MOVE IMPORT-ROWS TO OUT-HDR-ROWS.
    MOVE IMPORT-COLS TO OUT-HDR-COLS.
    MOVE IMPORT-DECIMALS TO OUT-HDR-DECIMALS.
    WRITE OUT-DIMENSION.
    PERFORM VARYING I FROM 1 BY 1 UNTIL I > IMPORT-ROWS
        PERFORM VARYING J FROM 1 BY 1 UNTIL J > IMPORT-COLS
            COMPUTE SCALED-VALUE = IM-CELL(I, J) * IMPORT-SCALE
            MOVE SCALED-VALUE TO OUT-ELEM-VALUE
            WRITE OUT-ELEMENT
            ADD 1 TO ELEMENT-TALLY
            ADD SCALED-VALUE TO HASH-WORK
        END-PERFORM
    END-PERFORM.
    MOVE SPACES TO OUT-ELEMENT.
    MOVE "T" TO OT-TAG.
    MOVE ELEMENT-TALLY TO OT-RECORD-COUNT.
    MOVE HASH-WORK TO HASH-COMPARE.
    MOVE HASH-COMPARE TO OT-HASH-TOTAL.
    WRITE OUT-TRAILER.
    CLOSE IMPORT-OUTPUT.
    DISPLAY "CSV matrix imported to " OUTPUT-FILE-NAME.
    DISPLAY "  (" IMPORT-ROWS " x " IMPORT-COLS ", "
        ELEMENT-TALLY " elements, " IMPORT-DECIMALS
        " decimal places).".

400-WRITE-TO-LIBRARY.
    PERFORM 410-KEEP-PRIOR-GENERATION.
    IF GENERATION-RETURN-CODE NOT = ZERO
        DISPLAY "ERROR: the prior version of " TARGET-NAME
            " could not be kept - nothing was imported."
        MOVE 12 TO RETURN-CODE
        PERFORM 090-END-RUN
    END-IF.
    OPEN I-O MATRIX-LIBRARY-FILE.
    IF WS-LIBRARY-STATUS = "35"
        OPEN OUTPUT MATRIX-LIBRARY-FILE
        CLOSE MATRIX-LIBRARY-FILE
        OPEN I-O MATRIX-LIBRARY-FILE
    END-IF.
    IF WS-LIBRARY-STATUS NOT = "00"
        DISPLAY "ERROR: cannot open the matrix library to store the "
            "import, status " WS-LIBRARY-STATUS
        MOVE 8 TO RETURN-CODE
        PERFORM 090-END-RUN
    END-IF.
    PERFORM 420-DELETE-OLD-MATRIX.
    PERFORM 430-WRITE-LIBRARY-RECORDS.
    CLOSE MATRIX-LIBRARY-FILE.
    IF OUTPUT-FAILED
        DISPLAY "ERROR: the import was not completely stored in the "
            "library - do not use " TARGET-NAME "."
        MOVE 12 TO RETURN-CODE
    ELSE
        DISPLAY "CSV matrix imported to the library as " TARGET-NAME
        DISPLAY "  (" IMPORT-ROWS " x " IMPORT-COLS ", "
            ELEMENT-TALLY " elements, " IMPORT-DECIMALS
            " decimal places)."
        PERFORM 450-WRITE-PROVENANCE
    END-IF.

410-KEEP-PRIOR-GENERATION.
    MOVE TARGET-NAME TO GJ-MATRIX-NAME.
    MOVE OPERATOR-ID TO GJ-OPERATOR.
    CALL "MATRIX-GENERATION" USING GENERATION-PARMS.
    MOVE RETURN-CODE TO GENERATION-RETURN-CODE.
    MOVE ZERO TO RETURN-CODE.
    IF GENERATION-RETURN-CODE = ZERO AND GJ-GENERATION NOT = ZERO
        DISPLAY "Prior version of " TARGET-NAME
            " kept as generation " GJ-GENERATION "."
    END-IF.

420-DELETE-OLD-MATRIX.
    MOVE "N" TO EOF-CSV-SWITCH.
    MOVE TARGET-NAME TO MX-NAME.
    MOVE ZERO TO MX-ROW.
    MOVE ZERO TO MX-COL.
    START MATRIX-LIBRARY-FILE KEY IS NOT LESS THAN MX-KEY
        INVALID KEY MOVE "Y" TO EOF-CSV-SWITCH
    END-START.
    PERFORM UNTIL EOF-CSV
        READ MATRIX-LIBRARY-FILE NEXT RECORD
            AT END MOVE "Y" TO EOF-CSV-SWITCH
            NOT AT END
                IF MX-NAME = TARGET-NAME
                    DELETE MATRIX-LIBRARY-FILE
                ELSE
                    MOVE "Y" TO EOF-CSV-SWITCH
                END-IF
        END-READ
    END-PERFORM.

430-WRITE-LIBRARY-RECORDS.
    MOVE "N" TO OUTPUT-FAILED-SWITCH.
    MOVE ZERO TO ELEMENT-TALLY.
    MOVE TARGET-NAME TO MX-NAME.
    MOVE ZERO TO MX-ROW.
    MOVE ZERO TO MX-COL.
    MOVE ZERO TO MX-VALUE.
    MOVE IMPORT-ROWS TO MX-HEADER-ROWS.
    MOVE IMPORT-COLS TO MX-HEADER-COLS.
    MOVE IMPORT-DECIMALS TO MX-HEADER-DECIMALS.
    WRITE LIB-RECORD
        INVALID KEY
            DISPLAY "ERROR: cannot store the matrix header, status "
                WS-LIBRARY-STATUS
            MOVE "Y" TO OUTPUT-FAILED-SWITCH
    END-WRITE.
    PERFORM VARYING I FROM 1 BY 1
            UNTIL I > IMPORT-ROWS OR OUTPUT-FAILED
        PERFORM VARYING J FROM 1 BY 1
                UNTIL J > IMPORT-COLS OR OUTPUT-FAILED
            MOVE TARGET-NAME TO MX-NAME
            MOVE I TO MX-ROW
            MOVE J TO MX-COL
            COMPUTE MX-VALUE = IM-CELL(I, J) * IMPORT-SCALE
            WRITE LIB-RECORD
                INVALID KEY
                    DISPLAY "ERROR: cannot store the element at row "
                        I " column " J ", status " WS-LIBRARY-STATUS
                    MOVE "Y" TO OUTPUT-FAILED-SWITCH
                NOT INVALID KEY
                    ADD 1 TO ELEMENT-TALLY
            END-WRITE
        END-PERFORM
    END-PERFORM.

450-WRITE-PROVENANCE.
    MOVE TARGET-NAME TO PV-NAME.
    MOVE SPACE TO PV-SEP1.
    MOVE SPACE TO PV-SEP2.
    MOVE SPACE TO PV-SEP3.
    MOVE SPACE TO PV-SEP4.
    MOVE SPACE TO PV-SEP5.
    MOVE FUNCTION CURRENT-DATE(1:16) TO PV-STAMP.
    MOVE "IMPORT" TO PV-OPERATION.
    MOVE CSV-FILE-NAME(1:20) TO PV-FIRST-SOURCE.
    MOVE SPACES TO PV-SECOND-SOURCE.
    MOVE "MATRIX-IMPORT" TO PV-PROGRAM.
    OPEN EXTEND PROVENANCE-FILE.
    IF WS-PROVENANCE-STATUS = "35"
        OPEN OUTPUT PROVENANCE-FILE
    END-IF.
    IF WS-PROVENANCE-STATUS NOT = "00"
        DISPLAY "WARNING: cannot record the matrix provenance, "
            "status " WS-PROVENANCE-STATUS
    ELSE
        WRITE PROVENANCE-RECORD
        CLOSE PROVENANCE-FILE
    END-IF.
