IDENTIFICATION DIVISION.
PROGRAM-ID. MATRIX-LISTING.

ENVIRONMENT DIVISION.

INPUT-OUTPUT SECTION.
FILE-CONTROL.

SELECT LISTING-SOURCE ASSIGN TO SOURCE-FILE-NAME
ORGANIZATION IS LINE SEQUENTIAL
FILE STATUS IS WS-SOURCE-STATUS.

SELECT LISTING-FILE ASSIGN TO LISTING-FILE-NAME
ORGANIZATION IS LINE SEQUENTIAL
FILE STATUS IS WS-LISTING-STATUS.

SELECT MATRIX-LIBRARY-FILE ASSIGN TO ".\MatrixLibrary.dat"
ORGANIZATION IS INDEXED
ACCESS MODE IS DYNAMIC
RECORD KEY IS MX-KEY
FILE STATUS IS WS-LIBRARY-STATUS.

SELECT PROVENANCE-FILE ASSIGN TO ".\MatrixProvenance.txt"
ORGANIZATION IS LINE SEQUENTIAL
FILE STATUS IS WS-PROVENANCE-STATUS.

DATA DIVISION.

FILE SECTION.

FD LISTING-SOURCE.
01 SOURCE-ELEMENT.
    05 SRC-COL                PIC S9(18)
                 SIGN LEADING SEPARATE
                 OCCURS 2500 TIMES.
01 SOURCE-DIMENSION.
    05 SRC-HDR-ROWS           PIC 9999.
    05 SRC-HDR-COLS           PIC 9999.
    05 SRC-HDR-FORMAT         PIC X.
    05 SRC-HDR-DECIMALS       PIC X.
    05 FILLER                 PIC X(47490).
01 SOURCE-SINGLE-ELEMENT.
    05 SRC-ELEM-VALUE         PIC S9(9)
                 SIGN LEADING SEPARATE.
    05 FILLER                 PIC X(47490).
01 SOURCE-SPARSE.
    05 SRC-SP-ROW             PIC 9999.
    05 SRC-SP-COL             PIC 9999.
    05 SRC-SP-VALUE           PIC S9(9)
                 SIGN LEADING SEPARATE.
    05 FILLER                 PIC X(47482).
01 SOURCE-TRAILER.
    05 SRC-TRL-TAG            PIC X.
    05 SRC-TRL-COUNT          PIC 9(9).
    05 SRC-TRL-HASH           PIC S9(18)
                 SIGN LEADING SEPARATE.

FD LISTING-FILE.
01 LISTING-LINE               PIC X(132).

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

WORKING-STORAGE SECTION.

01 WS-SOURCE-STATUS           PIC XX.
01 WS-LISTING-STATUS          PIC XX.
01 WS-LIBRARY-STATUS          PIC XX.
01 WS-PROVENANCE-STATUS       PIC XX.

01 LIST-MATRIX.
    05 LM-ROW-ENTRY           OCCURS 500 TIMES.
        10 LM-CELL            PIC S9(18) COMP
                 OCCURS 2500 TIMES.

01 LISTING-SWITCHES.
    05 EOF-SOURCE-SWITCH      PIC X VALUE "N".
        88 EOF-SOURCE         VALUE "Y".
    05 SOURCE-KIND-SWITCH     PIC X VALUE "F".
        88 SOURCE-IS-FILE     VALUE "F".
        88 SOURCE-IS-LIBRARY  VALUE "L".
    05 TRAILER-SEEN-SWITCH    PIC X VALUE "N".
        88 TRAILER-SEEN       VALUE "Y".
    05 PROVENANCE-SWITCH      PIC X VALUE "N".
        88 PROVENANCE-FOUND   VALUE "Y".
    05 FILE-LAYOUT-SWITCH     PIC X VALUE SPACE.
        88 LAYOUT-UNKNOWN     VALUE SPACE.
        88 LAYOUT-WIDE-ROWS   VALUE "W".
        88 LAYOUT-ELEMENTS    VALUE "E".
        88 LAYOUT-SPARSE      VALUE "S".

01 SOURCE-NAME                PIC X(12).
01 SOURCE-FILE-NAME           PIC X(40).
01 LISTING-FILE-NAME          PIC X(40).
01 OPERATOR-ID                PIC X(8) VALUE SPACES.
01 DOT-COUNT                  PIC 99 VALUE ZERO.

01 LIST-ROWS                  PIC 9999 VALUE ZERO.
01 LIST-COLS                  PIC 9999 VALUE ZERO.
01 LIST-DECIMALS              PIC 9 VALUE ZERO.
01 DECIMAL-SCALE              PIC 9(5) COMP VALUE 1.
01 RECORD-COUNT               PIC 9(9) VALUE ZERO.
01 ELEMENT-LIMIT              PIC 9(9) VALUE ZERO.
01 ELEMENT-INDEX              PIC 9(9) VALUE ZERO.
01 I                          PIC 9999 COMP.
01 J                          PIC 9999 COMP.
01 K                          PIC 9 COMP.

01 HASH-WORK                  PIC S9(31) COMP-3.
01 HASH-COMPARE               PIC S9(18).
01 TRAILER-COUNT-SAVED        PIC 9(9).
01 TRAILER-HASH-SAVED         PIC S9(18).

01 BAND-WIDTH                 PIC 9 VALUE 5.
01 BAND-START                 PIC 9999 COMP.
01 BAND-END                   PIC 9999 COMP.
01 BAND-NUMBER                PIC 9999 VALUE ZERO.
01 BAND-COUNT                 PIC 9999 VALUE ZERO.
01 PAGE-NUMBER                PIC 9999 VALUE ZERO.
01 LINE-COUNT                 PIC 99 VALUE ZERO.
01 PAGE-LINE-LIMIT            PIC 99 VALUE 60.
01 TRAILER-LINE-NEED          PIC 99 VALUE 12.

01 LISTED-ELEMENTS            PIC 9(9) VALUE ZERO.
01 LISTED-TOTAL               PIC S9(31) COMP-3 VALUE ZERO.
01 AMOUNT-WORK                PIC S9(18).
01 AMOUNT-TEXT                PIC X(20).
01 DECIMAL-WORK               PIC S9(18)V9(4) COMP-3.
01 EDIT-0                     PIC -(18)9.
01 EDIT-1                     PIC -(17)9.9.
01 EDIT-2                     PIC -(16)9.99.
01 EDIT-3                     PIC -(15)9.9(3).
01 EDIT-4                     PIC -(14)9.9(4).
01 TOTAL-DECIMAL-WORK         PIC S9(27)V9(4) COMP-3.
01 TOTAL-EDITED               PIC -(31)9.
01 TOTAL-EDIT-1               PIC -(30)9.9.
01 TOTAL-EDIT-2               PIC -(29)9.99.
01 TOTAL-EDIT-3               PIC -(28)9.9(3).
01 TOTAL-EDIT-4               PIC -(27)9.9(4).

01 PROVENANCE-SAVED.
    05 PVS-STAMP              PIC X(16).
    05 PVS-OPERATION          PIC X(6).
    05 PVS-FIRST              PIC X(20).
    05 PVS-SECOND             PIC X(20).
    05 PVS-PROGRAM            PIC X(16).

01 RUN-STAMP.
    05 RUN-DATE               PIC 9(8).
    05 RUN-TIME               PIC X(8).
    05 FILLER                 PIC X(5).

01 PAGE-HEADING-1.
    05 FILLER                 PIC X(17) VALUE "MATRIX LISTING - ".
    05 PH1-SOURCE             PIC X(40).
    05 FILLER                 PIC X(63) VALUE SPACES.
    05 FILLER                 PIC X(5) VALUE "PAGE ".
    05 PH1-PAGE               PIC ZZZ9.

01 PAGE-HEADING-2.
    05 FILLER                 PIC X(11) VALUE "DIMENSIONS ".
    05 PH2-ROWS               PIC ZZZ9.
    05 FILLER                 PIC X(3) VALUE " X ".
    05 PH2-COLS               PIC ZZZ9.
    05 FILLER                 PIC X(12) VALUE "   DECIMALS ".
    05 PH2-DECIMALS           PIC 9.
    05 FILLER                 PIC X(12) VALUE "   RUN DATE ".
    05 PH2-RUN-DATE           PIC 9999/99/99.
    05 FILLER                 PIC X(12) VALUE "   OPERATOR ".
    05 PH2-OPERATOR           PIC X(8).

01 PAGE-HEADING-3.
    05 FILLER                 PIC X(8) VALUE "COLUMNS ".
    05 PH3-FIRST-COL          PIC ZZZ9.
    05 FILLER                 PIC X(4) VALUE " TO ".
    05 PH3-LAST-COL           PIC ZZZ9.
    05 FILLER                 PIC X(8) VALUE "   BAND ".
    05 PH3-BAND               PIC ZZZ9.
    05 FILLER                 PIC X(4) VALUE " OF ".
    05 PH3-BAND-COUNT         PIC ZZZ9.

01 COLUMN-HEADING-LINE.
    05 FILLER                 PIC X(10) VALUE "     ROW  ".
    05 CHL-COLUMN             OCCURS 5 TIMES.
        10 FILLER             PIC X(16).
        10 CHL-LABEL          PIC X(8).

01 COLUMN-LABEL.
    05 FILLER                 PIC X(4) VALUE "COL ".
    05 CL-NUMBER              PIC 9999.

01 PROVENANCE-LINE.
    05 FILLER                 PIC X(12) VALUE "PROVENANCE: ".
    05 PVL-TEXT               PIC X(110).

01 PROVENANCE-DETAIL.
    05 PVD-STAMP              PIC X(16).
    05 FILLER                 PIC X VALUE SPACE.
    05 PVD-OPERATION          PIC X(6).
    05 FILLER                 PIC X(6) VALUE " FROM ".
    05 PVD-FIRST              PIC X(20).
    05 FILLER                 PIC X VALUE SPACE.
    05 PVD-SECOND             PIC X(20).
    05 FILLER                 PIC X(4) VALUE " BY ".
    05 PVD-PROGRAM            PIC X(16).

01 DETAIL-LINE.
    05 FILLER                 PIC X(4) VALUE SPACES.
    05 DL-ROW                 PIC ZZZ9.
    05 FILLER                 PIC X(2) VALUE SPACES.
    05 DL-COLUMN              OCCURS 5 TIMES.
        10 FILLER             PIC X(4).
        10 DL-AMOUNT          PIC X(20).

01 TRAILER-COUNT-LINE.
    05 FILLER                 PIC X(4) VALUE SPACES.
    05 TCL-LABEL              PIC X(30).
    05 TCL-COUNT              PIC ZZZZZZZZ9.

01 TRAILER-AMOUNT-LINE.
    05 FILLER                 PIC X(4) VALUE SPACES.
    05 TAL-LABEL              PIC X(30).
    05 TAL-AMOUNT             PIC X(33).

01 PRESS-ENTER-KEY            PIC X.

LINKAGE SECTION.

01 LISTING-JOB-PARMS.
    05 LJ-MODE                PIC X.
        88 LJ-BATCH           VALUE "B".
    05 LJ-SOURCE-NAME         PIC X(12).
    05 LJ-OUTPUT-NAME         PIC X(12).
    05 LJ-OPERATOR            PIC X(8).

PROCEDURE DIVISION USING LISTING-JOB-PARMS.

000-MAIN.
    PERFORM 050-DETERMINE-OPTIONS.
    IF SOURCE-IS-FILE
        PERFORM 100-LOAD-FROM-FILE
    ELSE
        PERFORM 200-LOAD-FROM-LIBRARY
        PERFORM 250-FIND-PROVENANCE
    END-IF.
    PERFORM 300-PRINT-LISTING.
    DISPLAY "Matrix listing written to " LISTING-FILE-NAME " ("
        PAGE-NUMBER " pages).".
    IF NOT LJ-BATCH
        DISPLAY "Press Enter key to continue."
        ACCEPT PRESS-ENTER-KEY
    END-IF.
    GOBACK.

050-DETERMINE-OPTIONS.
    MOVE FUNCTION CURRENT-DATE TO RUN-STAMP.
    IF LJ-OPERATOR = SPACES
        MOVE "UNKNOWN" TO OPERATOR-ID
    ELSE
        MOVE LJ-OPERATOR TO OPERATOR-ID
    END-IF.
    IF LJ-BATCH
        MOVE LJ-SOURCE-NAME TO SOURCE-NAME
        MOVE LJ-OUTPUT-NAME TO LISTING-FILE-NAME
    ELSE
        DISPLAY "Matrix to list (blank for Data03.txt, a name with a "
            "dot is a file, otherwise a library name): "
        MOVE SPACES TO SOURCE-NAME
        ACCEPT SOURCE-NAME
        DISPLAY "Listing file name (blank for MatrixListing.txt): "
        MOVE SPACES TO LISTING-FILE-NAME
        ACCEPT LISTING-FILE-NAME
    END-IF.
    MOVE ZERO TO DOT-COUNT.
    INSPECT SOURCE-NAME TALLYING DOT-COUNT FOR ALL ".".
    EVALUATE TRUE
        WHEN SOURCE-NAME = SPACES
            MOVE "F" TO SOURCE-KIND-SWITCH
            MOVE ".\Data03.txt" TO SOURCE-FILE-NAME
        WHEN DOT-COUNT > ZERO
            MOVE "F" TO SOURCE-KIND-SWITCH
            MOVE SOURCE-NAME TO SOURCE-FILE-NAME
        WHEN OTHER
            MOVE "L" TO SOURCE-KIND-SWITCH
    END-EVALUATE.
    IF LISTING-FILE-NAME = SPACES
        MOVE ".\MatrixListing.txt" TO LISTING-FILE-NAME
    END-IF.

100-LOAD-FROM-FILE.
    DISPLAY "Loading matrix file " SOURCE-FILE-NAME "...".
    MOVE "N" TO EOF-SOURCE-SWITCH.
    OPEN INPUT LISTING-SOURCE.
    IF WS-SOURCE-STATUS NOT = "00"
        DISPLAY "ERROR: cannot open the matrix file, status "
            WS-SOURCE-STATUS
        MOVE 8 TO RETURN-CODE
        GOBACK
    END-IF.
    READ LISTING-SOURCE
        AT END MOVE "Y" TO EOF-SOURCE-SWITCH
    END-READ.
    IF EOF-SOURCE
        OR SRC-HDR-ROWS IS NOT NUMERIC OR SRC-HDR-COLS IS NOT NUMERIC
        DISPLAY "ERROR: the matrix file has no readable "
            "dimension header record."
        CLOSE LISTING-SOURCE
        MOVE 8 TO RETURN-CODE
        GOBACK
    END-IF.
    MOVE SRC-HDR-ROWS TO LIST-ROWS.
    MOVE SRC-HDR-COLS TO LIST-COLS.
    EVALUATE TRUE
        WHEN SRC-HDR-DECIMALS = SPACE
            MOVE ZERO TO LIST-DECIMALS
        WHEN SRC-HDR-DECIMALS >= "0" AND SRC-HDR-DECIMALS <= "4"
            MOVE SRC-HDR-DECIMALS TO LIST-DECIMALS
        WHEN OTHER
            DISPLAY "ERROR: the matrix header decimal places "
                "must be blank or 0 through 4."
            CLOSE LISTING-SOURCE
            MOVE 8 TO RETURN-CODE
            GOBACK
    END-EVALUATE.
    IF LIST-ROWS = ZERO OR LIST-COLS = ZERO
        OR LIST-ROWS > 500 OR LIST-COLS > 2500
        DISPLAY "ERROR: the matrix header dimensions ("
            LIST-ROWS "," LIST-COLS ") are not usable."
        CLOSE LISTING-SOURCE
        MOVE 8 TO RETURN-CODE
        GOBACK
    END-IF.
    IF SRC-HDR-FORMAT = "S"
        MOVE "S" TO FILE-LAYOUT-SWITCH
        INITIALIZE LIST-MATRIX
    ELSE
        MOVE SPACE TO FILE-LAYOUT-SWITCH
    END-IF.
    COMPUTE ELEMENT-LIMIT = LIST-ROWS * LIST-COLS.
    MOVE ZERO TO HASH-WORK.
    MOVE ZERO TO RECORD-COUNT.
    MOVE "N" TO TRAILER-SEEN-SWITCH.
    PERFORM UNTIL EOF-SOURCE
        MOVE SPACES TO SOURCE-ELEMENT
        READ LISTING-SOURCE
            AT END MOVE "Y" TO EOF-SOURCE-SWITCH
            NOT AT END PERFORM 110-STORE-ONE-RECORD
        END-READ
    END-PERFORM.
    CLOSE LISTING-SOURCE.
    PERFORM 140-VERIFY-FILE-TRAILER.

110-STORE-ONE-RECORD.
    IF SRC-TRL-TAG = "T"
        MOVE "Y" TO TRAILER-SEEN-SWITCH
        MOVE "Y" TO EOF-SOURCE-SWITCH
        MOVE SRC-TRL-COUNT TO TRAILER-COUNT-SAVED
        MOVE SRC-TRL-HASH TO TRAILER-HASH-SAVED
    ELSE
        ADD 1 TO RECORD-COUNT
        IF LAYOUT-UNKNOWN
            IF SRC-COL(1) IS NUMERIC
                MOVE "W" TO FILE-LAYOUT-SWITCH
            ELSE
                MOVE "E" TO FILE-LAYOUT-SWITCH
            END-IF
        END-IF
        EVALUATE TRUE
            WHEN LAYOUT-WIDE-ROWS
                PERFORM 115-STORE-WIDE-ROW
            WHEN LAYOUT-ELEMENTS
                PERFORM 120-STORE-ONE-ELEMENT
            WHEN OTHER
                PERFORM 130-STORE-SPARSE-CELL
        END-EVALUATE
    END-IF.

115-STORE-WIDE-ROW.
    IF RECORD-COUNT <= LIST-ROWS
        PERFORM VARYING J FROM 1 BY 1 UNTIL J > LIST-COLS
            IF SRC-COL(J) IS NOT NUMERIC
                DISPLAY "ERROR: row " RECORD-COUNT " column " J
                    " of the matrix file is not numeric."
                CLOSE LISTING-SOURCE
                MOVE 8 TO RETURN-CODE
                GOBACK
            END-IF
            MOVE SRC-COL(J) TO LM-CELL(RECORD-COUNT, J)
            ADD SRC-COL(J) TO HASH-WORK
        END-PERFORM
    END-IF.

120-STORE-ONE-ELEMENT.
    IF SRC-ELEM-VALUE IS NOT NUMERIC
        DISPLAY "ERROR: element record " RECORD-COUNT
            " of the matrix file is not numeric."
        CLOSE LISTING-SOURCE
        MOVE 8 TO RETURN-CODE
        GOBACK
    END-IF.
    IF RECORD-COUNT <= ELEMENT-LIMIT
        COMPUTE ELEMENT-INDEX = RECORD-COUNT - 1
        DIVIDE ELEMENT-INDEX BY LIST-COLS GIVING I REMAINDER J
        ADD 1 TO I
        ADD 1 TO J
        MOVE SRC-ELEM-VALUE TO LM-CELL(I, J)
    END-IF.
    ADD SRC-ELEM-VALUE TO HASH-WORK.

130-STORE-SPARSE-CELL.
    IF SRC-SP-ROW IS NOT NUMERIC OR SRC-SP-COL IS NOT NUMERIC
        OR SRC-SP-VALUE IS NOT NUMERIC
        DISPLAY "ERROR: sparse record " RECORD-COUNT
            " of the matrix file is not numeric."
        CLOSE LISTING-SOURCE
        MOVE 8 TO RETURN-CODE
        GOBACK
    END-IF.
    IF SRC-SP-ROW = ZERO OR SRC-SP-ROW > LIST-ROWS
        OR SRC-SP-COL = ZERO OR SRC-SP-COL > LIST-COLS
        DISPLAY "ERROR: sparse cell (" SRC-SP-ROW "," SRC-SP-COL
            ") is outside the header dimensions."
        CLOSE LISTING-SOURCE
        MOVE 8 TO RETURN-CODE
        GOBACK
    END-IF.
    MOVE SRC-SP-VALUE TO LM-CELL(SRC-SP-ROW, SRC-SP-COL).
    ADD SRC-SP-VALUE TO HASH-WORK.

140-VERIFY-FILE-TRAILER.
    IF NOT TRAILER-SEEN
        DISPLAY "ERROR: the matrix file has no control trailer "
            "record - the listing is blocked."
        MOVE 12 TO RETURN-CODE
        GOBACK
    END-IF.
    MOVE HASH-WORK TO HASH-COMPARE.
    IF TRAILER-COUNT-SAVED NOT = RECORD-COUNT
        OR TRAILER-HASH-SAVED NOT = HASH-COMPARE
        OR (LAYOUT-WIDE-ROWS AND RECORD-COUNT NOT = LIST-ROWS)
        OR (LAYOUT-ELEMENTS AND RECORD-COUNT NOT = ELEMENT-LIMIT)
        DISPLAY "ERROR: the matrix file control totals do not "
            "match its trailer record - the listing is blocked."
        MOVE 12 TO RETURN-CODE
        GOBACK
    END-IF.
    DISPLAY "Matrix file control trailer verified.".

200-LOAD-FROM-LIBRARY.
    DISPLAY "Loading matrix " SOURCE-NAME " from the library...".
    OPEN INPUT MATRIX-LIBRARY-FILE.
    IF WS-LIBRARY-STATUS NOT = "00"
        DISPLAY "ERROR: cannot open the matrix library, status "
            WS-LIBRARY-STATUS
        MOVE 8 TO RETURN-CODE
        GOBACK
    END-IF.
    MOVE SOURCE-NAME TO MX-NAME.
    MOVE ZERO TO MX-ROW.
    MOVE ZERO TO MX-COL.
    READ MATRIX-LIBRARY-FILE
        INVALID KEY
            DISPLAY "ERROR: no matrix named " SOURCE-NAME
                " is in the library."
            CLOSE MATRIX-LIBRARY-FILE
            MOVE 8 TO RETURN-CODE
            GOBACK
    END-READ.
    MOVE MX-HEADER-ROWS TO LIST-ROWS.
    MOVE MX-HEADER-COLS TO LIST-COLS.
    IF MX-HEADER-DECIMALS >= "1" AND MX-HEADER-DECIMALS <= "4"
        MOVE MX-HEADER-DECIMALS TO LIST-DECIMALS
    ELSE
        MOVE ZERO TO LIST-DECIMALS
    END-IF.
    IF LIST-ROWS = ZERO OR LIST-COLS = ZERO
        OR LIST-ROWS > 500 OR LIST-COLS > 2500
        DISPLAY "ERROR: matrix " SOURCE-NAME " dimensions ("
            LIST-ROWS "," LIST-COLS ") are not usable."
        CLOSE MATRIX-LIBRARY-FILE
        MOVE 8 TO RETURN-CODE
        GOBACK
    END-IF.
    MOVE ZERO TO HASH-WORK.
    PERFORM VARYING I FROM 1 BY 1 UNTIL I > LIST-ROWS
        PERFORM VARYING J FROM 1 BY 1 UNTIL J > LIST-COLS
            MOVE SOURCE-NAME TO MX-NAME
            MOVE I TO MX-ROW
            MOVE J TO MX-COL
            READ MATRIX-LIBRARY-FILE
                INVALID KEY
                    DISPLAY "ERROR: matrix " SOURCE-NAME
                        " is incomplete - row " I " column " J
                        " is missing from the library."
                    CLOSE MATRIX-LIBRARY-FILE
                    MOVE 8 TO RETURN-CODE
                    GOBACK
            END-READ
            MOVE MX-VALUE TO LM-CELL(I, J)
            ADD MX-VALUE TO HASH-WORK
        END-PERFORM
    END-PERFORM.
    CLOSE MATRIX-LIBRARY-FILE.

250-FIND-PROVENANCE.
    MOVE "N" TO PROVENANCE-SWITCH.
    OPEN INPUT PROVENANCE-FILE.
    IF WS-PROVENANCE-STATUS = "00"
        MOVE "N" TO EOF-SOURCE-SWITCH
        PERFORM UNTIL EOF-SOURCE
            READ PROVENANCE-FILE
                AT END MOVE "Y" TO EOF-SOURCE-SWITCH
                NOT AT END
                    IF PV-NAME = SOURCE-NAME
                        MOVE "Y" TO PROVENANCE-SWITCH
                        MOVE PV-STAMP TO PVS-STAMP
                        MOVE PV-OPERATION TO PVS-OPERATION
                        MOVE PV-FIRST-SOURCE TO PVS-FIRST
                        MOVE PV-SECOND-SOURCE TO PVS-SECOND
                        MOVE PV-PROGRAM TO PVS-PROGRAM
                    END-IF
            END-READ
        END-PERFORM
        CLOSE PROVENANCE-FILE
    END-IF.

300-PRINT-LISTING.
    OPEN OUTPUT LISTING-FILE.
    IF WS-LISTING-STATUS NOT = "00"
        DISPLAY "ERROR: cannot open the listing file "
            LISTING-FILE-NAME ", status " WS-LISTING-STATUS
        MOVE 8 TO RETURN-CODE
        GOBACK
    END-IF.
    MOVE 1 TO DECIMAL-SCALE.
    PERFORM LIST-DECIMALS TIMES
        MULTIPLY 10 BY DECIMAL-SCALE
    END-PERFORM.
    COMPUTE BAND-COUNT = (LIST-COLS + BAND-WIDTH - 1) / BAND-WIDTH.
    MOVE ZERO TO BAND-NUMBER.
    MOVE ZERO TO PAGE-NUMBER.
    MOVE ZERO TO LISTED-ELEMENTS.
    MOVE ZERO TO LISTED-TOTAL.
    IF SOURCE-IS-FILE
        MOVE SOURCE-FILE-NAME TO PH1-SOURCE
    ELSE
        MOVE SOURCE-NAME TO PH1-SOURCE
    END-IF.
    MOVE LIST-ROWS TO PH2-ROWS.
    MOVE LIST-COLS TO PH2-COLS.
    MOVE LIST-DECIMALS TO PH2-DECIMALS.
    MOVE RUN-DATE TO PH2-RUN-DATE.
    MOVE OPERATOR-ID TO PH2-OPERATOR.
    MOVE BAND-COUNT TO PH3-BAND-COUNT.
    PERFORM VARYING BAND-START FROM 1 BY BAND-WIDTH
            UNTIL BAND-START > LIST-COLS
        PERFORM 310-PRINT-ONE-BAND
    END-PERFORM.
    PERFORM 360-PRINT-CONTROL-TRAILER.
    CLOSE LISTING-FILE.

310-PRINT-ONE-BAND.
    ADD 1 TO BAND-NUMBER.
    COMPUTE BAND-END = BAND-START + BAND-WIDTH - 1.
    IF BAND-END > LIST-COLS
        MOVE LIST-COLS TO BAND-END
    END-IF.
    MOVE SPACES TO COLUMN-HEADING-LINE(11:).
    MOVE 1 TO K.
    PERFORM VARYING J FROM BAND-START BY 1 UNTIL J > BAND-END
        MOVE J TO CL-NUMBER
        MOVE COLUMN-LABEL TO CHL-LABEL(K)
        ADD 1 TO K
    END-PERFORM.
    PERFORM 320-PRINT-PAGE-HEADING.
    PERFORM VARYING I FROM 1 BY 1 UNTIL I > LIST-ROWS
        IF LINE-COUNT >= PAGE-LINE-LIMIT
            PERFORM 320-PRINT-PAGE-HEADING
        END-IF
        PERFORM 330-PRINT-ONE-ROW
    END-PERFORM.

320-PRINT-PAGE-HEADING.
    ADD 1 TO PAGE-NUMBER.
    MOVE PAGE-NUMBER TO PH1-PAGE.
    MOVE BAND-START TO PH3-FIRST-COL.
    MOVE BAND-END TO PH3-LAST-COL.
    MOVE BAND-NUMBER TO PH3-BAND.
    MOVE PAGE-HEADING-1 TO LISTING-LINE.
    WRITE LISTING-LINE AFTER ADVANCING PAGE.
    MOVE PAGE-HEADING-2 TO LISTING-LINE.
    WRITE LISTING-LINE AFTER ADVANCING 1 LINE.
    MOVE PAGE-HEADING-3 TO LISTING-LINE.
    WRITE LISTING-LINE AFTER ADVANCING 1 LINE.
    MOVE 3 TO LINE-COUNT.
    IF PAGE-NUMBER = 1
        PERFORM 325-PRINT-PROVENANCE-LINE
    END-IF.
    MOVE COLUMN-HEADING-LINE TO LISTING-LINE.
    WRITE LISTING-LINE AFTER ADVANCING 2 LINES.
    MOVE ALL "-" TO LISTING-LINE.
    WRITE LISTING-LINE AFTER ADVANCING 1 LINE.
    ADD 3 TO LINE-COUNT.

325-PRINT-PROVENANCE-LINE.
    MOVE SPACES TO PVL-TEXT.
    EVALUATE TRUE
        WHEN SOURCE-IS-FILE
            MOVE "MATRIX FILE - NO LIBRARY PROVENANCE IS KEPT"
                TO PVL-TEXT
        WHEN PROVENANCE-FOUND
            MOVE PVS-STAMP TO PVD-STAMP
            MOVE PVS-OPERATION TO PVD-OPERATION
            MOVE PVS-FIRST TO PVD-FIRST
            MOVE PVS-SECOND TO PVD-SECOND
            MOVE PVS-PROGRAM TO PVD-PROGRAM
            MOVE PROVENANCE-DETAIL TO PVL-TEXT
        WHEN OTHER
            MOVE "NO PROVENANCE ENTRY WAS FOUND FOR THIS MATRIX"
                TO PVL-TEXT
    END-EVALUATE.
    MOVE PROVENANCE-LINE TO LISTING-LINE.
    WRITE LISTING-LINE AFTER ADVANCING 2 LINES.
    ADD 2 TO LINE-COUNT.

330-PRINT-ONE-ROW.
    MOVE SPACES TO DETAIL-LINE.
    MOVE I TO DL-ROW.
    MOVE 1 TO K.
    PERFORM VARYING J FROM BAND-START BY 1 UNTIL J > BAND-END
        MOVE LM-CELL(I, J) TO AMOUNT-WORK
        PERFORM 340-EDIT-ONE-AMOUNT
        MOVE AMOUNT-TEXT TO DL-AMOUNT(K)
        ADD LM-CELL(I, J) TO LISTED-TOTAL
        ADD 1 TO LISTED-ELEMENTS
        ADD 1 TO K
    END-PERFORM.
    MOVE DETAIL-LINE TO LISTING-LINE.
    WRITE LISTING-LINE AFTER ADVANCING 1 LINE.
    ADD 1 TO LINE-COUNT.

340-EDIT-ONE-AMOUNT.
    MOVE SPACES TO AMOUNT-TEXT.
    IF LIST-DECIMALS = ZERO
        MOVE AMOUNT-WORK TO EDIT-0
        MOVE EDIT-0 TO AMOUNT-TEXT(2:19)
    ELSE
        COMPUTE DECIMAL-WORK = AMOUNT-WORK / DECIMAL-SCALE
        EVALUATE LIST-DECIMALS
            WHEN 1
                MOVE DECIMAL-WORK TO EDIT-1
                MOVE EDIT-1 TO AMOUNT-TEXT
            WHEN 2
                MOVE DECIMAL-WORK TO EDIT-2
                MOVE EDIT-2 TO AMOUNT-TEXT
            WHEN 3
                MOVE DECIMAL-WORK TO EDIT-3
                MOVE EDIT-3 TO AMOUNT-TEXT
            WHEN OTHER
                MOVE DECIMAL-WORK TO EDIT-4
                MOVE EDIT-4 TO AMOUNT-TEXT
        END-EVALUATE
    END-IF.

360-PRINT-CONTROL-TRAILER.
    IF LINE-COUNT + TRAILER-LINE-NEED > PAGE-LINE-LIMIT
        PERFORM 320-PRINT-PAGE-HEADING
    END-IF.
    MOVE "CONTROL TRAILER" TO LISTING-LINE.
    WRITE LISTING-LINE AFTER ADVANCING 2 LINES.
    MOVE "ROWS LISTED" TO TCL-LABEL.
    MOVE LIST-ROWS TO TCL-COUNT.
    PERFORM 370-WRITE-TRAILER-COUNT.
    MOVE "COLUMNS LISTED" TO TCL-LABEL.
    MOVE LIST-COLS TO TCL-COUNT.
    PERFORM 370-WRITE-TRAILER-COUNT.
    MOVE "ELEMENTS LISTED" TO TCL-LABEL.
    MOVE LISTED-ELEMENTS TO TCL-COUNT.
    PERFORM 370-WRITE-TRAILER-COUNT.
    MOVE "COLUMN BANDS" TO TCL-LABEL.
    MOVE BAND-COUNT TO TCL-COUNT.
    PERFORM 370-WRITE-TRAILER-COUNT.
    MOVE "PAGES" TO TCL-LABEL.
    MOVE PAGE-NUMBER TO TCL-COUNT.
    PERFORM 370-WRITE-TRAILER-COUNT.
    MOVE "TOTAL OF ALL ELEMENTS" TO TAL-LABEL.
    MOVE SPACES TO TAL-AMOUNT.
    IF LIST-DECIMALS = ZERO
        MOVE LISTED-TOTAL TO TOTAL-EDITED
        MOVE TOTAL-EDITED TO TAL-AMOUNT(2:32)
    ELSE
        COMPUTE TOTAL-DECIMAL-WORK = LISTED-TOTAL / DECIMAL-SCALE
        EVALUATE LIST-DECIMALS
            WHEN 1
                MOVE TOTAL-DECIMAL-WORK TO TOTAL-EDIT-1
                MOVE TOTAL-EDIT-1 TO TAL-AMOUNT
            WHEN 2
                MOVE TOTAL-DECIMAL-WORK TO TOTAL-EDIT-2
                MOVE TOTAL-EDIT-2 TO TAL-AMOUNT
            WHEN 3
                MOVE TOTAL-DECIMAL-WORK TO TOTAL-EDIT-3
                MOVE TOTAL-EDIT-3 TO TAL-AMOUNT
            WHEN OTHER
                MOVE TOTAL-DECIMAL-WORK TO TOTAL-EDIT-4
                MOVE TOTAL-EDIT-4 TO TAL-AMOUNT
        END-EVALUATE
    END-IF.
    MOVE TRAILER-AMOUNT-LINE TO LISTING-LINE.
    WRITE LISTING-LINE AFTER ADVANCING 1 LINE.
    MOVE "HASH TOTAL (UNSCALED)" TO TAL-LABEL.
    MOVE HASH-WORK TO TOTAL-EDITED.
    MOVE SPACES TO TAL-AMOUNT.
    MOVE TOTAL-EDITED TO TAL-AMOUNT(2:32).
    MOVE TRAILER-AMOUNT-LINE TO LISTING-LINE.
    WRITE LISTING-LINE AFTER ADVANCING 1 LINE.
    IF SOURCE-IS-FILE
        MOVE "    SOURCE FILE CONTROL TRAILER VERIFIED"
            TO LISTING-LINE
    ELSE
        MOVE "    SOURCE LIBRARY MATRIX COMPLETE - ALL ELEMENTS READ"
            TO LISTING-LINE
    END-IF.
    WRITE LISTING-LINE AFTER ADVANCING 1 LINE.
    MOVE "*** END OF LISTING ***" TO LISTING-LINE.
    WRITE LISTING-LINE AFTER ADVANCING 2 LINES.

370-WRITE-TRAILER-COUNT.
    MOVE TRAILER-COUNT-LINE TO LISTING-LINE.
    WRITE LISTING-LINE AFTER ADVANCING 1 LINE.
