IDENTIFICATION DIVISION.
PROGRAM-ID. MATRIX-RECONCILE.

ENVIRONMENT DIVISION.

INPUT-OUTPUT SECTION.
FILE-CONTROL.

SELECT MATRIX-LIBRARY-FILE ASSIGN TO ".\MatrixLibrary.dat"
ORGANIZATION IS INDEXED
ACCESS MODE IS DYNAMIC
RECORD KEY IS MX-KEY
FILE STATUS IS WS-LIBRARY-STATUS.

SELECT PROVENANCE-FILE ASSIGN TO ".\MatrixProvenance.txt"
ORGANIZATION IS LINE SEQUENTIAL
FILE STATUS IS WS-PROVENANCE-STATUS.

SELECT CHANGE-LOG ASSIGN TO ".\MatrixChangeLog.txt"
ORGANIZATION IS LINE SEQUENTIAL
FILE STATUS IS WS-CHANGE-LOG-STATUS.

SELECT RUN-LOG ASSIGN TO ".\MatrixRunLog.txt"
ORGANIZATION IS LINE SEQUENTIAL
FILE STATUS IS WS-RUN-LOG-STATUS.

SELECT RESULT-FILE ASSIGN TO ".\Data03.txt"
ORGANIZATION IS LINE SEQUENTIAL
FILE STATUS IS WS-RESULT-STATUS.

SELECT RECON-REPORT ASSIGN TO ".\MatrixReconReport.txt"
ORGANIZATION IS LINE SEQUENTIAL
FILE STATUS IS WS-RECON-STATUS.

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

FD CHANGE-LOG.
01 CHANGE-LOG-RECORD.
    05 CL-OPERATOR            PIC X(8).
    05 CL-SEP1                PIC X.
    05 CL-STAMP               PIC X(16).
    05 CL-SEP2                PIC X.
    05 CL-NAME                PIC X(12).
    05 CL-SEP3                PIC X.
    05 CL-ROW                 PIC 9999.
    05 CL-SEP4                PIC X.
    05 CL-COL                 PIC 9999.
    05 CL-SEP5                PIC X.
    05 CL-OLD-VALUE           PIC S9(18)
                 SIGN LEADING SEPARATE.
    05 CL-SEP6                PIC X.
    05 CL-NEW-VALUE           PIC S9(18)
                 SIGN LEADING SEPARATE.

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

FD RESULT-FILE.
01 RESULT-RECORD              PIC X(80).

FD RECON-REPORT.
01 RECON-REPORT-LINE          PIC X(100).

WORKING-STORAGE SECTION.

01 WS-LIBRARY-STATUS          PIC XX.
01 WS-PROVENANCE-STATUS       PIC XX.
01 WS-CHANGE-LOG-STATUS       PIC XX.
01 WS-RUN-LOG-STATUS          PIC XX.
01 WS-RESULT-STATUS           PIC XX.
01 WS-RECON-STATUS            PIC XX.

01 RECON-SWITCHES.
    05 EOF-FILE-SWITCH        PIC X VALUE "N".
        88 EOF-FILE           VALUE "Y".
    05 END-SCAN-SWITCH        PIC X VALUE "N".
        88 END-SCAN           VALUE "Y".
    05 LIBRARY-OPEN-SWITCH    PIC X VALUE "N".
        88 LIBRARY-OPEN       VALUE "Y".
    05 MATRIX-FOUND-SWITCH    PIC X VALUE "N".
        88 MATRIX-FOUND       VALUE "Y".
    05 ENTRY-FOUND-SWITCH     PIC X VALUE "N".
        88 ENTRY-FOUND        VALUE "Y".
    05 RESULT-FILE-SWITCH     PIC X VALUE "N".
        88 RESULT-FILE-EXISTS VALUE "Y".
    05 SECTION-LISTED-SWITCH  PIC X VALUE "N".
        88 SECTION-LISTED     VALUE "Y".

01 PROVENANCE-TABLE.
    05 PV-COUNT               PIC 9(5) COMP VALUE ZERO.
    05 PV-ENTRY               OCCURS 9999 TIMES.
        10 PVT-NAME           PIC X(12).
        10 PVT-STAMP          PIC X(16).
        10 PVT-OPERATION      PIC X(6).
        10 PVT-FIRST          PIC X(20).
        10 PVT-SECOND         PIC X(20).
        10 PVT-PROGRAM        PIC X(16).
01 PV-SUB                     PIC 9(5) COMP.

01 LOOKUP-NAME                PIC X(12).
01 SOURCE-NAME                PIC X(20).
01 SOURCE-DOT-COUNT           PIC 99.
01 CURRENT-NAME               PIC X(12).
01 SECTION-TITLE              PIC X(60).

01 MATRIX-COUNT               PIC 9(9) VALUE ZERO.
01 PROVENANCE-READ-COUNT      PIC 9(9) VALUE ZERO.
01 PROVENANCE-UNCHECKED       PIC 9(9) VALUE ZERO.
01 CHANGE-LOG-COUNT           PIC 9(9) VALUE ZERO.
01 RUN-LOG-COUNT              PIC 9(9) VALUE ZERO.
01 CHAINED-RUN-COUNT          PIC 9(9) VALUE ZERO.
01 UNNAMED-RUN-COUNT          PIC 9(9) VALUE ZERO.
01 NO-PROVENANCE-COUNT        PIC 9(9) VALUE ZERO.
01 MISSING-SOURCE-COUNT       PIC 9(9) VALUE ZERO.
01 DELETED-CHANGE-COUNT       PIC 9(9) VALUE ZERO.
01 UNMATCHED-RUN-COUNT        PIC 9(9) VALUE ZERO.
01 EXCEPTION-COUNT            PIC 9(9) VALUE ZERO.

01 RUN-STAMP.
    05 RUN-DATE               PIC X(8).
    05 RUN-TIME               PIC X(8).
    05 FILLER                 PIC X(5).

01 RECON-HEADING-LINE.
    05 FILLER                 PIC X(34)
                 VALUE "MATRIX LINEAGE RECONCILIATION".
    05 FILLER                 PIC X(4) VALUE "RUN ".
    05 RHL-DATE               PIC X(8).
    05 FILLER                 PIC X VALUE SPACE.
    05 RHL-TIME               PIC X(6).

01 RECON-DETAIL-LINE.
    05 FILLER                 PIC X(2) VALUE SPACES.
    05 RDL-NAME               PIC X(12).
    05 FILLER                 PIC X(2) VALUE SPACES.
    05 RDL-STAMP              PIC X(16).
    05 FILLER                 PIC X(2) VALUE SPACES.
    05 RDL-MESSAGE            PIC X(34).
    05 FILLER                 PIC X(2) VALUE SPACES.
    05 RDL-DETAIL             PIC X(20).

01 RECON-SUMMARY-LINE.
    05 RSL-LABEL              PIC X(50).
    05 RSL-COUNT              PIC ZZZZZZZZ9.

PROCEDURE DIVISION.

000-MAIN.
    PERFORM 050-INITIALIZE-RUN.
    PERFORM 060-OPEN-LIBRARY.
    OPEN OUTPUT RECON-REPORT.
    IF WS-RECON-STATUS NOT = "00"
        DISPLAY "ERROR: cannot open MatrixReconReport.txt, status "
            WS-RECON-STATUS
        PERFORM 900-CLOSE-LIBRARY
        MOVE 8 TO RETURN-CODE
        GOBACK
    END-IF.
    MOVE RUN-DATE TO RHL-DATE.
    MOVE RUN-TIME(1:6) TO RHL-TIME.
    MOVE RECON-HEADING-LINE TO RECON-REPORT-LINE.
    WRITE RECON-REPORT-LINE.
    PERFORM 100-LOAD-PROVENANCE.
    PERFORM 200-CHECK-LIBRARY-MATRICES.
    PERFORM 300-CHECK-PROVENANCE-SOURCES.
    PERFORM 400-CHECK-CHANGE-LOG.
    PERFORM 500-CHECK-RUN-LOG.
    PERFORM 800-FINISH-REPORT.
    CLOSE RECON-REPORT.
    PERFORM 900-CLOSE-LIBRARY.
    IF EXCEPTION-COUNT = ZERO
        DISPLAY "Lineage reconciliation found no exceptions - see "
            "MatrixReconReport.txt."
    ELSE
        DISPLAY "Lineage reconciliation found " EXCEPTION-COUNT
            " exceptions - see MatrixReconReport.txt."
        MOVE 8 TO RETURN-CODE
    END-IF.
    GOBACK.

050-INITIALIZE-RUN.
    MOVE FUNCTION CURRENT-DATE TO RUN-STAMP.
    MOVE ZERO TO PV-COUNT.
    MOVE ZERO TO MATRIX-COUNT.
    MOVE ZERO TO PROVENANCE-READ-COUNT.
    MOVE ZERO TO PROVENANCE-UNCHECKED.
    MOVE ZERO TO CHANGE-LOG-COUNT.
    MOVE ZERO TO RUN-LOG-COUNT.
    MOVE ZERO TO CHAINED-RUN-COUNT.
    MOVE ZERO TO UNNAMED-RUN-COUNT.
    MOVE ZERO TO NO-PROVENANCE-COUNT.
    MOVE ZERO TO MISSING-SOURCE-COUNT.
    MOVE ZERO TO DELETED-CHANGE-COUNT.
    MOVE ZERO TO UNMATCHED-RUN-COUNT.
    MOVE ZERO TO EXCEPTION-COUNT.
    MOVE "N" TO LIBRARY-OPEN-SWITCH.
    OPEN INPUT RESULT-FILE.
    IF WS-RESULT-STATUS = "00"
        MOVE "Y" TO RESULT-FILE-SWITCH
        CLOSE RESULT-FILE
    ELSE
        MOVE "N" TO RESULT-FILE-SWITCH
    END-IF.

060-OPEN-LIBRARY.
    OPEN INPUT MATRIX-LIBRARY-FILE.
    EVALUATE WS-LIBRARY-STATUS
        WHEN "00"
            MOVE "Y" TO LIBRARY-OPEN-SWITCH
        WHEN "35"
            DISPLAY "No matrix library was found - every library "
                "reference will be reported as missing."
        WHEN OTHER
            DISPLAY "ERROR: cannot open the matrix library, status "
                WS-LIBRARY-STATUS
            MOVE 12 TO RETURN-CODE
            GOBACK
    END-EVALUATE.

100-LOAD-PROVENANCE.
    OPEN INPUT PROVENANCE-FILE.
    IF WS-PROVENANCE-STATUS = "00"
        MOVE "N" TO EOF-FILE-SWITCH
        PERFORM UNTIL EOF-FILE
            READ PROVENANCE-FILE
                AT END MOVE "Y" TO EOF-FILE-SWITCH
                NOT AT END PERFORM 110-SAVE-PROVENANCE-ENTRY
            END-READ
        END-PERFORM
        CLOSE PROVENANCE-FILE
    END-IF.

110-SAVE-PROVENANCE-ENTRY.
    ADD 1 TO PROVENANCE-READ-COUNT.
    IF PV-COUNT < 9999
        ADD 1 TO PV-COUNT
        MOVE PV-NAME TO PVT-NAME(PV-COUNT)
        MOVE PV-STAMP TO PVT-STAMP(PV-COUNT)
        MOVE PV-OPERATION TO PVT-OPERATION(PV-COUNT)
        MOVE PV-FIRST-SOURCE TO PVT-FIRST(PV-COUNT)
        MOVE PV-SECOND-SOURCE TO PVT-SECOND(PV-COUNT)
        MOVE PV-PROGRAM TO PVT-PROGRAM(PV-COUNT)
    ELSE
        ADD 1 TO PROVENANCE-UNCHECKED
    END-IF.

200-CHECK-LIBRARY-MATRICES.
    MOVE "LIBRARY MATRICES WITH NO PROVENANCE" TO SECTION-TITLE.
    PERFORM 700-START-SECTION.
    IF LIBRARY-OPEN
        MOVE "N" TO END-SCAN-SWITCH
        MOVE LOW-VALUES TO MX-KEY
        START MATRIX-LIBRARY-FILE KEY IS NOT LESS THAN MX-KEY
            INVALID KEY MOVE "Y" TO END-SCAN-SWITCH
        END-START
        PERFORM UNTIL END-SCAN
            READ MATRIX-LIBRARY-FILE NEXT RECORD
                AT END MOVE "Y" TO END-SCAN-SWITCH
                NOT AT END PERFORM 210-CHECK-ONE-MATRIX
            END-READ
        END-PERFORM
    END-IF.
    PERFORM 710-END-SECTION.

210-CHECK-ONE-MATRIX.
    MOVE MX-NAME TO CURRENT-NAME.
    ADD 1 TO MATRIX-COUNT.
    MOVE "N" TO ENTRY-FOUND-SWITCH.
    PERFORM VARYING PV-SUB FROM 1 BY 1
            UNTIL PV-SUB > PV-COUNT OR ENTRY-FOUND
        IF PVT-NAME(PV-SUB) = CURRENT-NAME
            MOVE "Y" TO ENTRY-FOUND-SWITCH
        END-IF
    END-PERFORM.
    IF NOT ENTRY-FOUND
        MOVE CURRENT-NAME TO RDL-NAME
        MOVE SPACES TO RDL-STAMP
        MOVE "NO PROVENANCE ENTRY FOR MATRIX" TO RDL-MESSAGE
        MOVE SPACES TO RDL-DETAIL
        PERFORM 720-WRITE-EXCEPTION
        ADD 1 TO NO-PROVENANCE-COUNT
    END-IF.
    MOVE CURRENT-NAME TO MX-NAME.
    MOVE 9999 TO MX-ROW.
    MOVE 9999 TO MX-COL.
    START MATRIX-LIBRARY-FILE KEY IS GREATER THAN MX-KEY
        INVALID KEY MOVE "Y" TO END-SCAN-SWITCH
    END-START.

300-CHECK-PROVENANCE-SOURCES.
    MOVE "PROVENANCE ENTRIES WHOSE SOURCE MATRIX NO LONGER EXISTS"
        TO SECTION-TITLE.
    PERFORM 700-START-SECTION.
    PERFORM VARYING PV-SUB FROM 1 BY 1 UNTIL PV-SUB > PV-COUNT
        EVALUATE PVT-OPERATION(PV-SUB)
            WHEN "LOAD"
            WHEN "RELOAD"
            WHEN "RENAME"
            WHEN "ROLLBK"
            WHEN "IMPORT"
                CONTINUE
            WHEN OTHER
                MOVE PVT-FIRST(PV-SUB) TO SOURCE-NAME
                PERFORM 310-CHECK-ONE-SOURCE
                MOVE PVT-SECOND(PV-SUB) TO SOURCE-NAME
                PERFORM 310-CHECK-ONE-SOURCE
        END-EVALUATE
    END-PERFORM.
    PERFORM 710-END-SECTION.

310-CHECK-ONE-SOURCE.
    MOVE ZERO TO SOURCE-DOT-COUNT.
    INSPECT SOURCE-NAME TALLYING SOURCE-DOT-COUNT FOR ALL ".".
    IF SOURCE-NAME NOT = SPACES
        AND SOURCE-DOT-COUNT = ZERO
        AND SOURCE-NAME(1:1) NOT = "*"
        MOVE SOURCE-NAME(1:12) TO LOOKUP-NAME
        PERFORM 600-FIND-LIBRARY-MATRIX
        IF NOT MATRIX-FOUND
            MOVE PVT-NAME(PV-SUB) TO RDL-NAME
            MOVE PVT-STAMP(PV-SUB) TO RDL-STAMP
            MOVE "SOURCE MATRIX IS NOT IN LIBRARY" TO RDL-MESSAGE
            MOVE SOURCE-NAME TO RDL-DETAIL
            PERFORM 720-WRITE-EXCEPTION
            ADD 1 TO MISSING-SOURCE-COUNT
        END-IF
    END-IF.

400-CHECK-CHANGE-LOG.
    MOVE "CHANGE-LOG ENTRIES AGAINST DELETED MATRICES"
        TO SECTION-TITLE.
    PERFORM 700-START-SECTION.
    OPEN INPUT CHANGE-LOG.
    IF WS-CHANGE-LOG-STATUS = "00"
        MOVE "N" TO EOF-FILE-SWITCH
        PERFORM UNTIL EOF-FILE
            READ CHANGE-LOG
                AT END MOVE "Y" TO EOF-FILE-SWITCH
                NOT AT END PERFORM 410-CHECK-ONE-CHANGE
            END-READ
        END-PERFORM
        CLOSE CHANGE-LOG
    END-IF.
    PERFORM 710-END-SECTION.

410-CHECK-ONE-CHANGE.
    ADD 1 TO CHANGE-LOG-COUNT.
    MOVE CL-NAME TO LOOKUP-NAME.
    PERFORM 600-FIND-LIBRARY-MATRIX.
    IF NOT MATRIX-FOUND
        MOVE CL-NAME TO RDL-NAME
        MOVE CL-STAMP TO RDL-STAMP
        MOVE "CHANGED MATRIX IS NOT IN LIBRARY" TO RDL-MESSAGE
        MOVE SPACES TO RDL-DETAIL
        STRING "R" CL-ROW " C" CL-COL " BY " CL-OPERATOR
            DELIMITED BY SIZE INTO RDL-DETAIL
        PERFORM 720-WRITE-EXCEPTION
        ADD 1 TO DELETED-CHANGE-COUNT
    END-IF.

500-CHECK-RUN-LOG.
    MOVE "RUN-LOG EXECUTIONS WITH NO MATCHING RESULT"
        TO SECTION-TITLE.
    PERFORM 700-START-SECTION.
    OPEN INPUT RUN-LOG.
    IF WS-RUN-LOG-STATUS = "00"
        MOVE "N" TO EOF-FILE-SWITCH
        PERFORM UNTIL EOF-FILE
            MOVE SPACES TO RUN-LOG-RECORD
            READ RUN-LOG
                AT END MOVE "Y" TO EOF-FILE-SWITCH
                NOT AT END PERFORM 510-CHECK-ONE-RUN
            END-READ
        END-PERFORM
        CLOSE RUN-LOG
    END-IF.
    PERFORM 710-END-SECTION.

510-CHECK-ONE-RUN.
    ADD 1 TO RUN-LOG-COUNT.
    MOVE ZERO TO SOURCE-DOT-COUNT.
    INSPECT RL-RESULT-NAME TALLYING SOURCE-DOT-COUNT FOR ALL ".".
    MOVE RL-RESULT-NAME TO RDL-NAME.
    MOVE RL-FINISH-STAMP TO RDL-STAMP.
    MOVE SPACES TO RDL-DETAIL.
    STRING "OPER " RL-OPERATOR DELIMITED BY SIZE INTO RDL-DETAIL.
    EVALUATE TRUE
        WHEN RL-RESULT-NAME = SPACES
            PERFORM 520-FIND-RUN-PROVENANCE
            IF NOT ENTRY-FOUND
                ADD 1 TO UNNAMED-RUN-COUNT
            END-IF
        WHEN RL-RESULT-NAME = "*"
            ADD 1 TO CHAINED-RUN-COUNT
        WHEN SOURCE-DOT-COUNT > ZERO
            IF NOT RESULT-FILE-EXISTS
                MOVE "RESULT FILE IS MISSING" TO RDL-MESSAGE
                PERFORM 720-WRITE-EXCEPTION
                ADD 1 TO UNMATCHED-RUN-COUNT
            END-IF
        WHEN OTHER
            PERFORM 520-FIND-RUN-PROVENANCE
            IF NOT ENTRY-FOUND
                MOVE "NO PROVENANCE FOR THE RUN RESULT" TO RDL-MESSAGE
                PERFORM 720-WRITE-EXCEPTION
                ADD 1 TO UNMATCHED-RUN-COUNT
            ELSE
                MOVE RL-RESULT-NAME TO LOOKUP-NAME
                PERFORM 600-FIND-LIBRARY-MATRIX
                IF NOT MATRIX-FOUND
                    MOVE "RESULT MATRIX IS NOT IN LIBRARY"
                        TO RDL-MESSAGE
                    PERFORM 720-WRITE-EXCEPTION
                    ADD 1 TO UNMATCHED-RUN-COUNT
                END-IF
            END-IF
    END-EVALUATE.

520-FIND-RUN-PROVENANCE.
    MOVE "N" TO ENTRY-FOUND-SWITCH.
    PERFORM VARYING PV-SUB FROM 1 BY 1
            UNTIL PV-SUB > PV-COUNT OR ENTRY-FOUND
        IF PVT-STAMP(PV-SUB) = RL-FINISH-STAMP
            AND PVT-PROGRAM(PV-SUB) = "MARTIX-MULTIPLE"
            AND (RL-RESULT-NAME = SPACES
                OR PVT-NAME(PV-SUB) = RL-RESULT-NAME)
            MOVE "Y" TO ENTRY-FOUND-SWITCH
        END-IF
    END-PERFORM.

600-FIND-LIBRARY-MATRIX.
    MOVE "N" TO MATRIX-FOUND-SWITCH.
    IF LIBRARY-OPEN
        MOVE LOOKUP-NAME TO MX-NAME
        MOVE ZERO TO MX-ROW
        MOVE ZERO TO MX-COL
        READ MATRIX-LIBRARY-FILE
            INVALID KEY MOVE "N" TO MATRIX-FOUND-SWITCH
            NOT INVALID KEY MOVE "Y" TO MATRIX-FOUND-SWITCH
        END-READ
    END-IF.

700-START-SECTION.
    MOVE SPACES TO RECON-REPORT-LINE.
    WRITE RECON-REPORT-LINE.
    MOVE SECTION-TITLE TO RECON-REPORT-LINE.
    WRITE RECON-REPORT-LINE.
    MOVE "N" TO SECTION-LISTED-SWITCH.

710-END-SECTION.
    IF NOT SECTION-LISTED
        MOVE "  NONE" TO RECON-REPORT-LINE
        WRITE RECON-REPORT-LINE
    END-IF.

720-WRITE-EXCEPTION.
    MOVE "Y" TO SECTION-LISTED-SWITCH.
    ADD 1 TO EXCEPTION-COUNT.
    MOVE RECON-DETAIL-LINE TO RECON-REPORT-LINE.
    WRITE RECON-REPORT-LINE.

800-FINISH-REPORT.
    MOVE SPACES TO RECON-REPORT-LINE.
    WRITE RECON-REPORT-LINE.
    MOVE "LIBRARY MATRICES EXAMINED" TO RSL-LABEL.
    MOVE MATRIX-COUNT TO RSL-COUNT.
    PERFORM 810-WRITE-SUMMARY-LINE.
    MOVE "PROVENANCE ENTRIES READ" TO RSL-LABEL.
    MOVE PROVENANCE-READ-COUNT TO RSL-COUNT.
    PERFORM 810-WRITE-SUMMARY-LINE.
    MOVE "CHANGE-LOG ENTRIES READ" TO RSL-LABEL.
    MOVE CHANGE-LOG-COUNT TO RSL-COUNT.
    PERFORM 810-WRITE-SUMMARY-LINE.
    MOVE "RUN-LOG EXECUTIONS READ" TO RSL-LABEL.
    MOVE RUN-LOG-COUNT TO RSL-COUNT.
    PERFORM 810-WRITE-SUMMARY-LINE.
    IF CHAINED-RUN-COUNT > ZERO
        MOVE "  RESULTS KEPT IN MEMORY (NOT CHECKED)" TO RSL-LABEL
        MOVE CHAINED-RUN-COUNT TO RSL-COUNT
        PERFORM 810-WRITE-SUMMARY-LINE
    END-IF.
    IF UNNAMED-RUN-COUNT > ZERO
        MOVE "  OLDER RUNS WITH NO RESULT NAME (NOT CHECKED)"
            TO RSL-LABEL
        MOVE UNNAMED-RUN-COUNT TO RSL-COUNT
        PERFORM 810-WRITE-SUMMARY-LINE
    END-IF.
    IF PROVENANCE-UNCHECKED > ZERO
        MOVE "  PROVENANCE ENTRIES BEYOND TABLE (NOT CHECKED)"
            TO RSL-LABEL
        MOVE PROVENANCE-UNCHECKED TO RSL-COUNT
        PERFORM 810-WRITE-SUMMARY-LINE
    END-IF.
    MOVE SPACES TO RECON-REPORT-LINE.
    WRITE RECON-REPORT-LINE.
    MOVE "MATRICES WITH NO PROVENANCE" TO RSL-LABEL.
    MOVE NO-PROVENANCE-COUNT TO RSL-COUNT.
    PERFORM 810-WRITE-SUMMARY-LINE.
    MOVE "PROVENANCE SOURCES NO LONGER IN LIBRARY" TO RSL-LABEL.
    MOVE MISSING-SOURCE-COUNT TO RSL-COUNT.
    PERFORM 810-WRITE-SUMMARY-LINE.
    MOVE "CHANGE-LOG ENTRIES AGAINST DELETED MATRICES" TO RSL-LABEL.
    MOVE DELETED-CHANGE-COUNT TO RSL-COUNT.
    PERFORM 810-WRITE-SUMMARY-LINE.
    MOVE "RUN-LOG EXECUTIONS WITH NO MATCHING RESULT" TO RSL-LABEL.
    MOVE UNMATCHED-RUN-COUNT TO RSL-COUNT.
    PERFORM 810-WRITE-SUMMARY-LINE.
    MOVE "EXCEPTIONS FOUND" TO RSL-LABEL.
    MOVE EXCEPTION-COUNT TO RSL-COUNT.
    PERFORM 810-WRITE-SUMMARY-LINE.
    IF EXCEPTION-COUNT = ZERO
        MOVE "RECONCILIATION RESULT: ALL FILES AGREE"
            TO RECON-REPORT-LINE
    ELSE
        MOVE "RECONCILIATION RESULT: EXCEPTIONS FOUND - SEE ABOVE"
            TO RECON-REPORT-LINE
    END-IF.
    WRITE RECON-REPORT-LINE.

810-WRITE-SUMMARY-LINE.
    MOVE RECON-SUMMARY-LINE TO RECON-REPORT-LINE.
    WRITE RECON-REPORT-LINE.

900-CLOSE-LIBRARY.
    IF LIBRARY-OPEN
        CLOSE MATRIX-LIBRARY-FILE
        MOVE "N" TO LIBRARY-OPEN-SWITCH
    END-IF.
