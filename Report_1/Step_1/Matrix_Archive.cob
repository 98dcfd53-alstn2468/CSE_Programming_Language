IDENTIFICATION DIVISION.
PROGRAM-ID. MATRIX-ARCHIVE.

ENVIRONMENT DIVISION.

INPUT-OUTPUT SECTION.
FILE-CONTROL.

SELECT LIVE-LOG ASSIGN TO LIVE-LOG-NAME
ORGANIZATION IS LINE SEQUENTIAL
FILE STATUS IS WS-LIVE-LOG-STATUS.

SELECT ARCHIVE-WORK ASSIGN TO ".\ArchiveWork.txt"
ORGANIZATION IS LINE SEQUENTIAL
FILE STATUS IS WS-ARCHIVE-WORK-STATUS.

SELECT RETAIN-WORK ASSIGN TO ".\ArchiveRetain.txt"
ORGANIZATION IS LINE SEQUENTIAL
FILE STATUS IS WS-RETAIN-WORK-STATUS.

SELECT PERIOD-ARCHIVE ASSIGN TO PERIOD-ARCHIVE-NAME
ORGANIZATION IS LINE SEQUENTIAL
FILE STATUS IS WS-PERIOD-ARCHIVE-STATUS.

SELECT ARCHIVE-SUMMARY ASSIGN TO ".\ArchiveSummary.txt"
ORGANIZATION IS LINE SEQUENTIAL
FILE STATUS IS WS-SUMMARY-STATUS.

SELECT MATRIX-LIBRARY-FILE ASSIGN TO ".\MatrixLibrary.dat"
ORGANIZATION IS INDEXED
ACCESS MODE IS DYNAMIC
RECORD KEY IS MX-KEY
FILE STATUS IS WS-LIBRARY-STATUS.

DATA DIVISION.

FILE SECTION.

FD LIVE-LOG.
01 LIVE-RECORD                PIC X(132).
01 RUN-LOG-VIEW.
    05 FILLER                 PIC X(54).
    05 RV-ELAPSED-SEC         PIC 9(4).
    05 FILLER                 PIC X.
    05 RV-ELAPSED-HS          PIC 99.
    05 FILLER                 PIC X(71).
01 JOURNAL-VIEW.
    05 FILLER                 PIC X(58).
    05 JV-RESULT              PIC -9(9).9(4).
    05 JV-RESULT-TEXT REDEFINES JV-RESULT PIC X(15).
    05 FILLER                 PIC X(59).
01 CHANGE-LOG-VIEW.
    05 FILLER                 PIC X(49).
    05 CV-OLD-VALUE           PIC S9(18)
                 SIGN LEADING SEPARATE.
    05 FILLER                 PIC X.
    05 CV-NEW-VALUE           PIC S9(18)
                 SIGN LEADING SEPARATE.
    05 FILLER                 PIC X(44).
01 PROVENANCE-VIEW.
    05 PV-NAME                PIC X(12).
    05 FILLER                 PIC X(120).

FD ARCHIVE-WORK.
01 ARCHIVE-WORK-RECORD        PIC X(132).

FD RETAIN-WORK.
01 RETAIN-WORK-RECORD         PIC X(132).

FD PERIOD-ARCHIVE.
01 PERIOD-ARCHIVE-RECORD      PIC X(132).

FD ARCHIVE-SUMMARY.
01 ARCHIVE-SUMMARY-RECORD     PIC X(132).

FD MATRIX-LIBRARY-FILE.
01 LIB-RECORD.
    05 MX-KEY.
        10 MX-NAME            PIC X(12).
        10 MX-ROW             PIC 9999.
        10 MX-COL             PIC 9999.
    05 MX-VALUE               PIC S9(18)
                 SIGN LEADING SEPARATE.

WORKING-STORAGE SECTION.

01 WS-LIVE-LOG-STATUS         PIC XX.
01 WS-ARCHIVE-WORK-STATUS     PIC XX.
01 WS-RETAIN-WORK-STATUS      PIC XX.
01 WS-PERIOD-ARCHIVE-STATUS   PIC XX.
01 WS-SUMMARY-STATUS          PIC XX.
01 WS-LIBRARY-STATUS          PIC XX.

01 LIVE-LOG-NAME              PIC X(40).
01 PERIOD-ARCHIVE-NAME        PIC X(40).

01 LOG-TABLE-VALUES.
    05 FILLER                 PIC X(23)
                 VALUE "MatrixRunLog        01R".
    05 FILLER                 PIC X(23)
                 VALUE "CalcJournal         01J".
    05 FILLER                 PIC X(23)
                 VALUE "MatrixChangeLog     10C".
    05 FILLER                 PIC X(23)
                 VALUE "MatrixProvenance    14P".
01 LOG-TABLE REDEFINES LOG-TABLE-VALUES.
    05 LOG-ENTRY              OCCURS 4 TIMES.
        10 LOG-BASE-NAME      PIC X(20).
        10 LOG-DATE-POSITION  PIC 99.
        10 LOG-KIND           PIC X.
01 LOG-SUB                    PIC 9 VALUE ZERO.
01 DATE-POSITION              PIC 99 VALUE ZERO.
01 LOG-KIND-SWITCH            PIC X VALUE SPACE.
    88 KIND-RUN-LOG           VALUE "R".
    88 KIND-JOURNAL           VALUE "J".
    88 KIND-CHANGE-LOG        VALUE "C".
    88 KIND-PROVENANCE        VALUE "P".

01 ARCHIVE-SWITCHES.
    05 EOF-LIVE-SWITCH        PIC X VALUE "N".
        88 EOF-LIVE           VALUE "Y".
    05 EOF-WORK-SWITCH        PIC X VALUE "N".
        88 EOF-WORK           VALUE "Y".
    05 LOG-FAILED-SWITCH      PIC X VALUE "N".
        88 LOG-FAILED         VALUE "Y".
    05 CUTOFF-BAD-SWITCH      PIC X VALUE "N".
        88 CUTOFF-BAD         VALUE "Y".
    05 LIVE-NAMES-SWITCH      PIC X VALUE "N".
        88 LIVE-NAMES-LOADED  VALUE "Y".
    05 END-SCAN-SWITCH        PIC X VALUE "N".
        88 END-SCAN           VALUE "Y".
    05 NAME-FOUND-SWITCH      PIC X VALUE "N".
        88 NAME-FOUND         VALUE "Y".
    05 PERIOD-FOUND-SWITCH    PIC X VALUE "N".
        88 PERIOD-FOUND       VALUE "Y".

01 CONFIRM-ANSWER             PIC X VALUE SPACE.
    88 CONFIRM-YES            VALUE "Y" "y".
01 PRESS-ENTER-KEY            PIC X.

01 OPERATOR-ID                PIC X(8).
01 RUN-STAMP                  PIC X(21).
01 TODAY-DATE                 PIC X(8).
01 CUTOFF-DATE                PIC X(8).
01 CUTOFF-NUMBER REDEFINES CUTOFF-DATE PIC 9(8).
01 RECORD-DATE                PIC X(8).
01 LOG-STATUS-TEXT            PIC X(14).
01 ARCHIVE-RETURN-CODE        PIC S9(4) VALUE ZERO.

01 LOG-COUNTS.
    05 ORIGINAL-COUNT         PIC 9(7).
    05 ARCHIVED-COUNT         PIC 9(7).
    05 RETAINED-COUNT         PIC 9(7).
    05 PROTECTED-COUNT        PIC 9(7).
    05 ARCHIVED-CHECK         PIC 9(7).
    05 RETAINED-CHECK         PIC 9(7).
    05 PERIOD-CHECK           PIC 9(7).
    05 CHECK-TOTAL            PIC 9(8).
01 RECORD-AMOUNT              PIC S9(18)V9(4) VALUE ZERO.
01 ARCHIVED-AMOUNT            PIC S9(18)V9(4) VALUE ZERO.

01 PERIOD-TABLE.
    05 PERIOD-LIMIT           PIC 9(3) VALUE ZERO.
    05 PERIOD-ENTRY           OCCURS 240 TIMES.
        10 PT-PERIOD          PIC X(6).
        10 PT-COUNT           PIC 9(7).
        10 PT-AMOUNT          PIC S9(18)V9(4).
01 PERIOD-SUB                 PIC 9(3) VALUE ZERO.

01 LIVE-NAME-TABLE.
    05 LIVE-NAME-LIMIT        PIC 9(4) VALUE ZERO.
    05 LIVE-NAME              OCCURS 2000 TIMES PIC X(12).
01 NAME-SUB                   PIC 9(4) VALUE ZERO.
01 CURRENT-NAME               PIC X(12).

01 SUMMARY-LINE.
    05 ASL-STAMP              PIC X(16).
    05 FILLER                 PIC X VALUE SPACE.
    05 ASL-OPERATOR           PIC X(8).
    05 FILLER                 PIC X VALUE SPACE.
    05 ASL-CUTOFF             PIC X(8).
    05 FILLER                 PIC X VALUE SPACE.
    05 ASL-LOG-NAME           PIC X(16).
    05 FILLER                 PIC X VALUE SPACE.
    05 ASL-PERIOD             PIC X(6).
    05 FILLER                 PIC X VALUE SPACE.
    05 ASL-ORIGINAL           PIC 9(7).
    05 FILLER                 PIC X VALUE SPACE.
    05 ASL-ARCHIVED           PIC 9(7).
    05 FILLER                 PIC X VALUE SPACE.
    05 ASL-RETAINED           PIC 9(7).
    05 FILLER                 PIC X VALUE SPACE.
    05 ASL-PROTECTED          PIC 9(7).
    05 FILLER                 PIC X VALUE SPACE.
    05 ASL-AMOUNT             PIC -9(18).9(4).
    05 FILLER                 PIC X VALUE SPACE.
    05 ASL-STATUS             PIC X(14).

LINKAGE SECTION.

01 ARCHIVE-JOB-PARMS.
    05 AJ-MODE                PIC X.
        88 AJ-BATCH           VALUE "B".
    05 AJ-CUTOFF              PIC X(8).
    05 AJ-OPERATOR            PIC X(8).

PROCEDURE DIVISION USING ARCHIVE-JOB-PARMS.

000-MAIN.
    MOVE ZERO TO ARCHIVE-RETURN-CODE.
    PERFORM 050-DETERMINE-CUTOFF.
    IF CUTOFF-BAD
        MOVE 12 TO ARCHIVE-RETURN-CODE
    ELSE
        IF NOT AJ-BATCH
            DISPLAY "Archive every log record dated before "
                CUTOFF-DATE "? (Y/N): "
            ACCEPT CONFIRM-ANSWER
        END-IF
        IF AJ-BATCH OR CONFIRM-YES
            PERFORM 100-LOAD-LIVE-NAMES
            PERFORM VARYING LOG-SUB FROM 1 BY 1 UNTIL LOG-SUB > 4
                PERFORM 200-ARCHIVE-ONE-LOG
            END-PERFORM
            DISPLAY "Period-end archive finished - see "
                "ArchiveSummary.txt."
        ELSE
            DISPLAY "Archive cancelled - no file was changed."
        END-IF
    END-IF.
    IF NOT AJ-BATCH
        DISPLAY "Press Enter key to continue."
        ACCEPT PRESS-ENTER-KEY
    END-IF.
    MOVE ARCHIVE-RETURN-CODE TO RETURN-CODE.
    GOBACK.

050-DETERMINE-CUTOFF.
    MOVE FUNCTION CURRENT-DATE TO RUN-STAMP.
    MOVE RUN-STAMP(1:8) TO TODAY-DATE.
    IF AJ-OPERATOR = SPACES
        MOVE "UNKNOWN" TO OPERATOR-ID
    ELSE
        MOVE AJ-OPERATOR TO OPERATOR-ID
    END-IF.
    IF AJ-BATCH
        MOVE AJ-CUTOFF TO CUTOFF-DATE
    ELSE
        DISPLAY "Archive cutoff date yyyymmdd (blank for the first "
            "day of this month): "
        MOVE SPACES TO CUTOFF-DATE
        ACCEPT CUTOFF-DATE
    END-IF.
    IF CUTOFF-DATE = SPACES
        MOVE TODAY-DATE TO CUTOFF-DATE
        MOVE "01" TO CUTOFF-DATE(7:2)
    END-IF.
    MOVE "N" TO CUTOFF-BAD-SWITCH.
    EVALUATE TRUE
        WHEN CUTOFF-DATE IS NOT NUMERIC
            MOVE "Y" TO CUTOFF-BAD-SWITCH
        WHEN FUNCTION TEST-DATE-YYYYMMDD(CUTOFF-NUMBER) NOT = 0
            MOVE "Y" TO CUTOFF-BAD-SWITCH
    END-EVALUATE.
    IF CUTOFF-BAD
        DISPLAY "ERROR: archive cutoff " CUTOFF-DATE
            " is not a valid yyyymmdd date - nothing was archived."
    ELSE
        IF CUTOFF-DATE > TODAY-DATE
            MOVE "Y" TO CUTOFF-BAD-SWITCH
            DISPLAY "ERROR: archive cutoff " CUTOFF-DATE
                " is after today - nothing was archived."
        END-IF
    END-IF.

100-LOAD-LIVE-NAMES.
    MOVE ZERO TO LIVE-NAME-LIMIT.
    MOVE "N" TO LIVE-NAMES-SWITCH.
    OPEN INPUT MATRIX-LIBRARY-FILE.
    EVALUATE WS-LIBRARY-STATUS
        WHEN "00"
            MOVE "Y" TO LIVE-NAMES-SWITCH
            MOVE "N" TO END-SCAN-SWITCH
            MOVE LOW-VALUES TO MX-KEY
            START MATRIX-LIBRARY-FILE KEY IS NOT LESS THAN MX-KEY
                INVALID KEY MOVE "Y" TO END-SCAN-SWITCH
            END-START
            PERFORM UNTIL END-SCAN
                READ MATRIX-LIBRARY-FILE NEXT RECORD
                    AT END MOVE "Y" TO END-SCAN-SWITCH
                    NOT AT END PERFORM 110-SAVE-LIVE-NAME
                END-READ
            END-PERFORM
            CLOSE MATRIX-LIBRARY-FILE
        WHEN "35"
            MOVE "Y" TO LIVE-NAMES-SWITCH
        WHEN OTHER
            DISPLAY "ERROR: cannot open the matrix library, status "
                WS-LIBRARY-STATUS " - provenance will not be archived."
    END-EVALUATE.

110-SAVE-LIVE-NAME.
    MOVE MX-NAME TO CURRENT-NAME.
    IF LIVE-NAME-LIMIT < 2000
        ADD 1 TO LIVE-NAME-LIMIT
        MOVE CURRENT-NAME TO LIVE-NAME(LIVE-NAME-LIMIT)
    ELSE
        DISPLAY "ERROR: more than 2000 library matrices - "
            "provenance will not be archived."
        MOVE "N" TO LIVE-NAMES-SWITCH
        MOVE "Y" TO END-SCAN-SWITCH
    END-IF.
    MOVE CURRENT-NAME TO MX-NAME.
    MOVE 9999 TO MX-ROW.
    MOVE 9999 TO MX-COL.
    START MATRIX-LIBRARY-FILE KEY IS GREATER THAN MX-KEY
        INVALID KEY MOVE "Y" TO END-SCAN-SWITCH
    END-START.

200-ARCHIVE-ONE-LOG.
    MOVE LOG-DATE-POSITION(LOG-SUB) TO DATE-POSITION.
    MOVE LOG-KIND(LOG-SUB) TO LOG-KIND-SWITCH.
    MOVE SPACES TO LIVE-LOG-NAME.
    STRING ".\" DELIMITED BY SIZE
        LOG-BASE-NAME(LOG-SUB) DELIMITED BY SPACE
        ".txt" DELIMITED BY SIZE
        INTO LIVE-LOG-NAME.
    MOVE "N" TO LOG-FAILED-SWITCH.
    MOVE ZERO TO ORIGINAL-COUNT ARCHIVED-COUNT RETAINED-COUNT
        PROTECTED-COUNT.
    MOVE ZERO TO ARCHIVED-AMOUNT.
    MOVE ZERO TO PERIOD-LIMIT.
    IF KIND-PROVENANCE AND NOT LIVE-NAMES-LOADED
        MOVE "SKIPPED" TO LOG-STATUS-TEXT
        IF ARCHIVE-RETURN-CODE < 8
            MOVE 8 TO ARCHIVE-RETURN-CODE
        END-IF
    ELSE
        PERFORM 210-SPLIT-LIVE-LOG
    END-IF.
    IF LOG-STATUS-TEXT = SPACES
        PERFORM 230-VERIFY-WORK-FILES
        IF NOT LOG-FAILED
            PERFORM 240-WRITE-PERIOD-ARCHIVES
        END-IF
        IF NOT LOG-FAILED
            PERFORM 260-REPLACE-LIVE-LOG
        END-IF
        IF LOG-FAILED
            MOVE "FAILED" TO LOG-STATUS-TEXT
            MOVE 12 TO ARCHIVE-RETURN-CODE
        ELSE
            MOVE "VERIFIED" TO LOG-STATUS-TEXT
        END-IF
    END-IF.
    DISPLAY LOG-BASE-NAME(LOG-SUB) " " ORIGINAL-COUNT " read, "
        ARCHIVED-COUNT " archived, " RETAINED-COUNT " kept - "
        LOG-STATUS-TEXT.
    PERFORM 300-WRITE-SUMMARY.

210-SPLIT-LIVE-LOG.
    MOVE SPACES TO LOG-STATUS-TEXT.
    OPEN INPUT LIVE-LOG.
    IF WS-LIVE-LOG-STATUS = "35"
        MOVE "NO LIVE FILE" TO LOG-STATUS-TEXT
    ELSE
        IF WS-LIVE-LOG-STATUS NOT = "00"
            DISPLAY "ERROR: cannot open " LIVE-LOG-NAME ", status "
                WS-LIVE-LOG-STATUS
            MOVE "FAILED" TO LOG-STATUS-TEXT
            MOVE 12 TO ARCHIVE-RETURN-CODE
        ELSE
            OPEN OUTPUT ARCHIVE-WORK
            OPEN OUTPUT RETAIN-WORK
            IF WS-ARCHIVE-WORK-STATUS NOT = "00"
                OR WS-RETAIN-WORK-STATUS NOT = "00"
                DISPLAY "ERROR: cannot open the archive work files, "
                    "status " WS-ARCHIVE-WORK-STATUS " "
                    WS-RETAIN-WORK-STATUS
                MOVE "FAILED" TO LOG-STATUS-TEXT
                MOVE 12 TO ARCHIVE-RETURN-CODE
            ELSE
                MOVE "N" TO EOF-LIVE-SWITCH
                PERFORM UNTIL EOF-LIVE
                    MOVE SPACES TO LIVE-RECORD
                    READ LIVE-LOG
                        AT END MOVE "Y" TO EOF-LIVE-SWITCH
                        NOT AT END PERFORM 220-CLASSIFY-RECORD
                    END-READ
                END-PERFORM
            END-IF
            CLOSE ARCHIVE-WORK
            CLOSE RETAIN-WORK
        END-IF
        CLOSE LIVE-LOG
    END-IF.
    IF LOG-STATUS-TEXT = SPACES AND ARCHIVED-COUNT = ZERO
        MOVE "NOTHING OLDER" TO LOG-STATUS-TEXT
    END-IF.

220-CLASSIFY-RECORD.
    ADD 1 TO ORIGINAL-COUNT.
    MOVE LIVE-RECORD(DATE-POSITION:8) TO RECORD-DATE.
    EVALUATE TRUE
        WHEN RECORD-DATE IS NOT NUMERIC
            PERFORM 225-RETAIN-RECORD
        WHEN RECORD-DATE NOT < CUTOFF-DATE
            PERFORM 225-RETAIN-RECORD
        WHEN KIND-PROVENANCE
            PERFORM 227-CHECK-LIVE-NAME
            IF NAME-FOUND
                ADD 1 TO PROTECTED-COUNT
                PERFORM 225-RETAIN-RECORD
            ELSE
                PERFORM 226-ARCHIVE-RECORD
            END-IF
        WHEN OTHER
            PERFORM 226-ARCHIVE-RECORD
    END-EVALUATE.

225-RETAIN-RECORD.
    WRITE RETAIN-WORK-RECORD FROM LIVE-RECORD.
    ADD 1 TO RETAINED-COUNT.

226-ARCHIVE-RECORD.
    WRITE ARCHIVE-WORK-RECORD FROM LIVE-RECORD.
    ADD 1 TO ARCHIVED-COUNT.
    PERFORM 228-SET-RECORD-AMOUNT.
    ADD RECORD-AMOUNT TO ARCHIVED-AMOUNT
        ON SIZE ERROR
            DISPLAY "ERROR: " LIVE-LOG-NAME " archived amount "
                "total is too large."
            MOVE "Y" TO LOG-FAILED-SWITCH
    END-ADD.
    MOVE "N" TO PERIOD-FOUND-SWITCH.
    PERFORM VARYING PERIOD-SUB FROM 1 BY 1
            UNTIL PERIOD-SUB > PERIOD-LIMIT OR PERIOD-FOUND
        IF PT-PERIOD(PERIOD-SUB) = RECORD-DATE(1:6)
            MOVE "Y" TO PERIOD-FOUND-SWITCH
            ADD 1 TO PT-COUNT(PERIOD-SUB)
            ADD RECORD-AMOUNT TO PT-AMOUNT(PERIOD-SUB)
                ON SIZE ERROR
                    DISPLAY "ERROR: " LIVE-LOG-NAME " amount total "
                        "for period " PT-PERIOD(PERIOD-SUB)
                        " is too large."
                    MOVE "Y" TO LOG-FAILED-SWITCH
            END-ADD
        END-IF
    END-PERFORM.
    IF NOT PERIOD-FOUND
        IF PERIOD-LIMIT < 240
            ADD 1 TO PERIOD-LIMIT
            MOVE RECORD-DATE(1:6) TO PT-PERIOD(PERIOD-LIMIT)
            MOVE 1 TO PT-COUNT(PERIOD-LIMIT)
            MOVE RECORD-AMOUNT TO PT-AMOUNT(PERIOD-LIMIT)
        ELSE
            DISPLAY "ERROR: " LIVE-LOG-NAME " holds more than 240 "
                "periods to archive."
            MOVE "Y" TO LOG-FAILED-SWITCH
        END-IF
    END-IF.

227-CHECK-LIVE-NAME.
    MOVE "N" TO NAME-FOUND-SWITCH.
    PERFORM VARYING NAME-SUB FROM 1 BY 1
            UNTIL NAME-SUB > LIVE-NAME-LIMIT OR NAME-FOUND
        IF LIVE-NAME(NAME-SUB) = PV-NAME
            MOVE "Y" TO NAME-FOUND-SWITCH
        END-IF
    END-PERFORM.

228-SET-RECORD-AMOUNT.
    MOVE ZERO TO RECORD-AMOUNT.
    EVALUATE TRUE
        WHEN KIND-RUN-LOG
            IF RV-ELAPSED-SEC IS NUMERIC AND RV-ELAPSED-HS IS NUMERIC
                COMPUTE RECORD-AMOUNT =
                    RV-ELAPSED-SEC + RV-ELAPSED-HS / 100
            END-IF
        WHEN KIND-JOURNAL
            IF JV-RESULT-TEXT NOT = SPACES
                MOVE JV-RESULT TO RECORD-AMOUNT
            END-IF
        WHEN KIND-CHANGE-LOG
            IF CV-OLD-VALUE IS NUMERIC AND CV-NEW-VALUE IS NUMERIC
                COMPUTE RECORD-AMOUNT = CV-NEW-VALUE - CV-OLD-VALUE
                    ON SIZE ERROR
                        DISPLAY "ERROR: " LIVE-LOG-NAME " change dated "
                            RECORD-DATE " is too large to total."
                        MOVE "Y" TO LOG-FAILED-SWITCH
                END-COMPUTE
            END-IF
    END-EVALUATE.

230-VERIFY-WORK-FILES.
    MOVE ZERO TO ARCHIVED-CHECK.
    MOVE ZERO TO RETAINED-CHECK.
    OPEN INPUT ARCHIVE-WORK.
    IF WS-ARCHIVE-WORK-STATUS = "00"
        MOVE "N" TO EOF-WORK-SWITCH
        PERFORM UNTIL EOF-WORK
            READ ARCHIVE-WORK
                AT END MOVE "Y" TO EOF-WORK-SWITCH
                NOT AT END ADD 1 TO ARCHIVED-CHECK
            END-READ
        END-PERFORM
        CLOSE ARCHIVE-WORK
    END-IF.
    OPEN INPUT RETAIN-WORK.
    IF WS-RETAIN-WORK-STATUS = "00"
        MOVE "N" TO EOF-WORK-SWITCH
        PERFORM UNTIL EOF-WORK
            READ RETAIN-WORK
                AT END MOVE "Y" TO EOF-WORK-SWITCH
                NOT AT END ADD 1 TO RETAINED-CHECK
            END-READ
        END-PERFORM
        CLOSE RETAIN-WORK
    END-IF.
    COMPUTE CHECK-TOTAL = ARCHIVED-CHECK + RETAINED-CHECK.
    IF ARCHIVED-CHECK NOT = ARCHIVED-COUNT
        OR RETAINED-CHECK NOT = RETAINED-COUNT
        OR CHECK-TOTAL NOT = ORIGINAL-COUNT
        DISPLAY "ERROR: " LIVE-LOG-NAME " does not balance - "
            ORIGINAL-COUNT " read, " ARCHIVED-CHECK " archived plus "
            RETAINED-CHECK " kept. The live file was not changed."
        MOVE "Y" TO LOG-FAILED-SWITCH
    END-IF.

240-WRITE-PERIOD-ARCHIVES.
    PERFORM VARYING PERIOD-SUB FROM 1 BY 1
            UNTIL PERIOD-SUB > PERIOD-LIMIT OR LOG-FAILED
        PERFORM 250-WRITE-ONE-PERIOD
    END-PERFORM.

250-WRITE-ONE-PERIOD.
    MOVE SPACES TO PERIOD-ARCHIVE-NAME.
    STRING ".\" DELIMITED BY SIZE
        LOG-BASE-NAME(LOG-SUB) DELIMITED BY SPACE
        "_" DELIMITED BY SIZE
        PT-PERIOD(PERIOD-SUB) DELIMITED BY SIZE
        ".txt" DELIMITED BY SIZE
        INTO PERIOD-ARCHIVE-NAME.
    MOVE ZERO TO PERIOD-CHECK.
    OPEN EXTEND PERIOD-ARCHIVE.
    IF WS-PERIOD-ARCHIVE-STATUS = "35"
        OPEN OUTPUT PERIOD-ARCHIVE
    END-IF.
    IF WS-PERIOD-ARCHIVE-STATUS NOT = "00"
        DISPLAY "ERROR: cannot write archive file "
            PERIOD-ARCHIVE-NAME ", status " WS-PERIOD-ARCHIVE-STATUS
        MOVE "Y" TO LOG-FAILED-SWITCH
    ELSE
        OPEN INPUT ARCHIVE-WORK
        MOVE "N" TO EOF-WORK-SWITCH
        PERFORM UNTIL EOF-WORK
            MOVE SPACES TO ARCHIVE-WORK-RECORD
            READ ARCHIVE-WORK
                AT END MOVE "Y" TO EOF-WORK-SWITCH
                NOT AT END
                    IF ARCHIVE-WORK-RECORD(DATE-POSITION:6)
                        = PT-PERIOD(PERIOD-SUB)
                        WRITE PERIOD-ARCHIVE-RECORD
                            FROM ARCHIVE-WORK-RECORD
                        ADD 1 TO PERIOD-CHECK
                    END-IF
            END-READ
        END-PERFORM
        CLOSE ARCHIVE-WORK
        CLOSE PERIOD-ARCHIVE
        IF PERIOD-CHECK NOT = PT-COUNT(PERIOD-SUB)
            DISPLAY "ERROR: " PERIOD-CHECK " records were written to "
                PERIOD-ARCHIVE-NAME " but " PT-COUNT(PERIOD-SUB)
                " were expected. The live file was not changed."
            MOVE "Y" TO LOG-FAILED-SWITCH
        END-IF
    END-IF.

260-REPLACE-LIVE-LOG.
    MOVE ZERO TO RETAINED-CHECK.
    OPEN OUTPUT LIVE-LOG.
    IF WS-LIVE-LOG-STATUS NOT = "00"
        DISPLAY "ERROR: cannot rewrite " LIVE-LOG-NAME ", status "
            WS-LIVE-LOG-STATUS " - the kept records are in "
            "ArchiveRetain.txt."
        MOVE "Y" TO LOG-FAILED-SWITCH
    ELSE
        OPEN INPUT RETAIN-WORK
        MOVE "N" TO EOF-WORK-SWITCH
        PERFORM UNTIL EOF-WORK
            MOVE SPACES TO RETAIN-WORK-RECORD
            READ RETAIN-WORK
                AT END MOVE "Y" TO EOF-WORK-SWITCH
                NOT AT END
                    WRITE LIVE-RECORD FROM RETAIN-WORK-RECORD
                    ADD 1 TO RETAINED-CHECK
            END-READ
        END-PERFORM
        CLOSE RETAIN-WORK
        CLOSE LIVE-LOG
        IF RETAINED-CHECK NOT = RETAINED-COUNT
            DISPLAY "ERROR: " LIVE-LOG-NAME " was rewritten with "
                RETAINED-CHECK " records but " RETAINED-COUNT
                " were expected - the kept records are in "
                "ArchiveRetain.txt."
            MOVE "Y" TO LOG-FAILED-SWITCH
        END-IF
    END-IF.

300-WRITE-SUMMARY.
    OPEN EXTEND ARCHIVE-SUMMARY.
    IF WS-SUMMARY-STATUS = "35"
        OPEN OUTPUT ARCHIVE-SUMMARY
    END-IF.
    IF WS-SUMMARY-STATUS NOT = "00"
        DISPLAY "WARNING: cannot write the archive summary, status "
            WS-SUMMARY-STATUS
    ELSE
        MOVE RUN-STAMP(1:16) TO ASL-STAMP
        MOVE OPERATOR-ID TO ASL-OPERATOR
        MOVE CUTOFF-DATE TO ASL-CUTOFF
        MOVE LOG-BASE-NAME(LOG-SUB) TO ASL-LOG-NAME
        IF LOG-STATUS-TEXT = "VERIFIED"
            PERFORM VARYING PERIOD-SUB FROM 1 BY 1
                    UNTIL PERIOD-SUB > PERIOD-LIMIT
                MOVE PT-PERIOD(PERIOD-SUB) TO ASL-PERIOD
                MOVE ZERO TO ASL-ORIGINAL
                MOVE PT-COUNT(PERIOD-SUB) TO ASL-ARCHIVED
                MOVE ZERO TO ASL-RETAINED
                MOVE ZERO TO ASL-PROTECTED
                MOVE PT-AMOUNT(PERIOD-SUB) TO ASL-AMOUNT
                MOVE "ARCHIVED" TO ASL-STATUS
                MOVE SUMMARY-LINE TO ARCHIVE-SUMMARY-RECORD
                WRITE ARCHIVE-SUMMARY-RECORD
            END-PERFORM
        END-IF
        MOVE "TOTAL" TO ASL-PERIOD
        MOVE ORIGINAL-COUNT TO ASL-ORIGINAL
        MOVE ARCHIVED-COUNT TO ASL-ARCHIVED
        MOVE RETAINED-COUNT TO ASL-RETAINED
        MOVE PROTECTED-COUNT TO ASL-PROTECTED
        MOVE ARCHIVED-AMOUNT TO ASL-AMOUNT
        MOVE LOG-STATUS-TEXT TO ASL-STATUS
        MOVE SUMMARY-LINE TO ARCHIVE-SUMMARY-RECORD
        WRITE ARCHIVE-SUMMARY-RECORD
        CLOSE ARCHIVE-SUMMARY
    END-IF.
