05 RL-ELAPSED-MS      PIC X(2).
05 RL-SEP8            PIC X.
05 RL-OPERATOR        PIC X(8).
05 RL-SEP9            PIC X.
05 RL-OPERATION       PIC X.
05 RL-SEP10           PIC X.
05 RL-RESULT-NAME     PIC X(12).

FD MATRIX-LIBRARY-FILE.
01 LIB-RECORD.
01 LIBRARY-WRITE-FAILED-SWITCH PIC X VALUE "N".
    88 LIBRARY-WRITE-FAILED   VALUE "Y".

01 GENERATION-PARMS.
    05 GJ-MATRIX-NAME         PIC X(12).
    05 GJ-OPERATOR            PIC X(8).
    05 GJ-GENERATION          PIC 9999.
    05 GJ-PRUNED-COUNT        PIC 9999.
    05 GJ-PRUNE-SWITCH        PIC X VALUE "Y".
01 GENERATION-RETURN-CODE     PIC S9(4) VALUE ZERO.

LINKAGE SECTION.

01 MATRIX-JOB-PARMS.
    CLOSE THIRD-MATRIX.

316-WRITE-RESULT-TO-LIBRARY.
MOVE RESULT-MATRIX-NAME TO GJ-MATRIX-NAME.
MOVE OPERATOR-ID TO GJ-OPERATOR.
CALL "MATRIX-GENERATION" USING GENERATION-PARMS.
MOVE RETURN-CODE TO GENERATION-RETURN-CODE.
MOVE ZERO TO RETURN-CODE.
IF GENERATION-RETURN-CODE NOT = ZERO
    DISPLAY "ERROR: the prior version of " RESULT-MATRIX-NAME
        " could not be kept - the result was not stored."
    MOVE 12 TO RETURN-CODE
    GOBACK
END-IF.
IF GJ-GENERATION NOT = ZERO
    DISPLAY "Prior version of " RESULT-MATRIX-NAME
        " kept as generation " GJ-GENERATION "."
END-IF.
OPEN I-O MATRIX-LIBRARY-FILE.
IF WS-LIBRARY-STATUS = "35"
    OPEN OUTPUT MATRIX-LIBRARY-FILE
MOVE RESULT-MS TO RL-ELAPSED-MS.
MOVE SPACE TO RL-SEP8.
MOVE OPERATOR-ID TO RL-OPERATOR.
MOVE SPACE TO RL-SEP9.
MOVE OPERATION-MODE TO RL-OPERATION.
MOVE SPACE TO RL-SEP10.
EVALUATE TRUE
    WHEN RESULT-TO-LIBRARY
        MOVE RESULT-MATRIX-NAME TO RL-RESULT-NAME
    WHEN RESULT-TO-MEMORY
        MOVE "*" TO RL-RESULT-NAME
    WHEN OTHER
        MOVE "Data03.txt" TO RL-RESULT-NAME
END-EVALUATE.

OPEN INPUT RUN-LOG.
IF WS-RUN-LOG-STATUS = "35"
