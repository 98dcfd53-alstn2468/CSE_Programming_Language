IDENTIFICATION DIVISION.
PROGRAM-ID. OPERATOR-AUTH.

ENVIRONMENT DIVISION.

INPUT-OUTPUT SECTION.
FILE-CONTROL.

SELECT OPERATOR-PROFILES ASSIGN TO ".\OperatorProfiles.txt"
ORGANIZATION IS LINE SEQUENTIAL
FILE STATUS IS WS-PROFILES-STATUS.

SELECT VIOLATION-LOG ASSIGN TO ".\SecurityViolations.txt"
ORGANIZATION IS LINE SEQUENTIAL
FILE STATUS IS WS-VIOLATION-STATUS.

DATA DIVISION.

FILE SECTION.

FD OPERATOR-PROFILES.
01 PROFILE-RECORD.
    05 PF-OPERATOR            PIC X(8).
    05 FILLER                 PIC X.
    05 PF-MENU-FUNCTIONS      PIC X(30).
    05 FILLER                 PIC X.
    05 PF-LIBRARY-OPTIONS     PIC X(30).
    05 FILLER                 PIC X(10).

FD VIOLATION-LOG.
01 VIOLATION-RECORD.
    05 SV-OPERATOR            PIC X(8).
    05 SV-SEP1                PIC X.
    05 SV-STAMP               PIC X(16).
    05 SV-SEP2                PIC X.
    05 SV-AREA                PIC X(8).
    05 SV-SEP3                PIC X.
    05 SV-FUNCTION            PIC X(8).
    05 SV-SEP4                PIC X.
    05 SV-REASON              PIC X(20).

WORKING-STORAGE SECTION.

01 WS-PROFILES-STATUS         PIC XX.
01 WS-VIOLATION-STATUS        PIC XX.

01 AUTH-SWITCHES.
    05 EOF-PROFILES-SWITCH    PIC X VALUE "N".
        88 EOF-PROFILES       VALUE "Y".
    05 PROFILE-FOUND-SWITCH   PIC X VALUE "N".
        88 PROFILE-FOUND      VALUE "Y".

01 PROFILE-MENU-FUNCTIONS     PIC X(30) VALUE SPACES.
01 PROFILE-LIBRARY-OPTIONS    PIC X(30) VALUE SPACES.
01 FUNCTION-LETTER            PIC X VALUE SPACE.
    88 LETTER-UNKNOWN         VALUE SPACE.
    88 LETTER-PROFILE-CHECK   VALUE "+".
01 FUNCTION-NAME              PIC X(8) VALUE SPACES.
01 LETTER-COUNT               PIC 99 VALUE ZERO.
01 ALL-COUNT                  PIC 99 VALUE ZERO.
01 VIOLATION-REASON           PIC X(20) VALUE SPACES.

LINKAGE SECTION.

01 AUTH-PARMS.
    05 AU-OPERATOR            PIC X(8).
    05 AU-AREA                PIC X.
        88 AU-SIGN-ON         VALUE "S".
        88 AU-MENU            VALUE "M".
        88 AU-LIBRARY         VALUE "L".
        88 AU-BATCH           VALUE "B".
    05 AU-FUNCTION            PIC X(8).
    05 AU-RESULT              PIC X.
        88 AU-ALLOWED         VALUE "Y".
        88 AU-UNKNOWN         VALUE "U".
        88 AU-REFUSED         VALUE "N".

PROCEDURE DIVISION USING AUTH-PARMS.

000-MAIN.
    MOVE "N" TO AU-RESULT.
    MOVE AU-FUNCTION TO FUNCTION-NAME.
    INSPECT FUNCTION-NAME CONVERTING "abcdefghijklmnopqrstuvwxyz"
        TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
    PERFORM 100-FIND-PROFILE.
    IF WS-PROFILES-STATUS NOT = "00"
        DISPLAY "ERROR: the operator profile file "
            "OperatorProfiles.txt cannot be read, status "
            WS-PROFILES-STATUS " - access refused."
        MOVE "NO PROFILE FILE" TO VIOLATION-REASON
        PERFORM 400-WRITE-VIOLATION
        GOBACK
    END-IF.
    IF NOT PROFILE-FOUND
        MOVE "U" TO AU-RESULT
        MOVE "UNKNOWN OPERATOR" TO VIOLATION-REASON
        PERFORM 400-WRITE-VIOLATION
        GOBACK
    END-IF.
    EVALUATE TRUE
        WHEN AU-SIGN-ON
            MOVE "Y" TO AU-RESULT
        WHEN AU-MENU
            MOVE FUNCTION-NAME(1:1) TO FUNCTION-LETTER
            PERFORM 200-CHECK-MENU-FUNCTION
        WHEN AU-BATCH
            PERFORM 300-SET-STEP-FUNCTION
            PERFORM 200-CHECK-MENU-FUNCTION
        WHEN AU-LIBRARY
            MOVE FUNCTION-NAME(1:1) TO FUNCTION-LETTER
            PERFORM 250-CHECK-LIBRARY-OPTION
    END-EVALUATE.
    IF NOT AU-ALLOWED
        IF LETTER-UNKNOWN
            MOVE "UNKNOWN FUNCTION" TO VIOLATION-REASON
        ELSE
            MOVE "NOT AUTHORIZED" TO VIOLATION-REASON
        END-IF
        PERFORM 400-WRITE-VIOLATION
    END-IF.
    GOBACK.

100-FIND-PROFILE.
    MOVE "N" TO PROFILE-FOUND-SWITCH.
    MOVE SPACES TO PROFILE-MENU-FUNCTIONS.
    MOVE SPACES TO PROFILE-LIBRARY-OPTIONS.
    OPEN INPUT OPERATOR-PROFILES.
    IF WS-PROFILES-STATUS = "00"
        MOVE "N" TO EOF-PROFILES-SWITCH
        PERFORM UNTIL EOF-PROFILES OR PROFILE-FOUND
            MOVE SPACES TO PROFILE-RECORD
            READ OPERATOR-PROFILES
                AT END MOVE "Y" TO EOF-PROFILES-SWITCH
                NOT AT END PERFORM 110-CHECK-ONE-PROFILE
            END-READ
        END-PERFORM
        CLOSE OPERATOR-PROFILES
    END-IF.

110-CHECK-ONE-PROFILE.
    IF PF-OPERATOR NOT = SPACES
        AND PF-OPERATOR(1:1) NOT = "*"
        AND PF-OPERATOR = AU-OPERATOR
        MOVE "Y" TO PROFILE-FOUND-SWITCH
        MOVE PF-MENU-FUNCTIONS TO PROFILE-MENU-FUNCTIONS
        MOVE PF-LIBRARY-OPTIONS TO PROFILE-LIBRARY-OPTIONS
        INSPECT PROFILE-MENU-FUNCTIONS CONVERTING
            "abcdefghijklmnopqrstuvwxyz"
            TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
        INSPECT PROFILE-LIBRARY-OPTIONS CONVERTING
            "abcdefghijklmnopqrstuvwxyz"
            TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
    END-IF.

200-CHECK-MENU-FUNCTION.
    MOVE ZERO TO LETTER-COUNT.
    MOVE ZERO TO ALL-COUNT.
    EVALUATE TRUE
        WHEN LETTER-PROFILE-CHECK
            MOVE "Y" TO AU-RESULT
        WHEN LETTER-UNKNOWN
            MOVE "N" TO AU-RESULT
        WHEN OTHER
            INSPECT PROFILE-MENU-FUNCTIONS TALLYING
                LETTER-COUNT FOR ALL FUNCTION-LETTER
                ALL-COUNT FOR ALL "*"
            IF LETTER-COUNT > ZERO OR ALL-COUNT > ZERO
                MOVE "Y" TO AU-RESULT
            END-IF
    END-EVALUATE.

250-CHECK-LIBRARY-OPTION.
    MOVE ZERO TO LETTER-COUNT.
    MOVE ZERO TO ALL-COUNT.
    INSPECT PROFILE-LIBRARY-OPTIONS TALLYING
        LETTER-COUNT FOR ALL FUNCTION-LETTER
        ALL-COUNT FOR ALL "*".
    IF LETTER-COUNT > ZERO OR ALL-COUNT > ZERO
        MOVE "Y" TO AU-RESULT
    END-IF.

300-SET-STEP-FUNCTION.
    EVALUATE FUNCTION-NAME
        WHEN "OPERATOR"
            MOVE "+" TO FUNCTION-LETTER
        WHEN "EDIT"
            MOVE "1" TO FUNCTION-LETTER
        WHEN "MATRIX"
            MOVE "1" TO FUNCTION-LETTER
        WHEN "CALC"
            MOVE "3" TO FUNCTION-LETTER
        WHEN "TREND"
            MOVE "5" TO FUNCTION-LETTER
        WHEN "CONTROL"
            MOVE "6" TO FUNCTION-LETTER
        WHEN "TRANSFRM"
            MOVE "7" TO FUNCTION-LETTER
        WHEN "COMPARE"
            MOVE "8" TO FUNCTION-LETTER
        WHEN "EXPORT"
            MOVE "9" TO FUNCTION-LETTER
        WHEN "SOLVE"
            MOVE "S" TO FUNCTION-LETTER
        WHEN "IMPORT"
            MOVE "I" TO FUNCTION-LETTER
        WHEN "RECON"
            MOVE "R" TO FUNCTION-LETTER
        WHEN "LISTING"
            MOVE "P" TO FUNCTION-LETTER
        WHEN "ARCHIVE"
            MOVE "H" TO FUNCTION-LETTER
        WHEN OTHER
            MOVE SPACE TO FUNCTION-LETTER
    END-EVALUATE.

400-WRITE-VIOLATION.
    MOVE SPACES TO VIOLATION-RECORD.
    IF AU-OPERATOR = SPACES
        MOVE "UNKNOWN" TO SV-OPERATOR
    ELSE
        MOVE AU-OPERATOR TO SV-OPERATOR
    END-IF.
    MOVE FUNCTION CURRENT-DATE(1:16) TO SV-STAMP.
    EVALUATE TRUE
        WHEN AU-SIGN-ON
            MOVE "SIGN-ON" TO SV-AREA
        WHEN AU-MENU
            MOVE "MENU" TO SV-AREA
        WHEN AU-LIBRARY
            MOVE "LIBRARY" TO SV-AREA
        WHEN AU-BATCH
            MOVE "BATCH" TO SV-AREA
        WHEN OTHER
            MOVE AU-AREA TO SV-AREA
    END-EVALUATE.
    MOVE FUNCTION-NAME TO SV-FUNCTION.
    MOVE VIOLATION-REASON TO SV-REASON.
    OPEN EXTEND VIOLATION-LOG.
    IF WS-VIOLATION-STATUS = "35"
        OPEN OUTPUT VIOLATION-LOG
    END-IF.
    IF WS-VIOLATION-STATUS NOT = "00"
        DISPLAY "WARNING: cannot write the security violations log, "
            "status " WS-VIOLATION-STATUS
    ELSE
        WRITE VIOLATION-RECORD
        CLOSE VIOLATION-LOG
    END-IF.
