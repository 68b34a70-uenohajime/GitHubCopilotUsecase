IDENTIFICATION DIVISION.
PROGRAM-ID. HELLOBDT.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT HELLO-BDC-FILE ASSIGN TO HELLOBDC
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS WS-BDC-STATUS.
DATA DIVISION.
FILE SECTION.
FD  HELLO-BDC-FILE.
    COPY HELLOBDR.
WORKING-STORAGE SECTION.
01  WS-BDC-STATUS PIC XX.
01  WS-BUS-DATE-PARM PIC X(8) VALUE SPACES.
LINKAGE SECTION.
    COPY HELLOBDP.
PROCEDURE DIVISION USING HELLO-BUSDATE-PARMS.
    MOVE "N" TO BP-RESULT
    MOVE 0 TO BP-BUSINESS-DATE
    MOVE 0 TO BP-CURRENT-DATE
    MOVE 0 TO BP-PRIOR-DATE
    MOVE "N" TO BP-MNT-DONE-FLAG
    MOVE "N" TO BP-JOB-DONE-FLAG
    MOVE "N" TO BP-EOM-DONE-FLAG
    PERFORM READ-CONTROL-RECORD
    IF BP-DATE-OK
        PERFORM APPLY-RERUN-DATE
    END-IF
    GOBACK.

READ-CONTROL-RECORD.
    OPEN INPUT HELLO-BDC-FILE
    IF WS-BDC-STATUS NOT = "00"
        DISPLAY "HELLOBDT: HELLOBDC MISSING OR UNAVAILABLE - STATUS "
            WS-BDC-STATUS " - NO BUSINESS DATE FOR " BP-PROGRAM-ID
    ELSE
        READ HELLO-BDC-FILE
        IF WS-BDC-STATUS NOT = "00"
            DISPLAY "HELLOBDT: HELLOBDC IS EMPTY - NO BUSINESS DATE "
                "FOR " BP-PROGRAM-ID
        ELSE
            IF BD-CURRENT-DATE NOT NUMERIC OR BD-CURRENT-DATE = 0
                DISPLAY "HELLOBDT: HELLOBDC CURRENT DATE IS NOT SET "
                    "- NO BUSINESS DATE FOR " BP-PROGRAM-ID
            ELSE
                MOVE BD-CURRENT-DATE TO BP-CURRENT-DATE
                IF BD-PRIOR-DATE NUMERIC
                    MOVE BD-PRIOR-DATE TO BP-PRIOR-DATE
                END-IF
                MOVE BD-MNT-DONE-FLAG TO BP-MNT-DONE-FLAG
                MOVE BD-JOB-DONE-FLAG TO BP-JOB-DONE-FLAG
                MOVE BD-EOM-DONE-FLAG TO BP-EOM-DONE-FLAG
                MOVE "Y" TO BP-RESULT
            END-IF
        END-IF
        CLOSE HELLO-BDC-FILE
    END-IF.

APPLY-RERUN-DATE.
    ACCEPT WS-BUS-DATE-PARM FROM ENVIRONMENT "BUSDATE"
    EVALUATE TRUE
        WHEN WS-BUS-DATE-PARM = SPACES
            MOVE BP-CURRENT-DATE TO BP-BUSINESS-DATE
        WHEN WS-BUS-DATE-PARM = "PRIOR"
            IF BP-PRIOR-DATE = 0
                DISPLAY "HELLOBDT: BUSDATE=PRIOR BUT HELLOBDC HAS NO "
                    "PRIOR DATE - " BP-PROGRAM-ID " NOT DATED"
                MOVE "N" TO BP-RESULT
            ELSE
                MOVE BP-PRIOR-DATE TO BP-BUSINESS-DATE
            END-IF
        WHEN WS-BUS-DATE-PARM NUMERIC
                AND (WS-BUS-DATE-PARM = BP-CURRENT-DATE
                    OR WS-BUS-DATE-PARM = BP-PRIOR-DATE)
            MOVE WS-BUS-DATE-PARM TO BP-BUSINESS-DATE
        WHEN OTHER
            DISPLAY "HELLOBDT: BUSDATE '" WS-BUS-DATE-PARM
                "' IS NEITHER THE CURRENT (" BP-CURRENT-DATE
                ") NOR THE PRIOR (" BP-PRIOR-DATE
                ") BUSINESS DATE - " BP-PROGRAM-ID " NOT DATED"
            MOVE "N" TO BP-RESULT
    END-EVALUATE
    IF BP-DATE-OK AND BP-BUSINESS-DATE NOT = BP-CURRENT-DATE
        DISPLAY "HELLOBDT: " BP-PROGRAM-ID " RUNNING AS A RERUN FOR "
            "PRIOR BUSINESS DATE " BP-BUSINESS-DATE
    END-IF.
