IDENTIFICATION DIVISION.
PROGRAM-ID. HELLO-DATE-CTL.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT HELLO-BDC-FILE ASSIGN TO HELLOBDC
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS WS-BDC-STATUS.
    SELECT HELLO-CAL-FILE ASSIGN TO HELLOCAL
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS WS-CAL-STATUS.
DATA DIVISION.
FILE SECTION.
FD  HELLO-BDC-FILE.
    COPY HELLOBDR.
FD  HELLO-CAL-FILE.
    COPY HELLOCAR.
WORKING-STORAGE SECTION.
01  WS-BDC-STATUS PIC XX.
01  WS-CAL-STATUS PIC XX.
01  WS-RETURN-CODE PIC 9(2) VALUE 0.
01  WS-CURRENT-TIMESTAMP PIC X(21).
01  WS-NOW-DATE PIC 9(8) VALUE 0.
01  WS-NOW-TIME PIC 9(6) VALUE 0.
01  WS-DATE-MODE-PARM PIC X(8) VALUE SPACES.
01  WS-DATE-MODE PIC X(1) VALUE "S".
    88  SHOW-MODE                   VALUE "S".
    88  INIT-MODE                   VALUE "I".
    88  ROLL-MODE                   VALUE "R".
    88  MARK-MODE                   VALUE "M".
01  WS-DATE-INIT-PARM PIC X(8) VALUE SPACES.
01  WS-DATE-INIT PIC 9(8) VALUE 0.
01  WS-DATE-JOB-PARM PIC X(8) VALUE SPACES.
01  WS-DATE-FORCE-PARM PIC X(1) VALUE SPACES.
    88  DATE-FORCED                 VALUE "Y".
01  WS-CONTROL-PRESENT PIC X VALUE "N".
    88  CONTROL-PRESENT             VALUE "Y".
01  WS-BDC-IMAGE PIC X(75) VALUE SPACES.
01  WS-CAL-EOF PIC X VALUE "N".
    88  CAL-EOF                     VALUE "Y".
01  WS-SCAN-DATE PIC 9(8) VALUE 0.
01  WS-SCAN-DATE-FLAG PIC X(1) VALUE SPACES.
01  WS-SCAN-PRIOR-DAY PIC 9(8) VALUE 0.
01  WS-SCAN-NEXT-DAY PIC 9(8) VALUE 0.
    COPY HELLOBDP.
    COPY HELLOALP.
PROCEDURE DIVISION.
    MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP
    MOVE WS-CURRENT-TIMESTAMP(1:8) TO WS-NOW-DATE
    MOVE WS-CURRENT-TIMESTAMP(9:6) TO WS-NOW-TIME
    PERFORM READ-DATE-PARMS
    IF WS-RETURN-CODE = 0
        PERFORM READ-CONTROL-RECORD
    END-IF
    IF WS-RETURN-CODE = 0
        EVALUATE TRUE
            WHEN INIT-MODE
                PERFORM INITIALIZE-BUSINESS-DATE
            WHEN ROLL-MODE
                PERFORM ROLL-BUSINESS-DATE
            WHEN MARK-MODE
                PERFORM MARK-JOB-COMPLETE
            WHEN OTHER
                PERFORM SHOW-BUSINESS-DATE
        END-EVALUATE
    END-IF
    MOVE WS-RETURN-CODE TO RETURN-CODE
    STOP RUN.

READ-DATE-PARMS.
    ACCEPT WS-DATE-MODE-PARM FROM ENVIRONMENT "DATEMODE"
    EVALUATE WS-DATE-MODE-PARM
        WHEN "SHOW"
        WHEN SPACES
            MOVE "S" TO WS-DATE-MODE
        WHEN "INIT"
            MOVE "I" TO WS-DATE-MODE
        WHEN "ROLL"
            MOVE "R" TO WS-DATE-MODE
        WHEN "MARK"
            MOVE "M" TO WS-DATE-MODE
        WHEN OTHER
            DISPLAY "HELLO-DATE-CTL: DATEMODE '" WS-DATE-MODE-PARM
                "' IS NOT SHOW, INIT, ROLL OR MARK"
            MOVE 8 TO WS-RETURN-CODE
    END-EVALUATE
    ACCEPT WS-DATE-FORCE-PARM FROM ENVIRONMENT "DATEFORCE"
    IF INIT-MODE AND WS-RETURN-CODE = 0
        ACCEPT WS-DATE-INIT-PARM FROM ENVIRONMENT "DATEINIT"
        IF WS-DATE-INIT-PARM = SPACES
                OR WS-DATE-INIT-PARM NOT NUMERIC
            DISPLAY "HELLO-DATE-CTL: DATEINIT (CCYYMMDD) MUST BE SET "
                "FOR INIT MODE"
            MOVE 8 TO WS-RETURN-CODE
        ELSE
            MOVE WS-DATE-INIT-PARM TO WS-DATE-INIT
        END-IF
    END-IF
    IF MARK-MODE AND WS-RETURN-CODE = 0
        ACCEPT WS-DATE-JOB-PARM FROM ENVIRONMENT "DATEJOB"
        IF WS-DATE-JOB-PARM NOT = "HELLOMNT"
                AND WS-DATE-JOB-PARM NOT = "HELLOJOB"
                AND WS-DATE-JOB-PARM NOT = "HELLOEOM"
            DISPLAY "HELLO-DATE-CTL: DATEJOB '" WS-DATE-JOB-PARM
                "' IS NOT HELLOMNT, HELLOJOB OR HELLOEOM"
            MOVE 8 TO WS-RETURN-CODE
        END-IF
    END-IF.

READ-CONTROL-RECORD.
    MOVE "N" TO WS-CONTROL-PRESENT
    OPEN INPUT HELLO-BDC-FILE
    IF WS-BDC-STATUS = "00"
        READ HELLO-BDC-FILE
        IF WS-BDC-STATUS = "00"
            MOVE "Y" TO WS-CONTROL-PRESENT
            MOVE HELLO-BUSDATE-RECORD TO WS-BDC-IMAGE
        END-IF
        CLOSE HELLO-BDC-FILE
    END-IF
    IF NOT CONTROL-PRESENT AND NOT INIT-MODE
        DISPLAY "HELLO-DATE-CTL: HELLOBDC MISSING OR EMPTY - STATUS "
            WS-BDC-STATUS " - RUN DATEMODE=INIT FIRST"
        MOVE 8 TO WS-RETURN-CODE
        MOVE "HELLOBDC" TO AP-DD-NAME
        MOVE WS-BDC-STATUS TO AP-FILE-STATUS
        MOVE "READ-CONTROL-RECORD" TO AP-PARAGRAPH
        PERFORM SEND-FAILURE-ALERT
    END-IF.

INITIALIZE-BUSINESS-DATE.
    IF CONTROL-PRESENT AND NOT DATE-FORCED
        MOVE WS-BDC-IMAGE TO HELLO-BUSDATE-RECORD
        DISPLAY "HELLO-DATE-CTL: HELLOBDC ALREADY HOLDS BUSINESS "
            "DATE " BD-CURRENT-DATE " - SET DATEFORCE=Y TO "
            "REINITIALIZE"
        MOVE 8 TO WS-RETURN-CODE
    ELSE
        MOVE WS-DATE-INIT TO WS-SCAN-DATE
        PERFORM SCAN-CALENDAR
        IF WS-RETURN-CODE = 0
            IF WS-SCAN-DATE-FLAG NOT = "Y"
                DISPLAY "HELLO-DATE-CTL: " WS-DATE-INIT
                    " IS NOT A PROCESSING DAY ON HELLOCAL"
                MOVE 8 TO WS-RETURN-CODE
            ELSE
                MOVE SPACES TO HELLO-BUSDATE-RECORD
                MOVE WS-DATE-INIT TO BD-CURRENT-DATE
                MOVE WS-SCAN-PRIOR-DAY TO BD-PRIOR-DATE
                PERFORM RESET-COMPLETION-FLAGS
                PERFORM WRITE-CONTROL-RECORD
                IF WS-RETURN-CODE = 0
                    DISPLAY "HELLO-DATE-CTL: HELLOBDC INITIALIZED - "
                        "BUSINESS DATE " BD-CURRENT-DATE
                        " PRIOR " BD-PRIOR-DATE
                END-IF
            END-IF
        END-IF
    END-IF.

ROLL-BUSINESS-DATE.
    MOVE WS-BDC-IMAGE TO HELLO-BUSDATE-RECORD
    IF (NOT BD-MNT-DONE OR NOT BD-JOB-DONE) AND NOT DATE-FORCED
        DISPLAY "HELLO-DATE-CTL: BUSINESS DATE " BD-CURRENT-DATE
            " NOT ROLLED - HELLOMNT DONE=" BD-MNT-DONE-FLAG
            " HELLOJOB DONE=" BD-JOB-DONE-FLAG
            " - SET DATEFORCE=Y TO ROLL ANYWAY"
        MOVE 8 TO WS-RETURN-CODE
        MOVE "HELLOBDC" TO AP-DD-NAME
        MOVE "00" TO AP-FILE-STATUS
        MOVE "ROLL-BUSINESS-DATE" TO AP-PARAGRAPH
        PERFORM SEND-FAILURE-ALERT
    ELSE
        IF NOT BD-MNT-DONE OR NOT BD-JOB-DONE
            DISPLAY "HELLO-DATE-CTL: DATEFORCE=Y - ROLLING "
                BD-CURRENT-DATE " WITH HELLOMNT DONE="
                BD-MNT-DONE-FLAG " HELLOJOB DONE=" BD-JOB-DONE-FLAG
        END-IF
        MOVE BD-CURRENT-DATE TO WS-SCAN-DATE
        PERFORM SCAN-CALENDAR
        IF WS-RETURN-CODE = 0
            IF WS-SCAN-NEXT-DAY = 0
                DISPLAY "HELLO-DATE-CTL: NO PROCESSING DAY AFTER "
                    WS-SCAN-DATE " ON HELLOCAL - BUILD NEXT YEAR'S "
                    "CALENDAR BEFORE ROLLING"
                MOVE 8 TO WS-RETURN-CODE
                MOVE "HELLOCAL" TO AP-DD-NAME
                MOVE WS-CAL-STATUS TO AP-FILE-STATUS
                MOVE "ROLL-BUSINESS-DATE" TO AP-PARAGRAPH
                PERFORM SEND-FAILURE-ALERT
            ELSE
                MOVE WS-BDC-IMAGE TO HELLO-BUSDATE-RECORD
                MOVE BD-CURRENT-DATE TO BD-PRIOR-DATE
                MOVE WS-SCAN-NEXT-DAY TO BD-CURRENT-DATE
                PERFORM RESET-COMPLETION-FLAGS
                PERFORM WRITE-CONTROL-RECORD
                IF WS-RETURN-CODE = 0
                    DISPLAY "HELLO-DATE-CTL: BUSINESS DATE ROLLED "
                        "FROM " BD-PRIOR-DATE " TO " BD-CURRENT-DATE
                END-IF
            END-IF
        END-IF
    END-IF.

MARK-JOB-COMPLETE.
    MOVE "HELLO-DATE-CTL" TO BP-PROGRAM-ID
    CALL "HELLOBDT" USING HELLO-BUSDATE-PARMS
    IF NOT BP-DATE-OK
        MOVE 8 TO WS-RETURN-CODE
        MOVE "HELLOBDC" TO AP-DD-NAME
        MOVE "00" TO AP-FILE-STATUS
        MOVE "MARK-JOB-COMPLETE" TO AP-PARAGRAPH
        PERFORM SEND-FAILURE-ALERT
    ELSE
        MOVE WS-BDC-IMAGE TO HELLO-BUSDATE-RECORD
        IF BP-BUSINESS-DATE NOT = BD-CURRENT-DATE
            DISPLAY "HELLO-DATE-CTL: " WS-DATE-JOB-PARM
                " RERUN FOR PRIOR BUSINESS DATE " BP-BUSINESS-DATE
                " - COMPLETION FOR " BD-CURRENT-DATE " NOT RECORDED"
        ELSE
            EVALUATE WS-DATE-JOB-PARM
                WHEN "HELLOMNT"
                    MOVE "Y" TO BD-MNT-DONE-FLAG
                    MOVE WS-NOW-DATE TO BD-MNT-DONE-DATE
                    MOVE WS-NOW-TIME TO BD-MNT-DONE-TIME
                WHEN "HELLOJOB"
                    MOVE "Y" TO BD-JOB-DONE-FLAG
                    MOVE WS-NOW-DATE TO BD-JOB-DONE-DATE
                    MOVE WS-NOW-TIME TO BD-JOB-DONE-TIME
                WHEN "HELLOEOM"
                    MOVE "Y" TO BD-EOM-DONE-FLAG
                    MOVE WS-NOW-DATE TO BD-EOM-DONE-DATE
                    MOVE WS-NOW-TIME TO BD-EOM-DONE-TIME
            END-EVALUATE
            PERFORM WRITE-CONTROL-RECORD
            IF WS-RETURN-CODE = 0
                DISPLAY "HELLO-DATE-CTL: " WS-DATE-JOB-PARM
                    " RECORDED COMPLETE FOR BUSINESS DATE "
                    BD-CURRENT-DATE
            END-IF
        END-IF
    END-IF.

SHOW-BUSINESS-DATE.
    MOVE WS-BDC-IMAGE TO HELLO-BUSDATE-RECORD
    DISPLAY "HELLO-DATE-CTL: BUSINESS DATE " BD-CURRENT-DATE
        " PRIOR " BD-PRIOR-DATE
    DISPLAY "HELLO-DATE-CTL: HELLOMNT DONE=" BD-MNT-DONE-FLAG
        " HELLOJOB DONE=" BD-JOB-DONE-FLAG
        " HELLOEOM DONE=" BD-EOM-DONE-FLAG.

RESET-COMPLETION-FLAGS.
    MOVE "N" TO BD-MNT-DONE-FLAG
    MOVE 0 TO BD-MNT-DONE-DATE
    MOVE 0 TO BD-MNT-DONE-TIME
    MOVE "N" TO BD-JOB-DONE-FLAG
    MOVE 0 TO BD-JOB-DONE-DATE
    MOVE 0 TO BD-JOB-DONE-TIME
    MOVE "N" TO BD-EOM-DONE-FLAG
    MOVE 0 TO BD-EOM-DONE-DATE
    MOVE 0 TO BD-EOM-DONE-TIME
    MOVE WS-NOW-DATE TO BD-ROLLED-DATE
    MOVE WS-NOW-TIME TO BD-ROLLED-TIME.

SCAN-CALENDAR.
    MOVE SPACES TO WS-SCAN-DATE-FLAG
    MOVE 0 TO WS-SCAN-PRIOR-DAY
    MOVE 0 TO WS-SCAN-NEXT-DAY
    MOVE "N" TO WS-CAL-EOF
    OPEN INPUT HELLO-CAL-FILE
    IF WS-CAL-STATUS NOT = "00"
        DISPLAY "HELLO-DATE-CTL: HELLOCAL MISSING OR UNAVAILABLE - "
            "STATUS " WS-CAL-STATUS
        MOVE 8 TO WS-RETURN-CODE
        MOVE "HELLOCAL" TO AP-DD-NAME
        MOVE WS-CAL-STATUS TO AP-FILE-STATUS
        MOVE "SCAN-CALENDAR" TO AP-PARAGRAPH
        PERFORM SEND-FAILURE-ALERT
    ELSE
        PERFORM SCAN-CALENDAR-RECORD UNTIL CAL-EOF
        CLOSE HELLO-CAL-FILE
    END-IF.

SCAN-CALENDAR-RECORD.
    READ HELLO-CAL-FILE
        AT END
            MOVE "Y" TO WS-CAL-EOF
        NOT AT END
            EVALUATE TRUE
                WHEN CA-DATE < WS-SCAN-DATE
                    IF CA-PROCESSING-DAY
                        MOVE CA-DATE TO WS-SCAN-PRIOR-DAY
                    END-IF
                WHEN CA-DATE = WS-SCAN-DATE
                    MOVE CA-PROCESS-FLAG TO WS-SCAN-DATE-FLAG
                WHEN OTHER
                    IF CA-PROCESSING-DAY
                        MOVE CA-DATE TO WS-SCAN-NEXT-DAY
                        MOVE "Y" TO WS-CAL-EOF
                    END-IF
            END-EVALUATE
    END-READ.

WRITE-CONTROL-RECORD.
    MOVE HELLO-BUSDATE-RECORD TO WS-BDC-IMAGE
    OPEN OUTPUT HELLO-BDC-FILE
    IF WS-BDC-STATUS NOT = "00"
        DISPLAY "HELLO-DATE-CTL: UNABLE TO OPEN HELLOBDC - STATUS "
            WS-BDC-STATUS
        MOVE 8 TO WS-RETURN-CODE
        MOVE "HELLOBDC" TO AP-DD-NAME
        MOVE WS-BDC-STATUS TO AP-FILE-STATUS
        MOVE "WRITE-CONTROL-RECORD" TO AP-PARAGRAPH
        PERFORM SEND-FAILURE-ALERT
    ELSE
        MOVE WS-BDC-IMAGE TO HELLO-BUSDATE-RECORD
        WRITE HELLO-BUSDATE-RECORD
        IF WS-BDC-STATUS NOT = "00"
            DISPLAY "HELLO-DATE-CTL: HELLOBDC WRITE FAILED - STATUS "
                WS-BDC-STATUS
            MOVE 8 TO WS-RETURN-CODE
            MOVE "HELLOBDC" TO AP-DD-NAME
            MOVE WS-BDC-STATUS TO AP-FILE-STATUS
            MOVE "WRITE-CONTROL-RECORD" TO AP-PARAGRAPH
            PERFORM SEND-FAILURE-ALERT
        END-IF
        CLOSE HELLO-BDC-FILE
    END-IF.

SEND-FAILURE-ALERT.
    MOVE "HELLO-DATE-CTL" TO AP-PROGRAM-ID
    MOVE "C" TO AP-SEVERITY
    CALL "HELLOALR" USING HELLO-ALERT-PARMS.
