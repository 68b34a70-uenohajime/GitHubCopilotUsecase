    SELECT HELLO-PNO-FILE ASSIGN TO HELLOPNO
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS WS-PNO-STATUS.
    SELECT HELLO-CTL-FILE ASSIGN TO HELLOCTL
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS WS-CTL-STATUS.
DATA DIVISION.
FILE SECTION.
FD  HELLO-CAL-FILE.
FD  HELLO-TXM-FILE.
    COPY HELLOMXR.
FD  HELLO-TXW-FILE.
01  HELLO-TXN-STAGED-RECORD         PIC X(76).
FD  HELLO-PNO-FILE.
01  HELLO-PENDING-OUT-RECORD        PIC X(84).
FD  HELLO-CTL-FILE.
    COPY HELLOCTR.
WORKING-STORAGE SECTION.
    COPY HELLOTXR.
01  WS-CAL-STATUS PIC XX.
01  WS-TXM-STATUS PIC XX.
01  WS-TXW-STATUS PIC XX.
01  WS-PNO-STATUS PIC XX.
01  WS-CTL-STATUS PIC XX.
01  WS-RETURN-CODE PIC 9(2) VALUE 0.
01  WS-RUN-DATE PIC 9(8).
01  WS-JOB-ID PIC X(8) VALUE SPACES.
01  WS-CURRENT-TIMESTAMP PIC X(21).
01  WS-CAL-EOF PIC X VALUE "N".
    88  CAL-EOF                     VALUE "Y".
01  WS-PROCESS-FLAG PIC X VALUE "Y".
01  WS-HELD-COUNT PIC 9(4) VALUE 0.
01  WS-CARRIED-COUNT PIC 9(4) VALUE 0.
01  WS-PASSED-COUNT PIC 9(4) VALUE 0.
01  WS-PNI-READ-COUNT PIC 9(4) VALUE 0.
01  WS-TXM-READ-COUNT PIC 9(4) VALUE 0.
    COPY HELLOALP.
    COPY HELLOBDP.
PROCEDURE DIVISION.
    PERFORM READ-BUSINESS-DATE
    IF WS-RETURN-CODE = 0
        PERFORM READ-RELEASE-CALENDAR
        PERFORM OPEN-WAREHOUSE-FILES
        IF WS-RETURN-CODE = 0
            IF PNI-PRESENT
                PERFORM RELEASE-PENDING UNTIL PNI-EOF
            END-IF
            PERFORM STAGE-TRANSACTIONS UNTIL TXM-EOF
            DISPLAY "HELLO-WAREHOUSE: RELEASED " WS-RELEASED-COUNT
                " HELD " WS-HELD-COUNT
                " CARRIED " WS-CARRIED-COUNT
                " PASSED " WS-PASSED-COUNT
            IF WS-RETURN-CODE NOT = 8
                PERFORM WRITE-CONTROL-TOTALS
            END-IF
        END-IF
        PERFORM CLOSE-WAREHOUSE-FILES
    END-IF
    MOVE WS-RETURN-CODE TO RETURN-CODE
    STOP RUN.

READ-BUSINESS-DATE.
    ACCEPT WS-JOB-ID FROM ENVIRONMENT "JOBID"
    MOVE "HELLO-WAREHOUSE" TO BP-PROGRAM-ID
    CALL "HELLOBDT" USING HELLO-BUSDATE-PARMS
    IF BP-DATE-OK
        MOVE BP-BUSINESS-DATE TO WS-RUN-DATE
    ELSE
        DISPLAY "HELLO-WAREHOUSE: NO BUSINESS DATE AVAILABLE FROM "
            "HELLOBDC - RUN STOPPED"
        MOVE 8 TO WS-RETURN-CODE
        MOVE "HELLOBDC" TO AP-DD-NAME
        MOVE SPACES TO AP-FILE-STATUS
        MOVE "READ-BUSINESS-DATE" TO AP-PARAGRAPH
        PERFORM SEND-FAILURE-ALERT
    END-IF.

READ-RELEASE-CALENDAR.
    MOVE "Y" TO WS-PROCESS-FLAG
    MOVE "N" TO WS-CAL-EOF
    OPEN INPUT HELLO-CAL-FILE
        AT END
            MOVE "Y" TO WS-PNI-EOF
        NOT AT END
            ADD 1 TO WS-PNI-READ-COUNT
            PERFORM RELEASE-ONE-PENDING
    END-READ.

        AT END
            MOVE "Y" TO WS-TXM-EOF
        NOT AT END
            ADD 1 TO WS-TXM-READ-COUNT
            PERFORM STAGE-ONE-TRANSACTION
    END-READ.

        PERFORM SEND-FAILURE-ALERT
    END-IF.

WRITE-CONTROL-TOTALS.
    MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP
    MOVE WS-RUN-DATE TO CT-RUN-DATE
    MOVE WS-CURRENT-TIMESTAMP(9:6) TO CT-RUN-TIME
    MOVE WS-JOB-ID TO CT-JOB-ID
    MOVE "HELLO-WAREHOUSE" TO CT-PROGRAM-ID
    MOVE WS-PNI-READ-COUNT TO CT-WH-PND-READ
    MOVE WS-TXM-READ-COUNT TO CT-WH-TXM-READ
    MOVE WS-RELEASED-COUNT TO CT-WH-RELEASED
    MOVE WS-CARRIED-COUNT TO CT-WH-CARRIED
    MOVE WS-HELD-COUNT TO CT-WH-WAREHOUSED
    MOVE WS-PASSED-COUNT TO CT-WH-PASSED
    OPEN EXTEND HELLO-CTL-FILE
    IF WS-CTL-STATUS = "05" OR WS-CTL-STATUS = "35"
        CLOSE HELLO-CTL-FILE
        OPEN OUTPUT HELLO-CTL-FILE
    END-IF
    IF WS-CTL-STATUS = "00"
        WRITE HELLO-CONTROL-RECORD
    END-IF
    IF WS-CTL-STATUS NOT = "00"
        DISPLAY "HELLO-WAREHOUSE: HELLOCTL WRITE FAILED - STATUS "
            WS-CTL-STATUS " - NIGHT CANNOT BE BALANCED"
        IF WS-RETURN-CODE = 0
            MOVE 4 TO WS-RETURN-CODE
        END-IF
    END-IF
    CLOSE HELLO-CTL-FILE.

SEND-FAILURE-ALERT.
    MOVE "HELLO-WAREHOUSE" TO AP-PROGRAM-ID
    MOVE "C" TO AP-SEVERITY
