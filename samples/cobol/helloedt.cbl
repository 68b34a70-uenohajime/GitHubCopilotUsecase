    SELECT HELLO-SUS-FILE ASSIGN TO HELLOSUS
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS WS-SUS-STATUS.
    SELECT HELLO-CTL-FILE ASSIGN TO HELLOCTL
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS WS-CTL-STATUS.
DATA DIVISION.
FILE SECTION.
FD  HELLO-TXN-FILE.
FD  HELLO-LANG-FILE.
    COPY HELLOLNR.
FD  HELLO-TXC-FILE.
01  HELLO-TXN-CLEAN-RECORD          PIC X(74).
FD  HELLO-SUS-FILE.
    COPY HELLOSUR.
FD  HELLO-CTL-FILE.
    COPY HELLOCTR.
WORKING-STORAGE SECTION.
    COPY LANGTAB.
    COPY HELLOTXR.
01  WS-LANG-STATUS PIC XX.
01  WS-TXC-STATUS PIC XX.
01  WS-SUS-STATUS PIC XX.
01  WS-CTL-STATUS PIC XX.
01  WS-RETURN-CODE PIC 9(2) VALUE 0.
01  WS-RUN-DATE PIC 9(8) VALUE 0.
01  WS-JOB-ID PIC X(8) VALUE SPACES.
01  WS-CURRENT-TIMESTAMP PIC X(21).
01  WS-TXN-EOF PIC X VALUE "N".
    88  TXN-EOF                     VALUE "Y".
01  WS-LANG-EOF PIC X VALUE "N".
    88  LANG-FOUND                  VALUE "Y".
01  WS-CLEAN-COUNT PIC 9(4) VALUE 0.
01  WS-SUSPENSE-COUNT PIC 9(4) VALUE 0.
01  WS-TXN-READ-COUNT PIC 9(4) VALUE 0.
01  WS-EDIT-REASON PIC X(4) VALUE SPACES.
    88  EDIT-CLEAN                  VALUE SPACES.
01  WS-SEEN-TABLE.
01  WS-LEAP-REMAINDER PIC 9(4) VALUE 0.
01  WS-DATE-VALID PIC X VALUE "N".
    88  DATE-VALID                  VALUE "Y".
    COPY HELLOALP.
    COPY HELLOBDP.
PROCEDURE DIVISION.
    PERFORM READ-BUSINESS-DATE
    IF WS-RETURN-CODE = 0
        PERFORM OPEN-EDIT-FILES
        IF WS-RETURN-CODE = 0
            PERFORM LOAD-LANGUAGE-TABLE
            PERFORM EDIT-TRANSACTIONS UNTIL TXN-EOF
            DISPLAY "HELLO-EDIT: TRANSACTIONS PASSED: " WS-CLEAN-COUNT
                " SUSPENDED: " WS-SUSPENSE-COUNT
            IF WS-SUSPENSE-COUNT > 0 AND WS-RETURN-CODE = 0
                MOVE 4 TO WS-RETURN-CODE
            END-IF
            IF WS-RETURN-CODE NOT = 8
                PERFORM WRITE-CONTROL-TOTALS
            END-IF
        END-IF
        PERFORM CLOSE-EDIT-FILES
    END-IF
    MOVE WS-RETURN-CODE TO RETURN-CODE
    STOP RUN.

READ-BUSINESS-DATE.
    ACCEPT WS-JOB-ID FROM ENVIRONMENT "JOBID"
    MOVE "HELLO-EDIT" TO BP-PROGRAM-ID
    CALL "HELLOBDT" USING HELLO-BUSDATE-PARMS
    IF BP-DATE-OK
        MOVE BP-BUSINESS-DATE TO WS-RUN-DATE
    ELSE
        DISPLAY "HELLO-EDIT: NO BUSINESS DATE AVAILABLE FROM "
            "HELLOBDC - RUN STOPPED"
        MOVE 8 TO WS-RETURN-CODE
        MOVE "HELLOBDC" TO AP-DD-NAME
        MOVE SPACES TO AP-FILE-STATUS
        MOVE "READ-BUSINESS-DATE" TO AP-PARAGRAPH
        PERFORM SEND-FAILURE-ALERT
    END-IF.

OPEN-EDIT-FILES.
    OPEN INPUT HELLO-TXN-FILE
    OPEN OUTPUT HELLO-TXC-FILE
                        MOVE LF-LANGUAGE-CODE TO LANG-CODE(WS-LANG-COUNT)
                        MOVE LF-GREETING-TEXT
                            TO LANG-GREETING-TEXT(WS-LANG-COUNT)
                        MOVE LF-STATUS TO LANG-STATUS(WS-LANG-COUNT)
                    END-IF
            END-READ
        END-PERFORM
        AT END
            MOVE "Y" TO WS-TXN-EOF
        NOT AT END
            ADD 1 TO WS-TXN-READ-COUNT
            MOVE MX-TXN-IMAGE TO HELLO-TXN-RECORD
            PERFORM EDIT-ONE-TRANSACTION
    END-READ.
EDIT-ONE-TRANSACTION.
    MOVE SPACES TO WS-EDIT-REASON
    PERFORM CHECK-DUPLICATE-ID
    IF EDIT-CLEAN
        PERFORM CHECK-REQUESTER-ID
    END-IF
    IF TX-ADD OR TX-CHANGE
        IF EDIT-CLEAN
            PERFORM CHECK-EFFECTIVE-DATE
        END-IF
    END-IF.

CHECK-REQUESTER-ID.
    IF TX-REQUESTER-ID = SPACES
        MOVE "RQST" TO WS-EDIT-REASON
    END-IF.

CHECK-EFFECTIVE-DATE.
    IF TX-EFFECTIVE-DATE NOT NUMERIC
        MOVE "DATE" TO WS-EDIT-REASON
    SET LANG-IDX TO 1
    PERFORM UNTIL LANG-IDX > WS-LANG-COUNT OR LANG-FOUND
        IF LANG-CODE(LANG-IDX) = TX-LANGUAGE-CODE
                AND NOT LANG-RETIRED(LANG-IDX)
            MOVE "Y" TO WS-LANG-FOUND
        ELSE
            SET LANG-IDX UP BY 1
        MOVE "Y" TO WS-TXN-EOF
    END-IF.

WRITE-CONTROL-TOTALS.
    MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP
    MOVE WS-RUN-DATE TO CT-RUN-DATE
    MOVE WS-CURRENT-TIMESTAMP(9:6) TO CT-RUN-TIME
    MOVE WS-JOB-ID TO CT-JOB-ID
    MOVE "HELLO-EDIT" TO CT-PROGRAM-ID
    MOVE WS-TXN-READ-COUNT TO CT-ED-TXW-READ
    MOVE WS-CLEAN-COUNT TO CT-ED-PASSED
    MOVE WS-SUSPENSE-COUNT TO CT-ED-SUSPENDED
    MOVE 0 TO CT-COUNT(4)
    MOVE 0 TO CT-COUNT(5)
    MOVE 0 TO CT-COUNT(6)
    OPEN EXTEND HELLO-CTL-FILE
    IF WS-CTL-STATUS = "05" OR WS-CTL-STATUS = "35"
        CLOSE HELLO-CTL-FILE
        OPEN OUTPUT HELLO-CTL-FILE
    END-IF
    IF WS-CTL-STATUS = "00"
        WRITE HELLO-CONTROL-RECORD
    END-IF
    IF WS-CTL-STATUS NOT = "00"
        DISPLAY "HELLO-EDIT: HELLOCTL WRITE FAILED - STATUS "
            WS-CTL-STATUS " - NIGHT CANNOT BE BALANCED"
        IF WS-RETURN-CODE = 0
            MOVE 4 TO WS-RETURN-CODE
        END-IF
    END-IF
    CLOSE HELLO-CTL-FILE.

SEND-FAILURE-ALERT.
    MOVE "HELLO-EDIT" TO AP-PROGRAM-ID
    MOVE "C" TO AP-SEVERITY
    CALL "HELLOALR" USING HELLO-ALERT-PARMS.

CLOSE-EDIT-FILES.
    CLOSE HELLO-TXN-FILE
    CLOSE HELLO-TXC-FILE
