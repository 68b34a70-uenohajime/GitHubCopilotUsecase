01  WS-CAL-STATUS PIC XX.
01  WS-LOG-STATUS PIC XX.
01  WS-RETURN-CODE PIC 9(2) VALUE 0.
01  WS-CHECK-DATE-PARM PIC X(8) VALUE SPACES.
01  WS-EXPECTED-DATE PIC 9(8).
01  WS-EXPECTED-COUNT PIC 9(4).
01  WS-LOG-EOF PIC X VALUE "N".
    88  LOG-EOF                     VALUE "Y".
    COPY HELLOALP.
    COPY HELLOBDP.
PROCEDURE DIVISION.
    PERFORM READ-CHECK-DATE
    IF WS-RETURN-CODE = 0
        PERFORM READ-CALENDAR
        IF CAL-DAY-NON-PROCESSING
            DISPLAY
                "HELLO-RECON: " WS-EXPECTED-DATE
                " IS A NON-PROCESSING DAY - RECONCILIATION SKIPPED"
            MOVE 1 TO WS-RETURN-CODE
        ELSE
            PERFORM SCAN-HELLO-LOG
            PERFORM EVALUATE-RESULTS
        END-IF
    END-IF
    MOVE WS-RETURN-CODE TO RETURN-CODE
    STOP RUN.

READ-CHECK-DATE.
    ACCEPT WS-CHECK-DATE-PARM FROM ENVIRONMENT "RECONDATE"
    IF WS-CHECK-DATE-PARM = SPACES
        MOVE "HELLO-RECON" TO BP-PROGRAM-ID
        CALL "HELLOBDT" USING HELLO-BUSDATE-PARMS
        IF BP-DATE-OK
            MOVE BP-BUSINESS-DATE TO WS-EXPECTED-DATE
        ELSE
            DISPLAY "HELLO-RECON: NO BUSINESS DATE AVAILABLE FROM "
                "HELLOBDC - SET RECONDATE OR REPAIR HELLOBDC"
            MOVE 8 TO WS-RETURN-CODE
            MOVE "HELLOBDC" TO AP-DD-NAME
            MOVE SPACES TO AP-FILE-STATUS
            MOVE "READ-CHECK-DATE" TO AP-PARAGRAPH
            PERFORM SEND-FAILURE-ALERT
        END-IF
    ELSE
        MOVE WS-CHECK-DATE-PARM TO WS-EXPECTED-DATE
    END-IF.

READ-CALENDAR.
    MOVE "M" TO WS-CAL-RESULT
    MOVE "N" TO WS-CAL-EOF
    OPEN INPUT HELLO-CAL-FILE
