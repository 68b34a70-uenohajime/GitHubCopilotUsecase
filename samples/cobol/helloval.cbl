01  WS-MASTER-STATUS PIC XX.
01  WS-RETURN-CODE PIC 9(2) VALUE 0.
    COPY HELLOALP.
    COPY HELLOBDP.
PROCEDURE DIVISION.
    PERFORM VALIDATE-PARM-FILE
    PERFORM VALIDATE-MASTER-FILE
    PERFORM VALIDATE-MAINT-COMPLETE
    IF WS-RETURN-CODE = 0
        DISPLAY "HELLO-VALIDATE: HELLOPRM AND HELLOMST ARE PRESENT"
            " AND HELLOMNT IS COMPLETE FOR " BP-BUSINESS-DATE
    END-IF
    MOVE WS-RETURN-CODE TO RETURN-CODE
    STOP RUN.
        CLOSE HELLO-MASTER-FILE
    END-IF.

VALIDATE-MAINT-COMPLETE.
    MOVE "HELLO-VALIDATE" TO BP-PROGRAM-ID
    CALL "HELLOBDT" USING HELLO-BUSDATE-PARMS
    IF NOT BP-DATE-OK
        DISPLAY "HELLO-VALIDATE: NO BUSINESS DATE AVAILABLE FROM "
            "HELLOBDC"
        MOVE 8 TO WS-RETURN-CODE
        MOVE "HELLOBDC" TO AP-DD-NAME
        MOVE SPACES TO AP-FILE-STATUS
        MOVE "VALIDATE-MAINT-COMPLETE" TO AP-PARAGRAPH
        PERFORM SEND-FAILURE-ALERT
    ELSE
        IF BP-BUSINESS-DATE = BP-CURRENT-DATE
                AND BP-MNT-DONE-FLAG NOT = "Y"
            DISPLAY "HELLO-VALIDATE: HELLOMNT HAS NOT COMPLETED FOR "
                "BUSINESS DATE " BP-BUSINESS-DATE
                " - HELLO-WORLD NOT STARTED"
            MOVE 8 TO WS-RETURN-CODE
            MOVE "HELLOBDC" TO AP-DD-NAME
            MOVE SPACES TO AP-FILE-STATUS
            MOVE "VALIDATE-MAINT-COMPLETE" TO AP-PARAGRAPH
            PERFORM SEND-FAILURE-ALERT
        END-IF
    END-IF.

SEND-FAILURE-ALERT.
    MOVE "HELLO-VALIDATE" TO AP-PROGRAM-ID
    MOVE "C" TO AP-SEVERITY
