01  WS-JRNL-STATUS PIC XX.
01  WS-RETURN-CODE PIC 9(2) VALUE 0.
01  WS-CURRENT-TIMESTAMP PIC X(21).
01  WS-RUN-DATE PIC 9(8) VALUE 0.
01  WS-JOB-ID PIC X(8) VALUE SPACES.
01  WS-RIN-ID-PARM PIC X(6) VALUE SPACES.
01  WS-RIN-DATE-PARM PIC X(8) VALUE SPACES.
01  WS-FOUND-PURGE-DATE PIC 9(8) VALUE 0.
01  WS-HIST-ID-WORK PIC X(6) VALUE SPACES.
    COPY HELLOALP.
    COPY HELLOBDP.
PROCEDURE DIVISION.
    PERFORM READ-REINSTATE-PARMS
    IF WS-RETURN-CODE = 0
        ELSE
            MOVE WS-RIN-DATE-PARM TO WS-RIN-PURGE-DATE
        END-IF
    END-IF
    IF WS-RETURN-CODE = 0
        MOVE "HELLO-REINSTATE" TO BP-PROGRAM-ID
        CALL "HELLOBDT" USING HELLO-BUSDATE-PARMS
        IF BP-DATE-OK
            MOVE BP-BUSINESS-DATE TO WS-RUN-DATE
        ELSE
            DISPLAY "HELLO-REINSTATE: NO BUSINESS DATE AVAILABLE FROM "
                "HELLOBDC - RUN STOPPED"
            MOVE 8 TO WS-RETURN-CODE
            MOVE "HELLOBDC" TO AP-DD-NAME
            MOVE SPACES TO AP-FILE-STATUS
            MOVE "READ-REINSTATE-PARMS" TO AP-PARAGRAPH
            PERFORM SEND-FAILURE-ALERT
        END-IF
    END-IF.

SEARCH-HISTORY-FILE.

WRITE-REINSTATE-JOURNAL.
    MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP
    MOVE WS-RUN-DATE TO JR-RUN-DATE
    MOVE WS-CURRENT-TIMESTAMP(9:6) TO JR-RUN-TIME
    MOVE WS-JOB-ID TO JR-JOB-ID
    MOVE "REINST" TO JR-ACTION
    MOVE HM-GREETING-ID TO JR-GREETING-ID
    MOVE SPACES TO JR-BEFORE-IMAGE
    MOVE HELLO-MASTER-RECORD TO JR-AFTER-IMAGE
    MOVE SPACES TO JR-REQUESTER-ID
    MOVE SPACES TO JR-APPROVER-ID
    WRITE HELLO-JOURNAL-RECORD
    IF WS-JRNL-STATUS NOT = "00"
        DISPLAY "HELLO-REINSTATE: HELLOJRN WRITE FAILED - STATUS "
