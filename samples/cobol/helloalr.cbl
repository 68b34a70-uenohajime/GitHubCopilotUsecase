01  WS-CURRENT-TIMESTAMP PIC X(21).
01  WS-NOW-DATE PIC 9(8) VALUE 0.
01  WS-NOW-TIME PIC 9(6) VALUE 0.
01  WS-ALERT-BUS-DATE PIC 9(8) VALUE 0.
01  WS-SUPP-WINDOW-PARM PIC X(3) VALUE SPACES.
01  WS-SUPP-WINDOW PIC 9(3) VALUE 0.
01  WS-WINDOW-START-DATE PIC 9(8) VALUE 0.
    88  ALT-EOF                     VALUE "Y".
01  WS-SUPPRESSED PIC X VALUE "N".
    88  ALERT-SUPPRESSED            VALUE "Y".
    COPY HELLOBDP.
LINKAGE SECTION.
    COPY HELLOALP.
PROCEDURE DIVISION USING HELLO-ALERT-PARMS.
    MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP
    MOVE WS-CURRENT-TIMESTAMP(1:8) TO WS-NOW-DATE
    MOVE WS-CURRENT-TIMESTAMP(9:6) TO WS-NOW-TIME
    PERFORM SET-ALERT-BUSINESS-DATE
    PERFORM CHECK-REPEAT-ALERT
    IF ALERT-SUPPRESSED
        DISPLAY "HELLOALR: REPEAT ALERT FROM " AP-PROGRAM-ID
        MOVE AP-FILE-STATUS TO AL-FILE-STATUS
        MOVE AP-PARAGRAPH TO AL-PARAGRAPH
        MOVE AP-SEVERITY TO AL-SEVERITY
        MOVE WS-ALERT-BUS-DATE TO AL-BUSINESS-DATE
        WRITE HELLO-ALERT-RECORD
        IF WS-ALT-STATUS NOT = "00"
            DISPLAY "HELLOALR: HELLOALT WRITE FAILED - STATUS "
        END-IF
        CLOSE HELLO-ALT-FILE
    END-IF.

SET-ALERT-BUSINESS-DATE.
    MOVE "HELLOALR" TO BP-PROGRAM-ID
    CALL "HELLOBDT" USING HELLO-BUSDATE-PARMS
    IF BP-DATE-OK
        MOVE BP-BUSINESS-DATE TO WS-ALERT-BUS-DATE
    ELSE
        MOVE WS-NOW-DATE TO WS-ALERT-BUS-DATE
    END-IF.
