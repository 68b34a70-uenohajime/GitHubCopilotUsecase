01  WS-TIM-STATUS PIC XX.
01  WS-TRP-STATUS PIC XX.
01  WS-RETURN-CODE PIC 9(2) VALUE 0.
01  WS-TREND-DAYS-PARM PIC X(3) VALUE SPACES.
01  WS-TREND-DAYS PIC 9(3) VALUE 0.
01  WS-FROM-DATE PIC 9(8) VALUE 0.
    05  TD-STEP3                    PIC ZZZZZ9.
    05  FILLER                      PIC X(4)  VALUE SPACES.
    05  TD-STEP4                    PIC ZZZZZ9.
    COPY HELLOBDP.
PROCEDURE DIVISION.
    PERFORM READ-TREND-PARMS
    IF WS-RETURN-CODE = 0
        PERFORM OPEN-TREND-FILES
    END-IF
    IF WS-RETURN-CODE = 0
        PERFORM SCAN-TIMING-FILE UNTIL TIM-EOF
        PERFORM PRINT-TREND-REPORT
    IF WS-TREND-DAYS > 120
        MOVE 120 TO WS-TREND-DAYS
    END-IF
    MOVE "HELLO-TIMING-TREND" TO BP-PROGRAM-ID
    CALL "HELLOBDT" USING HELLO-BUSDATE-PARMS
    IF BP-DATE-OK
        MOVE BP-BUSINESS-DATE TO WS-TO-DATE
        COMPUTE WS-DATE-INTEGER =
            FUNCTION INTEGER-OF-DATE(WS-TO-DATE) - WS-TREND-DAYS + 1
        MOVE FUNCTION DATE-OF-INTEGER(WS-DATE-INTEGER)
            TO WS-FROM-DATE
    ELSE
        DISPLAY "HELLO-TIMING-TREND: NO BUSINESS DATE AVAILABLE FROM "
            "HELLOBDC - RUN STOPPED"
        MOVE 8 TO WS-RETURN-CODE
    END-IF.

OPEN-TREND-FILES.
    OPEN INPUT HELLO-TIM-FILE
