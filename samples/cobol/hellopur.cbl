01  WS-HIST-STATUS PIC XX.
01  WS-PRG-STATUS PIC XX.
01  WS-RETURN-CODE PIC 9(2) VALUE 0.
01  WS-RUN-DATE PIC 9(8).
01  WS-MASTER-EOF PIC X VALUE "N".
    88  MASTER-EOF                  VALUE "Y".
    05  FILLER                      PIC X(12) VALUE
        "  ARCHIVED: ".
    05  PT-PURGED                   PIC ZZZ9.
    COPY HELLOBDP.
PROCEDURE DIVISION.
    PERFORM READ-BUSINESS-DATE
    IF WS-RETURN-CODE = 0
        PERFORM OPEN-PURGE-FILES
    END-IF
    IF WS-RETURN-CODE = 0
        PERFORM WRITE-PRG-HEADINGS
        PERFORM SWEEP-MASTER UNTIL MASTER-EOF
    MOVE WS-RETURN-CODE TO RETURN-CODE
    STOP RUN.

READ-BUSINESS-DATE.
    MOVE "HELLO-PURGE" TO BP-PROGRAM-ID
    CALL "HELLOBDT" USING HELLO-BUSDATE-PARMS
    IF BP-DATE-OK
        MOVE BP-BUSINESS-DATE TO WS-RUN-DATE
    ELSE
        DISPLAY "HELLO-PURGE: NO BUSINESS DATE AVAILABLE FROM "
            "HELLOBDC - RUN STOPPED"
        MOVE 8 TO WS-RETURN-CODE
    END-IF.

OPEN-PURGE-FILES.
    OPEN I-O HELLO-MASTER-FILE
    OPEN EXTEND HELLO-HIST-FILE
    IF WS-HIST-STATUS = "05" OR WS-HIST-STATUS = "35"
