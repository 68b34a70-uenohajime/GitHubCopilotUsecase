FD  HELLO-RTP-FILE.
    COPY HELLORTT.
FD  HELLO-RET-IN-FILE
    RECORD IS VARYING IN SIZE FROM 1 TO 180 CHARACTERS
    DEPENDING ON WS-RET-IN-LEN.
01  HELLO-RETAIN-INPUT-RECORD       PIC X(180).
FD  HELLO-RET-ARC-FILE.
    COPY HELLOARR.
FD  HELLO-RET-NEW-FILE
    RECORD IS VARYING IN SIZE FROM 1 TO 180 CHARACTERS
    DEPENDING ON WS-RET-NEW-LEN.
01  HELLO-RETAIN-KEPT-RECORD        PIC X(180).
FD  HELLO-RTG-FILE.
    COPY HELLORGL.
WORKING-STORAGE SECTION.
01  WS-RET-NEW-STATUS PIC XX.
01  WS-RTG-STATUS PIC XX.
01  WS-RETURN-CODE PIC 9(2) VALUE 0.
01  WS-RUN-DATE PIC 9(8).
01  WS-RET-IN-DD PIC X(8) VALUE SPACES.
01  WS-RET-ARC-DD PIC X(8) VALUE SPACES.
    05  FILLER                      PIC X(7)  VALUE "  KEPT ".
    05  RG-KEPT                     PIC ZZZZZZ9.
    COPY HELLOALP.
    COPY HELLOBDP.
PROCEDURE DIVISION.
    PERFORM READ-BUSINESS-DATE
    IF WS-RETURN-CODE = 0
        PERFORM OPEN-RETAIN-FILES
    END-IF
    IF WS-RETURN-CODE = 0
        PERFORM WRITE-RTG-HEADINGS
        PERFORM PROCESS-PARM-RECORDS UNTIL RTP-EOF
    MOVE WS-RETURN-CODE TO RETURN-CODE
    STOP RUN.

READ-BUSINESS-DATE.
    MOVE "HELLO-RETAIN" TO BP-PROGRAM-ID
    CALL "HELLOBDT" USING HELLO-BUSDATE-PARMS
    IF BP-DATE-OK
        MOVE BP-BUSINESS-DATE TO WS-RUN-DATE
    ELSE
        DISPLAY "HELLO-RETAIN: NO BUSINESS DATE AVAILABLE FROM "
            "HELLOBDC - RUN STOPPED"
        MOVE 8 TO WS-RETURN-CODE
        MOVE "HELLOBDC" TO AP-DD-NAME
        MOVE SPACES TO AP-FILE-STATUS
        MOVE "READ-BUSINESS-DATE" TO AP-PARAGRAPH
        PERFORM SEND-FAILURE-ALERT
    END-IF.

OPEN-RETAIN-FILES.
    OPEN INPUT HELLO-RTP-FILE
    OPEN OUTPUT HELLO-RTG-FILE

RETAIN-ONE-FILE.
    IF RT-DATE-START NOT NUMERIC OR RT-KEEP-DAYS NOT NUMERIC
            OR RT-DATE-START = 0 OR RT-DATE-START > 173
        DISPLAY "HELLO-RETAIN: BAD PARM RECORD FOR " RT-FILE-DD
            " - SKIPPED"
        MOVE 8 TO WS-RETURN-CODE
