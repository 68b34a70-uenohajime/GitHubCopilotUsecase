    SELECT HELLO-AGR-FILE ASSIGN TO HELLOAGR
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS WS-AGR-STATUS.
    SELECT HELLO-CTL-FILE ASSIGN TO HELLOCTL
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS WS-CTL-STATUS.
DATA DIVISION.
FILE SECTION.
FD  HELLO-SUS-FILE.
    COPY HELLOMXR.
FD  HELLO-AGR-FILE.
    COPY HELLOAGL.
FD  HELLO-CTL-FILE.
    COPY HELLOCTR.
WORKING-STORAGE SECTION.
01  WS-SUS-STATUS PIC XX.
01  WS-TXN-STATUS PIC XX.
01  WS-TXM-STATUS PIC XX.
01  WS-AGR-STATUS PIC XX.
01  WS-CTL-STATUS PIC XX.
01  WS-RETURN-CODE PIC 9(2) VALUE 0.
01  WS-RUN-DATE PIC 9(8).
01  WS-JOB-ID PIC X(8) VALUE SPACES.
01  WS-CURRENT-TIMESTAMP PIC X(21).
01  WS-MAX-CYCLES-PARM PIC X(2) VALUE SPACES.
01  WS-MAX-CYCLES PIC 9(2) VALUE 0.
01  WS-NEXT-CYCLE PIC 9(2) VALUE 0.
01  WS-RECYCLED-COUNT PIC 9(4) VALUE 0.
01  WS-AGED-COUNT PIC 9(4) VALUE 0.
01  WS-NEW-COUNT PIC 9(4) VALUE 0.
01  WS-SUS-READ-COUNT PIC 9(4) VALUE 0.
01  WS-TXN-READ-COUNT PIC 9(4) VALUE 0.
01  WS-AGED-TXN.
    05  AG-ACTION                   PIC X(01).
    05  AG-GREETING-ID              PIC X(06).
    05  AG-GREETING-TEXT            PIC X(40).
    05  FILLER                      PIC X(27).
01  WS-AGR-HEADING-1                PIC X(80)
        VALUE "AGED SUSPENSE REPORT - ITEMS DROPPED FROM RECYCLE".
01  WS-AGR-HEADING-2                PIC X(80).
        "ITEMS AGED OUT:    ".
    05  AT-AGED                     PIC ZZZ9.
    COPY HELLOALP.
    COPY HELLOBDP.
PROCEDURE DIVISION.
    PERFORM READ-RECYCLE-PARMS
    IF WS-RETURN-CODE = 0
        PERFORM OPEN-RECYCLE-FILES
        IF WS-RETURN-CODE = 0
            PERFORM WRITE-AGR-HEADINGS
            IF SUS-PRESENT
                PERFORM RECYCLE-SUSPENSE UNTIL SUS-EOF
            END-IF
            PERFORM MERGE-NEW-TRANSACTIONS UNTIL TXN-EOF
            PERFORM WRITE-AGR-TOTALS
            DISPLAY "HELLO-RECYCLE: RECYCLED " WS-RECYCLED-COUNT
                " AGED OUT " WS-AGED-COUNT
                " NEW " WS-NEW-COUNT
            IF WS-AGED-COUNT > 0 AND WS-RETURN-CODE = 0
                MOVE 4 TO WS-RETURN-CODE
            END-IF
            IF WS-RETURN-CODE NOT = 8
                PERFORM WRITE-CONTROL-TOTALS
            END-IF
        END-IF
        PERFORM CLOSE-RECYCLE-FILES
    END-IF
    MOVE WS-RETURN-CODE TO RETURN-CODE
    STOP RUN.

READ-RECYCLE-PARMS.
    ACCEPT WS-JOB-ID FROM ENVIRONMENT "JOBID"
    MOVE "HELLO-RECYCLE" TO BP-PROGRAM-ID
    CALL "HELLOBDT" USING HELLO-BUSDATE-PARMS
    IF BP-DATE-OK
        MOVE BP-BUSINESS-DATE TO WS-RUN-DATE
    ELSE
        DISPLAY "HELLO-RECYCLE: NO BUSINESS DATE AVAILABLE FROM "
            "HELLOBDC - RUN STOPPED"
        MOVE 8 TO WS-RETURN-CODE
        MOVE "HELLOBDC" TO AP-DD-NAME
        MOVE SPACES TO AP-FILE-STATUS
        MOVE "READ-RECYCLE-PARMS" TO AP-PARAGRAPH
        PERFORM SEND-FAILURE-ALERT
    END-IF
    ACCEPT WS-MAX-CYCLES-PARM FROM ENVIRONMENT "RECYCMAX"
    IF WS-MAX-CYCLES-PARM = SPACES
        MOVE 3 TO WS-MAX-CYCLES
        AT END
            MOVE "Y" TO WS-SUS-EOF
        NOT AT END
            ADD 1 TO WS-SUS-READ-COUNT
            PERFORM RECYCLE-ONE-ITEM
    END-READ.

        AT END
            MOVE "Y" TO WS-TXN-EOF
        NOT AT END
            ADD 1 TO WS-TXN-READ-COUNT
            MOVE HELLO-TXN-RECORD TO MX-TXN-IMAGE
            MOVE 0 TO MX-CYCLE-COUNT
            PERFORM WRITE-MERGED-RECORD
    MOVE WS-AGR-TOTAL-LINE TO HELLO-AGED-LINE
    WRITE HELLO-AGED-LINE.

WRITE-CONTROL-TOTALS.
    MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP
    MOVE WS-RUN-DATE TO CT-RUN-DATE
    MOVE WS-CURRENT-TIMESTAMP(9:6) TO CT-RUN-TIME
    MOVE WS-JOB-ID TO CT-JOB-ID
    MOVE "HELLO-RECYCLE" TO CT-PROGRAM-ID
    MOVE WS-SUS-READ-COUNT TO CT-RC-SUS-READ
    MOVE WS-TXN-READ-COUNT TO CT-RC-NEW-READ
    MOVE WS-RECYCLED-COUNT TO CT-RC-RECYCLED
    MOVE WS-AGED-COUNT TO CT-RC-AGED
    MOVE WS-NEW-COUNT TO CT-RC-NEW-MERGED
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
        DISPLAY "HELLO-RECYCLE: HELLOCTL WRITE FAILED - STATUS "
            WS-CTL-STATUS " - NIGHT CANNOT BE BALANCED"
        IF WS-RETURN-CODE = 0
            MOVE 4 TO WS-RETURN-CODE
        END-IF
    END-IF
    CLOSE HELLO-CTL-FILE.

SEND-FAILURE-ALERT.
    MOVE "HELLO-RECYCLE" TO AP-PROGRAM-ID
    MOVE "C" TO AP-SEVERITY
