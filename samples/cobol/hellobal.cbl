IDENTIFICATION DIVISION.
PROGRAM-ID. HELLO-BALANCE.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT HELLO-CTL-FILE ASSIGN TO HELLOCTL
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS WS-CTL-STATUS.
    SELECT HELLO-JRNL-FILE ASSIGN TO HELLOJRN
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS WS-JRNL-STATUS.
    SELECT HELLO-BRP-FILE ASSIGN TO HELLOBRP
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS WS-BRP-STATUS.
DATA DIVISION.
FILE SECTION.
FD  HELLO-CTL-FILE.
01  HELLO-CTL-INPUT-RECORD          PIC X(82).
FD  HELLO-JRNL-FILE.
    COPY HELLOJNR.
FD  HELLO-BRP-FILE.
    COPY HELLOBRL.
WORKING-STORAGE SECTION.
    COPY HELLOCTR.
01  WS-CTL-STATUS PIC XX.
01  WS-JRNL-STATUS PIC XX.
01  WS-BRP-STATUS PIC XX.
01  WS-RETURN-CODE PIC 9(2) VALUE 0.
01  WS-BAL-DATE-PARM PIC X(8) VALUE SPACES.
01  WS-BAL-DATE PIC 9(8) VALUE 0.
01  WS-CTL-EOF PIC X VALUE "N".
    88  CTL-EOF                     VALUE "Y".
01  WS-JRNL-EOF PIC X VALUE "N".
    88  JRNL-EOF                    VALUE "Y".
01  WS-RECYCLE-CONTROL PIC X(82) VALUE SPACES.
01  WS-WAREHOUSE-CONTROL PIC X(82) VALUE SPACES.
01  WS-EDIT-CONTROL PIC X(82) VALUE SPACES.
01  WS-MAINT-CONTROL PIC X(82) VALUE SPACES.
01  WS-MISSING-COUNT PIC 9(1) VALUE 0.
01  WS-CHECK-COUNT PIC 9(2) VALUE 0.
01  WS-FAILED-COUNT PIC 9(2) VALUE 0.
01  WS-SUS-READ PIC 9(7) VALUE 0.
01  WS-NEW-READ PIC 9(7) VALUE 0.
01  WS-RECYCLED PIC 9(7) VALUE 0.
01  WS-AGED PIC 9(7) VALUE 0.
01  WS-NEW-MERGED PIC 9(7) VALUE 0.
01  WS-PND-READ PIC 9(7) VALUE 0.
01  WS-TXM-READ PIC 9(7) VALUE 0.
01  WS-RELEASED PIC 9(7) VALUE 0.
01  WS-CARRIED PIC 9(7) VALUE 0.
01  WS-WAREHOUSED PIC 9(7) VALUE 0.
01  WS-WHS-PASSED PIC 9(7) VALUE 0.
01  WS-TXW-READ PIC 9(7) VALUE 0.
01  WS-EDIT-PASSED PIC 9(7) VALUE 0.
01  WS-SUSPENDED PIC 9(7) VALUE 0.
01  WS-HELD-IN PIC 9(7) VALUE 0.
01  WS-TXC-READ PIC 9(7) VALUE 0.
01  WS-APPLIED PIC 9(7) VALUE 0.
01  WS-REJECTED PIC 9(7) VALUE 0.
01  WS-HELD-OUT PIC 9(7) VALUE 0.
01  WS-JRNL-ELSEWHERE PIC 9(7) VALUE 0.
01  WS-MAINT-JOB-ID PIC X(8) VALUE SPACES.
01  WS-JRNL-COUNT PIC 9(7) VALUE 0.
01  WS-CHECK-DESC PIC X(44) VALUE SPACES.
01  WS-CHECK-LEFT PIC 9(8) VALUE 0.
01  WS-CHECK-RIGHT PIC 9(8) VALUE 0.
01  WS-BRP-HEADING-1                PIC X(80)
        VALUE "HELLOMNT END-TO-END CONTROL-TOTAL BALANCING REPORT".
01  WS-BRP-HEADING-2                PIC X(80).
01  WS-BRP-STEP-HEADING             PIC X(80)
        VALUE "STEP CONTROL RECORDS (LATEST ON HELLOCTL FOR THE DATE)".
01  WS-BRP-STEP-LINE.
    05  FILLER                      PIC X(2)  VALUE SPACES.
    05  BS-PROGRAM-ID               PIC X(18).
    05  FILLER                      PIC X(2)  VALUE SPACES.
    05  BS-RESULT                   PIC X(58).
01  WS-BRP-CHECK-HEADING.
    05  FILLER                      PIC X(46) VALUE "CHECK".
    05  FILLER                      PIC X(9)  VALUE "       IN".
    05  FILLER                      PIC X(9)  VALUE "      OUT".
    05  FILLER                      PIC X(2)  VALUE SPACES.
    05  FILLER                      PIC X(6)  VALUE "RESULT".
01  WS-BRP-DETAIL.
    05  FILLER                      PIC X(2)  VALUE SPACES.
    05  BD-DESCRIPTION              PIC X(44).
    05  FILLER                      PIC X(1)  VALUE SPACES.
    05  BD-LEFT                     PIC ZZZZZZZ9.
    05  FILLER                      PIC X(1)  VALUE SPACES.
    05  BD-RIGHT                    PIC ZZZZZZZ9.
    05  FILLER                      PIC X(2)  VALUE SPACES.
    05  BD-RESULT                   PIC X(14).
01  WS-BRP-LEGEND                   PIC X(80)
        VALUE "  OUT = WAREHOUSED+SUSPENDED+AGED+APPLIED+REJECTED+HELD OUT".
01  WS-BRP-VERDICT                  PIC X(80).
    COPY HELLOALP.
    COPY HELLOBDP.
PROCEDURE DIVISION.
    PERFORM READ-BALANCE-DATE
    IF WS-RETURN-CODE = 0
        PERFORM OPEN-REPORT-FILE
    END-IF
    IF WS-RETURN-CODE = 0
        PERFORM LOAD-CONTROL-RECORDS
    END-IF
    IF WS-RETURN-CODE = 0
        PERFORM REPORT-STEP-RECORDS
        IF WS-MISSING-COUNT = 0
            PERFORM COUNT-JOURNAL-ENTRIES
            PERFORM BALANCE-NIGHT
        END-IF
        PERFORM WRITE-VERDICT
        CLOSE HELLO-BRP-FILE
    END-IF
    MOVE WS-RETURN-CODE TO RETURN-CODE
    STOP RUN.

READ-BALANCE-DATE.
    ACCEPT WS-BAL-DATE-PARM FROM ENVIRONMENT "BALDATE"
    IF WS-BAL-DATE-PARM = SPACES
        MOVE "HELLO-BALANCE" TO BP-PROGRAM-ID
        CALL "HELLOBDT" USING HELLO-BUSDATE-PARMS
        IF BP-DATE-OK
            MOVE BP-BUSINESS-DATE TO WS-BAL-DATE
        ELSE
            DISPLAY "HELLO-BALANCE: NO BUSINESS DATE AVAILABLE FROM "
                "HELLOBDC - SET BALDATE OR REPAIR HELLOBDC"
            MOVE 8 TO WS-RETURN-CODE
            MOVE "HELLOBDC" TO AP-DD-NAME
            MOVE SPACES TO AP-FILE-STATUS
            MOVE "READ-BALANCE-DATE" TO AP-PARAGRAPH
            PERFORM SEND-FAILURE-ALERT
        END-IF
    ELSE
        IF WS-BAL-DATE-PARM NUMERIC
            MOVE WS-BAL-DATE-PARM TO WS-BAL-DATE
        ELSE
            DISPLAY "HELLO-BALANCE: BALDATE '" WS-BAL-DATE-PARM
                "' IS NOT A CCYYMMDD DATE"
            MOVE 8 TO WS-RETURN-CODE
        END-IF
    END-IF.

OPEN-REPORT-FILE.
    OPEN OUTPUT HELLO-BRP-FILE
    IF WS-BRP-STATUS NOT = "00"
        DISPLAY "HELLO-BALANCE: UNABLE TO OPEN HELLOBRP - "
            "STATUS " WS-BRP-STATUS
        MOVE 8 TO WS-RETURN-CODE
        MOVE "HELLOBRP" TO AP-DD-NAME
        MOVE WS-BRP-STATUS TO AP-FILE-STATUS
        MOVE "OPEN-REPORT-FILE" TO AP-PARAGRAPH
        PERFORM SEND-FAILURE-ALERT
    ELSE
        MOVE WS-BRP-HEADING-1 TO HELLO-BALANCE-LINE
        WRITE HELLO-BALANCE-LINE
        MOVE SPACES TO WS-BRP-HEADING-2
        STRING "BUSINESS DATE " WS-BAL-DATE
            DELIMITED BY SIZE INTO WS-BRP-HEADING-2
        MOVE WS-BRP-HEADING-2 TO HELLO-BALANCE-LINE
        WRITE HELLO-BALANCE-LINE
    END-IF.

LOAD-CONTROL-RECORDS.
    MOVE "N" TO WS-CTL-EOF
    OPEN INPUT HELLO-CTL-FILE
    IF WS-CTL-STATUS NOT = "00"
        DISPLAY "HELLO-BALANCE: HELLOCTL MISSING OR UNAVAILABLE - "
            "STATUS " WS-CTL-STATUS
        MOVE 8 TO WS-RETURN-CODE
        MOVE "HELLOCTL" TO AP-DD-NAME
        MOVE WS-CTL-STATUS TO AP-FILE-STATUS
        MOVE "LOAD-CONTROL-RECORDS" TO AP-PARAGRAPH
        PERFORM SEND-FAILURE-ALERT
        MOVE "NIGHT CANNOT BE BALANCED - HELLOCTL NOT AVAILABLE"
            TO HELLO-BALANCE-LINE
        WRITE HELLO-BALANCE-LINE
        CLOSE HELLO-BRP-FILE
    ELSE
        PERFORM READ-CONTROL-RECORD UNTIL CTL-EOF
        CLOSE HELLO-CTL-FILE
    END-IF.

READ-CONTROL-RECORD.
    READ HELLO-CTL-FILE INTO HELLO-CONTROL-RECORD
        AT END
            MOVE "Y" TO WS-CTL-EOF
        NOT AT END
            IF CT-RUN-DATE = WS-BAL-DATE
                EVALUATE CT-PROGRAM-ID
                    WHEN "HELLO-RECYCLE"
                        MOVE HELLO-CONTROL-RECORD TO WS-RECYCLE-CONTROL
                    WHEN "HELLO-WAREHOUSE"
                        MOVE HELLO-CONTROL-RECORD
                            TO WS-WAREHOUSE-CONTROL
                    WHEN "HELLO-EDIT"
                        MOVE HELLO-CONTROL-RECORD TO WS-EDIT-CONTROL
                    WHEN "HELLO-MAINT"
                        MOVE HELLO-CONTROL-RECORD TO WS-MAINT-CONTROL
                END-EVALUATE
            END-IF
    END-READ.

REPORT-STEP-RECORDS.
    MOVE SPACES TO HELLO-BALANCE-LINE
    WRITE HELLO-BALANCE-LINE
    MOVE WS-BRP-STEP-HEADING TO HELLO-BALANCE-LINE
    WRITE HELLO-BALANCE-LINE
    MOVE "HELLO-RECYCLE" TO BS-PROGRAM-ID
    MOVE WS-RECYCLE-CONTROL TO HELLO-CONTROL-RECORD
    PERFORM REPORT-ONE-STEP
    MOVE CT-RC-SUS-READ TO WS-SUS-READ
    MOVE CT-RC-NEW-READ TO WS-NEW-READ
    MOVE CT-RC-RECYCLED TO WS-RECYCLED
    MOVE CT-RC-AGED TO WS-AGED
    MOVE CT-RC-NEW-MERGED TO WS-NEW-MERGED
    MOVE "HELLO-WAREHOUSE" TO BS-PROGRAM-ID
    MOVE WS-WAREHOUSE-CONTROL TO HELLO-CONTROL-RECORD
    PERFORM REPORT-ONE-STEP
    MOVE CT-WH-PND-READ TO WS-PND-READ
    MOVE CT-WH-TXM-READ TO WS-TXM-READ
    MOVE CT-WH-RELEASED TO WS-RELEASED
    MOVE CT-WH-CARRIED TO WS-CARRIED
    MOVE CT-WH-WAREHOUSED TO WS-WAREHOUSED
    MOVE CT-WH-PASSED TO WS-WHS-PASSED
    MOVE "HELLO-EDIT" TO BS-PROGRAM-ID
    MOVE WS-EDIT-CONTROL TO HELLO-CONTROL-RECORD
    PERFORM REPORT-ONE-STEP
    MOVE CT-ED-TXW-READ TO WS-TXW-READ
    MOVE CT-ED-PASSED TO WS-EDIT-PASSED
    MOVE CT-ED-SUSPENDED TO WS-SUSPENDED
    MOVE "HELLO-MAINT" TO BS-PROGRAM-ID
    MOVE WS-MAINT-CONTROL TO HELLO-CONTROL-RECORD
    PERFORM REPORT-ONE-STEP
    MOVE CT-MT-HELD-IN TO WS-HELD-IN
    MOVE CT-MT-TXC-READ TO WS-TXC-READ
    MOVE CT-MT-APPLIED TO WS-APPLIED
    MOVE CT-MT-REJECTED TO WS-REJECTED
    MOVE CT-MT-HELD-OUT TO WS-HELD-OUT
    MOVE CT-MT-JRNL-ELSEWHERE TO WS-JRNL-ELSEWHERE
    MOVE CT-JOB-ID TO WS-MAINT-JOB-ID.

REPORT-ONE-STEP.
    MOVE SPACES TO BS-RESULT
    IF HELLO-CONTROL-RECORD = SPACES
        MOVE "NO CONTROL RECORD FOR THE DATE - STEP DID NOT COMPLETE"
            TO BS-RESULT
        ADD 1 TO WS-MISSING-COUNT
        DISPLAY "HELLO-BALANCE: NO " BS-PROGRAM-ID
            " CONTROL RECORD ON HELLOCTL FOR " WS-BAL-DATE
        MOVE ALL "0" TO CT-COUNTS
    ELSE
        STRING "JOB " CT-JOB-ID "  ENDED AT " CT-RUN-TIME
            DELIMITED BY SIZE INTO BS-RESULT
    END-IF
    MOVE WS-BRP-STEP-LINE TO HELLO-BALANCE-LINE
    WRITE HELLO-BALANCE-LINE.

COUNT-JOURNAL-ENTRIES.
    MOVE 0 TO WS-JRNL-COUNT
    MOVE "N" TO WS-JRNL-EOF
    OPEN INPUT HELLO-JRNL-FILE
    IF WS-JRNL-STATUS = "00"
        PERFORM READ-JOURNAL-ENTRY UNTIL JRNL-EOF
        CLOSE HELLO-JRNL-FILE
    ELSE
        DISPLAY "HELLO-BALANCE: HELLOJRN MISSING OR EMPTY - "
            "NO ENTRIES COUNTED - STATUS " WS-JRNL-STATUS
    END-IF.

READ-JOURNAL-ENTRY.
    READ HELLO-JRNL-FILE
        AT END
            MOVE "Y" TO WS-JRNL-EOF
        NOT AT END
            IF JR-RUN-DATE = WS-BAL-DATE
                    AND JR-JOB-ID = WS-MAINT-JOB-ID
                    AND (JR-ACTION = "ADD" OR JR-ACTION = "CHANGE"
                        OR JR-ACTION = "DELETE")
                ADD 1 TO WS-JRNL-COUNT
            END-IF
    END-READ.

BALANCE-NIGHT.
    MOVE SPACES TO HELLO-BALANCE-LINE
    WRITE HELLO-BALANCE-LINE
    MOVE WS-BRP-CHECK-HEADING TO HELLO-BALANCE-LINE
    WRITE HELLO-BALANCE-LINE
    MOVE "RECYCLE HELLOSUS READ = RECYCLED + AGED" TO WS-CHECK-DESC
    MOVE WS-SUS-READ TO WS-CHECK-LEFT
    COMPUTE WS-CHECK-RIGHT = WS-RECYCLED + WS-AGED
    PERFORM CHECK-BALANCE
    MOVE "RECYCLE HELLOTXN READ = NEW MERGED" TO WS-CHECK-DESC
    MOVE WS-NEW-READ TO WS-CHECK-LEFT
    MOVE WS-NEW-MERGED TO WS-CHECK-RIGHT
    PERFORM CHECK-BALANCE
    MOVE "WAREHSE HELLOPND READ = RELEASED + CARRIED" TO WS-CHECK-DESC
    MOVE WS-PND-READ TO WS-CHECK-LEFT
    COMPUTE WS-CHECK-RIGHT = WS-RELEASED + WS-CARRIED
    PERFORM CHECK-BALANCE
    MOVE "WAREHSE HELLOTXM READ = RECYCLE MERGED OUT" TO WS-CHECK-DESC
    MOVE WS-TXM-READ TO WS-CHECK-LEFT
    COMPUTE WS-CHECK-RIGHT = WS-RECYCLED + WS-NEW-MERGED
    PERFORM CHECK-BALANCE
    MOVE "WAREHSE HELLOTXM READ = WAREHOUSED + PASSED"
        TO WS-CHECK-DESC
    MOVE WS-TXM-READ TO WS-CHECK-LEFT
    COMPUTE WS-CHECK-RIGHT = WS-WAREHOUSED + WS-WHS-PASSED
    PERFORM CHECK-BALANCE
    MOVE "EDIT HELLOTXW READ = WAREHSE RELEASED+PASSED"
        TO WS-CHECK-DESC
    MOVE WS-TXW-READ TO WS-CHECK-LEFT
    COMPUTE WS-CHECK-RIGHT = WS-RELEASED + WS-WHS-PASSED
    PERFORM CHECK-BALANCE
    MOVE "EDIT HELLOTXW READ = PASSED + SUSPENDED" TO WS-CHECK-DESC
    MOVE WS-TXW-READ TO WS-CHECK-LEFT
    COMPUTE WS-CHECK-RIGHT = WS-EDIT-PASSED + WS-SUSPENDED
    PERFORM CHECK-BALANCE
    MOVE "MAINT HELLOTXC READ = EDIT PASSED" TO WS-CHECK-DESC
    MOVE WS-TXC-READ TO WS-CHECK-LEFT
    MOVE WS-EDIT-PASSED TO WS-CHECK-RIGHT
    PERFORM CHECK-BALANCE
    MOVE "MAINT HELD IN + TXC = APPLIED+REJECTED+HELD"
        TO WS-CHECK-DESC
    COMPUTE WS-CHECK-LEFT = WS-HELD-IN + WS-TXC-READ
    COMPUTE WS-CHECK-RIGHT = WS-APPLIED + WS-REJECTED + WS-HELD-OUT
    PERFORM CHECK-BALANCE
    MOVE "MAINT APPLIED THIS JOB = HELLOJRN ENTRIES" TO WS-CHECK-DESC
    COMPUTE WS-CHECK-LEFT = WS-APPLIED - WS-JRNL-ELSEWHERE
    MOVE WS-JRNL-COUNT TO WS-CHECK-RIGHT
    PERFORM CHECK-BALANCE
    MOVE "NIGHT NEW+SUSPENSE+RELEASED+HELD IN = OUT" TO WS-CHECK-DESC
    COMPUTE WS-CHECK-LEFT = WS-NEW-READ + WS-SUS-READ + WS-RELEASED
        + WS-HELD-IN
    COMPUTE WS-CHECK-RIGHT = WS-WAREHOUSED + WS-SUSPENDED + WS-AGED
        + WS-APPLIED + WS-REJECTED + WS-HELD-OUT
    PERFORM CHECK-BALANCE
    MOVE WS-BRP-LEGEND TO HELLO-BALANCE-LINE
    WRITE HELLO-BALANCE-LINE.

CHECK-BALANCE.
    ADD 1 TO WS-CHECK-COUNT
    MOVE WS-CHECK-DESC TO BD-DESCRIPTION
    MOVE WS-CHECK-LEFT TO BD-LEFT
    MOVE WS-CHECK-RIGHT TO BD-RIGHT
    IF WS-CHECK-LEFT = WS-CHECK-RIGHT
        MOVE "BALANCED" TO BD-RESULT
    ELSE
        MOVE "OUT OF BALANCE" TO BD-RESULT
        ADD 1 TO WS-FAILED-COUNT
        DISPLAY "HELLO-BALANCE: OUT OF BALANCE - " WS-CHECK-DESC
            " - IN " WS-CHECK-LEFT " OUT " WS-CHECK-RIGHT
    END-IF
    MOVE WS-BRP-DETAIL TO HELLO-BALANCE-LINE
    WRITE HELLO-BALANCE-LINE.

WRITE-VERDICT.
    MOVE SPACES TO WS-BRP-VERDICT
    IF WS-MISSING-COUNT > 0
        STRING "NIGHT CANNOT BE BALANCED - " WS-MISSING-COUNT
            " STEP(S) WROTE NO CONTROL RECORD FOR " WS-BAL-DATE
            DELIMITED BY SIZE INTO WS-BRP-VERDICT
        MOVE "WRITE-VERDICT" TO AP-PARAGRAPH
    ELSE
        IF WS-FAILED-COUNT > 0
            STRING "NIGHT DOES NOT BALANCE - " WS-FAILED-COUNT
                " OF " WS-CHECK-COUNT " CHECKS OUT OF BALANCE"
                DELIMITED BY SIZE INTO WS-BRP-VERDICT
            MOVE "BALANCE-NIGHT" TO AP-PARAGRAPH
        ELSE
            STRING "NIGHT BALANCES - ALL " WS-CHECK-COUNT
                " CHECKS AGREE"
                DELIMITED BY SIZE INTO WS-BRP-VERDICT
        END-IF
    END-IF
    MOVE SPACES TO HELLO-BALANCE-LINE
    WRITE HELLO-BALANCE-LINE
    MOVE WS-BRP-VERDICT TO HELLO-BALANCE-LINE
    WRITE HELLO-BALANCE-LINE
    DISPLAY "HELLO-BALANCE: " WS-BRP-VERDICT
    IF WS-MISSING-COUNT > 0 OR WS-FAILED-COUNT > 0
        MOVE 8 TO WS-RETURN-CODE
        MOVE "HELLOCTL" TO AP-DD-NAME
        MOVE SPACES TO AP-FILE-STATUS
        PERFORM SEND-FAILURE-ALERT
    END-IF.

SEND-FAILURE-ALERT.
    MOVE "HELLO-BALANCE" TO AP-PROGRAM-ID
    MOVE "C" TO AP-SEVERITY
    CALL "HELLOALR" USING HELLO-ALERT-PARMS.
