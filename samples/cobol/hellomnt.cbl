    SELECT HELLO-JRNL-FILE ASSIGN TO HELLOJRN
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS WS-JRNL-STATUS.
    SELECT HELLO-APV-FILE ASSIGN TO HELLOAPV
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS WS-APV-STATUS.
    SELECT HELLO-APO-FILE ASSIGN TO HELLOAPO
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS WS-APO-STATUS.
    SELECT HELLO-AUT-FILE ASSIGN TO HELLOAUT
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS WS-AUT-STATUS.
    SELECT HELLO-HLI-FILE ASSIGN TO HELLOHLI
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS WS-HLI-STATUS.
    SELECT HELLO-HLO-FILE ASSIGN TO HELLOHLO
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS WS-HLO-STATUS.
    SELECT HELLO-HRP-FILE ASSIGN TO HELLOHRP
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS WS-HRP-STATUS.
    SELECT HELLO-CKPT-FILE ASSIGN TO HELLOMCK
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS WS-CKPT-STATUS.
    SELECT HELLO-CTL-FILE ASSIGN TO HELLOCTL
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS WS-CTL-STATUS.
    SELECT HELLO-BKP-FILE ASSIGN TO HELLOBKP
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS WS-BKP-STATUS.
DATA DIVISION.
FILE SECTION.
FD  HELLO-TXN-FILE.
01  HELLO-TXN-INPUT-RECORD          PIC X(74).
FD  HELLO-MASTER-FILE.
    COPY HELLOMST.
FD  HELLO-MLST-FILE.
    COPY HELLOMLL.
FD  HELLO-JRNL-FILE.
    COPY HELLOJNR.
FD  HELLO-APV-FILE.
    COPY HELLOAPR.
FD  HELLO-APO-FILE.
01  HELLO-APPROVAL-OUT-RECORD       PIC X(96).
FD  HELLO-AUT-FILE.
    COPY HELLOAUR.
FD  HELLO-HLI-FILE.
    COPY HELLOHDR.
FD  HELLO-HLO-FILE.
01  HELLO-HELD-OUT-RECORD           PIC X(94).
FD  HELLO-HRP-FILE.
    COPY HELLOHRL.
FD  HELLO-CKPT-FILE.
    COPY HELLOMCR.
FD  HELLO-CTL-FILE.
    COPY HELLOCTR.
FD  HELLO-BKP-FILE.
    COPY HELLOBKR.
WORKING-STORAGE SECTION.
    COPY HELLOTXR.
01  WS-TXN-STATUS PIC XX.
01  WS-MASTER-STATUS PIC XX.
01  WS-MLST-STATUS PIC XX.
01  WS-JRNL-STATUS PIC XX.
01  WS-APV-STATUS PIC XX.
01  WS-APO-STATUS PIC XX.
01  WS-AUT-STATUS PIC XX.
01  WS-HLI-STATUS PIC XX.
01  WS-HLO-STATUS PIC XX.
01  WS-HRP-STATUS PIC XX.
01  WS-CKPT-STATUS PIC XX.
01  WS-CTL-STATUS PIC XX.
01  WS-BKP-STATUS PIC XX.
01  WS-RETURN-CODE PIC 9(2) VALUE 0.
01  WS-CURRENT-TIMESTAMP PIC X(21).
01  WS-JOB-ID PIC X(8) VALUE SPACES.
    88  TXN-EOF                     VALUE "Y".
01  WS-APPLIED-COUNT PIC 9(4) VALUE 0.
01  WS-REJECTED-COUNT PIC 9(4) VALUE 0.
01  WS-HELD-COUNT PIC 9(4) VALUE 0.
01  WS-HELD-IN-COUNT PIC 9(4) VALUE 0.
01  WS-TXN-READ-COUNT PIC 9(4) VALUE 0.
01  WS-CARRIED-APPROVALS PIC 9(4) VALUE 0.
01  WS-APV-EOF PIC X VALUE "N".
    88  APV-EOF                     VALUE "Y".
01  WS-AUT-EOF PIC X VALUE "N".
    88  AUT-EOF                     VALUE "Y".
01  WS-HLI-EOF PIC X VALUE "N".
    88  HLI-EOF                     VALUE "Y".
01  WS-HLI-PRESENT PIC X VALUE "N".
    88  HLI-PRESENT                 VALUE "Y".
01  WS-APPROVAL-TABLE.
    05  WS-APPROVAL-COUNT           PIC 9(4) VALUE 0.
    05  WS-APPROVAL-ENTRY OCCURS 1000 TIMES.
        10  AE-APPROVAL-IMAGE.
            15  AE-TXN-IMAGE        PIC X(74).
            15  AE-APPROVER-ID      PIC X(8).
            15  AE-APPROVAL-DATE    PIC 9(8).
            15  AE-APPROVAL-TIME    PIC 9(6).
        10  AE-STATE                PIC X(1).
            88  AE-UNUSED               VALUE "N".
01  WS-APPROVAL-SUB PIC 9(4) VALUE 0.
01  WS-APPROVAL-FULL-WARNED PIC X VALUE "N".
    88  APPROVAL-FULL-WARNED        VALUE "Y".
01  WS-AUTHORITY-TABLE.
    05  WS-AUTHORITY-COUNT          PIC 9(4) VALUE 0.
    05  WS-AUTHORITY-ENTRY OCCURS 500 TIMES.
        10  AA-APPROVER-ID          PIC X(8).
        10  AA-LANGUAGE-CODE        PIC X(3).
01  WS-AUTHORITY-SUB PIC 9(4) VALUE 0.
01  WS-APPROVAL-STATE PIC X VALUE "N".
    88  TXN-APPROVED                VALUE "Y".
01  WS-HOLD-REASON PIC X(4) VALUE SPACES.
01  WS-HOLD-TEXT PIC X(21) VALUE SPACES.
01  WS-APPROVER-ID PIC X(8) VALUE SPACES.
01  WS-REFUSED-APPROVER PIC X(8) VALUE SPACES.
01  WS-CHECK-APPROVER PIC X(8) VALUE SPACES.
01  WS-TXN-REGION PIC X(3) VALUE SPACES.
01  WS-MASTER-REGION PIC X(3) VALUE SPACES.
01  WS-CHECK-REGION PIC X(3) VALUE SPACES.
01  WS-REGION-FOUND PIC X VALUE "N".
    88  REGION-FOUND                VALUE "Y".
01  WS-APPROVER-AUTHORISED PIC X VALUE "N".
    88  APPROVER-AUTHORISED         VALUE "Y".
01  WS-HELD-SINCE PIC 9(8) VALUE 0.
01  WS-CKPT-PARM PIC X(4) VALUE SPACES.
01  WS-CKPT-INTERVAL PIC 9(4) VALUE 100.
01  WS-RESTART-PARM PIC X(4) VALUE SPACES.
01  WS-CKPT-EOF PIC X VALUE "N".
    88  CKPT-EOF                    VALUE "Y".
01  WS-CKPT-FOUND PIC X VALUE "N".
    88  CKPT-FOUND                  VALUE "Y".
01  WS-CKPT-STATE PIC X(1) VALUE SPACES.
01  WS-CKPT-RUN-DATE PIC 9(8) VALUE 0.
01  WS-CKPT-APPLIED PIC 9(7) VALUE 0.
01  WS-ITEM-SEQ PIC 9(7) VALUE 0.
01  WS-RESTART-RUN PIC X VALUE "N".
    88  RESTART-RUN                 VALUE "Y".
01  WS-RESTART-ITEMS PIC 9(7) VALUE 0.
01  WS-RESTART-TIME PIC 9(6) VALUE 0.
01  WS-FAILED-JOB-ID PIC X(8) VALUE SPACES.
01  WS-RUN-JOBS.
    05  WS-RUN-JOB-COUNT            PIC 9(1).
    05  WS-RUN-JOB-ID               PIC X(8) OCCURS 5 TIMES.
01  WS-RUN-JOB-SUB PIC 9(1) VALUE 0.
01  WS-RUN-JOB-FOUND PIC X VALUE "N".
    88  RUN-JOB-FOUND               VALUE "Y".
01  WS-UNMATCHED-COUNT PIC 9(4) VALUE 0.
01  WS-CONFIRMED-COUNT PIC 9(4) VALUE 0.
01  WS-JRNL-ELSEWHERE-COUNT PIC 9(4) VALUE 0.
01  WS-FIRST-FRESH PIC X VALUE "N".
    88  FIRST-FRESH-PENDING         VALUE "Y".
01  WS-ADD-RECOVERED PIC X VALUE "N".
    88  ADD-RECOVERED               VALUE "Y".
01  WS-CHANGE-RECOVERED PIC X VALUE "N".
    88  CHANGE-RECOVERED            VALUE "Y".
01  WS-PRIOR-IMAGE PIC X(65) VALUE SPACES.
01  WS-PRIOR-STATE PIC X VALUE "U".
    88  PRIOR-ON-FILE               VALUE "F".
    88  PRIOR-NOT-ON-FILE           VALUE "N".
    88  PRIOR-UNKNOWN               VALUE "U".
01  WS-PRIOR-FOUND PIC X VALUE "N".
    88  PRIOR-FOUND                 VALUE "Y".
01  WS-BKP-EOF PIC X VALUE "N".
    88  BKP-EOF                     VALUE "Y".
01  WS-LANDED-SUB PIC 9(4) VALUE 0.
01  WS-ITEM-STATE PIC X VALUE "A".
    88  ITEM-TO-APPLY               VALUE "A".
    88  ITEM-LANDED                 VALUE "L".
    88  ITEM-NOT-LANDED             VALUE "U".
01  WS-JRNL-EOF PIC X VALUE "N".
    88  JRNL-EOF                    VALUE "Y".
01  WS-LANDED-TABLE.
    05  WS-LANDED-COUNT             PIC 9(4) VALUE 0.
    05  WS-LANDED-ENTRY OCCURS 2000 TIMES.
        10  LD-ACTION               PIC X(6).
        10  LD-GREETING-ID          PIC X(6).
        10  LD-AFTER-IMAGE          PIC X(65).
        10  LD-REQUESTER-ID         PIC X(8).
        10  LD-APPROVER-ID          PIC X(8).
        10  LD-JOB-ID               PIC X(8).
01  WS-LANDED-NEXT PIC 9(4) VALUE 1.
01  WS-LANDED-FULL PIC X VALUE "N".
    88  LANDED-FULL                 VALUE "Y".
01  WS-HRP-HEADING                  PIC X(80)
        VALUE "HELD MAINTENANCE - AWAITING A VALID APPROVAL".
01  WS-HRP-TRIAL-HEADING            PIC X(80) VALUE
    "HELD MAINTENANCE - AWAITING A VALID APPROVAL (TRIAL RUN)".
01  WS-HRP-LEGEND                   PIC X(80) VALUE
    "NOAP=NO APPROVAL  SELF=APPROVER IS REQUESTER  AUTH=NO REGION AUTHORITY".
01  WS-HRP-DETAIL.
    05  FILLER                      PIC X(2)  VALUE SPACES.
    05  HR-GREETING-ID              PIC X(6).
    05  FILLER                      PIC X(2)  VALUE SPACES.
    05  HR-ACTION                   PIC X(6).
    05  FILLER                      PIC X(6)  VALUE "  REQ ".
    05  HR-REQUESTER-ID             PIC X(8).
    05  FILLER                      PIC X(6)  VALUE "  APV ".
    05  HR-APPROVER-ID              PIC X(8).
    05  FILLER                      PIC X(2)  VALUE SPACES.
    05  HR-HOLD-REASON              PIC X(4).
    05  FILLER                      PIC X(8)  VALUE "  SINCE ".
    05  HR-HELD-DATE                PIC 9(8).
01  WS-HRP-TEXT-LINE.
    05  FILLER                      PIC X(10) VALUE SPACES.
    05  HR-GREETING-TEXT            PIC X(40).
    05  FILLER                      PIC X(2)  VALUE SPACES.
    05  HR-LANGUAGE-CODE            PIC X(3).
01  WS-HRP-TOTAL-LINE.
    05  FILLER                      PIC X(12) VALUE "ITEMS HELD: ".
    05  HT-HELD                     PIC ZZZ9.
    05  FILLER                      PIC X(26) VALUE
        "  RE-PRESENTED FROM HOLD: ".
    05  HT-HELD-IN                  PIC ZZZ9.
    05  FILLER                      PIC X(22) VALUE
        "  APPROVALS CARRIED: ".
    05  HT-CARRIED                  PIC ZZZ9.
01  WS-MLST-DETAIL.
    05  MD-ACTION                   PIC X(06).
    05  FILLER                      PIC X(02) VALUE SPACES.
        VALUE "HELLO-MASTER MAINTENANCE LISTING".
01  WS-MLST-TRIAL-HEADING           PIC X(80) VALUE
    "HELLO-MASTER MAINTENANCE LISTING (TRIAL RUN - NO UPDATES)".
01  WS-MLST-RESTART-LINE.
    05  FILLER                      PIC X(26) VALUE
        "RESTART OF FAILED RUN JOB ".
    05  MR-JOB-ID                   PIC X(8).
    05  FILLER                      PIC X(22) VALUE
        " - CHECKPOINT AT ITEM ".
    05  MR-ITEMS                    PIC ZZZZZZ9.
    05  FILLER                      PIC X(4)  VALUE " AT ".
    05  MR-TIME                     PIC 9(6).
01  WS-MLST-RESTART-TOTALS.
    05  FILLER                      PIC X(39) VALUE
        "CONFIRMED ON HELLOJRN FROM FAILED RUN: ".
    05  MR-CONFIRMED                PIC ZZZ9.
    05  FILLER                      PIC X(25) VALUE
        "  APPLIED AFTER RESTART: ".
    05  MR-FRESH                    PIC ZZZ9.
01  WS-MAINT-MODE-PARM PIC X(8) VALUE SPACES.
01  WS-MAINT-MODE PIC X(1) VALUE "L".
    88  LIVE-MODE                   VALUE "L".
        "  PROJECTED: ".
    05  IM-PROJECTED                PIC ZZZZ9.
    COPY HELLOALP.
    COPY HELLOBDP.
01  WS-MLST-TOTALS.
    05  FILLER                      PIC X(22) VALUE
        "TRANSACTIONS APPLIED: ".
    05  FILLER                      PIC X(12) VALUE
        "  REJECTED: ".
    05  MT-REJECTED                 PIC ZZZ9.
    05  FILLER                      PIC X(8)  VALUE
        "  HELD: ".
    05  MT-HELD                     PIC ZZZ9.
PROCEDURE DIVISION.
    PERFORM READ-MAINT-PARMS
    IF WS-RETURN-CODE = 0
        PERFORM OPEN-MAINT-FILES
    END-IF
    IF WS-RETURN-CODE = 0
        PERFORM OPEN-APPROVAL-FILES
    END-IF
    IF WS-RETURN-CODE = 0
        IF LIVE-MODE
            MOVE "I" TO WS-CKPT-STATE
            PERFORM WRITE-MAINT-CHECKPOINT
        END-IF
        IF HLI-PRESENT
            PERFORM PROCESS-HELD-ITEMS UNTIL HLI-EOF
        END-IF
        PERFORM PROCESS-TRANSACTIONS UNTIL TXN-EOF
        IF RESTART-RUN AND WS-RETURN-CODE NOT = 8
            PERFORM CHECK-RESTART-COMPLETE
        END-IF
        IF LIVE-MODE AND WS-RETURN-CODE NOT = 8
            PERFORM CARRY-FORWARD-APPROVAL
                VARYING WS-APPROVAL-SUB FROM 1 BY 1
                UNTIL WS-APPROVAL-SUB > WS-APPROVAL-COUNT
        END-IF
        PERFORM WRITE-MLST-TOTALS
        PERFORM WRITE-HRP-TOTALS
        IF TRIAL-MODE
            PERFORM WRITE-IMPACT-SUMMARY
        END-IF
        IF (WS-REJECTED-COUNT > 0 OR WS-HELD-COUNT > 0)
                AND WS-RETURN-CODE = 0
            MOVE 4 TO WS-RETURN-CODE
        END-IF
        IF LIVE-MODE AND WS-RETURN-CODE NOT = 8
            MOVE "C" TO WS-CKPT-STATE
            PERFORM WRITE-MAINT-CHECKPOINT
        END-IF
        IF LIVE-MODE AND WS-RETURN-CODE NOT = 8
            PERFORM WRITE-CONTROL-TOTALS
        END-IF
    END-IF
    PERFORM CLOSE-MAINT-FILES
    MOVE WS-RETURN-CODE TO RETURN-CODE
    EVALUATE WS-MAINT-MODE-PARM
        WHEN "TRIAL"
            MOVE "T" TO WS-MAINT-MODE
            DISPLAY "HELLO-MAINT: TRIAL MODE - MASTER AND "
                "JOURNAL WILL NOT BE UPDATED"
        WHEN "LIVE"
            DISPLAY "HELLO-MAINT: MAINTMODE '" WS-MAINT-MODE-PARM
                "' IS NOT TRIAL OR LIVE - RUN STOPPED"
            MOVE 8 TO WS-RETURN-CODE
    END-EVALUATE
    ACCEPT WS-CKPT-PARM FROM ENVIRONMENT "MAINTCKPT"
    IF WS-CKPT-PARM NOT = SPACES
        IF WS-CKPT-PARM NUMERIC AND WS-CKPT-PARM NOT = "0000"
            MOVE WS-CKPT-PARM TO WS-CKPT-INTERVAL
        ELSE
            DISPLAY "HELLO-MAINT: MAINTCKPT '" WS-CKPT-PARM
                "' IS NOT A COUNT 0001 THRU 9999 - RUN STOPPED"
            MOVE 8 TO WS-RETURN-CODE
        END-IF
    END-IF
    ACCEPT WS-RESTART-PARM FROM ENVIRONMENT "MAINTRST"
    EVALUATE WS-RESTART-PARM
        WHEN "AUTO"
        WHEN "NO"
        WHEN SPACES
            CONTINUE
        WHEN OTHER
            DISPLAY "HELLO-MAINT: MAINTRST '" WS-RESTART-PARM
                "' IS NOT AUTO OR NO - RUN STOPPED"
            MOVE 8 TO WS-RETURN-CODE
    END-EVALUATE
    IF WS-RETURN-CODE = 0
        PERFORM READ-BUSINESS-DATE
    END-IF.

READ-BUSINESS-DATE.
    MOVE "HELLO-MAINT" TO BP-PROGRAM-ID
    CALL "HELLOBDT" USING HELLO-BUSDATE-PARMS
    IF BP-DATE-OK
        MOVE BP-BUSINESS-DATE TO WS-RUN-DATE
    ELSE
        DISPLAY "HELLO-MAINT: NO BUSINESS DATE AVAILABLE FROM "
            "HELLOBDC - RUN STOPPED"
        MOVE 8 TO WS-RETURN-CODE
        MOVE "HELLOBDC" TO AP-DD-NAME
        MOVE SPACES TO AP-FILE-STATUS
        MOVE "READ-BUSINESS-DATE" TO AP-PARAGRAPH
        PERFORM SEND-FAILURE-ALERT
    END-IF.

OPEN-MAINT-FILES.
    OPEN INPUT HELLO-TXN-FILE
        MOVE "00" TO WS-JRNL-STATUS
    ELSE
        OPEN I-O HELLO-MASTER-FILE
        PERFORM READ-MAINT-CHECKPOINT
        IF RESTART-RUN
            PERFORM LOAD-LANDED-CHANGES
        END-IF
        OPEN EXTEND HELLO-JRNL-FILE
        IF WS-JRNL-STATUS = "05" OR WS-JRNL-STATUS = "35"
            CLOSE HELLO-JRNL-FILE
            MOVE WS-MLST-HEADING TO HELLO-MAINT-LINE
        END-IF
        WRITE HELLO-MAINT-LINE
        IF RESTART-RUN
            MOVE WS-FAILED-JOB-ID TO MR-JOB-ID
            MOVE WS-RESTART-ITEMS TO MR-ITEMS
            MOVE WS-RESTART-TIME TO MR-TIME
            MOVE WS-MLST-RESTART-LINE TO HELLO-MAINT-LINE
            WRITE HELLO-MAINT-LINE
        END-IF
        IF TRIAL-MODE
            PERFORM LOAD-BASELINE-COUNTS
        END-IF
    END-IF.

OPEN-APPROVAL-FILES.
    OPEN OUTPUT HELLO-HRP-FILE
    IF LIVE-MODE
        OPEN OUTPUT HELLO-HLO-FILE
        OPEN OUTPUT HELLO-APO-FILE
    ELSE
        MOVE "00" TO WS-HLO-STATUS
        MOVE "00" TO WS-APO-STATUS
    END-IF
    IF WS-HRP-STATUS NOT = "00" OR WS-HLO-STATUS NOT = "00"
            OR WS-APO-STATUS NOT = "00"
        DISPLAY
            "HELLO-MAINT: UNABLE TO OPEN HELLOHRP/HELLOHLO/HELLOAPO - "
            "STATUS " WS-HRP-STATUS " / " WS-HLO-STATUS
            " / " WS-APO-STATUS
        MOVE 8 TO WS-RETURN-CODE
        MOVE "OPEN-APPROVAL-FILES" TO AP-PARAGRAPH
        IF WS-HRP-STATUS NOT = "00"
            MOVE "HELLOHRP" TO AP-DD-NAME
            MOVE WS-HRP-STATUS TO AP-FILE-STATUS
            PERFORM SEND-FAILURE-ALERT
        END-IF
        IF WS-HLO-STATUS NOT = "00"
            MOVE "HELLOHLO" TO AP-DD-NAME
            MOVE WS-HLO-STATUS TO AP-FILE-STATUS
            PERFORM SEND-FAILURE-ALERT
        END-IF
        IF WS-APO-STATUS NOT = "00"
            MOVE "HELLOAPO" TO AP-DD-NAME
            MOVE WS-APO-STATUS TO AP-FILE-STATUS
            PERFORM SEND-FAILURE-ALERT
        END-IF
    ELSE
        IF TRIAL-MODE
            MOVE WS-HRP-TRIAL-HEADING TO HELLO-HELD-LINE
        ELSE
            MOVE WS-HRP-HEADING TO HELLO-HELD-LINE
        END-IF
        WRITE HELLO-HELD-LINE
        MOVE WS-HRP-LEGEND TO HELLO-HELD-LINE
        WRITE HELLO-HELD-LINE
        OPEN INPUT HELLO-HLI-FILE
        IF WS-HLI-STATUS = "00"
            MOVE "Y" TO WS-HLI-PRESENT
        ELSE
            DISPLAY "HELLO-MAINT: HELLOHLI MISSING OR EMPTY - "
                "NO HELD ITEMS - STATUS " WS-HLI-STATUS
            MOVE "Y" TO WS-HLI-EOF
        END-IF
        PERFORM LOAD-AUTHORITY-TABLE
        IF WS-RETURN-CODE NOT = 8
            PERFORM LOAD-APPROVAL-TABLE
        END-IF
    END-IF.

LOAD-AUTHORITY-TABLE.
    OPEN INPUT HELLO-AUT-FILE
    IF WS-AUT-STATUS = "00"
        PERFORM READ-AUTHORITY UNTIL AUT-EOF
        CLOSE HELLO-AUT-FILE
    END-IF
    IF WS-AUTHORITY-COUNT = 0
        DISPLAY "HELLO-MAINT: HELLOAUT MISSING OR EMPTY - STATUS "
            WS-AUT-STATUS " - NO APPROVER CAN BE CHECKED - RUN STOPPED"
        MOVE 8 TO WS-RETURN-CODE
        MOVE "HELLOAUT" TO AP-DD-NAME
        MOVE WS-AUT-STATUS TO AP-FILE-STATUS
        MOVE "LOAD-AUTHORITY-TABLE" TO AP-PARAGRAPH
        PERFORM SEND-FAILURE-ALERT
    END-IF.

READ-AUTHORITY.
    READ HELLO-AUT-FILE
        AT END
            MOVE "Y" TO WS-AUT-EOF
        NOT AT END
            IF AU-APPROVER-ID NOT = SPACES
                IF WS-AUTHORITY-COUNT < 500
                    ADD 1 TO WS-AUTHORITY-COUNT
                    MOVE AU-APPROVER-ID
                        TO AA-APPROVER-ID(WS-AUTHORITY-COUNT)
                    MOVE AU-LANGUAGE-CODE
                        TO AA-LANGUAGE-CODE(WS-AUTHORITY-COUNT)
                ELSE
                    DISPLAY "HELLO-MAINT: AUTHORITY TABLE FULL - "
                        AU-APPROVER-ID " " AU-LANGUAGE-CODE
                        " NOT LOADED"
                    IF WS-RETURN-CODE = 0
                        MOVE 4 TO WS-RETURN-CODE
                    END-IF
                END-IF
            END-IF
    END-READ.

LOAD-APPROVAL-TABLE.
    OPEN INPUT HELLO-APV-FILE
    IF WS-APV-STATUS = "00"
        PERFORM READ-APPROVAL UNTIL APV-EOF
        CLOSE HELLO-APV-FILE
    ELSE
        DISPLAY "HELLO-MAINT: HELLOAPV MISSING OR EMPTY - "
            "NO APPROVALS - STATUS " WS-APV-STATUS
    END-IF.

READ-APPROVAL.
    READ HELLO-APV-FILE
        AT END
            MOVE "Y" TO WS-APV-EOF
        NOT AT END
            IF WS-APPROVAL-COUNT < 1000
                ADD 1 TO WS-APPROVAL-COUNT
                MOVE HELLO-APPROVAL-RECORD
                    TO AE-APPROVAL-IMAGE(WS-APPROVAL-COUNT)
                MOVE "N" TO AE-STATE(WS-APPROVAL-COUNT)
            ELSE
                IF NOT APPROVAL-FULL-WARNED
                    DISPLAY "HELLO-MAINT: APPROVAL TABLE FULL - "
                        "LATER APPROVALS CARRIED FORWARD UNUSED"
                    MOVE "Y" TO WS-APPROVAL-FULL-WARNED
                    IF WS-RETURN-CODE = 0
                        MOVE 4 TO WS-RETURN-CODE
                    END-IF
                END-IF
                IF LIVE-MODE
                    WRITE HELLO-APPROVAL-OUT-RECORD
                        FROM HELLO-APPROVAL-RECORD
                    PERFORM CHECK-APPROVAL-WRITE
                END-IF
            END-IF
    END-READ.

CARRY-FORWARD-APPROVAL.
    IF AE-UNUSED(WS-APPROVAL-SUB)
        WRITE HELLO-APPROVAL-OUT-RECORD
            FROM AE-APPROVAL-IMAGE(WS-APPROVAL-SUB)
        PERFORM CHECK-APPROVAL-WRITE
    END-IF.

CHECK-APPROVAL-WRITE.
    IF WS-APO-STATUS = "00"
        ADD 1 TO WS-CARRIED-APPROVALS
    ELSE
        DISPLAY "HELLO-MAINT: HELLOAPO WRITE FAILED - STATUS "
            WS-APO-STATUS
        MOVE 8 TO WS-RETURN-CODE
        MOVE "Y" TO WS-APV-EOF
        MOVE "Y" TO WS-HLI-EOF
        MOVE "Y" TO WS-TXN-EOF
        MOVE WS-APPROVAL-COUNT TO WS-APPROVAL-SUB
        MOVE "HELLOAPO" TO AP-DD-NAME
        MOVE WS-APO-STATUS TO AP-FILE-STATUS
        MOVE "CHECK-APPROVAL-WRITE" TO AP-PARAGRAPH
        PERFORM SEND-FAILURE-ALERT
    END-IF.

PROCESS-HELD-ITEMS.
    READ HELLO-HLI-FILE
        AT END
            MOVE "Y" TO WS-HLI-EOF
        NOT AT END
            MOVE HD-TXN-IMAGE TO HELLO-TXN-RECORD
            MOVE HD-HELD-DATE TO WS-HELD-SINCE
            ADD 1 TO WS-HELD-IN-COUNT
            PERFORM APPROVE-TRANSACTION
    END-READ.

PROCESS-TRANSACTIONS.
    READ HELLO-TXN-FILE INTO HELLO-TXN-RECORD
        AT END
            MOVE "Y" TO WS-TXN-EOF
        NOT AT END
            ADD 1 TO WS-TXN-READ-COUNT
            MOVE 0 TO WS-HELD-SINCE
            PERFORM APPROVE-TRANSACTION
    END-READ.

APPROVE-TRANSACTION.
    ADD 1 TO WS-ITEM-SEQ
    PERFORM FIND-TRANSACTION-REGIONS
    PERFORM FIND-APPROVAL
    IF TXN-APPROVED
        MOVE "A" TO WS-ITEM-STATE
        IF RESTART-RUN
            PERFORM CHECK-RESTART-ITEM
        END-IF
        IF ITEM-TO-APPLY
            PERFORM APPLY-TRANSACTION
        ELSE
            PERFORM REPORT-BEFORE-RESTART
        END-IF
    ELSE
        PERFORM HOLD-TRANSACTION
    END-IF
    IF LIVE-MODE AND WS-RETURN-CODE NOT = 8
            AND WS-APPLIED-COUNT - WS-CKPT-APPLIED >= WS-CKPT-INTERVAL
        MOVE "I" TO WS-CKPT-STATE
        PERFORM WRITE-MAINT-CHECKPOINT
    END-IF.

CHECK-RESTART-ITEM.
    EVALUATE TRUE
        WHEN TX-ADD
            MOVE "ADD" TO WS-JRNL-ACTION
        WHEN TX-CHANGE
            MOVE "CHANGE" TO WS-JRNL-ACTION
        WHEN TX-DELETE
            MOVE "DELETE" TO WS-JRNL-ACTION
        WHEN OTHER
            MOVE SPACES TO WS-JRNL-ACTION
    END-EVALUATE
    MOVE TX-GREETING-ID TO EV-GREETING-ID
    MOVE TX-GREETING-TEXT TO EV-GREETING-TEXT
    MOVE TX-EFFECTIVE-DATE TO EV-EFFECTIVE-DATE
    MOVE TX-LANGUAGE-CODE TO EV-LANGUAGE-CODE
    MOVE TX-EXPIRY-DATE TO EV-EXPIRY-DATE
    IF WS-JRNL-ACTION NOT = SPACES
        IF WS-LANDED-NEXT <= WS-LANDED-COUNT
            IF LD-GREETING-ID(WS-LANDED-NEXT) = TX-GREETING-ID
                    AND LD-ACTION(WS-LANDED-NEXT) = WS-JRNL-ACTION
                    AND LD-REQUESTER-ID(WS-LANDED-NEXT)
                        = TX-REQUESTER-ID
                    AND LD-APPROVER-ID(WS-LANDED-NEXT) = WS-APPROVER-ID
                    AND (TX-DELETE
                        OR LD-AFTER-IMAGE(WS-LANDED-NEXT)
                            = WS-EVAL-RECORD)
                MOVE "L" TO WS-ITEM-STATE
                IF LD-JOB-ID(WS-LANDED-NEXT) NOT = WS-JOB-ID
                    ADD 1 TO WS-JRNL-ELSEWHERE-COUNT
                END-IF
                ADD 1 TO WS-LANDED-NEXT
            ELSE
                MOVE "U" TO WS-ITEM-STATE
            END-IF
        ELSE
            IF WS-ITEM-SEQ <= WS-RESTART-ITEMS
                MOVE "U" TO WS-ITEM-STATE
            END-IF
        END-IF
    END-IF.

REPORT-BEFORE-RESTART.
    MOVE WS-JRNL-ACTION TO MD-ACTION
    MOVE TX-GREETING-ID TO MD-GREETING-ID
    IF ITEM-LANDED
        EVALUATE TRUE
            WHEN TX-ADD
                MOVE "ADDED BEFORE RESTART" TO MD-RESULT
            WHEN TX-CHANGE
                MOVE "CHANGED BEFORE RESTART" TO MD-RESULT
            WHEN OTHER
                MOVE "DELETED BEFORE RESTART" TO MD-RESULT
        END-EVALUATE
        ADD 1 TO WS-APPLIED-COUNT
        ADD 1 TO WS-CONFIRMED-COUNT
    ELSE
        MOVE "REJECTED BEFORE RESTART" TO MD-RESULT
        ADD 1 TO WS-REJECTED-COUNT
    END-IF
    PERFORM WRITE-MLST-DETAIL.

FIND-TRANSACTION-REGIONS.
    MOVE TX-LANGUAGE-CODE TO WS-TXN-REGION
    MOVE SPACES TO WS-MASTER-REGION
    IF NOT TX-ADD
        IF TRIAL-MODE
            MOVE TX-GREETING-ID TO WS-LOOKUP-ID
            PERFORM TRIAL-LOOKUP
            IF TRIAL-EXISTS
                MOVE WS-TRIAL-IMAGE TO WS-EVAL-RECORD
                MOVE EV-LANGUAGE-CODE TO WS-MASTER-REGION
            END-IF
        ELSE
            MOVE TX-GREETING-ID TO HM-GREETING-ID
            READ HELLO-MASTER-FILE
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    MOVE HM-LANGUAGE-CODE TO WS-MASTER-REGION
            END-READ
        END-IF
    END-IF.

FIND-APPROVAL.
    MOVE "N" TO WS-APPROVAL-STATE
    MOVE "NOAP" TO WS-HOLD-REASON
    MOVE SPACES TO WS-APPROVER-ID
    MOVE SPACES TO WS-REFUSED-APPROVER
    PERFORM CHECK-ONE-APPROVAL
        VARYING WS-APPROVAL-SUB FROM 1 BY 1
        UNTIL WS-APPROVAL-SUB > WS-APPROVAL-COUNT
            OR TXN-APPROVED.

CHECK-ONE-APPROVAL.
    IF AE-UNUSED(WS-APPROVAL-SUB)
            AND AE-TXN-IMAGE(WS-APPROVAL-SUB) = HELLO-TXN-RECORD
        IF AE-APPROVER-ID(WS-APPROVAL-SUB) = TX-REQUESTER-ID
            MOVE "SELF" TO WS-HOLD-REASON
            MOVE AE-APPROVER-ID(WS-APPROVAL-SUB) TO WS-REFUSED-APPROVER
            MOVE "R" TO AE-STATE(WS-APPROVAL-SUB)
        ELSE
            MOVE AE-APPROVER-ID(WS-APPROVAL-SUB) TO WS-CHECK-APPROVER
            PERFORM CHECK-APPROVER-AUTHORITY
            IF APPROVER-AUTHORISED
                MOVE "Y" TO WS-APPROVAL-STATE
                MOVE AE-APPROVER-ID(WS-APPROVAL-SUB) TO WS-APPROVER-ID
                MOVE "U" TO AE-STATE(WS-APPROVAL-SUB)
            ELSE
                MOVE "AUTH" TO WS-HOLD-REASON
                MOVE AE-APPROVER-ID(WS-APPROVAL-SUB)
                    TO WS-REFUSED-APPROVER
                MOVE "R" TO AE-STATE(WS-APPROVAL-SUB)
            END-IF
        END-IF
    END-IF.

CHECK-APPROVER-AUTHORITY.
    MOVE "Y" TO WS-APPROVER-AUTHORISED
    MOVE WS-TXN-REGION TO WS-CHECK-REGION
    PERFORM FIND-REGION-AUTHORITY
    IF NOT REGION-FOUND
        MOVE "N" TO WS-APPROVER-AUTHORISED
    END-IF
    IF WS-MASTER-REGION NOT = SPACES
            AND WS-MASTER-REGION NOT = WS-TXN-REGION
        MOVE WS-MASTER-REGION TO WS-CHECK-REGION
        PERFORM FIND-REGION-AUTHORITY
        IF NOT REGION-FOUND
            MOVE "N" TO WS-APPROVER-AUTHORISED
        END-IF
    END-IF.

FIND-REGION-AUTHORITY.
    MOVE "N" TO WS-REGION-FOUND
    PERFORM CHECK-ONE-AUTHORITY
        VARYING WS-AUTHORITY-SUB FROM 1 BY 1
        UNTIL WS-AUTHORITY-SUB > WS-AUTHORITY-COUNT
            OR REGION-FOUND.

CHECK-ONE-AUTHORITY.
    IF AA-APPROVER-ID(WS-AUTHORITY-SUB) = WS-CHECK-APPROVER
            AND (AA-LANGUAGE-CODE(WS-AUTHORITY-SUB) = WS-CHECK-REGION
                OR AA-LANGUAGE-CODE(WS-AUTHORITY-SUB) = "***"
                OR WS-CHECK-REGION = SPACES)
        MOVE "Y" TO WS-REGION-FOUND
    END-IF.

HOLD-TRANSACTION.
    EVALUATE TRUE
        WHEN TX-ADD
            MOVE "ADD" TO MD-ACTION
        WHEN TX-CHANGE
            MOVE "CHANGE" TO MD-ACTION
        WHEN TX-DELETE
            MOVE "DELETE" TO MD-ACTION
        WHEN OTHER
            MOVE "******" TO MD-ACTION
    END-EVALUATE
    MOVE TX-GREETING-ID TO MD-GREETING-ID
    EVALUATE WS-HOLD-REASON
        WHEN "SELF"
            MOVE "APPROVER IS REQUESTER" TO WS-HOLD-TEXT
        WHEN "AUTH"
            MOVE "NO REGION AUTHORITY" TO WS-HOLD-TEXT
        WHEN OTHER
            MOVE "NOT APPROVED" TO WS-HOLD-TEXT
    END-EVALUATE
    MOVE SPACES TO MD-RESULT
    IF TRIAL-MODE
        STRING "WOULD HOLD - " WS-HOLD-TEXT
            DELIMITED BY SIZE INTO MD-RESULT
    ELSE
        STRING "HELD - " WS-HOLD-TEXT
            DELIMITED BY SIZE INTO MD-RESULT
    END-IF
    IF WS-HELD-SINCE = 0
        MOVE WS-RUN-DATE TO WS-HELD-SINCE
    END-IF
    ADD 1 TO WS-HELD-COUNT
    PERFORM WRITE-MLST-DETAIL
    PERFORM WRITE-HRP-DETAIL
    IF LIVE-MODE
        PERFORM WRITE-HELD-RECORD
    END-IF.

WRITE-HRP-DETAIL.
    MOVE TX-GREETING-ID TO HR-GREETING-ID
    MOVE MD-ACTION TO HR-ACTION
    MOVE TX-REQUESTER-ID TO HR-REQUESTER-ID
    MOVE WS-REFUSED-APPROVER TO HR-APPROVER-ID
    MOVE WS-HOLD-REASON TO HR-HOLD-REASON
    MOVE WS-HELD-SINCE TO HR-HELD-DATE
    MOVE WS-HRP-DETAIL TO HELLO-HELD-LINE
    WRITE HELLO-HELD-LINE
    MOVE TX-GREETING-TEXT TO HR-GREETING-TEXT
    MOVE TX-LANGUAGE-CODE TO HR-LANGUAGE-CODE
    MOVE WS-HRP-TEXT-LINE TO HELLO-HELD-LINE
    WRITE HELLO-HELD-LINE.

WRITE-HELD-RECORD.
    MOVE HELLO-TXN-RECORD TO HD-TXN-IMAGE
    MOVE WS-HELD-SINCE TO HD-HELD-DATE
    MOVE WS-HOLD-REASON TO HD-HOLD-REASON
    MOVE WS-REFUSED-APPROVER TO HD-APPROVER-ID
    WRITE HELLO-HELD-OUT-RECORD FROM HELLO-HELD-RECORD
    IF WS-HLO-STATUS NOT = "00"
        DISPLAY "HELLO-MAINT: HELLOHLO WRITE FAILED - STATUS "
            WS-HLO-STATUS
        MOVE 8 TO WS-RETURN-CODE
        MOVE "Y" TO WS-HLI-EOF
        MOVE "Y" TO WS-TXN-EOF
        MOVE "HELLOHLO" TO AP-DD-NAME
        MOVE WS-HLO-STATUS TO AP-FILE-STATUS
        MOVE "WRITE-HELD-RECORD" TO AP-PARAGRAPH
        PERFORM SEND-FAILURE-ALERT
    END-IF.

APPLY-TRANSACTION.
    EVALUATE TRUE
        WHEN TX-ADD
    WRITE HELLO-MASTER-RECORD
    MOVE "ADD" TO MD-ACTION
    MOVE TX-GREETING-ID TO MD-GREETING-ID
    MOVE "N" TO WS-ADD-RECOVERED
    IF WS-MASTER-STATUS = "22" AND FIRST-FRESH-PENDING
        PERFORM CHECK-UNJOURNALLED-ADD
    END-IF
    IF WS-MASTER-STATUS = "00"
        IF ADD-RECOVERED
            MOVE "ADDED BEFORE RESTART - JOURNAL COMPLETED"
                TO MD-RESULT
        ELSE
            MOVE "ADDED" TO MD-RESULT
        END-IF
        ADD 1 TO WS-APPLIED-COUNT
        MOVE "ADD" TO WS-JRNL-ACTION
        MOVE SPACES TO WS-BEFORE-IMAGE
    END-IF
    PERFORM WRITE-MLST-DETAIL.

CHECK-UNJOURNALLED-ADD.
    MOVE HELLO-MASTER-RECORD TO WS-AFTER-IMAGE
    READ HELLO-MASTER-FILE
        INVALID KEY
            CONTINUE
        NOT INVALID KEY
            IF HELLO-MASTER-RECORD = WS-AFTER-IMAGE
                MOVE "Y" TO WS-ADD-RECOVERED
            END-IF
    END-READ
    IF ADD-RECOVERED
        DISPLAY "HELLO-MAINT: ADD OF " TX-GREETING-ID
            " FOUND ON HELLOMST WITHOUT ITS HELLOJRN ENTRY - "
            "JOURNAL COMPLETED"
        MOVE "00" TO WS-MASTER-STATUS
    ELSE
        MOVE "22" TO WS-MASTER-STATUS
    END-IF.

APPLY-CHANGE.
    IF TRIAL-MODE
        PERFORM TRIAL-CHANGE
            PERFORM WRITE-MLST-DETAIL
        NOT INVALID KEY
            MOVE HELLO-MASTER-RECORD TO WS-BEFORE-IMAGE
            MOVE "N" TO WS-CHANGE-RECOVERED
            IF FIRST-FRESH-PENDING
                PERFORM CHECK-UNJOURNALLED-CHANGE
            END-IF
            MOVE TX-GREETING-TEXT TO HM-GREETING-TEXT
            MOVE TX-EFFECTIVE-DATE TO HM-EFFECTIVE-DATE
            MOVE TX-LANGUAGE-CODE TO HM-LANGUAGE-CODE
            MOVE "CHANGE" TO MD-ACTION
            MOVE TX-GREETING-ID TO MD-GREETING-ID
            IF WS-MASTER-STATUS = "00"
                IF CHANGE-RECOVERED
                    MOVE "CHANGED BEFORE RESTART - JRNL COMPLETED"
                        TO MD-RESULT
                ELSE
                    MOVE "CHANGED" TO MD-RESULT
                END-IF
                ADD 1 TO WS-APPLIED-COUNT
                MOVE "CHANGE" TO WS-JRNL-ACTION
                MOVE HELLO-MASTER-RECORD TO WS-AFTER-IMAGE
            PERFORM WRITE-MLST-DETAIL
    END-READ.

CHECK-UNJOURNALLED-CHANGE.
    PERFORM FIND-PRIOR-IMAGE
    IF PRIOR-ON-FILE AND WS-PRIOR-IMAGE NOT = WS-BEFORE-IMAGE
        MOVE "Y" TO WS-CHANGE-RECOVERED
        MOVE WS-PRIOR-IMAGE TO WS-BEFORE-IMAGE
        DISPLAY "HELLO-MAINT: CHANGE OF " TX-GREETING-ID
            " FOUND ON HELLOMST WITHOUT ITS HELLOJRN ENTRY - "
            "JOURNAL COMPLETED"
    END-IF.

APPLY-DELETE.
    IF TRIAL-MODE
        PERFORM TRIAL-DELETE
        INVALID KEY
            MOVE "DELETE" TO MD-ACTION
            MOVE TX-GREETING-ID TO MD-GREETING-ID
            MOVE "U" TO WS-PRIOR-STATE
            IF FIRST-FRESH-PENDING
                PERFORM FIND-PRIOR-IMAGE
            END-IF
            IF PRIOR-ON-FILE
                PERFORM COMPLETE-UNJOURNALLED-DELETE
            ELSE
                MOVE "REJECTED - GREETING ID NOT ON FILE" TO MD-RESULT
                ADD 1 TO WS-REJECTED-COUNT
            END-IF
            PERFORM WRITE-MLST-DETAIL
        NOT INVALID KEY
            MOVE HELLO-MASTER-RECORD TO WS-BEFORE-IMAGE
            PERFORM WRITE-MLST-DETAIL
    END-READ.

COMPLETE-UNJOURNALLED-DELETE.
    DISPLAY "HELLO-MAINT: DELETE OF " TX-GREETING-ID
        " GONE FROM HELLOMST WITHOUT ITS HELLOJRN ENTRY - "
        "JOURNAL COMPLETED"
    MOVE "DELETED BEFORE RESTART - JRNL COMPLETED" TO MD-RESULT
    ADD 1 TO WS-APPLIED-COUNT
    MOVE "DELETE" TO WS-JRNL-ACTION
    MOVE WS-PRIOR-IMAGE TO WS-BEFORE-IMAGE
    MOVE SPACES TO WS-AFTER-IMAGE
    PERFORM WRITE-JOURNAL.

FIND-PRIOR-IMAGE.
    MOVE "N" TO WS-PRIOR-FOUND
    MOVE SPACES TO WS-PRIOR-IMAGE
    PERFORM CHECK-LANDED-IMAGE
        VARYING WS-LANDED-SUB FROM WS-LANDED-COUNT BY -1
        UNTIL WS-LANDED-SUB < 1 OR PRIOR-FOUND
    IF NOT PRIOR-FOUND
        PERFORM FIND-BACKUP-IMAGE
    END-IF.

CHECK-LANDED-IMAGE.
    IF LD-GREETING-ID(WS-LANDED-SUB) = TX-GREETING-ID
        MOVE "Y" TO WS-PRIOR-FOUND
        IF LD-ACTION(WS-LANDED-SUB) = "DELETE"
            MOVE "N" TO WS-PRIOR-STATE
        ELSE
            MOVE "F" TO WS-PRIOR-STATE
            MOVE LD-AFTER-IMAGE(WS-LANDED-SUB) TO WS-PRIOR-IMAGE
        END-IF
    END-IF.

FIND-BACKUP-IMAGE.
    MOVE "N" TO WS-PRIOR-STATE
    MOVE "N" TO WS-BKP-EOF
    OPEN INPUT HELLO-BKP-FILE
    IF WS-BKP-STATUS = "00"
        PERFORM READ-BACKUP-IMAGE UNTIL BKP-EOF OR PRIOR-FOUND
        CLOSE HELLO-BKP-FILE
    ELSE
        MOVE "U" TO WS-PRIOR-STATE
        DISPLAY "HELLO-MAINT: HELLOBKP OPEN FAILED - STATUS "
            WS-BKP-STATUS " - " TX-GREETING-ID
            " CANNOT BE CHECKED AGAINST THE FAILED RUN"
    END-IF.

READ-BACKUP-IMAGE.
    READ HELLO-BKP-FILE
        AT END
            MOVE "Y" TO WS-BKP-EOF
        NOT AT END
            IF BK-DATA-RECORD
                    AND BK-MASTER-IMAGE(1:6) = TX-GREETING-ID
                MOVE "Y" TO WS-PRIOR-FOUND
                MOVE "F" TO WS-PRIOR-STATE
                MOVE BK-MASTER-IMAGE TO WS-PRIOR-IMAGE
            END-IF
    END-READ.

TRIAL-ADD.
    MOVE "ADD" TO MD-ACTION
    MOVE TX-GREETING-ID TO MD-GREETING-ID
            DISPLAY "HELLO-MAINT: TRIAL SHADOW TABLE FULL - "
                "TRIAL RESULTS CANNOT BE TRUSTED"
            MOVE 8 TO WS-RETURN-CODE
            MOVE "Y" TO WS-HLI-EOF
            MOVE "Y" TO WS-TXN-EOF
        END-IF
    END-IF.

WRITE-JOURNAL.
    MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP
    MOVE WS-RUN-DATE TO JR-RUN-DATE
    MOVE WS-CURRENT-TIMESTAMP(9:6) TO JR-RUN-TIME
    MOVE WS-JOB-ID TO JR-JOB-ID
    MOVE WS-JRNL-ACTION TO JR-ACTION
    MOVE TX-GREETING-ID TO JR-GREETING-ID
    MOVE WS-BEFORE-IMAGE TO JR-BEFORE-IMAGE
    MOVE WS-AFTER-IMAGE TO JR-AFTER-IMAGE
    MOVE TX-REQUESTER-ID TO JR-REQUESTER-ID
    MOVE WS-APPROVER-ID TO JR-APPROVER-ID
    WRITE HELLO-JOURNAL-RECORD
    IF WS-JRNL-STATUS = "00"
        MOVE "N" TO WS-FIRST-FRESH
    ELSE
        DISPLAY "HELLO-MAINT: HELLOJRN WRITE FAILED - STATUS "
            WS-JRNL-STATUS
        MOVE 8 TO WS-RETURN-CODE
        MOVE "Y" TO WS-HLI-EOF
        MOVE "Y" TO WS-TXN-EOF
        MOVE "HELLOJRN" TO AP-DD-NAME
        MOVE WS-JRNL-STATUS TO AP-FILE-STATUS
WRITE-MLST-TOTALS.
    MOVE WS-APPLIED-COUNT TO MT-APPLIED
    MOVE WS-REJECTED-COUNT TO MT-REJECTED
    MOVE WS-HELD-COUNT TO MT-HELD
    MOVE WS-MLST-TOTALS TO HELLO-MAINT-LINE
    WRITE HELLO-MAINT-LINE
    IF RESTART-RUN
        MOVE WS-CONFIRMED-COUNT TO MR-CONFIRMED
        COMPUTE MR-FRESH = WS-APPLIED-COUNT - WS-CONFIRMED-COUNT
        MOVE WS-MLST-RESTART-TOTALS TO HELLO-MAINT-LINE
        WRITE HELLO-MAINT-LINE
    END-IF.

WRITE-HRP-TOTALS.
    MOVE WS-HELD-COUNT TO HT-HELD
    MOVE WS-HELD-IN-COUNT TO HT-HELD-IN
    MOVE WS-CARRIED-APPROVALS TO HT-CARRIED
    MOVE WS-HRP-TOTAL-LINE TO HELLO-HELD-LINE
    WRITE HELLO-HELD-LINE.

READ-MAINT-CHECKPOINT.
    MOVE "N" TO WS-CKPT-EOF
    MOVE "N" TO WS-CKPT-FOUND
    OPEN INPUT HELLO-CKPT-FILE
    IF WS-CKPT-STATUS = "00"
        PERFORM READ-CKPT-RECORD UNTIL CKPT-EOF
        CLOSE HELLO-CKPT-FILE
    END-IF
    IF CKPT-FOUND AND WS-CKPT-STATE = "I"
        IF WS-CKPT-RUN-DATE NOT = WS-RUN-DATE
            DISPLAY "HELLO-MAINT: HELLOMCK HOLDS AN UNFINISHED RUN "
                "FOR " WS-CKPT-RUN-DATE " - NOT THIS BUSINESS DATE, "
                "IGNORED"
        ELSE
            IF WS-RESTART-PARM = "NO"
                DISPLAY "HELLO-MAINT: MAINTRST=NO - CHECKPOINT OF THE "
                    "FAILED RUN IGNORED, ALL ITEMS APPLIED FROM THE TOP"
            ELSE
                MOVE "Y" TO WS-RESTART-RUN
            END-IF
        END-IF
    END-IF
    IF RESTART-RUN
        MOVE "Y" TO WS-FIRST-FRESH
        DISPLAY "HELLO-MAINT: RESTARTING RUN OF JOB "
            WS-FAILED-JOB-ID " AFTER ITEM " WS-RESTART-ITEMS
            " (CHECKPOINT AT " WS-RESTART-TIME ")"
        IF WS-RUN-JOB-ID(WS-RUN-JOB-COUNT) NOT = WS-JOB-ID
            IF WS-RUN-JOB-COUNT < 5
                ADD 1 TO WS-RUN-JOB-COUNT
                MOVE WS-JOB-ID TO WS-RUN-JOB-ID(WS-RUN-JOB-COUNT)
            ELSE
                DISPLAY "HELLO-MAINT: RUN ALREADY RESTARTED BY 4 JOBS "
                    "- RESTORE HELLOMST FROM HELLOBKP AND RERUN WITH "
                    "MAINTRST=NO - RUN STOPPED"
                MOVE 8 TO WS-RETURN-CODE
                MOVE "HELLOMCK" TO AP-DD-NAME
                MOVE SPACES TO AP-FILE-STATUS
                MOVE "READ-MAINT-CHECKPOINT" TO AP-PARAGRAPH
                PERFORM SEND-FAILURE-ALERT
            END-IF
        END-IF
    ELSE
        MOVE 0 TO WS-RESTART-ITEMS
        MOVE SPACES TO WS-RUN-JOBS
        MOVE 1 TO WS-RUN-JOB-COUNT
        MOVE WS-JOB-ID TO WS-RUN-JOB-ID(1)
    END-IF.

READ-CKPT-RECORD.
    READ HELLO-CKPT-FILE
        AT END
            MOVE "Y" TO WS-CKPT-EOF
        NOT AT END
            MOVE "Y" TO WS-CKPT-FOUND
            MOVE MC-STATE TO WS-CKPT-STATE
            MOVE MC-RUN-DATE TO WS-CKPT-RUN-DATE
            MOVE MC-ITEMS-DONE TO WS-RESTART-ITEMS
            MOVE MC-CKPT-TIME TO WS-RESTART-TIME
            MOVE MC-JOB-LIST TO WS-RUN-JOBS
            MOVE MC-JOB-ID(MC-JOB-COUNT) TO WS-FAILED-JOB-ID
    END-READ.

LOAD-LANDED-CHANGES.
    MOVE "N" TO WS-JRNL-EOF
    OPEN INPUT HELLO-JRNL-FILE
    IF WS-JRNL-STATUS = "00"
        PERFORM READ-LANDED-CHANGE UNTIL JRNL-EOF
        CLOSE HELLO-JRNL-FILE
    END-IF
    DISPLAY "HELLO-MAINT: " WS-LANDED-COUNT
        " HELLOJRN ENTRIES ON FILE FROM THE FAILED RUN"
    IF LANDED-FULL
        DISPLAY "HELLO-MAINT: MORE THAN 2000 HELLOJRN ENTRIES FROM "
            "THE FAILED RUN - CANNOT RESTART, RESTORE HELLOMST FROM "
            "HELLOBKP AND RERUN WITH MAINTRST=NO - RUN STOPPED"
        MOVE 8 TO WS-RETURN-CODE
        MOVE "HELLOJRN" TO AP-DD-NAME
        MOVE SPACES TO AP-FILE-STATUS
        MOVE "LOAD-LANDED-CHANGES" TO AP-PARAGRAPH
        PERFORM SEND-FAILURE-ALERT
    END-IF.

READ-LANDED-CHANGE.
    READ HELLO-JRNL-FILE
        AT END
            MOVE "Y" TO WS-JRNL-EOF
        NOT AT END
            IF JR-RUN-DATE = WS-RUN-DATE
                    AND (JR-ACTION = "ADD" OR JR-ACTION = "CHANGE"
                        OR JR-ACTION = "DELETE")
                PERFORM CHECK-RUN-JOB
                IF RUN-JOB-FOUND
                    IF WS-LANDED-COUNT < 2000
                        ADD 1 TO WS-LANDED-COUNT
                        MOVE JR-ACTION TO LD-ACTION(WS-LANDED-COUNT)
                        MOVE JR-GREETING-ID
                            TO LD-GREETING-ID(WS-LANDED-COUNT)
                        MOVE JR-AFTER-IMAGE
                            TO LD-AFTER-IMAGE(WS-LANDED-COUNT)
                        MOVE JR-REQUESTER-ID
                            TO LD-REQUESTER-ID(WS-LANDED-COUNT)
                        MOVE JR-APPROVER-ID
                            TO LD-APPROVER-ID(WS-LANDED-COUNT)
                        MOVE JR-JOB-ID TO LD-JOB-ID(WS-LANDED-COUNT)
                    ELSE
                        MOVE "Y" TO WS-LANDED-FULL
                        MOVE "Y" TO WS-JRNL-EOF
                    END-IF
                END-IF
            END-IF
    END-READ.

CHECK-RUN-JOB.
    MOVE "N" TO WS-RUN-JOB-FOUND
    PERFORM CHECK-ONE-RUN-JOB
        VARYING WS-RUN-JOB-SUB FROM 1 BY 1
        UNTIL WS-RUN-JOB-SUB > WS-RUN-JOB-COUNT
            OR RUN-JOB-FOUND.

CHECK-ONE-RUN-JOB.
    IF WS-RUN-JOB-ID(WS-RUN-JOB-SUB) = JR-JOB-ID
        MOVE "Y" TO WS-RUN-JOB-FOUND
    END-IF.

WRITE-MAINT-CHECKPOINT.
    MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP
    MOVE WS-RUN-DATE TO MC-RUN-DATE
    MOVE WS-CKPT-STATE TO MC-STATE
    IF WS-ITEM-SEQ > WS-RESTART-ITEMS
        MOVE WS-ITEM-SEQ TO MC-ITEMS-DONE
    ELSE
        MOVE WS-RESTART-ITEMS TO MC-ITEMS-DONE
    END-IF
    MOVE WS-APPLIED-COUNT TO MC-APPLIED
    MOVE WS-CURRENT-TIMESTAMP(1:8) TO MC-CKPT-DATE
    MOVE WS-CURRENT-TIMESTAMP(9:6) TO MC-CKPT-TIME
    MOVE WS-RUN-JOBS TO MC-JOB-LIST
    MOVE WS-APPLIED-COUNT TO WS-CKPT-APPLIED
    OPEN OUTPUT HELLO-CKPT-FILE
    IF WS-CKPT-STATUS = "00"
        WRITE HELLO-MAINT-CKPT-RECORD
        MOVE WS-CKPT-STATUS TO AP-FILE-STATUS
        CLOSE HELLO-CKPT-FILE
    ELSE
        MOVE WS-CKPT-STATUS TO AP-FILE-STATUS
    END-IF
    IF AP-FILE-STATUS NOT = "00"
        DISPLAY "HELLO-MAINT: HELLOMCK WRITE FAILED - STATUS "
            AP-FILE-STATUS " - NO RESTART POINT, RUN STOPPED"
        MOVE 8 TO WS-RETURN-CODE
        MOVE "Y" TO WS-HLI-EOF
        MOVE "Y" TO WS-TXN-EOF
        MOVE "HELLOMCK" TO AP-DD-NAME
        MOVE "WRITE-MAINT-CHECKPOINT" TO AP-PARAGRAPH
        PERFORM SEND-FAILURE-ALERT
    END-IF.

WRITE-CONTROL-TOTALS.
    MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP
    MOVE WS-RUN-DATE TO CT-RUN-DATE
    MOVE WS-CURRENT-TIMESTAMP(9:6) TO CT-RUN-TIME
    MOVE WS-JOB-ID TO CT-JOB-ID
    MOVE "HELLO-MAINT" TO CT-PROGRAM-ID
    MOVE WS-HELD-IN-COUNT TO CT-MT-HELD-IN
    MOVE WS-TXN-READ-COUNT TO CT-MT-TXC-READ
    MOVE WS-APPLIED-COUNT TO CT-MT-APPLIED
    MOVE WS-REJECTED-COUNT TO CT-MT-REJECTED
    MOVE WS-HELD-COUNT TO CT-MT-HELD-OUT
    MOVE WS-JRNL-ELSEWHERE-COUNT TO CT-MT-JRNL-ELSEWHERE
    OPEN EXTEND HELLO-CTL-FILE
    IF WS-CTL-STATUS = "05" OR WS-CTL-STATUS = "35"
        CLOSE HELLO-CTL-FILE
        OPEN OUTPUT HELLO-CTL-FILE
    END-IF
    IF WS-CTL-STATUS = "00"
        WRITE HELLO-CONTROL-RECORD
    END-IF
    IF WS-CTL-STATUS NOT = "00"
        DISPLAY "HELLO-MAINT: HELLOCTL WRITE FAILED - STATUS "
            WS-CTL-STATUS " - NIGHT CANNOT BE BALANCED"
        IF WS-RETURN-CODE = 0
            MOVE 4 TO WS-RETURN-CODE
        END-IF
    END-IF
    CLOSE HELLO-CTL-FILE.

CHECK-RESTART-COMPLETE.
    IF WS-LANDED-NEXT <= WS-LANDED-COUNT
        COMPUTE WS-UNMATCHED-COUNT =
            WS-LANDED-COUNT - WS-LANDED-NEXT + 1
        DISPLAY "HELLO-MAINT: " WS-UNMATCHED-COUNT
            " HELLOJRN ENTRIES FROM THE FAILED RUN MATCH NO ITEM "
            "PRESENTED - RESTART DOES NOT LINE UP, CHECK HELLOMST "
            "AGAINST HELLOJRN"
        MOVE SPACES TO MD-ACTION
        MOVE LD-GREETING-ID(WS-LANDED-NEXT) TO MD-GREETING-ID
        MOVE "HELLOJRN ENTRY MATCHES NO ITEM - CHECK"
            TO MD-RESULT
        PERFORM WRITE-MLST-DETAIL
        MOVE 8 TO WS-RETURN-CODE
        MOVE "HELLOJRN" TO AP-DD-NAME
        MOVE SPACES TO AP-FILE-STATUS
        MOVE "CHECK-RESTART-COMPLETE" TO AP-PARAGRAPH
        PERFORM SEND-FAILURE-ALERT
    END-IF.

SEND-FAILURE-ALERT.
    MOVE "HELLO-MAINT" TO AP-PROGRAM-ID
    CLOSE HELLO-TXN-FILE
    CLOSE HELLO-MASTER-FILE
    CLOSE HELLO-MLST-FILE
    CLOSE HELLO-HRP-FILE
    IF HLI-PRESENT
        CLOSE HELLO-HLI-FILE
    END-IF
    IF LIVE-MODE
        CLOSE HELLO-JRNL-FILE
        CLOSE HELLO-HLO-FILE
        CLOSE HELLO-APO-FILE
    END-IF.
