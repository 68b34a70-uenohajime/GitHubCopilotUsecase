IDENTIFICATION DIVISION.
PROGRAM-ID. HELLO-LANG-MAINT.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT HELLO-LTN-FILE ASSIGN TO HELLOLTN
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS WS-LTN-STATUS.
    SELECT HELLO-LANG-FILE ASSIGN TO HELLOLNG
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS WS-LANG-STATUS.
    SELECT HELLO-MASTER-FILE ASSIGN TO HELLOMST
        ORGANIZATION INDEXED
        ACCESS MODE IS SEQUENTIAL
        RECORD KEY IS HM-GREETING-ID
        FILE STATUS IS WS-MASTER-STATUS.
    SELECT HELLO-SEAS-FILE ASSIGN TO HELLOSEA
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS WS-SEAS-STATUS.
    SELECT HELLO-PND-FILE ASSIGN TO HELLOPND
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS WS-PND-STATUS.
    SELECT HELLO-HLD-FILE ASSIGN TO HELLOHLD
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS WS-HLD-STATUS.
    SELECT HELLO-LJN-FILE ASSIGN TO HELLOLJN
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS WS-LJN-STATUS.
    SELECT HELLO-LMR-FILE ASSIGN TO HELLOLMR
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS WS-LMR-STATUS.
DATA DIVISION.
FILE SECTION.
FD  HELLO-LTN-FILE.
    COPY HELLOLTR.
FD  HELLO-LANG-FILE.
    COPY HELLOLNR.
FD  HELLO-MASTER-FILE.
    COPY HELLOMST.
FD  HELLO-SEAS-FILE.
    COPY HELLOSER.
FD  HELLO-PND-FILE.
    COPY HELLOPNR.
FD  HELLO-HLD-FILE.
    COPY HELLOHDR.
FD  HELLO-LJN-FILE.
    COPY HELLOLJR.
FD  HELLO-LMR-FILE.
    COPY HELLOLML.
WORKING-STORAGE SECTION.
    COPY LANGTAB.
    COPY HELLOTXR.
01  WS-LTN-STATUS PIC XX.
01  WS-LANG-STATUS PIC XX.
01  WS-MASTER-STATUS PIC XX.
01  WS-SEAS-STATUS PIC XX.
01  WS-PND-STATUS PIC XX.
01  WS-HLD-STATUS PIC XX.
01  WS-LJN-STATUS PIC XX.
01  WS-LMR-STATUS PIC XX.
01  WS-RETURN-CODE PIC 9(2) VALUE 0.
01  WS-CURRENT-TIMESTAMP PIC X(21).
01  WS-JOB-ID PIC X(8) VALUE SPACES.
01  WS-RUN-DATE PIC 9(8) VALUE 0.
01  WS-LTN-EOF PIC X VALUE "N".
    88  LTN-EOF                     VALUE "Y".
01  WS-LANG-EOF PIC X VALUE "N".
    88  LANG-EOF                    VALUE "Y".
01  WS-REF-EOF PIC X VALUE "N".
    88  REF-EOF                     VALUE "Y".
01  WS-LANG-COUNT PIC 9(2) VALUE 0.
01  WS-LANG-POS PIC 9(2) VALUE 0.
01  WS-LANG-SUB PIC 9(2) VALUE 0.
01  WS-FIND-CODE PIC X(3) VALUE SPACES.
01  WS-REFS-CHECKED PIC X VALUE "Y".
    88  REFS-CHECKED                VALUE "Y".
01  WS-REF-TABLE.
    05  WS-REF-ENTRY OCCURS 20 TIMES.
        10  RF-MASTER-COUNT         PIC 9(5).
        10  RF-WINDOW-COUNT         PIC 9(5).
        10  RF-PENDING-COUNT        PIC 9(5).
        10  RF-HELD-COUNT           PIC 9(5).
01  WS-APPLIED-COUNT PIC 9(4) VALUE 0.
01  WS-REJECTED-COUNT PIC 9(4) VALUE 0.
01  WS-JOURNAL-TABLE.
    05  WS-JOURNAL-COUNT            PIC 9(3) VALUE 0.
    05  WS-JOURNAL-ENTRY OCCURS 100 TIMES.
        10  JQ-ACTION               PIC X(6).
        10  JQ-LANGUAGE-CODE        PIC X(3).
        10  JQ-POSITION             PIC 9(2).
        10  JQ-BEFORE-IMAGE         PIC X(44).
        10  JQ-AFTER-IMAGE          PIC X(44).
        10  JQ-REQUESTER-ID         PIC X(8).
01  WS-JOURNAL-SUB PIC 9(3) VALUE 0.
01  WS-BEFORE-IMAGE PIC X(44) VALUE SPACES.
01  WS-LANG-IMAGE.
    05  LI-LANGUAGE-CODE            PIC X(3).
    05  LI-GREETING-TEXT            PIC X(40).
    05  LI-STATUS                   PIC X(1).
01  WS-JRNL-ACTION PIC X(6) VALUE SPACES.
01  WS-LMR-DETAIL.
    05  LD-ACTION                   PIC X(06).
    05  FILLER                      PIC X(02) VALUE SPACES.
    05  LD-LANGUAGE-CODE            PIC X(03).
    05  FILLER                      PIC X(02) VALUE SPACES.
    05  LD-REQUESTER-ID             PIC X(08).
    05  FILLER                      PIC X(02) VALUE SPACES.
    05  LD-RESULT                   PIC X(57).
01  WS-LMR-HEADING                  PIC X(80)
        VALUE "HELLOLNG LANGUAGE TABLE MAINTENANCE LISTING".
01  WS-LMR-HEADING-2                PIC X(80).
01  WS-LMR-TABLE-HEADING            PIC X(80) VALUE
    "HELLOLNG AS IT NOW STANDS - POSITION IS THE HELLORNN DD NUMBER".
01  WS-LMR-TABLE-DETAIL.
    05  FILLER                      PIC X(2)  VALUE SPACES.
    05  LE-DD-NAME                  PIC X(8).
    05  FILLER                      PIC X(2)  VALUE SPACES.
    05  LE-LANGUAGE-CODE            PIC X(3).
    05  FILLER                      PIC X(2)  VALUE SPACES.
    05  LE-STATUS                   PIC X(7).
    05  FILLER                      PIC X(2)  VALUE SPACES.
    05  LE-GREETING-TEXT            PIC X(40).
01  WS-LMR-DD-NAME.
    05  FILLER                      PIC X(6)  VALUE "HELLOR".
    05  WS-LMR-DD-SEQ               PIC 9(2)  VALUE 0.
01  WS-LMR-TOTALS.
    05  FILLER                      PIC X(22) VALUE
        "TRANSACTIONS APPLIED: ".
    05  MT-APPLIED                  PIC ZZZ9.
    05  FILLER                      PIC X(12) VALUE
        "  REJECTED: ".
    05  MT-REJECTED                 PIC ZZZ9.
    05  FILLER                      PIC X(14) VALUE
        "  CODES USED: ".
    05  MT-CODES                    PIC Z9.
    05  FILLER                      PIC X(4)  VALUE " OF ".
    05  MT-LIMIT                    PIC 99    VALUE 20.
    COPY HELLOALP.
    COPY HELLOBDP.
PROCEDURE DIVISION.
    PERFORM READ-LANG-MAINT-PARMS
    IF WS-RETURN-CODE = 0
        PERFORM OPEN-LANG-MAINT-FILES
    END-IF
    IF WS-RETURN-CODE = 0
        PERFORM LOAD-LANGUAGE-FILE
    END-IF
    IF WS-RETURN-CODE = 0
        PERFORM LOAD-REFERENCE-COUNTS
        PERFORM PROCESS-LANG-TRANSACTIONS UNTIL LTN-EOF
        IF WS-JOURNAL-COUNT > 0 AND WS-RETURN-CODE NOT = 8
            PERFORM REWRITE-LANGUAGE-FILE
            IF WS-RETURN-CODE NOT = 8
                PERFORM WRITE-LANG-JOURNAL
                    VARYING WS-JOURNAL-SUB FROM 1 BY 1
                    UNTIL WS-JOURNAL-SUB > WS-JOURNAL-COUNT
            END-IF
        END-IF
        PERFORM WRITE-LMR-TABLE
        PERFORM WRITE-LMR-TOTALS
        IF WS-REJECTED-COUNT > 0 AND WS-RETURN-CODE = 0
            MOVE 4 TO WS-RETURN-CODE
        END-IF
    END-IF
    PERFORM CLOSE-LANG-MAINT-FILES
    MOVE WS-RETURN-CODE TO RETURN-CODE
    STOP RUN.

READ-LANG-MAINT-PARMS.
    ACCEPT WS-JOB-ID FROM ENVIRONMENT "JOBID"
    MOVE "HELLO-LANG-MAINT" TO BP-PROGRAM-ID
    CALL "HELLOBDT" USING HELLO-BUSDATE-PARMS
    IF BP-DATE-OK
        MOVE BP-BUSINESS-DATE TO WS-RUN-DATE
    ELSE
        DISPLAY "HELLO-LANG-MAINT: NO BUSINESS DATE AVAILABLE FROM "
            "HELLOBDC - RUN STOPPED"
        MOVE 8 TO WS-RETURN-CODE
        MOVE "HELLOBDC" TO AP-DD-NAME
        MOVE SPACES TO AP-FILE-STATUS
        MOVE "READ-LANG-MAINT-PARMS" TO AP-PARAGRAPH
        PERFORM SEND-FAILURE-ALERT
    END-IF.

OPEN-LANG-MAINT-FILES.
    OPEN INPUT HELLO-LTN-FILE
    OPEN OUTPUT HELLO-LMR-FILE
    OPEN EXTEND HELLO-LJN-FILE
    IF WS-LJN-STATUS = "05" OR WS-LJN-STATUS = "35"
        CLOSE HELLO-LJN-FILE
        OPEN OUTPUT HELLO-LJN-FILE
    END-IF
    IF WS-LTN-STATUS NOT = "00" OR WS-LMR-STATUS NOT = "00"
            OR WS-LJN-STATUS NOT = "00"
        DISPLAY
            "HELLO-LANG-MAINT: UNABLE TO OPEN "
            "HELLOLTN/HELLOLMR/HELLOLJN - "
            "STATUS " WS-LTN-STATUS " / " WS-LMR-STATUS
            " / " WS-LJN-STATUS
        MOVE 8 TO WS-RETURN-CODE
        MOVE "OPEN-LANG-MAINT-FILES" TO AP-PARAGRAPH
        IF WS-LTN-STATUS NOT = "00"
            MOVE "HELLOLTN" TO AP-DD-NAME
            MOVE WS-LTN-STATUS TO AP-FILE-STATUS
            PERFORM SEND-FAILURE-ALERT
        END-IF
        IF WS-LMR-STATUS NOT = "00"
            MOVE "HELLOLMR" TO AP-DD-NAME
            MOVE WS-LMR-STATUS TO AP-FILE-STATUS
            PERFORM SEND-FAILURE-ALERT
        END-IF
        IF WS-LJN-STATUS NOT = "00"
            MOVE "HELLOLJN" TO AP-DD-NAME
            MOVE WS-LJN-STATUS TO AP-FILE-STATUS
            PERFORM SEND-FAILURE-ALERT
        END-IF
    ELSE
        MOVE WS-LMR-HEADING TO HELLO-LANG-MAINT-LINE
        WRITE HELLO-LANG-MAINT-LINE
        MOVE SPACES TO WS-LMR-HEADING-2
        STRING "BUSINESS DATE: " WS-RUN-DATE
            DELIMITED BY SIZE INTO WS-LMR-HEADING-2
        MOVE WS-LMR-HEADING-2 TO HELLO-LANG-MAINT-LINE
        WRITE HELLO-LANG-MAINT-LINE
    END-IF.

LOAD-LANGUAGE-FILE.
    MOVE 0 TO WS-LANG-COUNT
    MOVE "N" TO WS-LANG-EOF
    OPEN INPUT HELLO-LANG-FILE
    IF WS-LANG-STATUS = "00"
        PERFORM READ-LANGUAGE-RECORD UNTIL LANG-EOF
        CLOSE HELLO-LANG-FILE
    ELSE
        DISPLAY
            "HELLO-LANG-MAINT: HELLOLNG MISSING OR UNAVAILABLE - STATUS "
            WS-LANG-STATUS
        MOVE 8 TO WS-RETURN-CODE
        MOVE "HELLOLNG" TO AP-DD-NAME
        MOVE WS-LANG-STATUS TO AP-FILE-STATUS
        MOVE "LOAD-LANGUAGE-FILE" TO AP-PARAGRAPH
        PERFORM SEND-FAILURE-ALERT
    END-IF.

READ-LANGUAGE-RECORD.
    READ HELLO-LANG-FILE
        AT END
            MOVE "Y" TO WS-LANG-EOF
        NOT AT END
            IF LF-LANGUAGE-CODE NOT = SPACES
                IF WS-LANG-COUNT < 20
                    ADD 1 TO WS-LANG-COUNT
                    MOVE LF-LANGUAGE-CODE TO LANG-CODE(WS-LANG-COUNT)
                    MOVE LF-GREETING-TEXT
                        TO LANG-GREETING-TEXT(WS-LANG-COUNT)
                    MOVE LF-STATUS TO LANG-STATUS(WS-LANG-COUNT)
                ELSE
                    DISPLAY "HELLO-LANG-MAINT: HELLOLNG HOLDS MORE "
                        "THAN 20 CODES - " LF-LANGUAGE-CODE
                        " IS BEYOND THE LANGTAB LIMIT - RUN STOPPED"
                    MOVE 8 TO WS-RETURN-CODE
                    MOVE "Y" TO WS-LANG-EOF
                    MOVE "HELLOLNG" TO AP-DD-NAME
                    MOVE SPACES TO AP-FILE-STATUS
                    MOVE "READ-LANGUAGE-RECORD" TO AP-PARAGRAPH
                    PERFORM SEND-FAILURE-ALERT
                END-IF
            END-IF
    END-READ.

LOAD-REFERENCE-COUNTS.
    INITIALIZE WS-REF-TABLE
    OPEN INPUT HELLO-MASTER-FILE
    IF WS-MASTER-STATUS = "00"
        MOVE "N" TO WS-REF-EOF
        PERFORM COUNT-MASTER-REFERENCE UNTIL REF-EOF
        CLOSE HELLO-MASTER-FILE
    ELSE
        DISPLAY "HELLO-LANG-MAINT: HELLOMST UNAVAILABLE - STATUS "
            WS-MASTER-STATUS " - RETIRES WILL BE REFUSED"
        MOVE "N" TO WS-REFS-CHECKED
    END-IF
    OPEN INPUT HELLO-SEAS-FILE
    IF WS-SEAS-STATUS = "00"
        MOVE "N" TO WS-REF-EOF
        PERFORM COUNT-WINDOW-REFERENCE UNTIL REF-EOF
        CLOSE HELLO-SEAS-FILE
    ELSE
        DISPLAY "HELLO-LANG-MAINT: HELLOSEA UNAVAILABLE - STATUS "
            WS-SEAS-STATUS " - RETIRES WILL BE REFUSED"
        MOVE "N" TO WS-REFS-CHECKED
    END-IF
    OPEN INPUT HELLO-PND-FILE
    IF WS-PND-STATUS = "00"
        MOVE "N" TO WS-REF-EOF
        PERFORM COUNT-PENDING-REFERENCE UNTIL REF-EOF
        CLOSE HELLO-PND-FILE
    ELSE
        DISPLAY "HELLO-LANG-MAINT: HELLOPND UNAVAILABLE - STATUS "
            WS-PND-STATUS " - RETIRES WILL BE REFUSED"
        MOVE "N" TO WS-REFS-CHECKED
    END-IF
    OPEN INPUT HELLO-HLD-FILE
    IF WS-HLD-STATUS = "00"
        MOVE "N" TO WS-REF-EOF
        PERFORM COUNT-HELD-REFERENCE UNTIL REF-EOF
        CLOSE HELLO-HLD-FILE
    ELSE
        DISPLAY "HELLO-LANG-MAINT: HELLOHLD UNAVAILABLE - STATUS "
            WS-HLD-STATUS " - RETIRES WILL BE REFUSED"
        MOVE "N" TO WS-REFS-CHECKED
    END-IF.

COUNT-MASTER-REFERENCE.
    READ HELLO-MASTER-FILE NEXT RECORD
        AT END
            MOVE "Y" TO WS-REF-EOF
        NOT AT END
            IF HM-NEVER-EXPIRES OR HM-EXPIRY-DATE >= WS-RUN-DATE
                MOVE HM-LANGUAGE-CODE TO WS-FIND-CODE
                PERFORM FIND-LANGUAGE-POSITION
                IF WS-LANG-POS > 0
                    ADD 1 TO RF-MASTER-COUNT(WS-LANG-POS)
                END-IF
            END-IF
    END-READ.

COUNT-WINDOW-REFERENCE.
    READ HELLO-SEAS-FILE
        AT END
            MOVE "Y" TO WS-REF-EOF
        NOT AT END
            IF SE-END-DATE >= WS-RUN-DATE
                MOVE SE-LANGUAGE-CODE TO WS-FIND-CODE
                PERFORM FIND-LANGUAGE-POSITION
                IF WS-LANG-POS > 0
                    ADD 1 TO RF-WINDOW-COUNT(WS-LANG-POS)
                END-IF
            END-IF
    END-READ.

COUNT-PENDING-REFERENCE.
    READ HELLO-PND-FILE
        AT END
            MOVE "Y" TO WS-REF-EOF
        NOT AT END
            MOVE PN-TXN-IMAGE TO HELLO-TXN-RECORD
            MOVE TX-LANGUAGE-CODE TO WS-FIND-CODE
            PERFORM FIND-LANGUAGE-POSITION
            IF WS-LANG-POS > 0
                ADD 1 TO RF-PENDING-COUNT(WS-LANG-POS)
            END-IF
    END-READ.

COUNT-HELD-REFERENCE.
    READ HELLO-HLD-FILE
        AT END
            MOVE "Y" TO WS-REF-EOF
        NOT AT END
            MOVE HD-TXN-IMAGE TO HELLO-TXN-RECORD
            MOVE TX-LANGUAGE-CODE TO WS-FIND-CODE
            PERFORM FIND-LANGUAGE-POSITION
            IF WS-LANG-POS > 0
                ADD 1 TO RF-HELD-COUNT(WS-LANG-POS)
            END-IF
    END-READ.

FIND-LANGUAGE-POSITION.
    MOVE 0 TO WS-LANG-POS
    PERFORM CHECK-LANGUAGE-POSITION
        VARYING WS-LANG-SUB FROM 1 BY 1
        UNTIL WS-LANG-SUB > WS-LANG-COUNT
            OR WS-LANG-POS > 0.

CHECK-LANGUAGE-POSITION.
    IF WS-FIND-CODE NOT = SPACES
            AND LANG-CODE(WS-LANG-SUB) = WS-FIND-CODE
        MOVE WS-LANG-SUB TO WS-LANG-POS
    END-IF.

PROCESS-LANG-TRANSACTIONS.
    READ HELLO-LTN-FILE
        AT END
            MOVE "Y" TO WS-LTN-EOF
        NOT AT END
            PERFORM APPLY-LANG-TRANSACTION
    END-READ.

APPLY-LANG-TRANSACTION.
    MOVE LT-LANGUAGE-CODE TO LD-LANGUAGE-CODE
    MOVE LT-REQUESTER-ID TO LD-REQUESTER-ID
    MOVE SPACES TO LD-RESULT
    MOVE LT-LANGUAGE-CODE TO WS-FIND-CODE
    PERFORM FIND-LANGUAGE-POSITION
    EVALUATE TRUE
        WHEN LT-ADD
            MOVE "ADD" TO LD-ACTION
        WHEN LT-CHANGE
            MOVE "CHANGE" TO LD-ACTION
        WHEN LT-RETIRE
            MOVE "RETIRE" TO LD-ACTION
        WHEN OTHER
            MOVE "******" TO LD-ACTION
    END-EVALUATE
    EVALUATE TRUE
        WHEN LD-ACTION = "******"
            MOVE "REJECTED - UNKNOWN ACTION CODE" TO LD-RESULT
        WHEN LT-LANGUAGE-CODE = SPACES
            MOVE "REJECTED - NO LANGUAGE CODE" TO LD-RESULT
        WHEN LT-REQUESTER-ID = SPACES
            MOVE "REJECTED - NO REQUESTER ID" TO LD-RESULT
        WHEN WS-JOURNAL-COUNT >= 100
            MOVE "REJECTED - MORE THAN 100 CHANGES IN ONE RUN"
                TO LD-RESULT
        WHEN LT-ADD
            PERFORM LANG-ADD
        WHEN LT-CHANGE
            PERFORM LANG-CHANGE
        WHEN LT-RETIRE
            PERFORM LANG-RETIRE
    END-EVALUATE
    IF LD-RESULT(1:8) = "REJECTED"
        ADD 1 TO WS-REJECTED-COUNT
    ELSE
        ADD 1 TO WS-APPLIED-COUNT
    END-IF
    MOVE WS-LMR-DETAIL TO HELLO-LANG-MAINT-LINE
    WRITE HELLO-LANG-MAINT-LINE.

LANG-ADD.
    EVALUATE TRUE
        WHEN LT-GREETING-TEXT = SPACES
            MOVE "REJECTED - NO GREETING TEXT" TO LD-RESULT
        WHEN WS-LANG-POS > 0
                AND NOT LANG-RETIRED(WS-LANG-POS)
            STRING "REJECTED - ALREADY ON HELLOLNG AT POSITION "
                WS-LANG-POS DELIMITED BY SIZE INTO LD-RESULT
        WHEN WS-LANG-POS > 0
            PERFORM SAVE-BEFORE-IMAGE
            MOVE LT-GREETING-TEXT TO LANG-GREETING-TEXT(WS-LANG-POS)
            MOVE SPACE TO LANG-STATUS(WS-LANG-POS)
            MOVE "ADD" TO WS-JRNL-ACTION
            PERFORM QUEUE-LANG-JOURNAL
            STRING "REACTIVATED AT ITS POSITION " WS-LANG-POS
                DELIMITED BY SIZE INTO LD-RESULT
        WHEN WS-LANG-COUNT >= 20
            MOVE "REJECTED - LANGTAB FULL (20 CODES)" TO LD-RESULT
        WHEN OTHER
            ADD 1 TO WS-LANG-COUNT
            MOVE WS-LANG-COUNT TO WS-LANG-POS
            MOVE SPACES TO WS-BEFORE-IMAGE
            MOVE LT-LANGUAGE-CODE TO LANG-CODE(WS-LANG-POS)
            MOVE LT-GREETING-TEXT TO LANG-GREETING-TEXT(WS-LANG-POS)
            MOVE SPACE TO LANG-STATUS(WS-LANG-POS)
            INITIALIZE WS-REF-ENTRY(WS-LANG-POS)
            MOVE "ADD" TO WS-JRNL-ACTION
            PERFORM QUEUE-LANG-JOURNAL
            STRING "ADDED AT POSITION " WS-LANG-POS
                DELIMITED BY SIZE INTO LD-RESULT
    END-EVALUATE.

LANG-CHANGE.
    EVALUATE TRUE
        WHEN WS-LANG-POS = 0
            MOVE "REJECTED - CODE NOT ON HELLOLNG" TO LD-RESULT
        WHEN LANG-RETIRED(WS-LANG-POS)
            MOVE "REJECTED - CODE IS RETIRED" TO LD-RESULT
        WHEN LT-GREETING-TEXT = SPACES
            MOVE "REJECTED - NO GREETING TEXT" TO LD-RESULT
        WHEN OTHER
            PERFORM SAVE-BEFORE-IMAGE
            MOVE LT-GREETING-TEXT TO LANG-GREETING-TEXT(WS-LANG-POS)
            MOVE "CHANGE" TO WS-JRNL-ACTION
            PERFORM QUEUE-LANG-JOURNAL
            STRING "CHANGED AT POSITION " WS-LANG-POS
                DELIMITED BY SIZE INTO LD-RESULT
    END-EVALUATE.

LANG-RETIRE.
    EVALUATE TRUE
        WHEN WS-LANG-POS = 0
            MOVE "REJECTED - CODE NOT ON HELLOLNG" TO LD-RESULT
        WHEN LANG-RETIRED(WS-LANG-POS)
            MOVE "REJECTED - CODE ALREADY RETIRED" TO LD-RESULT
        WHEN NOT REFS-CHECKED
            MOVE "REJECTED - REFERENCE FILES COULD NOT BE CHECKED"
                TO LD-RESULT
        WHEN RF-MASTER-COUNT(WS-LANG-POS) > 0
            STRING "REJECTED - " RF-MASTER-COUNT(WS-LANG-POS)
                " UNEXPIRED HELLO-MASTER RECORDS"
                DELIMITED BY SIZE INTO LD-RESULT
        WHEN RF-WINDOW-COUNT(WS-LANG-POS) > 0
            STRING "REJECTED - " RF-WINDOW-COUNT(WS-LANG-POS)
                " OPEN HELLOSEA WINDOWS"
                DELIMITED BY SIZE INTO LD-RESULT
        WHEN RF-PENDING-COUNT(WS-LANG-POS) > 0
            STRING "REJECTED - " RF-PENDING-COUNT(WS-LANG-POS)
                " HELLOPND PENDING ITEMS"
                DELIMITED BY SIZE INTO LD-RESULT
        WHEN RF-HELD-COUNT(WS-LANG-POS) > 0
            STRING "REJECTED - " RF-HELD-COUNT(WS-LANG-POS)
                " HELLOHLD ITEMS AWAITING APPROVAL"
                DELIMITED BY SIZE INTO LD-RESULT
        WHEN OTHER
            PERFORM SAVE-BEFORE-IMAGE
            MOVE "R" TO LANG-STATUS(WS-LANG-POS)
            MOVE "RETIRE" TO WS-JRNL-ACTION
            PERFORM QUEUE-LANG-JOURNAL
            STRING "RETIRED - POSITION " WS-LANG-POS
                " STAYS RESERVED" DELIMITED BY SIZE INTO LD-RESULT
    END-EVALUATE.

SAVE-BEFORE-IMAGE.
    MOVE LANG-CODE(WS-LANG-POS) TO LI-LANGUAGE-CODE
    MOVE LANG-GREETING-TEXT(WS-LANG-POS) TO LI-GREETING-TEXT
    MOVE LANG-STATUS(WS-LANG-POS) TO LI-STATUS
    MOVE WS-LANG-IMAGE TO WS-BEFORE-IMAGE.

QUEUE-LANG-JOURNAL.
    ADD 1 TO WS-JOURNAL-COUNT
    MOVE WS-JRNL-ACTION TO JQ-ACTION(WS-JOURNAL-COUNT)
    MOVE LANG-CODE(WS-LANG-POS) TO JQ-LANGUAGE-CODE(WS-JOURNAL-COUNT)
    MOVE WS-LANG-POS TO JQ-POSITION(WS-JOURNAL-COUNT)
    MOVE WS-BEFORE-IMAGE TO JQ-BEFORE-IMAGE(WS-JOURNAL-COUNT)
    MOVE LANG-CODE(WS-LANG-POS) TO LI-LANGUAGE-CODE
    MOVE LANG-GREETING-TEXT(WS-LANG-POS) TO LI-GREETING-TEXT
    MOVE LANG-STATUS(WS-LANG-POS) TO LI-STATUS
    MOVE WS-LANG-IMAGE TO JQ-AFTER-IMAGE(WS-JOURNAL-COUNT)
    MOVE LT-REQUESTER-ID TO JQ-REQUESTER-ID(WS-JOURNAL-COUNT).

REWRITE-LANGUAGE-FILE.
    OPEN OUTPUT HELLO-LANG-FILE
    IF WS-LANG-STATUS NOT = "00"
        DISPLAY "HELLO-LANG-MAINT: UNABLE TO REWRITE HELLOLNG - "
            "STATUS " WS-LANG-STATUS " - NO CHANGES APPLIED"
        MOVE 8 TO WS-RETURN-CODE
        MOVE "HELLOLNG" TO AP-DD-NAME
        MOVE WS-LANG-STATUS TO AP-FILE-STATUS
        MOVE "REWRITE-LANGUAGE-FILE" TO AP-PARAGRAPH
        PERFORM SEND-FAILURE-ALERT
    ELSE
        PERFORM WRITE-LANGUAGE-RECORD
            VARYING WS-LANG-SUB FROM 1 BY 1
            UNTIL WS-LANG-SUB > WS-LANG-COUNT
                OR WS-RETURN-CODE = 8
        CLOSE HELLO-LANG-FILE
    END-IF.

WRITE-LANGUAGE-RECORD.
    MOVE LANG-CODE(WS-LANG-SUB) TO LF-LANGUAGE-CODE
    MOVE LANG-GREETING-TEXT(WS-LANG-SUB) TO LF-GREETING-TEXT
    MOVE LANG-STATUS(WS-LANG-SUB) TO LF-STATUS
    WRITE HELLO-LANG-FILE-RECORD
    IF WS-LANG-STATUS NOT = "00"
        DISPLAY "HELLO-LANG-MAINT: HELLOLNG WRITE FAILED - STATUS "
            WS-LANG-STATUS " - RESTORE HELLOLNG FROM ITS BACKUP"
        MOVE 8 TO WS-RETURN-CODE
        MOVE "HELLOLNG" TO AP-DD-NAME
        MOVE WS-LANG-STATUS TO AP-FILE-STATUS
        MOVE "WRITE-LANGUAGE-RECORD" TO AP-PARAGRAPH
        PERFORM SEND-FAILURE-ALERT
    END-IF.

WRITE-LANG-JOURNAL.
    MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP
    MOVE WS-RUN-DATE TO LJ-RUN-DATE
    MOVE WS-CURRENT-TIMESTAMP(9:6) TO LJ-RUN-TIME
    MOVE WS-JOB-ID TO LJ-JOB-ID
    MOVE JQ-ACTION(WS-JOURNAL-SUB) TO LJ-ACTION
    MOVE JQ-LANGUAGE-CODE(WS-JOURNAL-SUB) TO LJ-LANGUAGE-CODE
    MOVE JQ-POSITION(WS-JOURNAL-SUB) TO LJ-POSITION
    MOVE JQ-BEFORE-IMAGE(WS-JOURNAL-SUB) TO LJ-BEFORE-IMAGE
    MOVE JQ-AFTER-IMAGE(WS-JOURNAL-SUB) TO LJ-AFTER-IMAGE
    MOVE JQ-REQUESTER-ID(WS-JOURNAL-SUB) TO LJ-REQUESTER-ID
    WRITE HELLO-LANG-JOURNAL-RECORD
    IF WS-LJN-STATUS NOT = "00"
        DISPLAY "HELLO-LANG-MAINT: HELLOLJN WRITE FAILED - STATUS "
            WS-LJN-STATUS
        MOVE 8 TO WS-RETURN-CODE
        MOVE WS-JOURNAL-COUNT TO WS-JOURNAL-SUB
        MOVE "HELLOLJN" TO AP-DD-NAME
        MOVE WS-LJN-STATUS TO AP-FILE-STATUS
        MOVE "WRITE-LANG-JOURNAL" TO AP-PARAGRAPH
        PERFORM SEND-FAILURE-ALERT
    END-IF.

WRITE-LMR-TABLE.
    MOVE WS-LMR-TABLE-HEADING TO HELLO-LANG-MAINT-LINE
    WRITE HELLO-LANG-MAINT-LINE
    PERFORM WRITE-LMR-TABLE-ENTRY
        VARYING WS-LANG-SUB FROM 1 BY 1
        UNTIL WS-LANG-SUB > WS-LANG-COUNT.

WRITE-LMR-TABLE-ENTRY.
    MOVE WS-LANG-SUB TO WS-LMR-DD-SEQ
    MOVE WS-LMR-DD-NAME TO LE-DD-NAME
    MOVE LANG-CODE(WS-LANG-SUB) TO LE-LANGUAGE-CODE
    IF LANG-RETIRED(WS-LANG-SUB)
        MOVE "RETIRED" TO LE-STATUS
    ELSE
        MOVE "ACTIVE" TO LE-STATUS
    END-IF
    MOVE LANG-GREETING-TEXT(WS-LANG-SUB) TO LE-GREETING-TEXT
    MOVE WS-LMR-TABLE-DETAIL TO HELLO-LANG-MAINT-LINE
    WRITE HELLO-LANG-MAINT-LINE.

WRITE-LMR-TOTALS.
    MOVE WS-APPLIED-COUNT TO MT-APPLIED
    MOVE WS-REJECTED-COUNT TO MT-REJECTED
    MOVE WS-LANG-COUNT TO MT-CODES
    MOVE WS-LMR-TOTALS TO HELLO-LANG-MAINT-LINE
    WRITE HELLO-LANG-MAINT-LINE.

SEND-FAILURE-ALERT.
    MOVE "HELLO-LANG-MAINT" TO AP-PROGRAM-ID
    MOVE "C" TO AP-SEVERITY
    CALL "HELLOALR" USING HELLO-ALERT-PARMS.

CLOSE-LANG-MAINT-FILES.
    CLOSE HELLO-LTN-FILE
    CLOSE HELLO-LMR-FILE
    CLOSE HELLO-LJN-FILE.
