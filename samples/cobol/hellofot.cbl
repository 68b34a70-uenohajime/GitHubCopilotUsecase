IDENTIFICATION DIVISION.
PROGRAM-ID. HELLO-FEED-OUT.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT HELLO-OFC-FILE ASSIGN TO HELLOOFC
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS WS-OFC-STATUS.
    SELECT HELLO-JRNL-FILE ASSIGN TO HELLOJRN
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS WS-JRNL-STATUS.
    SELECT HELLO-HIST-FILE ASSIGN TO HELLOHST
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS WS-HIST-STATUS.
    SELECT HELLO-MASTER-FILE ASSIGN TO HELLOMST
        ORGANIZATION INDEXED
        ACCESS MODE IS SEQUENTIAL
        RECORD KEY IS HM-GREETING-ID
        FILE STATUS IS WS-MASTER-STATUS.
    SELECT HELLO-OFD-FILE ASSIGN TO HELLOOFD
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS WS-OFD-STATUS.
DATA DIVISION.
FILE SECTION.
FD  HELLO-OFC-FILE.
    COPY HELLOOCR.
FD  HELLO-JRNL-FILE.
    COPY HELLOJNR.
FD  HELLO-HIST-FILE.
    COPY HELLOHSR.
FD  HELLO-MASTER-FILE.
    COPY HELLOMST.
FD  HELLO-OFD-FILE.
    COPY HELLOOFR.
WORKING-STORAGE SECTION.
01  WS-OFC-STATUS PIC XX.
01  WS-JRNL-STATUS PIC XX.
01  WS-HIST-STATUS PIC XX.
01  WS-MASTER-STATUS PIC XX.
01  WS-OFD-STATUS PIC XX.
01  WS-RETURN-CODE PIC 9(2) VALUE 0.
01  WS-CURRENT-TIMESTAMP PIC X(21).
01  WS-RUN-DATE PIC 9(8) VALUE 0.
01  WS-FEED-MODE-PARM PIC X(5) VALUE SPACES.
01  WS-FEED-MODE PIC X(1) VALUE "D".
    88  DELTA-FEED                  VALUE "D".
    88  FULL-REFRESH                VALUE "F".
01  WS-CONTROL-PRESENT PIC X VALUE "N".
    88  CONTROL-PRESENT             VALUE "Y".
01  WS-JRNL-EOF PIC X VALUE "N".
    88  JRNL-EOF                    VALUE "Y".
01  WS-HIST-EOF PIC X VALUE "N".
    88  HIST-EOF                    VALUE "Y".
01  WS-MASTER-EOF PIC X VALUE "N".
    88  MASTER-EOF                  VALUE "Y".
01  WS-JRNL-OPEN PIC X VALUE "N".
    88  JRNL-OPEN                   VALUE "Y".
01  WS-HIST-OPEN PIC X VALUE "N".
    88  HIST-OPEN                   VALUE "Y".
01  WS-PURGE-TABLE.
    05  WS-PURGE-COUNT              PIC 9(4) VALUE 0.
    05  WS-PURGE-ENTRY OCCURS 2000 TIMES.
        10  PG-MASTER-IMAGE         PIC X(65).
        10  PG-STATE                PIC X(1).
            88  PG-SENT                 VALUE "Y".
01  WS-PURGE-SUB PIC 9(4) VALUE 0.
01  WS-PURGE-DATE PIC 9(8) VALUE 0.
01  WS-JRNL-KEY.
    05  JK-RUN-DATE                 PIC 9(8).
    05  JK-RUN-TIME                 PIC 9(6).
    05  JK-JOB-ID                   PIC X(8).
    05  JK-ACTION                   PIC X(6).
    05  JK-GREETING-ID              PIC X(6).
01  WS-JRNL-END-KEY PIC X(34) VALUE SPACES.
01  WS-HIST-KEY.
    05  HK-PURGE-DATE               PIC 9(8).
    05  HK-GREETING-ID              PIC X(6).
01  WS-HIST-END-KEY PIC X(14) VALUE SPACES.
01  WS-JRNL-READ-COUNT PIC 9(9) VALUE 0.
01  WS-JRNL-SKIP-COUNT PIC 9(9) VALUE 0.
01  WS-HIST-READ-COUNT PIC 9(9) VALUE 0.
01  WS-HIST-SKIP-COUNT PIC 9(9) VALUE 0.
01  WS-LAST-RUN-SEQ PIC 9(6) VALUE 0.
01  WS-RUN-SEQ PIC 9(6) VALUE 0.
01  WS-DETAIL-COUNT PIC 9(7) VALUE 0.
01  WS-JRNL-SENT-COUNT PIC 9(7) VALUE 0.
01  WS-HIST-SENT-COUNT PIC 9(7) VALUE 0.
01  WS-KEY-HASH PIC 9(13) VALUE 0.
01  WS-HASH-KEY PIC X(6) VALUE SPACES.
01  WS-HASH-SUB PIC 9(1) VALUE 0.
    COPY HELLOALP.
    COPY HELLOBDP.
PROCEDURE DIVISION.
    PERFORM READ-FEED-OUT-PARMS
    IF WS-RETURN-CODE = 0
        PERFORM READ-FEED-CONTROL
    END-IF
    IF WS-RETURN-CODE = 0
        PERFORM FIND-JOURNAL-MARK
        PERFORM FIND-HISTORY-MARK
    END-IF
    IF WS-RETURN-CODE = 0
        PERFORM OPEN-FEED-OUT-FILE
    END-IF
    IF WS-RETURN-CODE = 0
        PERFORM WRITE-FEED-HEADER
        IF FULL-REFRESH
            PERFORM SEND-FULL-MASTER
        ELSE
            PERFORM SEND-DELTA-CHANGES
        END-IF
        IF WS-RETURN-CODE = 0
            PERFORM WRITE-FEED-TRAILER
        END-IF
        CLOSE HELLO-OFD-FILE
    END-IF
    IF WS-RETURN-CODE = 0
        PERFORM REWRITE-FEED-CONTROL
    END-IF
    IF WS-RETURN-CODE = 0
        DISPLAY "HELLO-FEED-OUT: RUN " WS-RUN-SEQ " MODE "
            WS-FEED-MODE " - " WS-DETAIL-COUNT " DETAILS ("
            WS-JRNL-SENT-COUNT " HELLOJRN, " WS-HIST-SENT-COUNT
            " HELLOHST) - KEY HASH " WS-KEY-HASH
    END-IF
    MOVE WS-RETURN-CODE TO RETURN-CODE
    STOP RUN.

READ-FEED-OUT-PARMS.
    ACCEPT WS-FEED-MODE-PARM FROM ENVIRONMENT "FEEDMODE"
    EVALUATE WS-FEED-MODE-PARM
        WHEN SPACES
        WHEN "DELTA"
            MOVE "D" TO WS-FEED-MODE
        WHEN "FULL"
            MOVE "F" TO WS-FEED-MODE
        WHEN OTHER
            DISPLAY "HELLO-FEED-OUT: FEEDMODE " WS-FEED-MODE-PARM
                " NOT DELTA OR FULL - RUN STOPPED"
            MOVE 8 TO WS-RETURN-CODE
    END-EVALUATE
    MOVE "HELLO-FEED-OUT" TO BP-PROGRAM-ID
    CALL "HELLOBDT" USING HELLO-BUSDATE-PARMS
    IF BP-DATE-OK
        MOVE BP-BUSINESS-DATE TO WS-RUN-DATE
    ELSE
        DISPLAY "HELLO-FEED-OUT: NO BUSINESS DATE AVAILABLE FROM "
            "HELLOBDC - RUN STOPPED"
        MOVE 8 TO WS-RETURN-CODE
        MOVE "HELLOBDC" TO AP-DD-NAME
        MOVE SPACES TO AP-FILE-STATUS
        MOVE "READ-FEED-OUT-PARMS" TO AP-PARAGRAPH
        PERFORM SEND-FAILURE-ALERT
    END-IF.

READ-FEED-CONTROL.
    MOVE SPACES TO HELLO-FEED-CONTROL-RECORD
    OPEN INPUT HELLO-OFC-FILE
    IF WS-OFC-STATUS = "00"
        READ HELLO-OFC-FILE
        IF WS-OFC-STATUS = "00"
            MOVE "Y" TO WS-CONTROL-PRESENT
            MOVE OC-RUN-SEQ TO WS-LAST-RUN-SEQ
        END-IF
        CLOSE HELLO-OFC-FILE
    END-IF
    IF NOT CONTROL-PRESENT
        MOVE SPACES TO HELLO-FEED-CONTROL-RECORD
        IF DELTA-FEED
            DISPLAY "HELLO-FEED-OUT: HELLOOFC MISSING OR EMPTY - "
                "RUN FEEDMODE=FULL TO START THE FEED - STATUS "
                WS-OFC-STATUS
            MOVE 8 TO WS-RETURN-CODE
            MOVE "HELLOOFC" TO AP-DD-NAME
            MOVE WS-OFC-STATUS TO AP-FILE-STATUS
            MOVE "READ-FEED-CONTROL" TO AP-PARAGRAPH
            PERFORM SEND-FAILURE-ALERT
        ELSE
            DISPLAY "HELLO-FEED-OUT: HELLOOFC MISSING OR EMPTY - "
                "FULL REFRESH STARTS THE FEED AT RUN 000001"
        END-IF
    END-IF
    COMPUTE WS-RUN-SEQ = WS-LAST-RUN-SEQ + 1.

FIND-JOURNAL-MARK.
    MOVE 0 TO WS-JRNL-READ-COUNT
    MOVE 0 TO WS-JRNL-SKIP-COUNT
    MOVE "N" TO WS-JRNL-EOF
    OPEN INPUT HELLO-JRNL-FILE
    IF WS-JRNL-STATUS NOT = "00"
        DISPLAY "HELLO-FEED-OUT: HELLOJRN MISSING OR EMPTY - "
            "NO JOURNAL ENTRIES - STATUS " WS-JRNL-STATUS
    ELSE
        PERFORM SCAN-JOURNAL-RECORD UNTIL JRNL-EOF
        CLOSE HELLO-JRNL-FILE
    END-IF
    IF DELTA-FEED AND OC-LAST-JOURNAL NOT = SPACES
            AND WS-JRNL-SKIP-COUNT = 0
        DISPLAY "HELLO-FEED-OUT: LAST HELLOJRN ENTRY SENT ("
            OC-LAST-JOURNAL ") NOT ON HELLOJRN - "
            "RUN FEEDMODE=FULL TO RESYNCHRONIZE"
        MOVE 8 TO WS-RETURN-CODE
        MOVE "HELLOJRN" TO AP-DD-NAME
        MOVE SPACES TO AP-FILE-STATUS
        MOVE "FIND-JOURNAL-MARK" TO AP-PARAGRAPH
        PERFORM SEND-FAILURE-ALERT
    END-IF.

SCAN-JOURNAL-RECORD.
    READ HELLO-JRNL-FILE
        AT END
            MOVE "Y" TO WS-JRNL-EOF
        NOT AT END
            ADD 1 TO WS-JRNL-READ-COUNT
            PERFORM BUILD-JOURNAL-KEY
            MOVE WS-JRNL-KEY TO WS-JRNL-END-KEY
            IF WS-JRNL-KEY = OC-LAST-JOURNAL
                MOVE WS-JRNL-READ-COUNT TO WS-JRNL-SKIP-COUNT
            END-IF
    END-READ.

BUILD-JOURNAL-KEY.
    MOVE JR-RUN-DATE TO JK-RUN-DATE
    MOVE JR-RUN-TIME TO JK-RUN-TIME
    MOVE JR-JOB-ID TO JK-JOB-ID
    MOVE JR-ACTION TO JK-ACTION
    MOVE JR-GREETING-ID TO JK-GREETING-ID.

FIND-HISTORY-MARK.
    MOVE 0 TO WS-HIST-READ-COUNT
    MOVE 0 TO WS-HIST-SKIP-COUNT
    MOVE "N" TO WS-HIST-EOF
    OPEN INPUT HELLO-HIST-FILE
    IF WS-HIST-STATUS NOT = "00"
        DISPLAY "HELLO-FEED-OUT: HELLOHST MISSING OR EMPTY - "
            "NO PURGE HISTORY - STATUS " WS-HIST-STATUS
    ELSE
        PERFORM SCAN-HISTORY-RECORD UNTIL HIST-EOF
        CLOSE HELLO-HIST-FILE
    END-IF
    IF DELTA-FEED AND OC-LAST-HISTORY NOT = SPACES
            AND WS-HIST-SKIP-COUNT = 0 AND WS-RETURN-CODE = 0
        DISPLAY "HELLO-FEED-OUT: LAST HELLOHST PURGE SENT ("
            OC-LAST-HISTORY ") NOT ON HELLOHST - "
            "RUN FEEDMODE=FULL TO RESYNCHRONIZE"
        MOVE 8 TO WS-RETURN-CODE
        MOVE "HELLOHST" TO AP-DD-NAME
        MOVE SPACES TO AP-FILE-STATUS
        MOVE "FIND-HISTORY-MARK" TO AP-PARAGRAPH
        PERFORM SEND-FAILURE-ALERT
    END-IF.

SCAN-HISTORY-RECORD.
    READ HELLO-HIST-FILE
        AT END
            MOVE "Y" TO WS-HIST-EOF
        NOT AT END
            ADD 1 TO WS-HIST-READ-COUNT
            MOVE HS-PURGE-DATE TO HK-PURGE-DATE
            MOVE HS-MASTER-IMAGE(1:6) TO HK-GREETING-ID
            MOVE WS-HIST-KEY TO WS-HIST-END-KEY
            IF WS-HIST-KEY = OC-LAST-HISTORY
                MOVE WS-HIST-READ-COUNT TO WS-HIST-SKIP-COUNT
            END-IF
    END-READ.

OPEN-FEED-OUT-FILE.
    OPEN OUTPUT HELLO-OFD-FILE
    IF WS-OFD-STATUS NOT = "00"
        DISPLAY "HELLO-FEED-OUT: UNABLE TO OPEN HELLOOFD - STATUS "
            WS-OFD-STATUS
        MOVE 8 TO WS-RETURN-CODE
        MOVE "HELLOOFD" TO AP-DD-NAME
        MOVE WS-OFD-STATUS TO AP-FILE-STATUS
        MOVE "OPEN-FEED-OUT-FILE" TO AP-PARAGRAPH
        PERFORM SEND-FAILURE-ALERT
    END-IF.

WRITE-FEED-HEADER.
    MOVE SPACES TO HELLO-OUTBOUND-FEED-RECORD
    MOVE "H" TO OF-RECORD-TYPE
    MOVE "HELLO" TO OF-SENDER-ID
    MOVE WS-RUN-SEQ TO OF-RUN-SEQ
    MOVE WS-RUN-DATE TO OF-BUSINESS-DATE
    MOVE WS-FEED-MODE TO OF-FEED-MODE
    PERFORM WRITE-FEED-RECORD.

SEND-DELTA-CHANGES.
    MOVE 0 TO WS-JRNL-READ-COUNT
    MOVE 0 TO WS-HIST-READ-COUNT
    MOVE 0 TO WS-PURGE-COUNT
    MOVE "Y" TO WS-JRNL-EOF
    MOVE "Y" TO WS-HIST-EOF
    OPEN INPUT HELLO-JRNL-FILE
    IF WS-JRNL-STATUS = "00"
        MOVE "Y" TO WS-JRNL-OPEN
        MOVE "N" TO WS-JRNL-EOF
        PERFORM READ-NEXT-JOURNAL
    END-IF
    OPEN INPUT HELLO-HIST-FILE
    IF WS-HIST-STATUS = "00"
        MOVE "Y" TO WS-HIST-OPEN
        MOVE "N" TO WS-HIST-EOF
        PERFORM READ-NEXT-HISTORY
    END-IF
    PERFORM SEND-NEXT-CHANGE
        UNTIL (JRNL-EOF AND HIST-EOF AND WS-PURGE-COUNT = 0)
            OR WS-RETURN-CODE = 8
    IF JRNL-OPEN
        CLOSE HELLO-JRNL-FILE
    END-IF
    IF HIST-OPEN
        CLOSE HELLO-HIST-FILE
    END-IF.

SEND-NEXT-CHANGE.
    EVALUATE TRUE
        WHEN WS-PURGE-COUNT > 0
                AND (JRNL-EOF OR JR-RUN-DATE NOT = WS-PURGE-DATE)
            PERFORM SEND-TABLED-PURGES
        WHEN NOT HIST-EOF
                AND (JRNL-EOF OR HS-PURGE-DATE < JR-RUN-DATE)
            PERFORM SEND-HISTORY-RECORD
            PERFORM READ-NEXT-HISTORY
        WHEN NOT HIST-EOF AND HS-PURGE-DATE = JR-RUN-DATE
            PERFORM TABLE-DATE-PURGES
        WHEN OTHER
            PERFORM SEND-JOURNAL-RECORD
            PERFORM READ-NEXT-JOURNAL
    END-EVALUATE.

READ-NEXT-JOURNAL.
    PERFORM READ-JOURNAL-RECORD
    PERFORM READ-JOURNAL-RECORD
        UNTIL JRNL-EOF OR WS-JRNL-READ-COUNT > WS-JRNL-SKIP-COUNT.

READ-JOURNAL-RECORD.
    READ HELLO-JRNL-FILE
        AT END
            MOVE "Y" TO WS-JRNL-EOF
        NOT AT END
            ADD 1 TO WS-JRNL-READ-COUNT
    END-READ.

READ-NEXT-HISTORY.
    PERFORM READ-HISTORY-RECORD
    PERFORM READ-HISTORY-RECORD
        UNTIL HIST-EOF OR WS-HIST-READ-COUNT > WS-HIST-SKIP-COUNT.

READ-HISTORY-RECORD.
    READ HELLO-HIST-FILE
        AT END
            MOVE "Y" TO WS-HIST-EOF
        NOT AT END
            ADD 1 TO WS-HIST-READ-COUNT
    END-READ.

SEND-JOURNAL-RECORD.
    IF (JR-ACTION = "ADD" OR JR-ACTION = "REINST")
            AND WS-PURGE-COUNT > 0
        PERFORM SEND-MATCHING-PURGE
            VARYING WS-PURGE-SUB FROM 1 BY 1
            UNTIL WS-PURGE-SUB > WS-PURGE-COUNT
    END-IF
    IF WS-RETURN-CODE NOT = 8
        MOVE SPACES TO HELLO-OUTBOUND-FEED-RECORD
        MOVE "D" TO OF-RECORD-TYPE
        MOVE JR-ACTION TO OF-ACTION
        MOVE JR-RUN-DATE TO OF-CHANGE-DATE
        IF JR-ACTION = "DELETE"
            MOVE JR-BEFORE-IMAGE TO OF-MASTER-IMAGE
        ELSE
            MOVE JR-AFTER-IMAGE TO OF-MASTER-IMAGE
        END-IF
        MOVE JR-GREETING-ID TO WS-HASH-KEY
        PERFORM WRITE-FEED-DETAIL
        ADD 1 TO WS-JRNL-SENT-COUNT
    END-IF.

SEND-HISTORY-RECORD.
    MOVE SPACES TO HELLO-OUTBOUND-FEED-RECORD
    MOVE HS-PURGE-DATE TO OF-CHANGE-DATE
    MOVE HS-MASTER-IMAGE TO OF-MASTER-IMAGE
    PERFORM SEND-PURGE-DETAIL.

TABLE-DATE-PURGES.
    MOVE HS-PURGE-DATE TO WS-PURGE-DATE
    PERFORM TABLE-HISTORY-RECORD
        UNTIL HIST-EOF OR HS-PURGE-DATE NOT = WS-PURGE-DATE
            OR WS-RETURN-CODE = 8.

TABLE-HISTORY-RECORD.
    IF WS-PURGE-COUNT < 2000
        ADD 1 TO WS-PURGE-COUNT
        MOVE HS-MASTER-IMAGE TO PG-MASTER-IMAGE(WS-PURGE-COUNT)
        MOVE "N" TO PG-STATE(WS-PURGE-COUNT)
        PERFORM READ-NEXT-HISTORY
    ELSE
        DISPLAY "HELLO-FEED-OUT: MORE THAN 2000 HELLOHST PURGES FOR "
            WS-PURGE-DATE " - RUN FEEDMODE=FULL TO RESYNCHRONIZE"
        MOVE 8 TO WS-RETURN-CODE
        MOVE "HELLOHST" TO AP-DD-NAME
        MOVE SPACES TO AP-FILE-STATUS
        MOVE "TABLE-DATE-PURGES" TO AP-PARAGRAPH
        PERFORM SEND-FAILURE-ALERT
    END-IF.

SEND-MATCHING-PURGE.
    IF PG-MASTER-IMAGE(WS-PURGE-SUB)(1:6) = JR-GREETING-ID
            AND NOT PG-SENT(WS-PURGE-SUB)
            AND WS-RETURN-CODE NOT = 8
        PERFORM SEND-TABLED-PURGE
    END-IF.

SEND-TABLED-PURGES.
    PERFORM SEND-UNSENT-PURGE
        VARYING WS-PURGE-SUB FROM 1 BY 1
        UNTIL WS-PURGE-SUB > WS-PURGE-COUNT OR WS-RETURN-CODE = 8
    MOVE 0 TO WS-PURGE-COUNT.

SEND-UNSENT-PURGE.
    IF NOT PG-SENT(WS-PURGE-SUB)
        PERFORM SEND-TABLED-PURGE
    END-IF.

SEND-TABLED-PURGE.
    MOVE "Y" TO PG-STATE(WS-PURGE-SUB)
    MOVE SPACES TO HELLO-OUTBOUND-FEED-RECORD
    MOVE WS-PURGE-DATE TO OF-CHANGE-DATE
    MOVE PG-MASTER-IMAGE(WS-PURGE-SUB) TO OF-MASTER-IMAGE
    PERFORM SEND-PURGE-DETAIL.

SEND-PURGE-DETAIL.
    MOVE "D" TO OF-RECORD-TYPE
    MOVE "PURGE" TO OF-ACTION
    MOVE OF-MASTER-IMAGE(1:6) TO WS-HASH-KEY
    PERFORM WRITE-FEED-DETAIL
    ADD 1 TO WS-HIST-SENT-COUNT.

SEND-FULL-MASTER.
    MOVE "N" TO WS-MASTER-EOF
    OPEN INPUT HELLO-MASTER-FILE
    IF WS-MASTER-STATUS NOT = "00"
        DISPLAY "HELLO-FEED-OUT: HELLOMST UNAVAILABLE - STATUS "
            WS-MASTER-STATUS
        MOVE 8 TO WS-RETURN-CODE
        MOVE "HELLOMST" TO AP-DD-NAME
        MOVE WS-MASTER-STATUS TO AP-FILE-STATUS
        MOVE "SEND-FULL-MASTER" TO AP-PARAGRAPH
        PERFORM SEND-FAILURE-ALERT
    ELSE
        PERFORM SEND-MASTER-RECORD UNTIL MASTER-EOF
        CLOSE HELLO-MASTER-FILE
    END-IF.

SEND-MASTER-RECORD.
    READ HELLO-MASTER-FILE NEXT RECORD
        AT END
            MOVE "Y" TO WS-MASTER-EOF
        NOT AT END
            MOVE SPACES TO HELLO-OUTBOUND-FEED-RECORD
            MOVE "D" TO OF-RECORD-TYPE
            MOVE "FULL" TO OF-ACTION
            MOVE WS-RUN-DATE TO OF-CHANGE-DATE
            MOVE HELLO-MASTER-RECORD TO OF-MASTER-IMAGE
            MOVE HM-GREETING-ID TO WS-HASH-KEY
            PERFORM WRITE-FEED-DETAIL
            IF WS-RETURN-CODE = 8
                MOVE "Y" TO WS-MASTER-EOF
            END-IF
    END-READ.

WRITE-FEED-DETAIL.
    PERFORM WRITE-FEED-RECORD
    IF WS-RETURN-CODE NOT = 8
        ADD 1 TO WS-DETAIL-COUNT
        PERFORM ADD-KEY-TO-HASH
    END-IF.

ADD-KEY-TO-HASH.
    PERFORM VARYING WS-HASH-SUB FROM 1 BY 1
            UNTIL WS-HASH-SUB > 6
        COMPUTE WS-KEY-HASH = FUNCTION MOD(
            WS-KEY-HASH
            + WS-HASH-SUB * FUNCTION ORD(WS-HASH-KEY(WS-HASH-SUB:1))
            9999999999999)
    END-PERFORM.

WRITE-FEED-TRAILER.
    MOVE SPACES TO HELLO-OUTBOUND-FEED-RECORD
    MOVE "T" TO OF-RECORD-TYPE
    MOVE WS-DETAIL-COUNT TO OF-RECORD-COUNT
    MOVE WS-KEY-HASH TO OF-KEY-HASH
    PERFORM WRITE-FEED-RECORD.

WRITE-FEED-RECORD.
    WRITE HELLO-OUTBOUND-FEED-RECORD
    IF WS-OFD-STATUS NOT = "00"
        DISPLAY "HELLO-FEED-OUT: HELLOOFD WRITE FAILED - STATUS "
            WS-OFD-STATUS
        MOVE 8 TO WS-RETURN-CODE
        MOVE "HELLOOFD" TO AP-DD-NAME
        MOVE WS-OFD-STATUS TO AP-FILE-STATUS
        MOVE "WRITE-FEED-RECORD" TO AP-PARAGRAPH
        PERFORM SEND-FAILURE-ALERT
    END-IF.

REWRITE-FEED-CONTROL.
    MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP
    OPEN OUTPUT HELLO-OFC-FILE
    IF WS-OFC-STATUS NOT = "00"
        DISPLAY "HELLO-FEED-OUT: UNABLE TO REWRITE HELLOOFC - STATUS "
            WS-OFC-STATUS " - HELLOOFD RUN " WS-RUN-SEQ " NOT KEPT"
        MOVE 8 TO WS-RETURN-CODE
        MOVE "HELLOOFC" TO AP-DD-NAME
        MOVE WS-OFC-STATUS TO AP-FILE-STATUS
        MOVE "REWRITE-FEED-CONTROL" TO AP-PARAGRAPH
        PERFORM SEND-FAILURE-ALERT
    ELSE
        MOVE WS-RUN-SEQ TO OC-RUN-SEQ
        MOVE WS-RUN-DATE TO OC-RUN-DATE
        MOVE WS-CURRENT-TIMESTAMP(9:6) TO OC-RUN-TIME
        MOVE WS-FEED-MODE TO OC-RUN-MODE
        MOVE WS-DETAIL-COUNT TO OC-DETAIL-COUNT
        MOVE WS-JRNL-END-KEY TO OC-LAST-JOURNAL
        MOVE WS-HIST-END-KEY TO OC-LAST-HISTORY
        WRITE HELLO-FEED-CONTROL-RECORD
        IF WS-OFC-STATUS NOT = "00"
            DISPLAY "HELLO-FEED-OUT: HELLOOFC WRITE FAILED - STATUS "
                WS-OFC-STATUS " - HELLOOFD RUN " WS-RUN-SEQ " NOT KEPT"
            MOVE 8 TO WS-RETURN-CODE
            MOVE "HELLOOFC" TO AP-DD-NAME
            MOVE WS-OFC-STATUS TO AP-FILE-STATUS
            MOVE "REWRITE-FEED-CONTROL" TO AP-PARAGRAPH
            PERFORM SEND-FAILURE-ALERT
        END-IF
        CLOSE HELLO-OFC-FILE
    END-IF.

SEND-FAILURE-ALERT.
    MOVE "HELLO-FEED-OUT" TO AP-PROGRAM-ID
    MOVE "C" TO AP-SEVERITY
    CALL "HELLOALR" USING HELLO-ALERT-PARMS.
