IDENTIFICATION DIVISION.
PROGRAM-ID. HELLO-FEED-IN.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT HELLO-CFD-FILE ASSIGN TO HELLOCFD
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS WS-CFD-STATUS.
    SELECT HELLO-TXF-FILE ASSIGN TO HELLOTXF
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS WS-TXF-STATUS.
    SELECT HELLO-CFG-FILE ASSIGN TO HELLOCFG
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS WS-CFG-STATUS.
DATA DIVISION.
FILE SECTION.
FD  HELLO-CFD-FILE.
    COPY HELLOCFR.
FD  HELLO-TXF-FILE.
01  HELLO-TXN-FEED-RECORD           PIC X(74).
FD  HELLO-CFG-FILE.
    COPY HELLOCGR.
WORKING-STORAGE SECTION.
    COPY HELLOTXR.
01  WS-CFD-STATUS PIC XX.
01  WS-TXF-STATUS PIC XX.
01  WS-CFG-STATUS PIC XX.
01  WS-RETURN-CODE PIC 9(2) VALUE 0.
01  WS-CURRENT-TIMESTAMP PIC X(21).
01  WS-JOB-ID PIC X(8) VALUE SPACES.
01  WS-RUN-DATE PIC 9(8) VALUE 0.
01  WS-CFD-EOF PIC X VALUE "N".
    88  CFD-EOF                     VALUE "Y".
01  WS-CFG-EOF PIC X VALUE "N".
    88  CFG-EOF                     VALUE "Y".
01  WS-TXF-OPEN PIC X VALUE "N".
    88  TXF-OPEN                    VALUE "Y".
01  WS-FEED-PRESENT PIC X VALUE "N".
    88  FEED-PRESENT                VALUE "Y".
01  WS-FEED-VALID PIC X VALUE "Y".
    88  FEED-VALID                  VALUE "Y".
01  WS-HEADER-SEEN PIC X VALUE "N".
    88  HEADER-SEEN                 VALUE "Y".
01  WS-TRAILER-SEEN PIC X VALUE "N".
    88  TRAILER-SEEN                VALUE "Y".
01  WS-FEED-RECORD-COUNT PIC 9(7) VALUE 0.
01  WS-DETAIL-COUNT PIC 9(7) VALUE 0.
01  WS-CONVERTED-COUNT PIC 9(7) VALUE 0.
01  WS-KEY-HASH PIC 9(13) VALUE 0.
01  WS-HASH-KEY PIC X(6) VALUE SPACES.
01  WS-HASH-SUB PIC 9(1) VALUE 0.
01  WS-FEED-SENDER-ID PIC X(8) VALUE SPACES.
01  WS-FEED-SEQ PIC 9(6) VALUE 0.
01  WS-FEED-CREATED-DATE PIC 9(8) VALUE 0.
01  WS-TRAILER-COUNT PIC 9(7) VALUE 0.
01  WS-TRAILER-HASH PIC 9(13) VALUE 0.
01  WS-REJECT-REASON PIC X(40) VALUE SPACES.
01  WS-FEED-OUTCOME PIC X(8) VALUE SPACES.
01  WS-LAST-ACCEPTED.
    05  LA-PRESENT                  PIC X(1) VALUE "N".
        88  LAST-ACCEPTED-PRESENT       VALUE "Y".
    05  LA-FILE-SEQ                 PIC 9(6) VALUE 0.
    05  LA-RUN-DATE                 PIC 9(8) VALUE 0.
    05  LA-DETAIL-COUNT             PIC 9(7) VALUE 0.
    05  LA-KEY-HASH                 PIC 9(13) VALUE 0.
01  WS-EXPECTED-SEQ PIC 9(6) VALUE 0.
    COPY HELLOALP.
    COPY HELLOBDP.
PROCEDURE DIVISION.
    PERFORM READ-FEED-PARMS
    IF WS-RETURN-CODE = 0
        PERFORM OPEN-FEED-OUTPUT
    END-IF
    IF WS-RETURN-CODE = 0
        PERFORM LOAD-FEED-REGISTER
        PERFORM VALIDATE-CAMPAIGN-FEED
    END-IF
    IF WS-RETURN-CODE = 0 AND FEED-PRESENT
        IF FEED-VALID
            PERFORM CHECK-FEED-SEQUENCE
        END-IF
        IF FEED-VALID
            PERFORM CONVERT-CAMPAIGN-FEED
        END-IF
        IF WS-RETURN-CODE NOT = 8
            IF NOT FEED-VALID
                PERFORM REJECT-CAMPAIGN-FEED
            END-IF
            PERFORM WRITE-REGISTER-ENTRY
        END-IF
    END-IF
    PERFORM CLOSE-FEED-OUTPUT
    MOVE WS-RETURN-CODE TO RETURN-CODE
    STOP RUN.

READ-FEED-PARMS.
    ACCEPT WS-JOB-ID FROM ENVIRONMENT "JOBID"
    MOVE "HELLO-FEED-IN" TO BP-PROGRAM-ID
    CALL "HELLOBDT" USING HELLO-BUSDATE-PARMS
    IF BP-DATE-OK
        MOVE BP-BUSINESS-DATE TO WS-RUN-DATE
    ELSE
        DISPLAY "HELLO-FEED-IN: NO BUSINESS DATE AVAILABLE FROM "
            "HELLOBDC - RUN STOPPED"
        MOVE 8 TO WS-RETURN-CODE
        MOVE "HELLOBDC" TO AP-DD-NAME
        MOVE SPACES TO AP-FILE-STATUS
        MOVE "READ-FEED-PARMS" TO AP-PARAGRAPH
        PERFORM SEND-FAILURE-ALERT
    END-IF.

OPEN-FEED-OUTPUT.
    OPEN OUTPUT HELLO-TXF-FILE
    IF WS-TXF-STATUS NOT = "00"
        DISPLAY "HELLO-FEED-IN: UNABLE TO OPEN HELLOTXF - STATUS "
            WS-TXF-STATUS
        MOVE 8 TO WS-RETURN-CODE
        MOVE "HELLOTXF" TO AP-DD-NAME
        MOVE WS-TXF-STATUS TO AP-FILE-STATUS
        MOVE "OPEN-FEED-OUTPUT" TO AP-PARAGRAPH
        PERFORM SEND-FAILURE-ALERT
    ELSE
        MOVE "Y" TO WS-TXF-OPEN
    END-IF.

LOAD-FEED-REGISTER.
    MOVE "N" TO WS-CFG-EOF
    OPEN INPUT HELLO-CFG-FILE
    IF WS-CFG-STATUS NOT = "00"
        DISPLAY "HELLO-FEED-IN: HELLOCFG MISSING OR EMPTY - "
            "FIRST FEED, ANY SEQUENCE ACCEPTED - STATUS "
            WS-CFG-STATUS
    ELSE
        PERFORM READ-FEED-REGISTER UNTIL CFG-EOF
        CLOSE HELLO-CFG-FILE
    END-IF.

READ-FEED-REGISTER.
    READ HELLO-CFG-FILE
        AT END
            MOVE "Y" TO WS-CFG-EOF
        NOT AT END
            IF CG-ACCEPTED OR CG-RERUN
                MOVE "Y" TO LA-PRESENT
                MOVE CG-FILE-SEQ TO LA-FILE-SEQ
                MOVE CG-RUN-DATE TO LA-RUN-DATE
                MOVE CG-DETAIL-COUNT TO LA-DETAIL-COUNT
                MOVE CG-KEY-HASH TO LA-KEY-HASH
            END-IF
    END-READ.

VALIDATE-CAMPAIGN-FEED.
    MOVE "N" TO WS-CFD-EOF
    OPEN INPUT HELLO-CFD-FILE
    IF WS-CFD-STATUS NOT = "00"
        DISPLAY "HELLO-FEED-IN: HELLOCFD MISSING OR EMPTY - "
            "NO CAMPAIGN FEED TONIGHT - STATUS " WS-CFD-STATUS
    ELSE
        PERFORM VALIDATE-FEED-RECORD UNTIL CFD-EOF
        CLOSE HELLO-CFD-FILE
        IF WS-FEED-RECORD-COUNT = 0
            DISPLAY "HELLO-FEED-IN: HELLOCFD MISSING OR EMPTY - "
                "NO CAMPAIGN FEED TONIGHT"
        ELSE
            MOVE "Y" TO WS-FEED-PRESENT
            PERFORM CHECK-FEED-TOTALS
        END-IF
    END-IF.

VALIDATE-FEED-RECORD.
    READ HELLO-CFD-FILE
        AT END
            MOVE "Y" TO WS-CFD-EOF
        NOT AT END
            ADD 1 TO WS-FEED-RECORD-COUNT
            PERFORM VALIDATE-ONE-FEED-RECORD
    END-READ.

VALIDATE-ONE-FEED-RECORD.
    EVALUATE TRUE
        WHEN NOT FEED-VALID
            CONTINUE
        WHEN TRAILER-SEEN
            MOVE "RECORDS FOLLOW THE TRAILER" TO WS-REJECT-REASON
            MOVE "N" TO WS-FEED-VALID
        WHEN WS-FEED-RECORD-COUNT = 1 AND NOT CF-HEADER-RECORD
            MOVE "FIRST RECORD IS NOT A HEADER" TO WS-REJECT-REASON
            MOVE "N" TO WS-FEED-VALID
        WHEN CF-HEADER-RECORD AND WS-FEED-RECORD-COUNT > 1
            MOVE "MORE THAN ONE HEADER" TO WS-REJECT-REASON
            MOVE "N" TO WS-FEED-VALID
        WHEN CF-HEADER-RECORD
            IF CF-FILE-SEQ NOT NUMERIC
                MOVE "HEADER SEQUENCE NOT NUMERIC" TO WS-REJECT-REASON
                MOVE "N" TO WS-FEED-VALID
            ELSE
                MOVE "Y" TO WS-HEADER-SEEN
                MOVE CF-SENDER-ID TO WS-FEED-SENDER-ID
                MOVE CF-FILE-SEQ TO WS-FEED-SEQ
                IF CF-CREATED-DATE NUMERIC
                    MOVE CF-CREATED-DATE TO WS-FEED-CREATED-DATE
                END-IF
            END-IF
        WHEN CF-DETAIL-RECORD
            ADD 1 TO WS-DETAIL-COUNT
            MOVE CF-GREETING-ID TO WS-HASH-KEY
            PERFORM ADD-KEY-TO-HASH
            IF NOT CF-NEW AND NOT CF-UPDATE AND NOT CF-WITHDRAW
                MOVE SPACES TO WS-REJECT-REASON
                STRING "UNKNOWN ACTION " CF-ACTION " ON DETAIL "
                    WS-DETAIL-COUNT DELIMITED BY SIZE
                    INTO WS-REJECT-REASON
                MOVE "N" TO WS-FEED-VALID
            END-IF
        WHEN CF-TRAILER-RECORD
            IF CF-RECORD-COUNT NOT NUMERIC OR CF-KEY-HASH NOT NUMERIC
                MOVE "TRAILER TOTALS NOT NUMERIC" TO WS-REJECT-REASON
                MOVE "N" TO WS-FEED-VALID
            ELSE
                MOVE "Y" TO WS-TRAILER-SEEN
                MOVE CF-RECORD-COUNT TO WS-TRAILER-COUNT
                MOVE CF-KEY-HASH TO WS-TRAILER-HASH
            END-IF
        WHEN OTHER
            MOVE SPACES TO WS-REJECT-REASON
            STRING "UNKNOWN RECORD TYPE ON RECORD "
                WS-FEED-RECORD-COUNT DELIMITED BY SIZE
                INTO WS-REJECT-REASON
            MOVE "N" TO WS-FEED-VALID
    END-EVALUATE.

ADD-KEY-TO-HASH.
    PERFORM VARYING WS-HASH-SUB FROM 1 BY 1
            UNTIL WS-HASH-SUB > 6
        COMPUTE WS-KEY-HASH = FUNCTION MOD(
            WS-KEY-HASH
            + WS-HASH-SUB * FUNCTION ORD(WS-HASH-KEY(WS-HASH-SUB:1))
            9999999999999)
    END-PERFORM.

CHECK-FEED-TOTALS.
    EVALUATE TRUE
        WHEN NOT FEED-VALID
            CONTINUE
        WHEN NOT TRAILER-SEEN
            MOVE "NO TRAILER RECORD - FILE TRUNCATED"
                TO WS-REJECT-REASON
            MOVE "N" TO WS-FEED-VALID
        WHEN WS-TRAILER-COUNT NOT = WS-DETAIL-COUNT
            MOVE SPACES TO WS-REJECT-REASON
            STRING "COUNT " WS-DETAIL-COUNT " NOT TRAILER "
                WS-TRAILER-COUNT DELIMITED BY SIZE
                INTO WS-REJECT-REASON
            MOVE "N" TO WS-FEED-VALID
        WHEN WS-TRAILER-HASH NOT = WS-KEY-HASH
            MOVE "HASH TOTAL DOES NOT MATCH TRAILER"
                TO WS-REJECT-REASON
            MOVE "N" TO WS-FEED-VALID
    END-EVALUATE.

CHECK-FEED-SEQUENCE.
    MOVE "ACCEPTED" TO WS-FEED-OUTCOME
    IF LAST-ACCEPTED-PRESENT
        COMPUTE WS-EXPECTED-SEQ = LA-FILE-SEQ + 1
        EVALUATE TRUE
            WHEN WS-FEED-SEQ = WS-EXPECTED-SEQ
                CONTINUE
            WHEN WS-FEED-SEQ = LA-FILE-SEQ
                    AND LA-RUN-DATE = WS-RUN-DATE
                    AND LA-DETAIL-COUNT = WS-DETAIL-COUNT
                    AND LA-KEY-HASH = WS-KEY-HASH
                MOVE "RERUN" TO WS-FEED-OUTCOME
                DISPLAY "HELLO-FEED-IN: FILE " WS-FEED-SEQ
                    " ALREADY ACCEPTED FOR " WS-RUN-DATE
                    " - RECONVERTED FOR THE RERUN"
            WHEN WS-FEED-SEQ <= LA-FILE-SEQ
                MOVE SPACES TO WS-REJECT-REASON
                STRING "DUPLICATE - FILE " WS-FEED-SEQ
                    " ALREADY RECEIVED" DELIMITED BY SIZE
                    INTO WS-REJECT-REASON
                MOVE "N" TO WS-FEED-VALID
            WHEN OTHER
                MOVE SPACES TO WS-REJECT-REASON
                STRING "GAP - EXPECTED FILE " WS-EXPECTED-SEQ
                    " GOT " WS-FEED-SEQ DELIMITED BY SIZE
                    INTO WS-REJECT-REASON
                MOVE "N" TO WS-FEED-VALID
        END-EVALUATE
    END-IF.

CONVERT-CAMPAIGN-FEED.
    MOVE "N" TO WS-CFD-EOF
    OPEN INPUT HELLO-CFD-FILE
    IF WS-CFD-STATUS NOT = "00"
        DISPLAY "HELLO-FEED-IN: HELLOCFD REOPEN FAILED - STATUS "
            WS-CFD-STATUS
        MOVE 8 TO WS-RETURN-CODE
        MOVE "HELLOCFD" TO AP-DD-NAME
        MOVE WS-CFD-STATUS TO AP-FILE-STATUS
        MOVE "CONVERT-CAMPAIGN-FEED" TO AP-PARAGRAPH
        PERFORM SEND-FAILURE-ALERT
    ELSE
        PERFORM CONVERT-FEED-RECORD UNTIL CFD-EOF
        CLOSE HELLO-CFD-FILE
        IF WS-RETURN-CODE NOT = 8
            DISPLAY "HELLO-FEED-IN: FILE " WS-FEED-SEQ " FROM "
                WS-FEED-SENDER-ID " " WS-FEED-OUTCOME " - "
                WS-CONVERTED-COUNT " TRANSACTIONS CONVERTED"
        END-IF
    END-IF.

CONVERT-FEED-RECORD.
    READ HELLO-CFD-FILE
        AT END
            MOVE "Y" TO WS-CFD-EOF
        NOT AT END
            IF CF-DETAIL-RECORD
                PERFORM CONVERT-ONE-DETAIL
            END-IF
    END-READ.

CONVERT-ONE-DETAIL.
    MOVE SPACES TO HELLO-TXN-RECORD
    EVALUATE TRUE
        WHEN CF-NEW
            MOVE "A" TO TX-ACTION
        WHEN CF-UPDATE
            MOVE "C" TO TX-ACTION
        WHEN CF-WITHDRAW
            MOVE "D" TO TX-ACTION
    END-EVALUATE
    MOVE CF-GREETING-ID TO TX-GREETING-ID
    MOVE CF-GREETING-TEXT TO TX-GREETING-TEXT
    MOVE CF-START-DATE TO HELLO-TXN-RECORD(48:8)
    MOVE CF-LANGUAGE-CODE TO TX-LANGUAGE-CODE
    IF CF-END-DATE = SPACES
        MOVE 0 TO TX-EXPIRY-DATE
    ELSE
        MOVE CF-END-DATE TO HELLO-TXN-RECORD(59:8)
    END-IF
    MOVE CF-SUBMITTED-BY TO TX-REQUESTER-ID
    WRITE HELLO-TXN-FEED-RECORD FROM HELLO-TXN-RECORD
    IF WS-TXF-STATUS NOT = "00"
        DISPLAY "HELLO-FEED-IN: HELLOTXF WRITE FAILED - STATUS "
            WS-TXF-STATUS
        MOVE 8 TO WS-RETURN-CODE
        MOVE "Y" TO WS-CFD-EOF
        MOVE "HELLOTXF" TO AP-DD-NAME
        MOVE WS-TXF-STATUS TO AP-FILE-STATUS
        MOVE "CONVERT-ONE-DETAIL" TO AP-PARAGRAPH
        PERFORM SEND-FAILURE-ALERT
    ELSE
        ADD 1 TO WS-CONVERTED-COUNT
    END-IF.

REJECT-CAMPAIGN-FEED.
    MOVE "REJECTED" TO WS-FEED-OUTCOME
    DISPLAY "HELLO-FEED-IN: FILE " WS-FEED-SEQ " FROM "
        WS-FEED-SENDER-ID " REJECTED - " WS-REJECT-REASON
    DISPLAY "HELLO-FEED-IN: NO TRANSACTIONS TAKEN FROM HELLOCFD "
        "TONIGHT"
    IF WS-RETURN-CODE = 0
        MOVE 4 TO WS-RETURN-CODE
    END-IF
    MOVE "HELLO-FEED-IN" TO AP-PROGRAM-ID
    MOVE "HELLOCFD" TO AP-DD-NAME
    MOVE SPACES TO AP-FILE-STATUS
    MOVE "REJECT-CAMPAIGN-FEED" TO AP-PARAGRAPH
    MOVE "W" TO AP-SEVERITY
    CALL "HELLOALR" USING HELLO-ALERT-PARMS.

WRITE-REGISTER-ENTRY.
    MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP
    OPEN EXTEND HELLO-CFG-FILE
    IF WS-CFG-STATUS = "05" OR WS-CFG-STATUS = "35"
        CLOSE HELLO-CFG-FILE
        OPEN OUTPUT HELLO-CFG-FILE
    END-IF
    IF WS-CFG-STATUS NOT = "00"
        DISPLAY "HELLO-FEED-IN: UNABLE TO OPEN HELLOCFG - STATUS "
            WS-CFG-STATUS
        MOVE 8 TO WS-RETURN-CODE
        MOVE "HELLOCFG" TO AP-DD-NAME
        MOVE WS-CFG-STATUS TO AP-FILE-STATUS
        MOVE "WRITE-REGISTER-ENTRY" TO AP-PARAGRAPH
        PERFORM SEND-FAILURE-ALERT
    ELSE
        MOVE WS-RUN-DATE TO CG-RUN-DATE
        MOVE WS-CURRENT-TIMESTAMP(9:6) TO CG-RUN-TIME
        MOVE WS-JOB-ID TO CG-JOB-ID
        MOVE WS-FEED-SENDER-ID TO CG-SENDER-ID
        MOVE WS-FEED-SEQ TO CG-FILE-SEQ
        MOVE WS-FEED-CREATED-DATE TO CG-CREATED-DATE
        MOVE WS-FEED-OUTCOME TO CG-STATUS
        MOVE WS-DETAIL-COUNT TO CG-DETAIL-COUNT
        MOVE WS-KEY-HASH TO CG-KEY-HASH
        MOVE WS-REJECT-REASON TO CG-REASON
        WRITE HELLO-FEED-REGISTER-RECORD
        IF WS-CFG-STATUS NOT = "00"
            DISPLAY "HELLO-FEED-IN: HELLOCFG WRITE FAILED - STATUS "
                WS-CFG-STATUS
            MOVE 8 TO WS-RETURN-CODE
            MOVE "HELLOCFG" TO AP-DD-NAME
            MOVE WS-CFG-STATUS TO AP-FILE-STATUS
            MOVE "WRITE-REGISTER-ENTRY" TO AP-PARAGRAPH
            PERFORM SEND-FAILURE-ALERT
        END-IF
        CLOSE HELLO-CFG-FILE
    END-IF.

SEND-FAILURE-ALERT.
    MOVE "HELLO-FEED-IN" TO AP-PROGRAM-ID
    MOVE "C" TO AP-SEVERITY
    CALL "HELLOALR" USING HELLO-ALERT-PARMS.

CLOSE-FEED-OUTPUT.
    IF TXF-OPEN
        CLOSE HELLO-TXF-FILE
    END-IF.
