    SELECT HELLO-SAU-FILE ASSIGN TO HELLOSAU
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS WS-SAU-STATUS.
    SELECT HELLO-RPA-FILE ASSIGN TO HELLORPA
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS WS-RPA-STATUS.
    SELECT HELLO-SORT-FILE ASSIGN TO HELLOSRT.
DATA DIVISION.
FILE SECTION.
    COPY HELLOTMR.
FD  HELLO-SAU-FILE.
    COPY HELLOSAR.
FD  HELLO-RPA-FILE.
    COPY HELLORAR.
SD  HELLO-SORT-FILE.
01  HELLO-SORT-RECORD.
    05  SR-LANG-SEQ                 PIC 9(2).
01  WS-SEAS-STATUS PIC XX.
01  WS-TIM-STATUS PIC XX.
01  WS-SAU-STATUS PIC XX.
01  WS-RPA-STATUS PIC XX.
01  WS-RPA-OPEN PIC X VALUE "N".
    88  RPA-OPEN                    VALUE "Y".
01  WS-RPT-LINE-SEQ PIC 9(5) VALUE 0.
01  WS-LRP-LINE-SEQ PIC 9(5) VALUE 0.
01  WS-STEP-START-TIME PIC 9(6) VALUE 0.
01  WS-GREETING-SOURCE PIC X(8) VALUE "DEFAULT".
01  WS-SEAS-MATCH-START PIC 9(8) VALUE 0.
        "ACTIVE GREETINGS: ".
    05  GT-COUNT                    PIC ZZZ9.
    COPY HELLOALP.
    COPY HELLOBDP.
01  WS-REPORT-DETAIL.
    05  FILLER                      PIC X(2)  VALUE SPACES.
    05  RD-GREETING-ID              PIC X(6).
    05  FILLER                      PIC X(2)  VALUE SPACES.
    05  RD-LANGUAGE-CODE            PIC X(3).
PROCEDURE DIVISION.
    PERFORM READ-BUSINESS-DATE
    IF WS-RETURN-CODE = 8
        MOVE WS-RETURN-CODE TO RETURN-CODE
        STOP RUN
    END-IF
    PERFORM READ-CHECKPOINT
    PERFORM SET-STEP-START
    PERFORM READ-HELLO-PARM
    MOVE WS-RETURN-CODE TO RETURN-CODE
    STOP RUN.

READ-BUSINESS-DATE.
    MOVE "HELLO-WORLD" TO BP-PROGRAM-ID
    CALL "HELLOBDT" USING HELLO-BUSDATE-PARMS
    IF BP-DATE-OK
        MOVE BP-BUSINESS-DATE TO WS-RUN-DATE
    ELSE
        DISPLAY "HELLO-WORLD: NO BUSINESS DATE AVAILABLE FROM HELLOBDC"
        MOVE 8 TO WS-RETURN-CODE
        MOVE "HELLOBDC" TO AP-DD-NAME
        MOVE SPACES TO AP-FILE-STATUS
        MOVE "READ-BUSINESS-DATE" TO AP-PARAGRAPH
        PERFORM SEND-FAILURE-ALERT
    END-IF.

READ-HELLO-PARM.
    OPEN INPUT HELLO-PARM-FILE
    IF WS-PARM-STATUS = "00"
                        MOVE LF-LANGUAGE-CODE TO LANG-CODE(WS-LANG-COUNT)
                        MOVE LF-GREETING-TEXT
                            TO LANG-GREETING-TEXT(WS-LANG-COUNT)
                        MOVE LF-STATUS TO LANG-STATUS(WS-LANG-COUNT)
                    END-IF
            END-READ
        END-PERFORM
        SET LANG-IDX TO 1
        PERFORM UNTIL LANG-IDX > WS-LANG-COUNT OR LANG-FOUND
            IF LANG-CODE(LANG-IDX) = WS-LANGUAGE-CODE
                    AND NOT LANG-RETIRED(LANG-IDX)
                MOVE LANG-GREETING-TEXT(LANG-IDX) TO WS-DISPLAY-GREETING
                MOVE "Y" TO WS-LANG-FOUND
                MOVE "LANGTAB" TO WS-GREETING-SOURCE
    PERFORM CHECK-SEASONAL-OVERRIDE.

CHECK-SEASONAL-OVERRIDE.
    MOVE "N" TO WS-SEAS-EOF
    MOVE "N" TO WS-SEAS-FOUND
    IF WS-LANGUAGE-CODE = SPACES
    END-IF.

GENERATE-HELLO-REPORT.
    MOVE SPACES TO WS-REPORT-HEADING-2
    STRING "RUN DATE: " WS-RUN-DATE DELIMITED BY SIZE
        INTO WS-REPORT-HEADING-2
            PERFORM SEND-FAILURE-ALERT
            CLOSE HELLO-MASTER-FILE
        ELSE
            PERFORM OPEN-REPORT-ARCHIVE
            MOVE WS-REPORT-HEADING-1 TO HELLO-REPORT-LINE
            PERFORM WRITE-RPT-LINE
            IF WS-RETURN-CODE NOT = 8
                PERFORM WRITE-RPT-LINE
            END-IF
            CLOSE HELLO-RPT-FILE
            IF RPA-OPEN
                CLOSE HELLO-RPA-FILE
                MOVE "N" TO WS-RPA-OPEN
            END-IF
        END-IF
    END-IF.

        MOVE WS-RPT-STATUS TO AP-FILE-STATUS
        MOVE "WRITE-RPT-LINE" TO AP-PARAGRAPH
        PERFORM SEND-FAILURE-ALERT
    ELSE
        IF RPA-OPEN
            ADD 1 TO WS-RPT-LINE-SEQ
            MOVE "HELLORPT" TO RA-REPORT-DD
            MOVE 0 TO RA-REPORT-SEQ
            MOVE SPACES TO RA-LANGUAGE-CODE
            MOVE WS-RPT-LINE-SEQ TO RA-LINE-SEQ
            MOVE HELLO-REPORT-LINE TO RA-REPORT-LINE
            PERFORM WRITE-ARCHIVE-RECORD
        END-IF
    END-IF.

WRITE-LRP-LINE.
        MOVE WS-LRP-STATUS TO AP-FILE-STATUS
        MOVE "WRITE-LRP-LINE" TO AP-PARAGRAPH
        PERFORM SEND-FAILURE-ALERT
    ELSE
        IF RPA-OPEN
            ADD 1 TO WS-LRP-LINE-SEQ
            MOVE WS-LRP-DD-NAME TO RA-REPORT-DD
            MOVE WS-LRP-DD-SEQ TO RA-REPORT-SEQ
            MOVE LANG-CODE(WS-LRP-DD-SEQ) TO RA-LANGUAGE-CODE
            MOVE WS-LRP-LINE-SEQ TO RA-LINE-SEQ
            MOVE HELLO-REGION-REPORT-LINE TO RA-REPORT-LINE
            PERFORM WRITE-ARCHIVE-RECORD
        END-IF
    END-IF.

OPEN-REPORT-ARCHIVE.
    ACCEPT WS-JOB-ID FROM ENVIRONMENT "JOBID"
    MOVE 0 TO WS-RPT-LINE-SEQ
    OPEN EXTEND HELLO-RPA-FILE
    IF WS-RPA-STATUS = "05" OR WS-RPA-STATUS = "35"
        CLOSE HELLO-RPA-FILE
        OPEN OUTPUT HELLO-RPA-FILE
    END-IF
    IF WS-RPA-STATUS NOT = "00"
        DISPLAY "HELLO-WORLD: HELLORPA UNAVAILABLE - STATUS "
            WS-RPA-STATUS " - REPORTS NOT ARCHIVED"
        IF WS-RETURN-CODE = 0
            MOVE 4 TO WS-RETURN-CODE
        END-IF
    ELSE
        MOVE "Y" TO WS-RPA-OPEN
    END-IF.

WRITE-ARCHIVE-RECORD.
    MOVE WS-RUN-DATE TO RA-RUN-DATE
    MOVE WS-JOB-ID TO RA-JOB-ID
    MOVE WS-STEP-START-TIME TO RA-RUN-TIME
    WRITE HELLO-REPORT-ARCHIVE-RECORD
    IF WS-RPA-STATUS NOT = "00"
        DISPLAY "HELLO-WORLD: HELLORPA WRITE FAILED - STATUS "
            WS-RPA-STATUS " - REPORT ARCHIVE INCOMPLETE FOR "
            WS-RUN-DATE
        IF WS-RETURN-CODE = 0
            MOVE 4 TO WS-RETURN-CODE
        END-IF
        CLOSE HELLO-RPA-FILE
        MOVE "N" TO WS-RPA-OPEN
    END-IF.

RELEASE-ACTIVE-GREETINGS.
    PERFORM VARYING WS-SEQ-SUB FROM 1 BY 1
            UNTIL WS-SEQ-SUB > WS-LANG-COUNT
        IF LANG-CODE(WS-SEQ-SUB) = HM-LANGUAGE-CODE
                AND NOT LANG-RETIRED(WS-SEQ-SUB)
                AND SR-LANG-SEQ = 21
            MOVE WS-SEQ-SUB TO SR-LANG-SEQ
        END-IF
    END-IF.

EMIT-EMPTY-GROUP.
    IF NOT LANG-RETIRED(WS-EMPTY-SEQ)
        MOVE WS-EMPTY-SEQ TO WS-GROUP-SEQ
        PERFORM OPEN-LANGUAGE-GROUP
        IF WS-RETURN-CODE NOT = 8
            PERFORM CLOSE-LANGUAGE-GROUP
        END-IF
    END-IF
    ADD 1 TO WS-EMPTY-SEQ.

        MOVE LANG-CODE(WS-GROUP-SEQ) TO ST-LANGUAGE-CODE
        MOVE SPACES TO GH-LANGUAGE-NOTE
        MOVE WS-GROUP-SEQ TO WS-LRP-DD-SEQ
        MOVE 0 TO WS-LRP-LINE-SEQ
        OPEN OUTPUT HELLO-LRP-FILE
        IF WS-LRP-STATUS NOT = "00"
            DISPLAY "HELLO-WORLD: UNABLE TO OPEN " WS-LRP-DD-NAME
        CLOSE HELLO-LOG-FILE
        OPEN OUTPUT HELLO-LOG-FILE
    END-IF
    MOVE WS-RUN-DATE TO HL-RUN-DATE
    MOVE WS-CURRENT-TIMESTAMP(9:6) TO HL-RUN-TIME
    MOVE WS-JOB-ID TO HL-JOB-ID
    MOVE WS-RETURN-CODE TO HL-RETURN-CODE
    END-IF
    MOVE SPACES TO HELLO-EXTRACT-LINE
    STRING
        WS-RUN-DATE DELIMITED BY SIZE
        "," DELIMITED BY SIZE
        WS-CURRENT-TIMESTAMP(9:6) DELIMITED BY SIZE
        "," DELIMITED BY SIZE
            MOVE 4 TO WS-RETURN-CODE
        END-IF
    ELSE
        MOVE WS-RUN-DATE TO SA-RUN-DATE
        MOVE WS-CURRENT-TIMESTAMP(9:6) TO SA-RUN-TIME
        MOVE WS-JOB-ID TO SA-JOB-ID
        MOVE WS-LANGUAGE-CODE TO SA-LANG-REQUESTED
            MOVE 4 TO WS-RETURN-CODE
        END-IF
    ELSE
        MOVE WS-RUN-DATE TO TM-RUN-DATE
        MOVE WS-JOB-ID TO TM-JOB-ID
        MOVE WS-LAST-STEP TO TM-STEP-NUMBER
        MOVE WS-STEP-START-TIME TO TM-START-TIME
