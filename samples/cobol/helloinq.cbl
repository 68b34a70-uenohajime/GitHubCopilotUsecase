DATA DIVISION.
FILE SECTION.
FD  HELLO-JRNL-FILE.
01  HELLO-JRNL-INPUT-RECORD            PIC X(181).
FD  HELLO-IRP-FILE.
    COPY HELLOIRL.
WORKING-STORAGE SECTION.
    05  ID-ACTION                   PIC X(6).
    05  FILLER                      PIC X(2)  VALUE SPACES.
    05  ID-GREETING-ID              PIC X(6).
    05  FILLER                      PIC X(6)  VALUE "  REQ ".
    05  ID-REQUESTER-ID             PIC X(8).
    05  FILLER                      PIC X(6)  VALUE "  APV ".
    05  ID-APPROVER-ID              PIC X(8).
01  WS-INQ-IMAGE-LINE.
    05  IL-IMAGE-TAG                PIC X(10).
    05  IL-IMAGE                    PIC X(65).
        IF HELLO-JRNL-INPUT-RECORD(1:1) = "T"
            MOVE SPACES TO HELLO-JOURNAL-RECORD
        ELSE
            MOVE HELLO-JRNL-INPUT-RECORD(2:180)
                TO HELLO-JOURNAL-RECORD
        END-IF
    ELSE
        MOVE HELLO-JRNL-INPUT-RECORD(1:180)
            TO HELLO-JOURNAL-RECORD
    END-IF
    IF HELLO-JOURNAL-RECORD NOT = SPACES
    MOVE JR-JOB-ID TO ID-JOB-ID
    MOVE JR-ACTION TO ID-ACTION
    MOVE JR-GREETING-ID TO ID-GREETING-ID
    MOVE JR-REQUESTER-ID TO ID-REQUESTER-ID
    MOVE JR-APPROVER-ID TO ID-APPROVER-ID
    MOVE WS-INQ-DETAIL TO HELLO-INQUIRY-LINE
    WRITE HELLO-INQUIRY-LINE
    MOVE "  BEFORE" TO IL-IMAGE-TAG
