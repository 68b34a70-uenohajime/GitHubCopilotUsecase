IDENTIFICATION DIVISION.
PROGRAM-ID. HELLO-DOSSIER.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT HELLO-DSI-FILE ASSIGN TO HELLODSI
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS WS-DSI-STATUS.
    SELECT HELLO-MASTER-FILE ASSIGN TO HELLOMST
        ORGANIZATION INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS HM-GREETING-ID
        FILE STATUS IS WS-MASTER-STATUS.
    SELECT HELLO-PND-FILE ASSIGN TO HELLOPND
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS WS-PND-STATUS.
    SELECT HELLO-CAL-FILE ASSIGN TO HELLOCAL
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS WS-CAL-STATUS.
    SELECT HELLO-SUS-FILE ASSIGN TO HELLOSUS
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS WS-SUS-STATUS.
    SELECT HELLO-HLD-FILE ASSIGN TO HELLOHLD
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS WS-HLD-STATUS.
    SELECT HELLO-JRNL-FILE ASSIGN TO HELLOJRN
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS WS-JRNL-STATUS.
    SELECT HELLO-HIST-FILE ASSIGN TO HELLOHST
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS WS-HIST-STATUS.
    SELECT HELLO-SAU-FILE ASSIGN TO HELLOSAU
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS WS-SAU-STATUS.
    SELECT HELLO-DRP-FILE ASSIGN TO HELLODRP
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS WS-DRP-STATUS.
    SELECT HELLO-SORT-FILE ASSIGN TO HELLOSRT.
DATA DIVISION.
FILE SECTION.
FD  HELLO-DSI-FILE.
01  HELLO-DOSSIER-ID-RECORD.
    05  DL-GREETING-ID              PIC X(6).
    05  FILLER                      PIC X(74).
FD  HELLO-MASTER-FILE.
    COPY HELLOMST.
FD  HELLO-PND-FILE.
    COPY HELLOPNR.
FD  HELLO-CAL-FILE.
    COPY HELLOCAR.
FD  HELLO-SUS-FILE.
    COPY HELLOSUR.
FD  HELLO-HLD-FILE.
    COPY HELLOHDR.
FD  HELLO-JRNL-FILE.
01  HELLO-JRNL-INPUT-RECORD            PIC X(180).
FD  HELLO-HIST-FILE.
    COPY HELLOHSR.
FD  HELLO-SAU-FILE.
    COPY HELLOSAR.
FD  HELLO-DRP-FILE.
    COPY HELLODRL.
SD  HELLO-SORT-FILE.
01  HELLO-SORT-RECORD.
    05  SJ-RUN-DATE                 PIC 9(8).
    05  SJ-RUN-TIME                 PIC 9(6).
    05  SJ-READ-SEQ                 PIC 9(7).
    05  SJ-JOURNAL-IMAGE            PIC X(180).
WORKING-STORAGE SECTION.
    COPY HELLOTXR.
    COPY HELLOJNR.
01  WS-DSI-STATUS PIC XX.
01  WS-MASTER-STATUS PIC XX.
01  WS-PND-STATUS PIC XX.
01  WS-CAL-STATUS PIC XX.
01  WS-SUS-STATUS PIC XX.
01  WS-HLD-STATUS PIC XX.
01  WS-JRNL-STATUS PIC XX.
01  WS-HIST-STATUS PIC XX.
01  WS-SAU-STATUS PIC XX.
01  WS-DRP-STATUS PIC XX.
01  WS-RETURN-CODE PIC 9(2) VALUE 0.
01  WS-DOS-ID-PARM PIC X(6) VALUE SPACES.
01  WS-DOS-ID PIC X(6) VALUE SPACES.
01  WS-DSI-EOF PIC X VALUE "N".
    88  DSI-EOF                     VALUE "Y".
01  WS-PND-EOF PIC X VALUE "N".
    88  PND-EOF                     VALUE "Y".
01  WS-CAL-EOF PIC X VALUE "N".
    88  CAL-EOF                     VALUE "Y".
01  WS-SUS-EOF PIC X VALUE "N".
    88  SUS-EOF                     VALUE "Y".
01  WS-HLD-EOF PIC X VALUE "N".
    88  HLD-EOF                     VALUE "Y".
01  WS-JRNL-EOF PIC X VALUE "N".
    88  JRNL-EOF                    VALUE "Y".
01  WS-HIST-EOF PIC X VALUE "N".
    88  HIST-EOF                    VALUE "Y".
01  WS-SAU-EOF PIC X VALUE "N".
    88  SAU-EOF                     VALUE "Y".
01  WS-SORT-EOF PIC X VALUE "N".
    88  SORT-EOF                    VALUE "Y".
01  WS-MASTER-OPEN PIC X VALUE "N".
    88  MASTER-OPEN                 VALUE "Y".
01  WS-JRNL-AVAILABLE PIC X VALUE "N".
    88  JRNL-AVAILABLE              VALUE "Y".
01  WS-TEXT-MATCH PIC X VALUE "N".
    88  TEXT-MATCHED                VALUE "Y".
01  WS-ID-COUNT PIC 9(5) VALUE 0.
01  WS-NOT-FOUND-COUNT PIC 9(5) VALUE 0.
01  WS-ID-HIT-COUNT PIC 9(5) VALUE 0.
01  WS-SECTION-COUNT PIC 9(5) VALUE 0.
01  WS-JRNL-READ-SEQ PIC 9(7) VALUE 0.
01  WS-RELEASE-DATE PIC 9(8) VALUE 0.
01  WS-SECTION-TITLE PIC X(77) VALUE SPACES.
01  WS-UNAVAIL-DD PIC X(8) VALUE SPACES.
01  WS-UNAVAIL-STATUS PIC XX VALUE SPACES.
01  WS-IMAGE-TAG PIC X(8) VALUE SPACES.
01  WS-IMAGE-WORK.
    05  IW-GREETING-ID              PIC X(6).
    05  IW-GREETING-TEXT            PIC X(40).
    05  IW-EFFECTIVE-DATE           PIC X(8).
    05  IW-LANGUAGE-CODE            PIC X(3).
    05  IW-EXPIRY-DATE              PIC X(8).
01  WS-MATCH-TEXT PIC X(40) VALUE SPACES.
01  WS-KNOWN-TEXT-TABLE.
    05  WS-KNOWN-TEXT-COUNT         PIC 9(2) VALUE 0.
    05  WS-KNOWN-TEXT               PIC X(40) OCCURS 50 TIMES.
01  WS-TEXT-SUB PIC 9(2) VALUE 0.
01  WS-LIFE-EVENT-TABLE.
    05  WS-LIFE-EVENT-COUNT         PIC 9(2) VALUE 0.
    05  WS-LIFE-EVENT OCCURS 50 TIMES.
        10  LE-EVENT-KEY.
            15  LE-EVENT-DATE       PIC X(8).
            15  LE-EVENT-TIME       PIC X(6).
        10  LE-JOB-ID               PIC X(8).
        10  LE-ACTION               PIC X(6).
        10  LE-IMAGE                PIC X(65).
01  WS-NEW-EVENT.
    05  NE-EVENT-KEY.
        10  NE-EVENT-DATE           PIC X(8).
        10  NE-EVENT-TIME           PIC X(6).
    05  NE-JOB-ID                   PIC X(8).
    05  NE-ACTION                   PIC X(6).
    05  NE-IMAGE                    PIC X(65).
01  WS-EVENT-SUB PIC 9(2) VALUE 0.
01  WS-EVENT-POS PIC 9(2) VALUE 0.
01  WS-EVENT-OVERFLOW PIC 9(5) VALUE 0.
01  WS-DRP-HEADING-1                PIC X(80)
        VALUE "HELLO-MASTER GREETING LIFECYCLE DOSSIER".
01  WS-DRP-HEADING-2                PIC X(80).
01  WS-DRP-HEADING-3.
    05  FILLER                      PIC X(12) VALUE "    IMAGE".
    05  FILLER                      PIC X(41) VALUE "GREETING TEXT".
    05  FILLER                      PIC X(4)  VALUE "LNG".
    05  FILLER                      PIC X(9)  VALUE "EFF DATE".
    05  FILLER                      PIC X(8)  VALUE "EXP DATE".
01  WS-DRP-GREETING-LINE.
    05  FILLER                      PIC X(18) VALUE
        "===== GREETING ID ".
    05  DG-GREETING-ID              PIC X(6).
    05  FILLER                      PIC X(6)  VALUE " =====".
01  WS-DRP-SECTION-LINE.
    05  FILLER                      PIC X(3)  VALUE "-- ".
    05  DT-SECTION-TITLE            PIC X(77).
01  WS-DRP-NONE-LINE                PIC X(80)
        VALUE "  NONE FOUND".
01  WS-DRP-UNAVAIL-LINE.
    05  FILLER                      PIC X(2)  VALUE SPACES.
    05  DU-DD-NAME                  PIC X(8).
    05  FILLER                      PIC X(22) VALUE
        " UNAVAILABLE - STATUS ".
    05  DU-FILE-STATUS              PIC X(2).
    05  FILLER                      PIC X(22) VALUE
        " - SECTION NOT CHECKED".
01  WS-DRP-IMAGE-LINE.
    05  FILLER                      PIC X(4)  VALUE SPACES.
    05  DI-IMAGE-TAG                PIC X(8).
    05  DI-GREETING-TEXT            PIC X(40).
    05  FILLER                      PIC X(1)  VALUE SPACES.
    05  DI-LANGUAGE-CODE            PIC X(3).
    05  FILLER                      PIC X(1)  VALUE SPACES.
    05  DI-EFFECTIVE-DATE           PIC X(8).
    05  FILLER                      PIC X(1)  VALUE SPACES.
    05  DI-EXPIRY-DATE              PIC X(8).
01  WS-DRP-EVENT-LINE.
    05  FILLER                      PIC X(2)  VALUE SPACES.
    05  DE-RUN-DATE                 PIC X(8).
    05  FILLER                      PIC X(1)  VALUE SPACES.
    05  DE-RUN-TIME                 PIC X(6).
    05  FILLER                      PIC X(1)  VALUE SPACES.
    05  DE-JOB-ID                   PIC X(8).
    05  FILLER                      PIC X(1)  VALUE SPACES.
    05  DE-ACTION                   PIC X(6).
    05  FILLER                      PIC X(1)  VALUE SPACES.
    05  DE-DETAIL                   PIC X(46).
01  WS-DRP-PENDING-LINE.
    05  FILLER                      PIC X(9)  VALUE "  ACTION ".
    05  DP-ACTION                   PIC X(1).
    05  FILLER                      PIC X(8)  VALUE " STORED ".
    05  DP-STORED-DATE              PIC 9(8).
    05  FILLER                      PIC X(8)  VALUE " CYCLES ".
    05  DP-CYCLE-COUNT              PIC 9(2).
    05  FILLER                      PIC X(9)  VALUE " RELEASE ".
    05  DP-RELEASE                  PIC X(16).
    05  FILLER                      PIC X(5)  VALUE " REQ ".
    05  DP-REQUESTER-ID             PIC X(8).
01  WS-DRP-SUSPENSE-LINE.
    05  FILLER                      PIC X(9)  VALUE "  ACTION ".
    05  DS-ACTION                   PIC X(1).
    05  FILLER                      PIC X(8)  VALUE " REASON ".
    05  DS-REASON-CODE              PIC X(4).
    05  FILLER                      PIC X(8)  VALUE " CYCLES ".
    05  DS-CYCLE-COUNT              PIC 9(2).
    05  FILLER                      PIC X(5)  VALUE " REQ ".
    05  DS-REQUESTER-ID             PIC X(8).
    05  FILLER                      PIC X(2)  VALUE SPACES.
    05  DS-REASON-TEXT              PIC X(24).
01  WS-DRP-HELD-LINE.
    05  FILLER                      PIC X(9)  VALUE "  ACTION ".
    05  DH-ACTION                   PIC X(1).
    05  FILLER                      PIC X(6)  VALUE " HELD ".
    05  DH-HELD-DATE                PIC 9(8).
    05  FILLER                      PIC X(8)  VALUE " REASON ".
    05  DH-HOLD-REASON              PIC X(4).
    05  FILLER                      PIC X(5)  VALUE " APV ".
    05  DH-APPROVER-ID              PIC X(8).
    05  FILLER                      PIC X(5)  VALUE " REQ ".
    05  DH-REQUESTER-ID             PIC X(8).
    05  FILLER                      PIC X(2)  VALUE SPACES.
    05  DH-REASON-TEXT              PIC X(14).
01  WS-DRP-SAU-LINE.
    05  FILLER                      PIC X(2)  VALUE SPACES.
    05  DA-RUN-DATE                 PIC 9(8).
    05  FILLER                      PIC X(1)  VALUE SPACES.
    05  DA-RUN-TIME                 PIC 9(6).
    05  FILLER                      PIC X(1)  VALUE SPACES.
    05  DA-JOB-ID                   PIC X(8).
    05  FILLER                      PIC X(1)  VALUE SPACES.
    05  DA-LANG-REQUESTED           PIC X(3).
    05  FILLER                      PIC X(1)  VALUE SPACES.
    05  DA-SOURCE                   PIC X(8).
    05  FILLER                      PIC X(1)  VALUE SPACES.
    05  DA-GREETING-TEXT            PIC X(40).
01  WS-DRP-MESSAGE-LINE             PIC X(80).
01  WS-DRP-TOTAL-LINE.
    05  FILLER                      PIC X(23) VALUE
        "GREETING IDS INQUIRED: ".
    05  DX-IDS                      PIC ZZZZ9.
    05  FILLER                      PIC X(25) VALUE
        "  NOT FOUND ON ANY FILE: ".
    05  DX-NOT-FOUND                PIC ZZZZ9.
PROCEDURE DIVISION.
    PERFORM READ-DOSSIER-PARMS
    PERFORM OPEN-DOSSIER-FILES
    IF WS-RETURN-CODE NOT = 8
        PERFORM WRITE-DOSSIER-HEADINGS
        IF WS-DOS-ID-PARM NOT = SPACES
            MOVE WS-DOS-ID-PARM TO WS-DOS-ID
            PERFORM WRITE-GREETING-DOSSIER
        ELSE
            PERFORM READ-ID-LIST UNTIL DSI-EOF
            CLOSE HELLO-DSI-FILE
        END-IF
        PERFORM WRITE-DOSSIER-TOTALS
        PERFORM CLOSE-DOSSIER-FILES
    END-IF
    MOVE WS-RETURN-CODE TO RETURN-CODE
    STOP RUN.

READ-DOSSIER-PARMS.
    ACCEPT WS-DOS-ID-PARM FROM ENVIRONMENT "DOSID".

OPEN-DOSSIER-FILES.
    OPEN OUTPUT HELLO-DRP-FILE
    IF WS-DRP-STATUS NOT = "00"
        DISPLAY "HELLO-DOSSIER: UNABLE TO OPEN HELLODRP - STATUS "
            WS-DRP-STATUS
        MOVE 8 TO WS-RETURN-CODE
    END-IF
    IF WS-RETURN-CODE = 0 AND WS-DOS-ID-PARM = SPACES
        OPEN INPUT HELLO-DSI-FILE
        IF WS-DSI-STATUS NOT = "00"
            DISPLAY "HELLO-DOSSIER: DOSID NOT SET AND HELLODSI ID "
                "LIST MISSING OR UNAVAILABLE - STATUS " WS-DSI-STATUS
            MOVE 8 TO WS-RETURN-CODE
            CLOSE HELLO-DRP-FILE
        END-IF
    END-IF
    IF WS-RETURN-CODE = 0
        OPEN INPUT HELLO-MASTER-FILE
        IF WS-MASTER-STATUS = "00"
            MOVE "Y" TO WS-MASTER-OPEN
        ELSE
            DISPLAY "HELLO-DOSSIER: HELLOMST UNAVAILABLE - STATUS "
                WS-MASTER-STATUS " - MASTER IMAGES NOT SHOWN"
            MOVE 4 TO WS-RETURN-CODE
        END-IF
    END-IF.

WRITE-DOSSIER-HEADINGS.
    MOVE WS-DRP-HEADING-1 TO HELLO-DOSSIER-LINE
    WRITE HELLO-DOSSIER-LINE
    MOVE SPACES TO WS-DRP-HEADING-2
    IF WS-DOS-ID-PARM NOT = SPACES
        STRING "GREETING ID " WS-DOS-ID-PARM
            DELIMITED BY SIZE INTO WS-DRP-HEADING-2
    ELSE
        MOVE "GREETING IDS LISTED ON HELLODSI" TO WS-DRP-HEADING-2
    END-IF
    MOVE WS-DRP-HEADING-2 TO HELLO-DOSSIER-LINE
    WRITE HELLO-DOSSIER-LINE
    MOVE WS-DRP-HEADING-3 TO HELLO-DOSSIER-LINE
    WRITE HELLO-DOSSIER-LINE.

READ-ID-LIST.
    READ HELLO-DSI-FILE
        AT END
            MOVE "Y" TO WS-DSI-EOF
        NOT AT END
            IF DL-GREETING-ID NOT = SPACES
                    AND DL-GREETING-ID(1:1) NOT = "*"
                MOVE DL-GREETING-ID TO WS-DOS-ID
                PERFORM WRITE-GREETING-DOSSIER
            END-IF
    END-READ.

WRITE-GREETING-DOSSIER.
    ADD 1 TO WS-ID-COUNT
    MOVE 0 TO WS-ID-HIT-COUNT
    MOVE 0 TO WS-KNOWN-TEXT-COUNT
    MOVE 0 TO WS-LIFE-EVENT-COUNT
    MOVE 0 TO WS-EVENT-OVERFLOW
    MOVE SPACES TO HELLO-DOSSIER-LINE
    WRITE HELLO-DOSSIER-LINE
    MOVE WS-DOS-ID TO DG-GREETING-ID
    MOVE WS-DRP-GREETING-LINE TO HELLO-DOSSIER-LINE
    WRITE HELLO-DOSSIER-LINE
    PERFORM LIST-MASTER-IMAGE
    PERFORM LIST-PENDING-ITEMS
    PERFORM LIST-SUSPENSE-ITEMS
    PERFORM LIST-HELD-ITEMS
    PERFORM LIST-JOURNAL-CHANGES
    PERFORM LIST-PURGES-AND-RESTORES
    PERFORM LIST-DISPLAYED-RUNS
    IF WS-ID-HIT-COUNT = 0
        ADD 1 TO WS-NOT-FOUND-COUNT
        MOVE SPACES TO WS-DRP-MESSAGE-LINE
        STRING "GREETING " WS-DOS-ID " IS NOT ON ANY FILE CHECKED"
            DELIMITED BY SIZE INTO WS-DRP-MESSAGE-LINE
        MOVE WS-DRP-MESSAGE-LINE TO HELLO-DOSSIER-LINE
        WRITE HELLO-DOSSIER-LINE
        DISPLAY "HELLO-DOSSIER: GREETING " WS-DOS-ID
            " NOT FOUND ON ANY FILE"
    END-IF.

WRITE-SECTION-HEADING.
    MOVE 0 TO WS-SECTION-COUNT
    MOVE WS-SECTION-TITLE TO DT-SECTION-TITLE
    MOVE WS-DRP-SECTION-LINE TO HELLO-DOSSIER-LINE
    WRITE HELLO-DOSSIER-LINE.

WRITE-NONE-FOUND.
    IF WS-SECTION-COUNT = 0
        MOVE WS-DRP-NONE-LINE TO HELLO-DOSSIER-LINE
        WRITE HELLO-DOSSIER-LINE
    END-IF.

WRITE-UNAVAILABLE-LINE.
    MOVE WS-UNAVAIL-DD TO DU-DD-NAME
    MOVE WS-UNAVAIL-STATUS TO DU-FILE-STATUS
    MOVE WS-DRP-UNAVAIL-LINE TO HELLO-DOSSIER-LINE
    WRITE HELLO-DOSSIER-LINE
    DISPLAY "HELLO-DOSSIER: " WS-UNAVAIL-DD
        " UNAVAILABLE - STATUS " WS-UNAVAIL-STATUS
        " - GREETING " WS-DOS-ID " SECTION NOT CHECKED"
    IF WS-RETURN-CODE = 0
        MOVE 4 TO WS-RETURN-CODE
    END-IF.

COUNT-SECTION-ITEM.
    ADD 1 TO WS-SECTION-COUNT
    ADD 1 TO WS-ID-HIT-COUNT.

WRITE-IMAGE-LINE.
    MOVE WS-IMAGE-TAG TO DI-IMAGE-TAG
    MOVE IW-GREETING-TEXT TO DI-GREETING-TEXT
    MOVE IW-LANGUAGE-CODE TO DI-LANGUAGE-CODE
    MOVE IW-EFFECTIVE-DATE TO DI-EFFECTIVE-DATE
    MOVE IW-EXPIRY-DATE TO DI-EXPIRY-DATE
    MOVE WS-DRP-IMAGE-LINE TO HELLO-DOSSIER-LINE
    WRITE HELLO-DOSSIER-LINE.

LIST-MASTER-IMAGE.
    MOVE "HELLO-MASTER - CURRENT IMAGE" TO WS-SECTION-TITLE
    PERFORM WRITE-SECTION-HEADING
    IF MASTER-OPEN
        MOVE WS-DOS-ID TO HM-GREETING-ID
        READ HELLO-MASTER-FILE
            INVALID KEY
                CONTINUE
            NOT INVALID KEY
                MOVE HELLO-MASTER-RECORD TO WS-IMAGE-WORK
                MOVE "CURRENT" TO WS-IMAGE-TAG
                PERFORM WRITE-IMAGE-LINE
                PERFORM ADD-KNOWN-TEXT
                PERFORM COUNT-SECTION-ITEM
        END-READ
        IF WS-MASTER-STATUS NOT = "00"
                AND WS-MASTER-STATUS NOT = "23"
            MOVE "HELLOMST" TO WS-UNAVAIL-DD
            MOVE WS-MASTER-STATUS TO WS-UNAVAIL-STATUS
            PERFORM WRITE-UNAVAILABLE-LINE
        ELSE
            PERFORM WRITE-NONE-FOUND
        END-IF
    ELSE
        MOVE "HELLOMST" TO WS-UNAVAIL-DD
        MOVE WS-MASTER-STATUS TO WS-UNAVAIL-STATUS
        PERFORM WRITE-UNAVAILABLE-LINE
    END-IF.

LIST-PENDING-ITEMS.
    MOVE "HELLOPND - PENDING ITEM AND RELEASE DATE"
        TO WS-SECTION-TITLE
    PERFORM WRITE-SECTION-HEADING
    MOVE "N" TO WS-PND-EOF
    OPEN INPUT HELLO-PND-FILE
    IF WS-PND-STATUS NOT = "00"
        MOVE "HELLOPND" TO WS-UNAVAIL-DD
        MOVE WS-PND-STATUS TO WS-UNAVAIL-STATUS
        PERFORM WRITE-UNAVAILABLE-LINE
    ELSE
        PERFORM SCAN-PENDING UNTIL PND-EOF
        CLOSE HELLO-PND-FILE
        PERFORM WRITE-NONE-FOUND
    END-IF.

SCAN-PENDING.
    READ HELLO-PND-FILE
        AT END
            MOVE "Y" TO WS-PND-EOF
        NOT AT END
            MOVE PN-TXN-IMAGE TO HELLO-TXN-RECORD
            IF TX-GREETING-ID = WS-DOS-ID
                PERFORM WRITE-PENDING-ITEM
            END-IF
    END-READ.

WRITE-PENDING-ITEM.
    MOVE TX-ACTION TO DP-ACTION
    MOVE PN-STORED-DATE TO DP-STORED-DATE
    MOVE PN-CYCLE-COUNT TO DP-CYCLE-COUNT
    MOVE TX-REQUESTER-ID TO DP-REQUESTER-ID
    PERFORM FIND-RELEASE-DATE
    MOVE WS-DRP-PENDING-LINE TO HELLO-DOSSIER-LINE
    WRITE HELLO-DOSSIER-LINE
    MOVE HELLO-TXN-RECORD(2:65) TO WS-IMAGE-WORK
    MOVE "TXN" TO WS-IMAGE-TAG
    PERFORM WRITE-IMAGE-LINE
    PERFORM COUNT-SECTION-ITEM.

FIND-RELEASE-DATE.
    MOVE 99999999 TO WS-RELEASE-DATE
    IF TX-EFFECTIVE-DATE NOT NUMERIC
        MOVE "BAD EFF DATE" TO DP-RELEASE
    ELSE
        MOVE "N" TO WS-CAL-EOF
        OPEN INPUT HELLO-CAL-FILE
        IF WS-CAL-STATUS NOT = "00"
            MOVE "HELLOCAL MISSING" TO DP-RELEASE
            DISPLAY "HELLO-DOSSIER: HELLOCAL UNAVAILABLE - STATUS "
                WS-CAL-STATUS " - RELEASE DATE NOT SHOWN"
            IF WS-RETURN-CODE = 0
                MOVE 4 TO WS-RETURN-CODE
            END-IF
        ELSE
            PERFORM SCAN-RELEASE-CALENDAR UNTIL CAL-EOF
            CLOSE HELLO-CAL-FILE
            IF WS-RELEASE-DATE = 99999999
                MOVE "NOT YET ON CAL" TO DP-RELEASE
            ELSE
                MOVE WS-RELEASE-DATE TO DP-RELEASE
            END-IF
        END-IF
    END-IF.

SCAN-RELEASE-CALENDAR.
    READ HELLO-CAL-FILE
        AT END
            MOVE "Y" TO WS-CAL-EOF
        NOT AT END
            IF CA-PROCESSING-DAY
                    AND CA-DATE >= TX-EFFECTIVE-DATE
                    AND CA-DATE < WS-RELEASE-DATE
                MOVE CA-DATE TO WS-RELEASE-DATE
            END-IF
    END-READ.

LIST-SUSPENSE-ITEMS.
    MOVE "HELLOSUS - SUSPENSE ITEM, REASON AND CYCLE COUNT"
        TO WS-SECTION-TITLE
    PERFORM WRITE-SECTION-HEADING
    MOVE "N" TO WS-SUS-EOF
    OPEN INPUT HELLO-SUS-FILE
    IF WS-SUS-STATUS NOT = "00"
        MOVE "HELLOSUS" TO WS-UNAVAIL-DD
        MOVE WS-SUS-STATUS TO WS-UNAVAIL-STATUS
        PERFORM WRITE-UNAVAILABLE-LINE
    ELSE
        PERFORM SCAN-SUSPENSE UNTIL SUS-EOF
        CLOSE HELLO-SUS-FILE
        PERFORM WRITE-NONE-FOUND
    END-IF.

SCAN-SUSPENSE.
    READ HELLO-SUS-FILE
        AT END
            MOVE "Y" TO WS-SUS-EOF
        NOT AT END
            MOVE SU-TXN-IMAGE TO HELLO-TXN-RECORD
            IF TX-GREETING-ID = WS-DOS-ID
                PERFORM WRITE-SUSPENSE-ITEM
            END-IF
    END-READ.

WRITE-SUSPENSE-ITEM.
    MOVE TX-ACTION TO DS-ACTION
    MOVE SU-REASON-CODE TO DS-REASON-CODE
    MOVE SU-CYCLE-COUNT TO DS-CYCLE-COUNT
    MOVE TX-REQUESTER-ID TO DS-REQUESTER-ID
    EVALUATE TRUE
        WHEN SU-BAD-DATE
            MOVE "BAD EFFECTIVE DATE" TO DS-REASON-TEXT
        WHEN SU-BAD-LANGUAGE
            MOVE "UNKNOWN LANGUAGE CODE" TO DS-REASON-TEXT
        WHEN SU-BLANK-TEXT
            MOVE "BLANK GREETING TEXT" TO DS-REASON-TEXT
        WHEN SU-DUPLICATE-ID
            MOVE "DUPLICATE GREETING ID" TO DS-REASON-TEXT
        WHEN SU-BAD-EXPIRY
            MOVE "BAD EXPIRY DATE" TO DS-REASON-TEXT
        WHEN SU-NO-REQUESTER
            MOVE "NO REQUESTER" TO DS-REASON-TEXT
        WHEN OTHER
            MOVE SPACES TO DS-REASON-TEXT
    END-EVALUATE
    MOVE WS-DRP-SUSPENSE-LINE TO HELLO-DOSSIER-LINE
    WRITE HELLO-DOSSIER-LINE
    MOVE HELLO-TXN-RECORD(2:65) TO WS-IMAGE-WORK
    MOVE "TXN" TO WS-IMAGE-TAG
    PERFORM WRITE-IMAGE-LINE
    PERFORM COUNT-SECTION-ITEM.

LIST-HELD-ITEMS.
    MOVE "HELLOHLD - HELD AWAITING APPROVAL" TO WS-SECTION-TITLE
    PERFORM WRITE-SECTION-HEADING
    MOVE "N" TO WS-HLD-EOF
    OPEN INPUT HELLO-HLD-FILE
    IF WS-HLD-STATUS NOT = "00"
        MOVE "HELLOHLD" TO WS-UNAVAIL-DD
        MOVE WS-HLD-STATUS TO WS-UNAVAIL-STATUS
        PERFORM WRITE-UNAVAILABLE-LINE
    ELSE
        PERFORM SCAN-HELD UNTIL HLD-EOF
        CLOSE HELLO-HLD-FILE
        PERFORM WRITE-NONE-FOUND
    END-IF.

SCAN-HELD.
    READ HELLO-HLD-FILE
        AT END
            MOVE "Y" TO WS-HLD-EOF
        NOT AT END
            MOVE HD-TXN-IMAGE TO HELLO-TXN-RECORD
            IF TX-GREETING-ID = WS-DOS-ID
                PERFORM WRITE-HELD-ITEM
            END-IF
    END-READ.

WRITE-HELD-ITEM.
    MOVE TX-ACTION TO DH-ACTION
    MOVE HD-HELD-DATE TO DH-HELD-DATE
    MOVE HD-HOLD-REASON TO DH-HOLD-REASON
    MOVE HD-APPROVER-ID TO DH-APPROVER-ID
    MOVE TX-REQUESTER-ID TO DH-REQUESTER-ID
    EVALUATE TRUE
        WHEN HD-NOT-APPROVED
            MOVE "NO APPROVAL" TO DH-REASON-TEXT
        WHEN HD-SELF-APPROVED
            MOVE "SELF-APPROVED" TO DH-REASON-TEXT
        WHEN HD-NO-AUTHORITY
            MOVE "NO AUTHORITY" TO DH-REASON-TEXT
        WHEN OTHER
            MOVE SPACES TO DH-REASON-TEXT
    END-EVALUATE
    MOVE WS-DRP-HELD-LINE TO HELLO-DOSSIER-LINE
    WRITE HELLO-DOSSIER-LINE
    MOVE HELLO-TXN-RECORD(2:65) TO WS-IMAGE-WORK
    MOVE "TXN" TO WS-IMAGE-TAG
    PERFORM WRITE-IMAGE-LINE
    PERFORM COUNT-SECTION-ITEM.

LIST-JOURNAL-CHANGES.
    MOVE "HELLOJRN - CHANGES IN DATE ORDER" TO WS-SECTION-TITLE
    PERFORM WRITE-SECTION-HEADING
    SORT HELLO-SORT-FILE
        ON ASCENDING KEY SJ-RUN-DATE SJ-RUN-TIME SJ-READ-SEQ
        INPUT PROCEDURE IS SELECT-JOURNAL-ENTRIES
        OUTPUT PROCEDURE IS LIST-SORTED-CHANGES
    IF SORT-RETURN NOT = 0
        DISPLAY "HELLO-DOSSIER: JOURNAL SORT FAILED - SORT-RETURN "
            SORT-RETURN
        MOVE 8 TO WS-RETURN-CODE
    END-IF
    IF JRNL-AVAILABLE
        PERFORM WRITE-NONE-FOUND
    ELSE
        MOVE "HELLOJRN" TO WS-UNAVAIL-DD
        MOVE WS-JRNL-STATUS TO WS-UNAVAIL-STATUS
        PERFORM WRITE-UNAVAILABLE-LINE
    END-IF.

SELECT-JOURNAL-ENTRIES.
    MOVE "N" TO WS-JRNL-EOF
    MOVE 0 TO WS-JRNL-READ-SEQ
    OPEN INPUT HELLO-JRNL-FILE
    IF WS-JRNL-STATUS = "00"
        MOVE "Y" TO WS-JRNL-AVAILABLE
        PERFORM READ-JOURNAL-ENTRY UNTIL JRNL-EOF
        CLOSE HELLO-JRNL-FILE
    ELSE
        MOVE "N" TO WS-JRNL-AVAILABLE
    END-IF.

READ-JOURNAL-ENTRY.
    READ HELLO-JRNL-FILE
        AT END
            MOVE "Y" TO WS-JRNL-EOF
        NOT AT END
            ADD 1 TO WS-JRNL-READ-SEQ
            MOVE HELLO-JRNL-INPUT-RECORD TO HELLO-JOURNAL-RECORD
            IF JR-GREETING-ID = WS-DOS-ID
                MOVE JR-RUN-DATE TO SJ-RUN-DATE
                MOVE JR-RUN-TIME TO SJ-RUN-TIME
                MOVE WS-JRNL-READ-SEQ TO SJ-READ-SEQ
                MOVE HELLO-JOURNAL-RECORD TO SJ-JOURNAL-IMAGE
                RELEASE HELLO-SORT-RECORD
            END-IF
    END-READ.

LIST-SORTED-CHANGES.
    MOVE "N" TO WS-SORT-EOF
    PERFORM RETURN-SORTED-CHANGE UNTIL SORT-EOF.

RETURN-SORTED-CHANGE.
    RETURN HELLO-SORT-FILE
        AT END
            MOVE "Y" TO WS-SORT-EOF
        NOT AT END
            MOVE SJ-JOURNAL-IMAGE TO HELLO-JOURNAL-RECORD
            PERFORM WRITE-JOURNAL-CHANGE
    END-RETURN.

WRITE-JOURNAL-CHANGE.
    MOVE JR-RUN-DATE TO DE-RUN-DATE
    MOVE JR-RUN-TIME TO DE-RUN-TIME
    MOVE JR-JOB-ID TO DE-JOB-ID
    MOVE JR-ACTION TO DE-ACTION
    MOVE SPACES TO DE-DETAIL
    STRING "REQ " JR-REQUESTER-ID "  APV " JR-APPROVER-ID
        DELIMITED BY SIZE INTO DE-DETAIL
    MOVE WS-DRP-EVENT-LINE TO HELLO-DOSSIER-LINE
    WRITE HELLO-DOSSIER-LINE
    IF JR-BEFORE-IMAGE NOT = SPACES
        MOVE JR-BEFORE-IMAGE TO WS-IMAGE-WORK
        MOVE "BEFORE" TO WS-IMAGE-TAG
        PERFORM WRITE-IMAGE-LINE
        PERFORM ADD-KNOWN-TEXT
    END-IF
    IF JR-AFTER-IMAGE NOT = SPACES
        MOVE JR-AFTER-IMAGE TO WS-IMAGE-WORK
        MOVE "AFTER" TO WS-IMAGE-TAG
        PERFORM WRITE-IMAGE-LINE
        PERFORM ADD-KNOWN-TEXT
    END-IF
    IF JR-ACTION = "REINST"
        MOVE JR-RUN-DATE TO NE-EVENT-DATE
        MOVE JR-RUN-TIME TO NE-EVENT-TIME
        MOVE JR-JOB-ID TO NE-JOB-ID
        MOVE JR-ACTION TO NE-ACTION
        MOVE JR-AFTER-IMAGE TO NE-IMAGE
        PERFORM ADD-LIFE-EVENT
    END-IF
    PERFORM COUNT-SECTION-ITEM.

LIST-PURGES-AND-RESTORES.
    MOVE "HELLOHST PURGES AND HELLO-REINSTATE RESTORES"
        TO WS-SECTION-TITLE
    PERFORM WRITE-SECTION-HEADING
    MOVE "N" TO WS-HIST-EOF
    OPEN INPUT HELLO-HIST-FILE
    IF WS-HIST-STATUS NOT = "00"
        MOVE "HELLOHST" TO WS-UNAVAIL-DD
        MOVE WS-HIST-STATUS TO WS-UNAVAIL-STATUS
        PERFORM WRITE-UNAVAILABLE-LINE
    ELSE
        PERFORM SCAN-HISTORY UNTIL HIST-EOF
        CLOSE HELLO-HIST-FILE
    END-IF
    IF NOT JRNL-AVAILABLE
        MOVE "HELLOJRN" TO WS-UNAVAIL-DD
        MOVE WS-JRNL-STATUS TO WS-UNAVAIL-STATUS
        PERFORM WRITE-UNAVAILABLE-LINE
    END-IF
    PERFORM WRITE-LIFE-EVENT
        VARYING WS-EVENT-SUB FROM 1 BY 1
        UNTIL WS-EVENT-SUB > WS-LIFE-EVENT-COUNT
    IF WS-EVENT-OVERFLOW > 0
        MOVE SPACES TO WS-DRP-MESSAGE-LINE
        STRING "  " WS-EVENT-OVERFLOW
            " FURTHER PURGES/RESTORES NOT LISTED"
            DELIMITED BY SIZE INTO WS-DRP-MESSAGE-LINE
        MOVE WS-DRP-MESSAGE-LINE TO HELLO-DOSSIER-LINE
        WRITE HELLO-DOSSIER-LINE
    END-IF
    IF WS-HIST-STATUS = "00" OR JRNL-AVAILABLE
        PERFORM WRITE-NONE-FOUND
    END-IF.

SCAN-HISTORY.
    READ HELLO-HIST-FILE
        AT END
            MOVE "Y" TO WS-HIST-EOF
        NOT AT END
            IF HS-MASTER-IMAGE(1:6) = WS-DOS-ID
                MOVE HS-PURGE-DATE TO NE-EVENT-DATE
                MOVE SPACES TO NE-EVENT-TIME
                MOVE SPACES TO NE-JOB-ID
                MOVE "PURGED" TO NE-ACTION
                MOVE HS-MASTER-IMAGE TO NE-IMAGE
                PERFORM ADD-LIFE-EVENT
                MOVE HS-MASTER-IMAGE TO WS-IMAGE-WORK
                PERFORM ADD-KNOWN-TEXT
                ADD 1 TO WS-ID-HIT-COUNT
            END-IF
    END-READ.

ADD-LIFE-EVENT.
    IF WS-LIFE-EVENT-COUNT < 50
        COMPUTE WS-EVENT-POS = WS-LIFE-EVENT-COUNT + 1
        PERFORM FIND-EVENT-POSITION
            VARYING WS-EVENT-SUB FROM 1 BY 1
            UNTIL WS-EVENT-SUB > WS-LIFE-EVENT-COUNT
        PERFORM SHIFT-LIFE-EVENT
            VARYING WS-EVENT-SUB FROM WS-LIFE-EVENT-COUNT BY -1
            UNTIL WS-EVENT-SUB < WS-EVENT-POS
        MOVE WS-NEW-EVENT TO WS-LIFE-EVENT(WS-EVENT-POS)
        ADD 1 TO WS-LIFE-EVENT-COUNT
    ELSE
        ADD 1 TO WS-EVENT-OVERFLOW
    END-IF.

FIND-EVENT-POSITION.
    IF LE-EVENT-KEY(WS-EVENT-SUB) > NE-EVENT-KEY
            AND WS-EVENT-SUB < WS-EVENT-POS
        MOVE WS-EVENT-SUB TO WS-EVENT-POS
    END-IF.

SHIFT-LIFE-EVENT.
    MOVE WS-LIFE-EVENT(WS-EVENT-SUB)
        TO WS-LIFE-EVENT(WS-EVENT-SUB + 1).

WRITE-LIFE-EVENT.
    MOVE LE-EVENT-DATE(WS-EVENT-SUB) TO DE-RUN-DATE
    MOVE LE-EVENT-TIME(WS-EVENT-SUB) TO DE-RUN-TIME
    MOVE LE-JOB-ID(WS-EVENT-SUB) TO DE-JOB-ID
    MOVE LE-ACTION(WS-EVENT-SUB) TO DE-ACTION
    IF LE-ACTION(WS-EVENT-SUB) = "PURGED"
        MOVE "HELLO-PURGE, MASTER IMAGE TO HELLOHST"
            TO DE-DETAIL
    ELSE
        MOVE "HELLO-REINSTATE, HELLOHST IMAGE TO MASTER"
            TO DE-DETAIL
    END-IF
    MOVE WS-DRP-EVENT-LINE TO HELLO-DOSSIER-LINE
    WRITE HELLO-DOSSIER-LINE
    MOVE LE-IMAGE(WS-EVENT-SUB) TO WS-IMAGE-WORK
    MOVE "IMAGE" TO WS-IMAGE-TAG
    PERFORM WRITE-IMAGE-LINE
    ADD 1 TO WS-SECTION-COUNT.

ADD-KNOWN-TEXT.
    IF IW-GREETING-TEXT NOT = SPACES
        MOVE IW-GREETING-TEXT TO WS-MATCH-TEXT
        PERFORM MATCH-KNOWN-TEXT
        IF NOT TEXT-MATCHED AND WS-KNOWN-TEXT-COUNT < 50
            ADD 1 TO WS-KNOWN-TEXT-COUNT
            MOVE WS-MATCH-TEXT TO WS-KNOWN-TEXT(WS-KNOWN-TEXT-COUNT)
        END-IF
    END-IF.

MATCH-KNOWN-TEXT.
    MOVE "N" TO WS-TEXT-MATCH
    PERFORM CHECK-KNOWN-TEXT
        VARYING WS-TEXT-SUB FROM 1 BY 1
        UNTIL WS-TEXT-SUB > WS-KNOWN-TEXT-COUNT OR TEXT-MATCHED.

CHECK-KNOWN-TEXT.
    IF WS-KNOWN-TEXT(WS-TEXT-SUB) = WS-MATCH-TEXT
        MOVE "Y" TO WS-TEXT-MATCH
    END-IF.

LIST-DISPLAYED-RUNS.
    MOVE "HELLOSAU - RUNS THAT DISPLAYED THIS GREETING'S TEXT"
        TO WS-SECTION-TITLE
    PERFORM WRITE-SECTION-HEADING
    IF WS-KNOWN-TEXT-COUNT = 0
        PERFORM WRITE-NONE-FOUND
    ELSE
        MOVE "N" TO WS-SAU-EOF
        OPEN INPUT HELLO-SAU-FILE
        IF WS-SAU-STATUS NOT = "00"
            MOVE "HELLOSAU" TO WS-UNAVAIL-DD
            MOVE WS-SAU-STATUS TO WS-UNAVAIL-STATUS
            PERFORM WRITE-UNAVAILABLE-LINE
        ELSE
            PERFORM SCAN-SELECTION-AUDIT UNTIL SAU-EOF
            CLOSE HELLO-SAU-FILE
            PERFORM WRITE-NONE-FOUND
        END-IF
    END-IF.

SCAN-SELECTION-AUDIT.
    READ HELLO-SAU-FILE
        AT END
            MOVE "Y" TO WS-SAU-EOF
        NOT AT END
            MOVE SA-GREETING-TEXT TO WS-MATCH-TEXT
            PERFORM MATCH-KNOWN-TEXT
            IF TEXT-MATCHED
                PERFORM WRITE-DISPLAYED-RUN
            END-IF
    END-READ.

WRITE-DISPLAYED-RUN.
    MOVE SA-RUN-DATE TO DA-RUN-DATE
    MOVE SA-RUN-TIME TO DA-RUN-TIME
    MOVE SA-JOB-ID TO DA-JOB-ID
    MOVE SA-LANG-REQUESTED TO DA-LANG-REQUESTED
    MOVE SA-SOURCE TO DA-SOURCE
    MOVE SA-GREETING-TEXT TO DA-GREETING-TEXT
    MOVE WS-DRP-SAU-LINE TO HELLO-DOSSIER-LINE
    WRITE HELLO-DOSSIER-LINE
    ADD 1 TO WS-SECTION-COUNT.

WRITE-DOSSIER-TOTALS.
    MOVE SPACES TO HELLO-DOSSIER-LINE
    WRITE HELLO-DOSSIER-LINE
    MOVE WS-ID-COUNT TO DX-IDS
    MOVE WS-NOT-FOUND-COUNT TO DX-NOT-FOUND
    MOVE WS-DRP-TOTAL-LINE TO HELLO-DOSSIER-LINE
    WRITE HELLO-DOSSIER-LINE
    IF WS-ID-COUNT = 0
        DISPLAY "HELLO-DOSSIER: NO GREETING IDS ON HELLODSI"
    END-IF.

CLOSE-DOSSIER-FILES.
    IF MASTER-OPEN
        CLOSE HELLO-MASTER-FILE
    END-IF
    CLOSE HELLO-DRP-FILE.
