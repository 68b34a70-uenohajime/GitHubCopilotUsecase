IDENTIFICATION DIVISION.
PROGRAM-ID. HELLO-REPRINT.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT HELLO-RPA-FILE ASSIGN TO HELLORPA
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS WS-RPA-STATUS.
    SELECT HELLO-RRP-FILE ASSIGN TO HELLORRP
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS WS-RRP-STATUS.
    SELECT HELLO-SORT-FILE ASSIGN TO HELLOSRT.
DATA DIVISION.
FILE SECTION.
FD  HELLO-RPA-FILE.
01  HELLO-RPA-INPUT-RECORD             PIC X(181).
FD  HELLO-RRP-FILE.
    COPY HELLORRL.
SD  HELLO-SORT-FILE.
01  HELLO-SORT-RECORD.
    05  SR-RUN-DATE                 PIC 9(8).
    05  SR-JOB-ID                   PIC X(8).
    05  SR-RUN-TIME                 PIC 9(6).
    05  SR-REPORT-DD                PIC X(8).
    05  SR-REPORT-SEQ               PIC 9(2).
    05  SR-LANGUAGE-CODE            PIC X(3).
    05  SR-LINE-SEQ                 PIC 9(5).
    05  SR-REPORT-LINE              PIC X(80).
WORKING-STORAGE SECTION.
    COPY HELLORAR.
01  WS-RPA-STATUS PIC XX.
01  WS-RRP-STATUS PIC XX.
01  WS-RETURN-CODE PIC 9(2) VALUE 0.
01  WS-RPA-EOF PIC X VALUE "N".
    88  RPA-EOF                     VALUE "Y".
01  WS-SORT-EOF PIC X VALUE "N".
    88  SORT-EOF                    VALUE "Y".
01  WS-RPR-ARCH-PARM PIC X(1) VALUE SPACES.
01  WS-ARCHIVE-INPUT PIC X VALUE "N".
    88  ARCHIVE-INPUT               VALUE "Y".
01  WS-RPR-FROM-PARM PIC X(8) VALUE SPACES.
01  WS-RPR-TO-PARM PIC X(8) VALUE SPACES.
01  WS-RPR-FROM-DATE PIC 9(8) VALUE 0.
01  WS-RPR-TO-DATE PIC 9(8) VALUE 0.
01  WS-RPR-REPORT PIC X(8) VALUE SPACES.
01  WS-RPR-JOB-ID PIC X(8) VALUE SPACES.
01  WS-SELECTED-COUNT PIC 9(7) VALUE 0.
01  WS-REPORT-COUNT PIC 9(5) VALUE 0.
01  WS-LINE-COUNT PIC 9(7) VALUE 0.
01  WS-GAP-COUNT PIC 9(5) VALUE 0.
01  WS-EXPECTED-LINE-SEQ PIC 9(5) VALUE 0.
01  WS-CURRENT-COPY.
    05  CC-RUN-DATE                 PIC 9(8) VALUE 0.
    05  CC-JOB-ID                   PIC X(8) VALUE SPACES.
    05  CC-RUN-TIME                 PIC 9(6) VALUE 0.
    05  CC-REPORT-DD                PIC X(8) VALUE SPACES.
01  WS-RECORD-COPY.
    05  RC-RUN-DATE                 PIC 9(8).
    05  RC-JOB-ID                   PIC X(8).
    05  RC-RUN-TIME                 PIC 9(6).
    05  RC-REPORT-DD                PIC X(8).
01  WS-RRP-HEADING-1                PIC X(80)
        VALUE "HELLO-WORLD REPORT REPRINT FROM HELLORPA".
01  WS-RRP-HEADING-2                PIC X(80).
01  WS-RRP-BANNER.
    05  FILLER                      PIC X(14) VALUE "*** REPRINT - ".
    05  RB-REPORT-DD                PIC X(8).
    05  FILLER                      PIC X(2)  VALUE " (".
    05  RB-REPORT-NAME              PIC X(4).
    05  FILLER                      PIC X(11) VALUE ") RUN DATE ".
    05  RB-RUN-DATE                 PIC 9(8).
    05  FILLER                      PIC X(5)  VALUE " JOB ".
    05  RB-JOB-ID                   PIC X(8).
    05  FILLER                      PIC X(4)  VALUE " AT ".
    05  RB-RUN-TIME                 PIC 9(6).
    05  FILLER                      PIC X(4)  VALUE " ***".
01  WS-RRP-GAP-LINE.
    05  FILLER                      PIC X(30) VALUE
        "*** ARCHIVE GAP - LINES FROM ".
    05  RG-EXPECTED                 PIC ZZZZ9.
    05  FILLER                      PIC X(4)  VALUE " TO ".
    05  RG-FOUND-BEFORE             PIC ZZZZ9.
    05  FILLER                      PIC X(30) VALUE
        " NOT ON HELLORPA ***".
01  WS-RRP-TOTAL-LINE.
    05  FILLER                      PIC X(19) VALUE
        "REPORTS REPRINTED: ".
    05  RT-REPORTS                  PIC ZZZZ9.
    05  FILLER                      PIC X(9)  VALUE "  LINES: ".
    05  RT-LINES                    PIC ZZZZZZ9.
    05  FILLER                      PIC X(14) VALUE "  ARCHIVE GAPS".
    05  FILLER                      PIC X(2)  VALUE ": ".
    05  RT-GAPS                     PIC ZZZZ9.
PROCEDURE DIVISION.
    PERFORM READ-REPRINT-PARMS
    IF WS-RETURN-CODE = 0
        PERFORM OPEN-REPRINT-FILES
    END-IF
    IF WS-RETURN-CODE = 0
        PERFORM WRITE-REPRINT-HEADINGS
        SORT HELLO-SORT-FILE
            ON ASCENDING KEY SR-RUN-DATE SR-RUN-TIME SR-JOB-ID
                SR-REPORT-SEQ SR-LINE-SEQ
            INPUT PROCEDURE IS SELECT-ARCHIVE-LINES
            OUTPUT PROCEDURE IS REPRINT-SORTED-LINES
        IF SORT-RETURN NOT = 0
            DISPLAY "HELLO-REPRINT: REPRINT SORT FAILED - "
                "SORT-RETURN " SORT-RETURN
            MOVE 8 TO WS-RETURN-CODE
        END-IF
        PERFORM WRITE-REPRINT-TOTALS
        CLOSE HELLO-RPA-FILE
        CLOSE HELLO-RRP-FILE
    END-IF
    MOVE WS-RETURN-CODE TO RETURN-CODE
    STOP RUN.

READ-REPRINT-PARMS.
    ACCEPT WS-RPR-ARCH-PARM FROM ENVIRONMENT "RPRARCH"
    IF WS-RPR-ARCH-PARM = "Y"
        MOVE "Y" TO WS-ARCHIVE-INPUT
    END-IF
    ACCEPT WS-RPR-REPORT FROM ENVIRONMENT "RPRREPT"
    ACCEPT WS-RPR-JOB-ID FROM ENVIRONMENT "RPRJOB"
    ACCEPT WS-RPR-FROM-PARM FROM ENVIRONMENT "RPRFROM"
    ACCEPT WS-RPR-TO-PARM FROM ENVIRONMENT "RPRTO"
    IF WS-RPR-FROM-PARM = SPACES OR WS-RPR-FROM-PARM NOT NUMERIC
        DISPLAY "HELLO-REPRINT: RPRFROM (CCYYMMDD) MUST BE SET TO "
            "THE RUN DATE, OR FIRST RUN DATE, TO REPRINT"
        MOVE 8 TO WS-RETURN-CODE
    ELSE
        MOVE WS-RPR-FROM-PARM TO WS-RPR-FROM-DATE
        IF WS-RPR-TO-PARM = SPACES
            MOVE WS-RPR-FROM-DATE TO WS-RPR-TO-DATE
        ELSE
            IF WS-RPR-TO-PARM NUMERIC
                MOVE WS-RPR-TO-PARM TO WS-RPR-TO-DATE
            ELSE
                DISPLAY "HELLO-REPRINT: RPRTO '" WS-RPR-TO-PARM
                    "' IS NOT A CCYYMMDD DATE"
                MOVE 8 TO WS-RETURN-CODE
            END-IF
        END-IF
    END-IF
    IF WS-RETURN-CODE = 0 AND WS-RPR-TO-DATE < WS-RPR-FROM-DATE
        DISPLAY "HELLO-REPRINT: RPRTO " WS-RPR-TO-DATE
            " IS BEFORE RPRFROM " WS-RPR-FROM-DATE
        MOVE 8 TO WS-RETURN-CODE
    END-IF.

OPEN-REPRINT-FILES.
    OPEN INPUT HELLO-RPA-FILE
    OPEN OUTPUT HELLO-RRP-FILE
    IF WS-RPA-STATUS NOT = "00" OR WS-RRP-STATUS NOT = "00"
        DISPLAY
            "HELLO-REPRINT: UNABLE TO OPEN HELLORPA/HELLORRP - "
            "STATUS " WS-RPA-STATUS " / " WS-RRP-STATUS
        MOVE 8 TO WS-RETURN-CODE
    END-IF.

WRITE-REPRINT-HEADINGS.
    MOVE WS-RRP-HEADING-1 TO HELLO-REPRINT-LINE
    WRITE HELLO-REPRINT-LINE
    MOVE SPACES TO WS-RRP-HEADING-2
    IF WS-RPR-REPORT = SPACES
        STRING "ALL REPORTS, RUN DATES " WS-RPR-FROM-DATE
            " THRU " WS-RPR-TO-DATE
            DELIMITED BY SIZE INTO WS-RRP-HEADING-2
    ELSE
        STRING "REPORT " WS-RPR-REPORT ", RUN DATES "
            WS-RPR-FROM-DATE " THRU " WS-RPR-TO-DATE
            DELIMITED BY SIZE INTO WS-RRP-HEADING-2
    END-IF
    MOVE WS-RRP-HEADING-2 TO HELLO-REPRINT-LINE
    WRITE HELLO-REPRINT-LINE.

SELECT-ARCHIVE-LINES.
    PERFORM READ-ARCHIVE-LINE UNTIL RPA-EOF.

READ-ARCHIVE-LINE.
    READ HELLO-RPA-FILE
        AT END
            MOVE "Y" TO WS-RPA-EOF
        NOT AT END
            PERFORM SELECT-ARCHIVE-LINE
    END-READ.

SELECT-ARCHIVE-LINE.
    IF ARCHIVE-INPUT
        IF HELLO-RPA-INPUT-RECORD(1:1) = "T"
            MOVE SPACES TO HELLO-REPORT-ARCHIVE-RECORD
        ELSE
            MOVE HELLO-RPA-INPUT-RECORD(2:120)
                TO HELLO-REPORT-ARCHIVE-RECORD
        END-IF
    ELSE
        MOVE HELLO-RPA-INPUT-RECORD(1:120)
            TO HELLO-REPORT-ARCHIVE-RECORD
    END-IF
    IF HELLO-REPORT-ARCHIVE-RECORD NOT = SPACES
            AND RA-RUN-DATE NUMERIC
            AND RA-RUN-DATE >= WS-RPR-FROM-DATE
            AND RA-RUN-DATE <= WS-RPR-TO-DATE
            AND (WS-RPR-JOB-ID = SPACES OR RA-JOB-ID = WS-RPR-JOB-ID)
            AND (WS-RPR-REPORT = SPACES
                OR (WS-RPR-REPORT = "MAIN" AND RA-MAIN-REPORT)
                OR WS-RPR-REPORT = RA-REPORT-DD
                OR (NOT RA-MAIN-REPORT
                    AND WS-RPR-REPORT = RA-LANGUAGE-CODE))
        ADD 1 TO WS-SELECTED-COUNT
        RELEASE HELLO-SORT-RECORD FROM HELLO-REPORT-ARCHIVE-RECORD
    END-IF.

REPRINT-SORTED-LINES.
    MOVE "N" TO WS-SORT-EOF
    PERFORM REPRINT-ONE-LINE UNTIL SORT-EOF.

REPRINT-ONE-LINE.
    RETURN HELLO-SORT-FILE INTO HELLO-REPORT-ARCHIVE-RECORD
        AT END
            MOVE "Y" TO WS-SORT-EOF
        NOT AT END
            MOVE RA-RUN-DATE TO RC-RUN-DATE
            MOVE RA-JOB-ID TO RC-JOB-ID
            MOVE RA-RUN-TIME TO RC-RUN-TIME
            MOVE RA-REPORT-DD TO RC-REPORT-DD
            IF WS-RECORD-COPY NOT = WS-CURRENT-COPY
                PERFORM START-REPORT-COPY
            END-IF
            IF RA-LINE-SEQ NOT = WS-EXPECTED-LINE-SEQ
                PERFORM WRITE-GAP-LINE
            END-IF
            MOVE RA-REPORT-LINE TO HELLO-REPRINT-LINE
            WRITE HELLO-REPRINT-LINE
            ADD 1 TO WS-LINE-COUNT
            COMPUTE WS-EXPECTED-LINE-SEQ = RA-LINE-SEQ + 1
    END-RETURN.

START-REPORT-COPY.
    MOVE WS-RECORD-COPY TO WS-CURRENT-COPY
    MOVE 1 TO WS-EXPECTED-LINE-SEQ
    ADD 1 TO WS-REPORT-COUNT
    MOVE RA-REPORT-DD TO RB-REPORT-DD
    IF RA-MAIN-REPORT
        MOVE "MAIN" TO RB-REPORT-NAME
    ELSE
        MOVE RA-LANGUAGE-CODE TO RB-REPORT-NAME
    END-IF
    MOVE RA-RUN-DATE TO RB-RUN-DATE
    MOVE RA-JOB-ID TO RB-JOB-ID
    MOVE RA-RUN-TIME TO RB-RUN-TIME
    MOVE SPACES TO HELLO-REPRINT-LINE
    WRITE HELLO-REPRINT-LINE
    MOVE WS-RRP-BANNER TO HELLO-REPRINT-LINE
    WRITE HELLO-REPRINT-LINE.

WRITE-GAP-LINE.
    MOVE WS-EXPECTED-LINE-SEQ TO RG-EXPECTED
    COMPUTE RG-FOUND-BEFORE = RA-LINE-SEQ - 1
    MOVE WS-RRP-GAP-LINE TO HELLO-REPRINT-LINE
    WRITE HELLO-REPRINT-LINE
    ADD 1 TO WS-GAP-COUNT
    DISPLAY "HELLO-REPRINT: " RA-REPORT-DD " FOR " RA-RUN-DATE
        " JOB " RA-JOB-ID " IS MISSING ARCHIVED LINES FROM "
        WS-EXPECTED-LINE-SEQ.

WRITE-REPRINT-TOTALS.
    MOVE WS-REPORT-COUNT TO RT-REPORTS
    MOVE WS-LINE-COUNT TO RT-LINES
    MOVE WS-GAP-COUNT TO RT-GAPS
    MOVE SPACES TO HELLO-REPRINT-LINE
    WRITE HELLO-REPRINT-LINE
    MOVE WS-RRP-TOTAL-LINE TO HELLO-REPRINT-LINE
    WRITE HELLO-REPRINT-LINE
    IF WS-SELECTED-COUNT = 0
        DISPLAY "HELLO-REPRINT: NO ARCHIVED REPORT LINES MATCHED"
    END-IF
    IF (WS-SELECTED-COUNT = 0 OR WS-GAP-COUNT > 0)
            AND WS-RETURN-CODE = 0
        MOVE 4 TO WS-RETURN-CODE
    END-IF.
