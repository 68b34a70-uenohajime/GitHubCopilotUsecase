IDENTIFICATION DIVISION.
PROGRAM-ID. HELLO-FORECAST.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT HELLO-CAL-FILE ASSIGN TO HELLOCAL
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS WS-CAL-STATUS.
    SELECT HELLO-LANG-FILE ASSIGN TO HELLOLNG
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS WS-LANG-STATUS.
    SELECT HELLO-SEAS-FILE ASSIGN TO HELLOSEA
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS WS-SEAS-STATUS.
    SELECT HELLO-MASTER-FILE ASSIGN TO HELLOMST
        ORGANIZATION INDEXED
        ACCESS MODE IS SEQUENTIAL
        RECORD KEY IS HM-GREETING-ID
        FILE STATUS IS WS-MASTER-STATUS.
    SELECT HELLO-PNI-FILE ASSIGN TO HELLOPNI
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS WS-PNI-STATUS.
    SELECT HELLO-FCR-FILE ASSIGN TO HELLOFCR
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS IS WS-FCR-STATUS.
DATA DIVISION.
FILE SECTION.
FD  HELLO-CAL-FILE.
    COPY HELLOCAR.
FD  HELLO-LANG-FILE.
    COPY HELLOLNR.
FD  HELLO-SEAS-FILE.
    COPY HELLOSER.
FD  HELLO-MASTER-FILE.
    COPY HELLOMST.
FD  HELLO-PNI-FILE.
    COPY HELLOPNR.
FD  HELLO-FCR-FILE.
    COPY HELLOFCL.
WORKING-STORAGE SECTION.
    COPY LANGTAB.
    COPY HELLOTXR.
01  WS-CAL-STATUS PIC XX.
01  WS-LANG-STATUS PIC XX.
01  WS-SEAS-STATUS PIC XX.
01  WS-MASTER-STATUS PIC XX.
01  WS-PNI-STATUS PIC XX.
01  WS-FCR-STATUS PIC XX.
01  WS-RETURN-CODE PIC 9(2) VALUE 0.
01  WS-FCST-DAYS-PARM PIC X(3) VALUE SPACES.
01  WS-FCST-DAYS PIC 9(3) VALUE 90.
01  WS-FCST-FROM-PARM PIC X(8) VALUE SPACES.
01  WS-FCST-FROM-DATE PIC 9(8) VALUE 0.
01  WS-FCST-TO-DATE PIC 9(8) VALUE 0.
01  WS-DATE-INTEGER PIC 9(7) VALUE 0.
01  WS-DAY-DATE PIC 9(8) VALUE 0.
01  WS-CAL-EOF PIC X VALUE "N".
    88  CAL-EOF                     VALUE "Y".
01  WS-LANG-EOF PIC X VALUE "N".
    88  LANG-EOF                    VALUE "Y".
01  WS-SEAS-EOF PIC X VALUE "N".
    88  SEAS-EOF                    VALUE "Y".
01  WS-MASTER-EOF PIC X VALUE "N".
    88  MASTER-EOF                  VALUE "Y".
01  WS-PNI-EOF PIC X VALUE "N".
    88  PNI-EOF                     VALUE "Y".
01  WS-LANG-COUNT PIC 9(2) VALUE 0.
01  WS-LANG-SUB PIC 9(2) VALUE 0.
01  WS-FCST-WIND-TABLE.
    05  WS-FCST-WIND-COUNT          PIC 9(3) VALUE 0.
    05  WS-FCST-WIND-ENTRY OCCURS 200 TIMES.
        10  FW-LANGUAGE-CODE        PIC X(3).
        10  FW-START-DATE           PIC 9(8).
        10  FW-END-DATE             PIC 9(8).
        10  FW-GREETING-TEXT        PIC X(40).
01  WS-WIND-SUB PIC 9(3) VALUE 0.
01  WS-FCST-GRT-TABLE.
    05  WS-FCST-GRT-COUNT           PIC 9(4) VALUE 0.
    05  WS-FCST-GRT-ENTRY OCCURS 2000 TIMES.
        10  FG-GREETING-ID          PIC X(6).
        10  FG-GREETING-TEXT        PIC X(40).
        10  FG-EFFECTIVE-DATE       PIC 9(8).
        10  FG-LANGUAGE-CODE        PIC X(3).
        10  FG-EXPIRY-DATE          PIC 9(8).
            88  FG-NEVER-EXPIRES        VALUE ZERO.
        10  FG-SOURCE               PIC X(7).
        10  FG-FROM-DATE            PIC 9(8).
        10  FG-UNTIL-DATE           PIC 9(8).
01  WS-GRT-SUB PIC 9(4) VALUE 0.
01  WS-GRT-POS PIC 9(4) VALUE 0.
01  WS-DAY-GREETING PIC X(40) VALUE SPACES.
01  WS-DAY-SOURCE PIC X(8) VALUE SPACES.
01  WS-DAY-WIND-COUNT PIC 9(3) VALUE 0.
01  WS-DAY-WIND-END PIC 9(8) VALUE 0.
01  WS-DAY-ACTIVE-COUNT PIC 9(4) VALUE 0.
01  WS-FCST-DAY-COUNT PIC 9(4) VALUE 0.
01  WS-OVERLAP-COUNT PIC 9(5) VALUE 0.
01  WS-NO-GREETING-COUNT PIC 9(5) VALUE 0.
01  WS-EXPIRING-COUNT PIC 9(5) VALUE 0.
01  WS-PENDING-COUNT PIC 9(5) VALUE 0.
01  WS-FCR-HEADING-1                PIC X(80)
        VALUE "HELLO-WORLD FORWARD GREETING FORECAST".
01  WS-FCR-HEADING-2                PIC X(80).
01  WS-FCR-DAY-LINE.
    05  FILLER                      PIC X(15) VALUE
        "PROCESSING DAY ".
    05  FD-DAY-DATE                 PIC 9(8).
01  WS-FCR-LANG-LINE.
    05  FILLER                      PIC X(2)  VALUE SPACES.
    05  FL-LANGUAGE-CODE            PIC X(3).
    05  FILLER                      PIC X(2)  VALUE SPACES.
    05  FL-SOURCE                   PIC X(8).
    05  FILLER                      PIC X(2)  VALUE SPACES.
    05  FL-GREETING-TEXT            PIC X(40).
    05  FILLER                      PIC X(2)  VALUE SPACES.
    05  FL-FLAG                     PIC X(21).
01  WS-FCR-GRT-LINE.
    05  FILLER                      PIC X(6)  VALUE SPACES.
    05  FE-GREETING-ID              PIC X(6).
    05  FILLER                      PIC X(1)  VALUE SPACES.
    05  FE-GREETING-TEXT            PIC X(40).
    05  FILLER                      PIC X(1)  VALUE SPACES.
    05  FE-EFFECTIVE-DATE           PIC 9(8).
    05  FILLER                      PIC X(1)  VALUE SPACES.
    05  FE-EXPIRY-DATE              PIC 9(8).
    05  FILLER                      PIC X(1)  VALUE SPACES.
    05  FE-SOURCE                   PIC X(7).
01  WS-FCR-FLAG-LINE                PIC X(80).
01  WS-FCR-TOTAL-LINE-1.
    05  FILLER                      PIC X(24) VALUE
        "PROCESSING DAYS:        ".
    05  FT-DAYS                     PIC ZZZ9.
    05  FILLER                      PIC X(24) VALUE
        "  PENDING ITEMS USED:   ".
    05  FT-PENDING                  PIC ZZZZ9.
01  WS-FCR-TOTAL-LINE-2.
    05  FILLER                      PIC X(19) VALUE
        "OVERLAPPING WINDOWS".
    05  FILLER                      PIC X(2)  VALUE ": ".
    05  FT-OVERLAP                  PIC ZZZZ9.
    05  FILLER                      PIC X(15) VALUE
        "  NO GREETING: ".
    05  FT-NO-GREETING              PIC ZZZZ9.
    05  FILLER                      PIC X(23) VALUE
        "  EXPIRES IN WINDOW:   ".
    05  FT-EXPIRING                 PIC ZZZZ9.
    COPY HELLOBDP.
PROCEDURE DIVISION.
    PERFORM READ-FCST-PARMS
    IF WS-RETURN-CODE = 0
        PERFORM LOAD-FCST-LANGUAGES
    END-IF
    IF WS-RETURN-CODE = 0
        PERFORM LOAD-FCST-WINDOWS
        PERFORM LOAD-FCST-MASTER
    END-IF
    IF WS-RETURN-CODE NOT = 8
        PERFORM LOAD-FCST-PENDING
    END-IF
    IF WS-RETURN-CODE NOT = 8
        PERFORM OPEN-FCST-FILES
    END-IF
    IF WS-RETURN-CODE NOT = 8
        PERFORM WRITE-FCST-HEADINGS
        PERFORM FORECAST-CALENDAR-DAY UNTIL CAL-EOF
        PERFORM WRITE-FCST-TOTALS
        PERFORM CLOSE-FCST-FILES
        IF WS-OVERLAP-COUNT > 0 OR WS-NO-GREETING-COUNT > 0
                OR WS-EXPIRING-COUNT > 0
            IF WS-RETURN-CODE = 0
                MOVE 4 TO WS-RETURN-CODE
            END-IF
        END-IF
    END-IF
    MOVE WS-RETURN-CODE TO RETURN-CODE
    STOP RUN.

READ-FCST-PARMS.
    ACCEPT WS-FCST-DAYS-PARM FROM ENVIRONMENT "FCSTDAYS"
    IF WS-FCST-DAYS-PARM NOT = SPACES
        IF WS-FCST-DAYS-PARM NUMERIC
            MOVE WS-FCST-DAYS-PARM TO WS-FCST-DAYS
        ELSE
            DISPLAY "HELLO-FORECAST: FCSTDAYS " WS-FCST-DAYS-PARM
                " IS NOT A 3-DIGIT DAY COUNT"
            MOVE 8 TO WS-RETURN-CODE
        END-IF
    END-IF
    IF WS-FCST-DAYS = 0 OR WS-FCST-DAYS > 366
        DISPLAY "HELLO-FORECAST: FCSTDAYS MUST BE 001 THRU 366"
        MOVE 8 TO WS-RETURN-CODE
    END-IF
    ACCEPT WS-FCST-FROM-PARM FROM ENVIRONMENT "FCSTFROM"
    IF WS-FCST-FROM-PARM NOT = SPACES
        IF WS-FCST-FROM-PARM NUMERIC
            MOVE WS-FCST-FROM-PARM TO WS-FCST-FROM-DATE
        ELSE
            DISPLAY "HELLO-FORECAST: FCSTFROM " WS-FCST-FROM-PARM
                " IS NOT A CCYYMMDD DATE"
            MOVE 8 TO WS-RETURN-CODE
        END-IF
    ELSE
        MOVE "HELLO-FORECAST" TO BP-PROGRAM-ID
        CALL "HELLOBDT" USING HELLO-BUSDATE-PARMS
        IF BP-DATE-OK
            MOVE BP-BUSINESS-DATE TO WS-FCST-FROM-DATE
        ELSE
            DISPLAY "HELLO-FORECAST: NO BUSINESS DATE AVAILABLE FROM "
                "HELLOBDC - SET FCSTFROM TO FORECAST FROM A DATE"
            MOVE 8 TO WS-RETURN-CODE
        END-IF
    END-IF
    IF WS-RETURN-CODE = 0
        COMPUTE WS-DATE-INTEGER =
            FUNCTION INTEGER-OF-DATE(WS-FCST-FROM-DATE)
            + WS-FCST-DAYS - 1
        MOVE FUNCTION DATE-OF-INTEGER(WS-DATE-INTEGER)
            TO WS-FCST-TO-DATE
    END-IF.

LOAD-FCST-LANGUAGES.
    MOVE 0 TO WS-LANG-COUNT
    MOVE "N" TO WS-LANG-EOF
    OPEN INPUT HELLO-LANG-FILE
    IF WS-LANG-STATUS NOT = "00"
        DISPLAY "HELLO-FORECAST: HELLOLNG MISSING OR UNAVAILABLE - "
            "STATUS " WS-LANG-STATUS
        MOVE 8 TO WS-RETURN-CODE
    ELSE
        PERFORM READ-FCST-LANGUAGE UNTIL LANG-EOF
        CLOSE HELLO-LANG-FILE
    END-IF.

READ-FCST-LANGUAGE.
    READ HELLO-LANG-FILE
        AT END
            MOVE "Y" TO WS-LANG-EOF
        NOT AT END
            IF LF-LANGUAGE-CODE NOT = SPACES
                    AND WS-LANG-COUNT < 20
                ADD 1 TO WS-LANG-COUNT
                MOVE LF-LANGUAGE-CODE TO LANG-CODE(WS-LANG-COUNT)
                MOVE LF-GREETING-TEXT
                    TO LANG-GREETING-TEXT(WS-LANG-COUNT)
                MOVE LF-STATUS TO LANG-STATUS(WS-LANG-COUNT)
            END-IF
    END-READ.

LOAD-FCST-WINDOWS.
    MOVE 0 TO WS-FCST-WIND-COUNT
    MOVE "N" TO WS-SEAS-EOF
    OPEN INPUT HELLO-SEAS-FILE
    IF WS-SEAS-STATUS NOT = "00"
        DISPLAY "HELLO-FORECAST: HELLOSEA MISSING OR EMPTY - "
            "NO SEASONAL WINDOWS - STATUS " WS-SEAS-STATUS
    ELSE
        PERFORM READ-FCST-WINDOW UNTIL SEAS-EOF
        CLOSE HELLO-SEAS-FILE
    END-IF.

READ-FCST-WINDOW.
    READ HELLO-SEAS-FILE
        AT END
            MOVE "Y" TO WS-SEAS-EOF
        NOT AT END
            IF SE-END-DATE >= WS-FCST-FROM-DATE
                    AND SE-START-DATE <= WS-FCST-TO-DATE
                IF WS-FCST-WIND-COUNT < 200
                    ADD 1 TO WS-FCST-WIND-COUNT
                    MOVE SE-LANGUAGE-CODE
                        TO FW-LANGUAGE-CODE(WS-FCST-WIND-COUNT)
                    MOVE SE-START-DATE
                        TO FW-START-DATE(WS-FCST-WIND-COUNT)
                    MOVE SE-END-DATE TO FW-END-DATE(WS-FCST-WIND-COUNT)
                    MOVE SE-GREETING-TEXT
                        TO FW-GREETING-TEXT(WS-FCST-WIND-COUNT)
                ELSE
                    DISPLAY "HELLO-FORECAST: WINDOW TABLE FULL - "
                        "HELLOSEA WINDOWS BEYOND 200 NOT FORECAST"
                    MOVE "Y" TO WS-SEAS-EOF
                    IF WS-RETURN-CODE = 0
                        MOVE 4 TO WS-RETURN-CODE
                    END-IF
                END-IF
            END-IF
    END-READ.

LOAD-FCST-MASTER.
    MOVE 0 TO WS-FCST-GRT-COUNT
    MOVE "N" TO WS-MASTER-EOF
    OPEN INPUT HELLO-MASTER-FILE
    IF WS-MASTER-STATUS NOT = "00"
        DISPLAY "HELLO-FORECAST: HELLOMST UNAVAILABLE - STATUS "
            WS-MASTER-STATUS
        MOVE 8 TO WS-RETURN-CODE
    ELSE
        PERFORM READ-FCST-MASTER UNTIL MASTER-EOF
        CLOSE HELLO-MASTER-FILE
    END-IF.

READ-FCST-MASTER.
    READ HELLO-MASTER-FILE NEXT RECORD
        AT END
            MOVE "Y" TO WS-MASTER-EOF
        NOT AT END
            IF HM-NEVER-EXPIRES OR HM-EXPIRY-DATE >= WS-FCST-FROM-DATE
                IF WS-FCST-GRT-COUNT < 2000
                    ADD 1 TO WS-FCST-GRT-COUNT
                    MOVE WS-FCST-GRT-COUNT TO WS-GRT-POS
                    MOVE HM-GREETING-ID TO FG-GREETING-ID(WS-GRT-POS)
                    MOVE HM-GREETING-TEXT
                        TO FG-GREETING-TEXT(WS-GRT-POS)
                    MOVE HM-EFFECTIVE-DATE
                        TO FG-EFFECTIVE-DATE(WS-GRT-POS)
                    MOVE HM-LANGUAGE-CODE
                        TO FG-LANGUAGE-CODE(WS-GRT-POS)
                    MOVE HM-EXPIRY-DATE TO FG-EXPIRY-DATE(WS-GRT-POS)
                    MOVE "MASTER" TO FG-SOURCE(WS-GRT-POS)
                    MOVE 0 TO FG-FROM-DATE(WS-GRT-POS)
                    MOVE 99999999 TO FG-UNTIL-DATE(WS-GRT-POS)
                ELSE
                    PERFORM REPORT-GRT-TABLE-FULL
                END-IF
            END-IF
    END-READ.

LOAD-FCST-PENDING.
    MOVE "N" TO WS-PNI-EOF
    OPEN INPUT HELLO-PNI-FILE
    IF WS-PNI-STATUS NOT = "00"
        DISPLAY "HELLO-FORECAST: HELLOPNI MISSING OR EMPTY - "
            "NO PENDING ITEMS - STATUS " WS-PNI-STATUS
    ELSE
        PERFORM READ-FCST-PENDING UNTIL PNI-EOF
        CLOSE HELLO-PNI-FILE
    END-IF.

READ-FCST-PENDING.
    READ HELLO-PNI-FILE
        AT END
            MOVE "Y" TO WS-PNI-EOF
        NOT AT END
            MOVE PN-TXN-IMAGE TO HELLO-TXN-RECORD
            IF TX-EFFECTIVE-DATE NUMERIC
                    AND TX-EFFECTIVE-DATE <= WS-FCST-TO-DATE
                PERFORM APPLY-FCST-PENDING
            END-IF
    END-READ.

APPLY-FCST-PENDING.
    ADD 1 TO WS-PENDING-COUNT
    IF NOT TX-ADD
        PERFORM FIND-FCST-GREETING
        IF WS-GRT-POS > 0
            MOVE TX-EFFECTIVE-DATE TO FG-UNTIL-DATE(WS-GRT-POS)
        END-IF
    END-IF
    IF NOT TX-DELETE
        IF WS-FCST-GRT-COUNT < 2000
            ADD 1 TO WS-FCST-GRT-COUNT
            MOVE WS-FCST-GRT-COUNT TO WS-GRT-POS
            MOVE TX-GREETING-ID TO FG-GREETING-ID(WS-GRT-POS)
            MOVE TX-GREETING-TEXT TO FG-GREETING-TEXT(WS-GRT-POS)
            MOVE TX-EFFECTIVE-DATE TO FG-EFFECTIVE-DATE(WS-GRT-POS)
            MOVE TX-LANGUAGE-CODE TO FG-LANGUAGE-CODE(WS-GRT-POS)
            MOVE TX-EXPIRY-DATE TO FG-EXPIRY-DATE(WS-GRT-POS)
            MOVE "PENDING" TO FG-SOURCE(WS-GRT-POS)
            MOVE TX-EFFECTIVE-DATE TO FG-FROM-DATE(WS-GRT-POS)
            MOVE 99999999 TO FG-UNTIL-DATE(WS-GRT-POS)
        ELSE
            PERFORM REPORT-GRT-TABLE-FULL
        END-IF
    END-IF.

FIND-FCST-GREETING.
    MOVE 0 TO WS-GRT-POS
    PERFORM CHECK-FCST-GREETING
        VARYING WS-GRT-SUB FROM 1 BY 1
        UNTIL WS-GRT-SUB > WS-FCST-GRT-COUNT.

CHECK-FCST-GREETING.
    IF FG-GREETING-ID(WS-GRT-SUB) = TX-GREETING-ID
            AND FG-FROM-DATE(WS-GRT-SUB) <= TX-EFFECTIVE-DATE
            AND FG-UNTIL-DATE(WS-GRT-SUB) > TX-EFFECTIVE-DATE
        MOVE WS-GRT-SUB TO WS-GRT-POS
    END-IF.

REPORT-GRT-TABLE-FULL.
    DISPLAY "HELLO-FORECAST: GREETING TABLE FULL - GREETINGS "
        "BEYOND 2000 NOT FORECAST"
    MOVE "Y" TO WS-MASTER-EOF
    MOVE "Y" TO WS-PNI-EOF
    IF WS-RETURN-CODE = 0
        MOVE 4 TO WS-RETURN-CODE
    END-IF.

OPEN-FCST-FILES.
    MOVE "N" TO WS-CAL-EOF
    OPEN INPUT HELLO-CAL-FILE
    OPEN OUTPUT HELLO-FCR-FILE
    IF WS-CAL-STATUS NOT = "00" OR WS-FCR-STATUS NOT = "00"
        DISPLAY
            "HELLO-FORECAST: UNABLE TO OPEN HELLOCAL/HELLOFCR - "
            "STATUS " WS-CAL-STATUS " / " WS-FCR-STATUS
        MOVE 8 TO WS-RETURN-CODE
    END-IF.

WRITE-FCST-HEADINGS.
    MOVE WS-FCR-HEADING-1 TO HELLO-FORECAST-LINE
    WRITE HELLO-FORECAST-LINE
    MOVE SPACES TO WS-FCR-HEADING-2
    STRING "PROCESSING DAYS " WS-FCST-FROM-DATE
        " THRU " WS-FCST-TO-DATE
        " (" WS-FCST-DAYS " CALENDAR DAYS)"
        DELIMITED BY SIZE INTO WS-FCR-HEADING-2
    MOVE WS-FCR-HEADING-2 TO HELLO-FORECAST-LINE
    WRITE HELLO-FORECAST-LINE.

FORECAST-CALENDAR-DAY.
    READ HELLO-CAL-FILE
        AT END
            MOVE "Y" TO WS-CAL-EOF
        NOT AT END
            IF CA-PROCESSING-DAY
                    AND CA-DATE >= WS-FCST-FROM-DATE
                    AND CA-DATE <= WS-FCST-TO-DATE
                PERFORM FORECAST-ONE-DAY
            END-IF
    END-READ.

FORECAST-ONE-DAY.
    ADD 1 TO WS-FCST-DAY-COUNT
    MOVE CA-DATE TO WS-DAY-DATE
    MOVE WS-DAY-DATE TO FD-DAY-DATE
    MOVE SPACES TO HELLO-FORECAST-LINE
    WRITE HELLO-FORECAST-LINE
    MOVE WS-FCR-DAY-LINE TO HELLO-FORECAST-LINE
    WRITE HELLO-FORECAST-LINE
    PERFORM FORECAST-ONE-LANGUAGE
        VARYING WS-LANG-SUB FROM 1 BY 1
        UNTIL WS-LANG-SUB > WS-LANG-COUNT.

FORECAST-ONE-LANGUAGE.
    IF NOT LANG-RETIRED(WS-LANG-SUB)
        MOVE LANG-GREETING-TEXT(WS-LANG-SUB) TO WS-DAY-GREETING
        MOVE "LANGTAB" TO WS-DAY-SOURCE
        MOVE 0 TO WS-DAY-WIND-COUNT
        MOVE 0 TO WS-DAY-WIND-END
        PERFORM CHECK-FCST-WINDOW
            VARYING WS-WIND-SUB FROM 1 BY 1
            UNTIL WS-WIND-SUB > WS-FCST-WIND-COUNT
        MOVE LANG-CODE(WS-LANG-SUB) TO FL-LANGUAGE-CODE
        MOVE WS-DAY-SOURCE TO FL-SOURCE
        MOVE WS-DAY-GREETING TO FL-GREETING-TEXT
        MOVE SPACES TO FL-FLAG
        IF WS-DAY-WIND-COUNT > 1
            MOVE "OVERLAPPING WINDOWS" TO FL-FLAG
            ADD 1 TO WS-OVERLAP-COUNT
        END-IF
        MOVE WS-FCR-LANG-LINE TO HELLO-FORECAST-LINE
        WRITE HELLO-FORECAST-LINE
        MOVE 0 TO WS-DAY-ACTIVE-COUNT
        PERFORM FORECAST-ONE-GREETING
            VARYING WS-GRT-SUB FROM 1 BY 1
            UNTIL WS-GRT-SUB > WS-FCST-GRT-COUNT
        IF WS-DAY-ACTIVE-COUNT = 0
            MOVE "      *** NO ACTIVE GREETINGS FOR THIS LANGUAGE"
                TO WS-FCR-FLAG-LINE
            MOVE WS-FCR-FLAG-LINE TO HELLO-FORECAST-LINE
            WRITE HELLO-FORECAST-LINE
            ADD 1 TO WS-NO-GREETING-COUNT
        END-IF
    END-IF.

CHECK-FCST-WINDOW.
    IF FW-LANGUAGE-CODE(WS-WIND-SUB) = LANG-CODE(WS-LANG-SUB)
            AND WS-DAY-DATE >= FW-START-DATE(WS-WIND-SUB)
            AND WS-DAY-DATE <= FW-END-DATE(WS-WIND-SUB)
        ADD 1 TO WS-DAY-WIND-COUNT
        IF WS-DAY-WIND-COUNT = 1
            MOVE FW-GREETING-TEXT(WS-WIND-SUB) TO WS-DAY-GREETING
            MOVE "SEASONAL" TO WS-DAY-SOURCE
            MOVE FW-END-DATE(WS-WIND-SUB) TO WS-DAY-WIND-END
        END-IF
    END-IF.

FORECAST-ONE-GREETING.
    IF FG-LANGUAGE-CODE(WS-GRT-SUB) = LANG-CODE(WS-LANG-SUB)
            AND FG-FROM-DATE(WS-GRT-SUB) <= WS-DAY-DATE
            AND FG-UNTIL-DATE(WS-GRT-SUB) > WS-DAY-DATE
            AND FG-EFFECTIVE-DATE(WS-GRT-SUB) <= WS-DAY-DATE
            AND (FG-NEVER-EXPIRES(WS-GRT-SUB)
                OR FG-EXPIRY-DATE(WS-GRT-SUB) >= WS-DAY-DATE)
        ADD 1 TO WS-DAY-ACTIVE-COUNT
        MOVE FG-GREETING-ID(WS-GRT-SUB) TO FE-GREETING-ID
        MOVE FG-GREETING-TEXT(WS-GRT-SUB) TO FE-GREETING-TEXT
        MOVE FG-EFFECTIVE-DATE(WS-GRT-SUB) TO FE-EFFECTIVE-DATE
        MOVE FG-EXPIRY-DATE(WS-GRT-SUB) TO FE-EXPIRY-DATE
        MOVE FG-SOURCE(WS-GRT-SUB) TO FE-SOURCE
        MOVE WS-FCR-GRT-LINE TO HELLO-FORECAST-LINE
        WRITE HELLO-FORECAST-LINE
        IF WS-DAY-WIND-END > 0
                AND NOT FG-NEVER-EXPIRES(WS-GRT-SUB)
                AND FG-EXPIRY-DATE(WS-GRT-SUB) < WS-DAY-WIND-END
            MOVE SPACES TO WS-FCR-FLAG-LINE
            STRING "        *** EXPIRES " FG-EXPIRY-DATE(WS-GRT-SUB)
                " BEFORE SEASONAL WINDOW ENDS " WS-DAY-WIND-END
                DELIMITED BY SIZE INTO WS-FCR-FLAG-LINE
            MOVE WS-FCR-FLAG-LINE TO HELLO-FORECAST-LINE
            WRITE HELLO-FORECAST-LINE
            ADD 1 TO WS-EXPIRING-COUNT
        END-IF
    END-IF.

WRITE-FCST-TOTALS.
    MOVE SPACES TO HELLO-FORECAST-LINE
    WRITE HELLO-FORECAST-LINE
    MOVE WS-FCST-DAY-COUNT TO FT-DAYS
    MOVE WS-PENDING-COUNT TO FT-PENDING
    MOVE WS-FCR-TOTAL-LINE-1 TO HELLO-FORECAST-LINE
    WRITE HELLO-FORECAST-LINE
    MOVE WS-OVERLAP-COUNT TO FT-OVERLAP
    MOVE WS-NO-GREETING-COUNT TO FT-NO-GREETING
    MOVE WS-EXPIRING-COUNT TO FT-EXPIRING
    MOVE WS-FCR-TOTAL-LINE-2 TO HELLO-FORECAST-LINE
    WRITE HELLO-FORECAST-LINE
    IF WS-FCST-DAY-COUNT = 0
        DISPLAY "HELLO-FORECAST: NO HELLOCAL PROCESSING DAYS BETWEEN "
            WS-FCST-FROM-DATE " AND " WS-FCST-TO-DATE
        IF WS-RETURN-CODE = 0
            MOVE 4 TO WS-RETURN-CODE
        END-IF
    END-IF.

CLOSE-FCST-FILES.
    CLOSE HELLO-CAL-FILE
    CLOSE HELLO-FCR-FILE.
