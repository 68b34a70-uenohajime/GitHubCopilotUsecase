    *> HELLOLNR - language-table file record layout for HELLOLNG.
    *> One record per region: its language code and local-language
    *> greeting. Loaded into the LANGTAB OCCURS table at start-up.
    *> A record's position is the region's HELLORnn DD number, so
    *> the file is maintained only by HELLO-LANG-MAINT: codes are
    *> added at the end and retired in place (LF-STATUS R), never
    *> removed or moved.
01  HELLO-LANG-FILE-RECORD.
    05  LF-LANGUAGE-CODE            PIC X(03).
    05  LF-GREETING-TEXT            PIC X(40).
    05  LF-STATUS                   PIC X(01).
        88  LF-ACTIVE                   VALUE SPACE "A".
        88  LF-RETIRED                  VALUE "R".
