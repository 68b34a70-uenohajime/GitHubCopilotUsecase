    *> HELLOLNG by LOAD-LANGUAGE-TABLE. Lets one load module serve
    *> every regional batch run: the run's language-code parameter
    *> is looked up here instead of each site carrying its own
    *> hardcoded copy of the program. A retired code keeps its
    *> slot (and so every later code keeps its HELLORnn number) but
    *> is treated as not on the table.
01  LANG-TABLE.
    05  LANG-ENTRY OCCURS 20 TIMES INDEXED BY LANG-IDX.
        10  LANG-CODE               PIC X(03).
        10  LANG-GREETING-TEXT      PIC X(40).
        10  LANG-STATUS             PIC X(01).
            88  LANG-RETIRED            VALUE "R".
