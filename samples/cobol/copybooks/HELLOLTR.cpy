    *> HELLOLTR - language-table maintenance transaction layout for
    *> HELLOLTN, read by HELLO-LANG-MAINT. One record per add,
    *> change or retire of a HELLOLNG language code: an add puts a
    *> new code at the end of the table (or brings a retired code
    *> back in its old position), a change replaces the greeting
    *> text, a retire marks the code retired in place.
01  HELLO-LANG-TXN-RECORD.
    05  LT-ACTION                   PIC X(01).
        88  LT-ADD                      VALUE "A".
        88  LT-CHANGE                   VALUE "C".
        88  LT-RETIRE                   VALUE "R".
    05  LT-LANGUAGE-CODE            PIC X(03).
    05  LT-GREETING-TEXT            PIC X(40).
    05  LT-REQUESTER-ID             PIC X(08).
