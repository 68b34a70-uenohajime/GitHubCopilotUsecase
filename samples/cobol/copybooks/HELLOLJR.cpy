    *> HELLOLJR - language-table journal record layout for HELLOLJN.
    *> One record is appended per HELLOLNG entry HELLO-LANG-MAINT
    *> adds, changes or retires, carrying the entry's position and
    *> its before and after images (HELLOLNR layout) - the same
    *> audit trail HELLOJRN gives HELLO-MASTER.
01  HELLO-LANG-JOURNAL-RECORD.
    05  LJ-RUN-DATE                 PIC 9(8).
    05  LJ-RUN-TIME                 PIC 9(6).
    05  LJ-JOB-ID                   PIC X(8).
    05  LJ-ACTION                   PIC X(6).
    05  LJ-LANGUAGE-CODE            PIC X(3).
    05  LJ-POSITION                 PIC 9(2).
    05  LJ-BEFORE-IMAGE             PIC X(44).
    05  LJ-AFTER-IMAGE              PIC X(44).
    05  LJ-REQUESTER-ID             PIC X(8).
