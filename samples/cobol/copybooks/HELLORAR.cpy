    *> HELLORAR - report archive record layout for HELLORPA.
    *> HELLO-WORLD appends one record per line it prints on HELLORPT
    *> and on each regional HELLORnn file, keyed by run date, job
    *> ID, the time the report pass started and the report it went
    *> to (RA-REPORT-SEQ 00 is HELLORPT, nn is HELLORnn for the
    *> HELLOLNG code in RA-LANGUAGE-CODE), so HELLO-REPRINT can put
    *> any report back together line for line once the spool has
    *> been purged. RA-RUN-DATE comes first so HELLO-RETAIN can trim
    *> the file from HELLORTP like the other append files.
01  HELLO-REPORT-ARCHIVE-RECORD.
    05  RA-RUN-DATE                 PIC 9(8).
    05  RA-JOB-ID                   PIC X(8).
    05  RA-RUN-TIME                 PIC 9(6).
    05  RA-REPORT-DD                PIC X(8).
    05  RA-REPORT-SEQ               PIC 9(2).
        88  RA-MAIN-REPORT              VALUE ZERO.
    05  RA-LANGUAGE-CODE            PIC X(3).
    05  RA-LINE-SEQ                 PIC 9(5).
    05  RA-REPORT-LINE              PIC X(80).
