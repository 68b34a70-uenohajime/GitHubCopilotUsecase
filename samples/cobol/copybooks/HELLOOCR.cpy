    *> HELLOOCR - outbound-feed control record layout for HELLOOFC.
    *> One record, rewritten by HELLO-FEED-OUT after each feed it
    *> builds: the run sequence number last sent, and the last
    *> HELLOJRN entry and last HELLOHST purge record that feed
    *> carried. The next delta feed sends only what was appended
    *> after those two records, so a rerun sends nothing twice and
    *> a missed night is caught up in the next file. A full
    *> refresh moves both marks to the current end of the files.
01  HELLO-FEED-CONTROL-RECORD.
    05  OC-RUN-SEQ                  PIC 9(6).
    05  OC-RUN-DATE                 PIC 9(8).
    05  OC-RUN-TIME                 PIC 9(6).
    05  OC-RUN-MODE                 PIC X(1).
        88  OC-DELTA-RUN                VALUE "D".
        88  OC-FULL-RUN                 VALUE "F".
    05  OC-DETAIL-COUNT             PIC 9(7).
    05  OC-LAST-JOURNAL.
        10  OC-JR-RUN-DATE          PIC 9(8).
        10  OC-JR-RUN-TIME          PIC 9(6).
        10  OC-JR-JOB-ID            PIC X(8).
        10  OC-JR-ACTION            PIC X(6).
        10  OC-JR-GREETING-ID       PIC X(6).
    05  OC-LAST-HISTORY.
        10  OC-HS-PURGE-DATE        PIC 9(8).
        10  OC-HS-GREETING-ID       PIC X(6).
