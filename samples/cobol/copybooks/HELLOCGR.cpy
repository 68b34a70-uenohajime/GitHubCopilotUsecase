    *> HELLOCGR - received-files register record layout for
    *> HELLOCFG. HELLO-FEED-IN appends one record for every
    *> campaign feed it accepts or rejects: the header's sender,
    *> file sequence and creation date, the trailer totals, and
    *> why a rejected file was refused. The last ACCEPTED (or
    *> RERUN) entry's sequence number is what the next feed's
    *> header must follow.
01  HELLO-FEED-REGISTER-RECORD.
    05  CG-RUN-DATE                 PIC 9(8).
    05  CG-RUN-TIME                 PIC 9(6).
    05  CG-JOB-ID                   PIC X(8).
    05  CG-SENDER-ID                PIC X(8).
    05  CG-FILE-SEQ                 PIC 9(6).
    05  CG-CREATED-DATE             PIC 9(8).
    05  CG-STATUS                   PIC X(8).
        88  CG-ACCEPTED                 VALUE "ACCEPTED".
        88  CG-REJECTED                 VALUE "REJECTED".
        88  CG-RERUN                    VALUE "RERUN".
    05  CG-DETAIL-COUNT             PIC 9(7).
    05  CG-KEY-HASH                 PIC 9(13).
    05  CG-REASON                   PIC X(40).
