    *> One record is appended per WRITE/REWRITE/DELETE HELLO-MAINT
    *> applies to HELLO-MASTER, carrying the before and after images
    *> so an audit can show exactly what a batch did to a greeting
    *> and what the record looked like beforehand, together with
    *> who requested the change and who approved it on HELLOAPV.
01  HELLO-JOURNAL-RECORD.
    05  JR-RUN-DATE                 PIC 9(8).
    05  JR-RUN-TIME                 PIC 9(6).
    05  JR-GREETING-ID              PIC X(6).
    05  JR-BEFORE-IMAGE             PIC X(65).
    05  JR-AFTER-IMAGE              PIC X(65).
    05  JR-REQUESTER-ID             PIC X(8).
    05  JR-APPROVER-ID              PIC X(8).
