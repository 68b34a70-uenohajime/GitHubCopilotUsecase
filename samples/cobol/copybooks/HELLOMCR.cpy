    *> HELLOMCR - checkpoint record layout for HELLOMCK.
    *> Written by HELLO-MAINT when a live run starts, after every
    *> MAINTCKPT transactions applied and when the run ends, so a
    *> run that fails partway through HELLOTXC can be restarted after
    *> the last item committed instead of restoring HELLO-MASTER from
    *> HELLOBKP and rerunning the whole stream. MC-ITEMS-DONE counts
    *> held items and transactions in the order they are presented.
    *> MC-JOB-ID lists the job that started the run followed by any
    *> job that restarted it, since each one's HELLOJRN entries carry
    *> its own job ID.
01  HELLO-MAINT-CKPT-RECORD.
    05  MC-RUN-DATE                 PIC 9(8).
    05  MC-STATE                    PIC X(1).
        88  MC-IN-FLIGHT                VALUE "I".
        88  MC-COMPLETE                 VALUE "C".
    05  MC-ITEMS-DONE               PIC 9(7).
    05  MC-APPLIED                  PIC 9(7).
    05  MC-CKPT-DATE                PIC 9(8).
    05  MC-CKPT-TIME                PIC 9(6).
    05  MC-JOB-LIST.
        10  MC-JOB-COUNT            PIC 9(1).
        10  MC-JOB-ID               PIC X(8) OCCURS 5 TIMES.
