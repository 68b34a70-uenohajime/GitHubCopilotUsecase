    *> HELLOTXR - maintenance transaction record layout for HELLOTXN.
    *> Read by HELLO-MAINT; one record per add/change/delete request
    *> against HELLO-MASTER so ops can change what HELLO-WORLD says
    *> without a recompile. TX-REQUESTER-ID names who asked for the
    *> change; HELLO-MAINT applies it only once a different person
    *> with authority for the language region has released it on
    *> HELLOAPV.
01  HELLO-TXN-RECORD.
    05  TX-ACTION                   PIC X(01).
        88  TX-ADD                      VALUE "A".
    05  TX-LANGUAGE-CODE            PIC X(03).
    05  TX-EXPIRY-DATE              PIC 9(08).
        88  TX-NEVER-EXPIRES            VALUE ZERO.
    05  TX-REQUESTER-ID             PIC X(08).
