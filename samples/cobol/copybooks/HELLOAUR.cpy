    *> HELLOAUR - approver authority record layout for HELLOAUT.
    *> One record per approver per language region (language code)
    *> the approver may release HELLOTXN maintenance for; a code of
    *> *** grants every region. Read by HELLO-MAINT when it checks
    *> an approval on HELLOAPV.
01  HELLO-AUTHORITY-RECORD.
    05  AU-APPROVER-ID              PIC X(08).
    05  AU-LANGUAGE-CODE            PIC X(03).
        88  AU-ALL-REGIONS              VALUE "***".
