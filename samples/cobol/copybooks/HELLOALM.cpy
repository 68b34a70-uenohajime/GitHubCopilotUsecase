    *> One record is appended by HELLOALR the moment a suite
    *> program decides on return code 8: what failed, where, and
    *> when, shaped for the automation tool watching the file to
    *> page on-call with the failing DD name in hand. The alert
    *> date/time are wall-clock (suppression and escalation age run
    *> off them); AL-BUSINESS-DATE is the HELLOBDC business date the
    *> failing run was processing for.
01  HELLO-ALERT-RECORD.
    05  AL-ALERT-DATE               PIC 9(8).
    05  AL-ALERT-TIME               PIC 9(6).
    05  AL-SEVERITY                 PIC X(1).
        88  AL-SEV-CRITICAL             VALUE "C".
        88  AL-SEV-WARNING              VALUE "W".
    05  AL-BUSINESS-DATE            PIC 9(8).
