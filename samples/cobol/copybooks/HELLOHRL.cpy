    *> HELLOHRL - print line layout for the HELLOHRP held-items
    *> listing produced by HELLO-MAINT, showing the supervisors
    *> every transaction waiting on an approval and why.
01  HELLO-HELD-LINE                    PIC X(80).
