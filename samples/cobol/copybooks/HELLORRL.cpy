    *> HELLORRL - print line layout for the HELLORRP reprint
    *> produced by HELLO-REPRINT: each archived HELLORPT/HELLORnn
    *> report selected, line for line as HELLO-WORLD printed it,
    *> behind a banner naming the report, run date, job and time,
    *> and a closing count of the reports and lines reprinted.
01  HELLO-REPRINT-LINE                 PIC X(80).
