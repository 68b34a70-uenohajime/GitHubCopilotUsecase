    *> HELLOLML - print line layout for the HELLOLMR language-table
    *> maintenance listing produced by HELLO-LANG-MAINT, showing
    *> what changed on HELLOLNG, what was refused, and the table
    *> as it now stands with each code's HELLORnn position.
01  HELLO-LANG-MAINT-LINE              PIC X(80).
