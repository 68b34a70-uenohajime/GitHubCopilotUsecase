    *> HELLODRL - print line layout for the HELLODRP greeting
    *> dossier produced by HELLO-DOSSIER: for each greeting id asked
    *> about, the current HELLO-MASTER image, any HELLOPND, HELLOSUS
    *> or HELLOHLD item, the HELLOJRN changes, the HELLOHST purges
    *> and HELLO-REINSTATE restores, and the HELLOSAU runs that
    *> displayed its text, every section answering NONE FOUND when
    *> the greeting is not there.
01  HELLO-DOSSIER-LINE                 PIC X(80).
