    *> HELLOBRL - print line layout for the HELLOBRP balancing
    *> report produced by HELLO-BALANCE: the HELLOCTL control record
    *> taken for each HELLOMNT step, every step-to-step and
    *> end-to-end check with both sides and its result, and the
    *> verdict for the night. One page, filed with HELLOMLST.
01  HELLO-BALANCE-LINE                 PIC X(80).
