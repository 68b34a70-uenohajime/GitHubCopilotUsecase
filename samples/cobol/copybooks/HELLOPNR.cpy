    *> TX-EFFECTIVE-DATE, so campaign greetings keyed weeks ahead
    *> stay invisible until their week actually arrives.
01  HELLO-PENDING-RECORD.
    05  PN-TXN-IMAGE                PIC X(74).
    05  PN-CYCLE-COUNT              PIC 9(02).
    05  PN-STORED-DATE              PIC 9(08).
