    *> suspense record it writes, so the age of a stuck item
    *> survives every trip around the recycle loop.
01  HELLO-TXN-MERGED-RECORD.
    05  MX-TXN-IMAGE                PIC X(74).
    05  MX-CYCLE-COUNT              PIC 9(02).
