    *> HELLOHDR - held-transaction record layout for the HELLOHLD
    *> generations written by HELLO-MAINT. One record per edited
    *> transaction HELLO-MAINT would not apply because it has no
    *> valid approval: the transaction image, the business date it
    *> was first held, why it is held, and the approver named on a
    *> refused approval. HELLO-MAINT presents the previous
    *> generation again in front of the night's HELLOTXC input, so
    *> a held item applies as soon as a valid approval arrives
    *> instead of being rekeyed.
01  HELLO-HELD-RECORD.
    05  HD-TXN-IMAGE                PIC X(74).
    05  HD-HELD-DATE                PIC 9(08).
    05  HD-HOLD-REASON              PIC X(04).
        88  HD-NOT-APPROVED             VALUE "NOAP".
        88  HD-SELF-APPROVED            VALUE "SELF".
        88  HD-NO-AUTHORITY             VALUE "AUTH".
    05  HD-APPROVER-ID              PIC X(08).
