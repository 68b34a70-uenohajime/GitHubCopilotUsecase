    *> HELLOAPR - approval record layout for HELLOAPV.
    *> One record per HELLOTXN transaction a checker has released:
    *> the exact transaction image being approved (requester ID
    *> included, so a corrected image needs approving again), who
    *> approved it and when. HELLO-MAINT applies a transaction only
    *> against a matching approval whose approver is not the
    *> requester and holds HELLOAUT authority for the transaction's
    *> language region. Each approval releases one transaction;
    *> approvals not yet matched are carried forward on the next
    *> HELLOAPC generation for a later night.
01  HELLO-APPROVAL-RECORD.
    05  AV-TXN-IMAGE                PIC X(74).
    05  AV-APPROVER-ID              PIC X(08).
    05  AV-APPROVAL-DATE            PIC 9(08).
    05  AV-APPROVAL-TIME            PIC 9(06).
