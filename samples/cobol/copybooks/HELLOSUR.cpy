    *> SU-CYCLE-COUNT so an item nobody corrects ages out to the
    *> HELLOAGR supervisors' report instead of circling forever.
01  HELLO-SUSPENSE-RECORD.
    05  SU-TXN-IMAGE                PIC X(74).
    05  SU-REASON-CODE              PIC X(04).
        88  SU-BAD-DATE                 VALUE "DATE".
        88  SU-BAD-LANGUAGE             VALUE "LANG".
        88  SU-BLANK-TEXT               VALUE "TEXT".
        88  SU-DUPLICATE-ID             VALUE "DUPL".
        88  SU-BAD-EXPIRY               VALUE "EXPD".
        88  SU-NO-REQUESTER             VALUE "RQST".
    05  SU-CYCLE-COUNT              PIC 9(02).
