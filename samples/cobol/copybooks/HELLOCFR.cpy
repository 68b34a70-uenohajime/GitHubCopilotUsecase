    *> HELLOCFR - campaign-feed record layout for HELLOCFD, the
    *> greeting-change file marketing's campaign system sends.
    *> One H header (sender and file sequence number), one D detail
    *> per greeting change, one T trailer carrying the detail count
    *> and a hash total over the detail greeting ids (same hash as
    *> the HELLOBKP trailer). HELLO-FEED-IN converts the details to
    *> HELLOTXR transactions: action NEW/UPD/DEL becomes A/C/D, the
    *> campaign start/end dates become the effective/expiry dates
    *> (a blank end date never expires) and the submitter becomes
    *> the requester.
01  HELLO-CAMPAIGN-FEED-RECORD.
    05  CF-RECORD-TYPE              PIC X(1).
        88  CF-HEADER-RECORD            VALUE "H".
        88  CF-DETAIL-RECORD            VALUE "D".
        88  CF-TRAILER-RECORD           VALUE "T".
    05  CF-DETAIL-AREA.
        10  CF-CAMPAIGN-ID          PIC X(8).
        10  CF-ACTION               PIC X(3).
            88  CF-NEW                  VALUE "NEW".
            88  CF-UPDATE               VALUE "UPD".
            88  CF-WITHDRAW             VALUE "DEL".
        10  CF-GREETING-ID          PIC X(6).
        10  CF-LANGUAGE-CODE        PIC X(3).
        10  CF-GREETING-TEXT        PIC X(40).
        10  CF-START-DATE           PIC X(8).
        10  CF-END-DATE             PIC X(8).
        10  CF-SUBMITTED-BY         PIC X(8).
    05  CF-HEADER-AREA REDEFINES CF-DETAIL-AREA.
        10  CF-SENDER-ID            PIC X(8).
        10  CF-FILE-SEQ             PIC 9(6).
        10  CF-CREATED-DATE         PIC 9(8).
        10  FILLER                  PIC X(62).
    05  CF-TRAILER-AREA REDEFINES CF-DETAIL-AREA.
        10  CF-RECORD-COUNT         PIC 9(7).
        10  CF-KEY-HASH             PIC 9(13).
        10  FILLER                  PIC X(64).
