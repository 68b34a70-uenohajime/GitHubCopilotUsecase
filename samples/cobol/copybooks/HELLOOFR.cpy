    *> HELLOOFR - outbound changed-greetings feed record layout for
    *> HELLOOFD, written by HELLO-FEED-OUT for the web content team
    *> and the regional print vendors. One H header (run sequence
    *> number, business date, D delta or F full refresh), one D
    *> detail per greeting change, one T trailer carrying the
    *> detail count and a hash total over the detail greeting ids
    *> (same hash as the HELLOBKP trailer). OF-MASTER-IMAGE is the
    *> HELLOMST layout: the greeting as it now stands for ADD,
    *> CHANGE and REINST (a purged greeting restored), as it stood
    *> when removed for DELETE and PURGE (swept out at month end),
    *> and every current greeting for FULL on a full refresh.
    *> Delta details go out in OF-CHANGE-DATE order, a PURGE ahead
    *> of an ADD or REINST of the same greeting on the same date,
    *> so receivers apply them as they come.
01  HELLO-OUTBOUND-FEED-RECORD.
    05  OF-RECORD-TYPE              PIC X(1).
        88  OF-HEADER-RECORD            VALUE "H".
        88  OF-DETAIL-RECORD            VALUE "D".
        88  OF-TRAILER-RECORD           VALUE "T".
    05  OF-DETAIL-AREA.
        10  OF-ACTION               PIC X(6).
        10  OF-CHANGE-DATE          PIC 9(8).
        10  OF-MASTER-IMAGE         PIC X(65).
    05  OF-HEADER-AREA REDEFINES OF-DETAIL-AREA.
        10  OF-SENDER-ID            PIC X(8).
        10  OF-RUN-SEQ              PIC 9(6).
        10  OF-BUSINESS-DATE        PIC 9(8).
        10  OF-FEED-MODE            PIC X(1).
            88  OF-DELTA-FEED           VALUE "D".
            88  OF-FULL-REFRESH         VALUE "F".
        10  FILLER                  PIC X(56).
    05  OF-TRAILER-AREA REDEFINES OF-DETAIL-AREA.
        10  OF-RECORD-COUNT         PIC 9(7).
        10  OF-KEY-HASH             PIC 9(13).
        10  FILLER                  PIC X(59).
