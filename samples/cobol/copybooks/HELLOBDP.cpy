    *> HELLOBDP - parameter area passed to HELLOBDT by a suite
    *> program that needs its processing date. The caller fills
    *> BP-PROGRAM-ID; HELLOBDT returns the business date to process
    *> for (the HELLOBDC current date, or the prior date when the
    *> step is a rerun of the prior day), the control record's own
    *> dates and completion flags, and BP-RESULT.
01  HELLO-BUSDATE-PARMS.
    05  BP-PROGRAM-ID               PIC X(18).
    05  BP-BUSINESS-DATE            PIC 9(8).
    05  BP-CURRENT-DATE             PIC 9(8).
    05  BP-PRIOR-DATE               PIC 9(8).
    05  BP-MNT-DONE-FLAG            PIC X(1).
    05  BP-JOB-DONE-FLAG            PIC X(1).
    05  BP-EOM-DONE-FLAG            PIC X(1).
    05  BP-RESULT                   PIC X(1).
        88  BP-DATE-OK                  VALUE "Y".
        88  BP-DATE-UNAVAILABLE         VALUE "N".
