    *> HELLOBDR - business-date control record layout for HELLOBDC.
    *> One record for the whole suite: the business date every
    *> program processes for, the business date before it, and a
    *> completion flag per batch job for the current business date.
    *> Only HELLO-DATE-CTL writes it - the date moves forward only
    *> when its ROLL step runs, never because the clock passed
    *> midnight - and every other program reads it through HELLOBDT.
01  HELLO-BUSDATE-RECORD.
    05  BD-CURRENT-DATE             PIC 9(8).
    05  BD-PRIOR-DATE               PIC 9(8).
    05  BD-MNT-COMPLETION.
        10  BD-MNT-DONE-FLAG        PIC X(1).
            88  BD-MNT-DONE             VALUE "Y".
        10  BD-MNT-DONE-DATE        PIC 9(8).
        10  BD-MNT-DONE-TIME        PIC 9(6).
    05  BD-JOB-COMPLETION.
        10  BD-JOB-DONE-FLAG        PIC X(1).
            88  BD-JOB-DONE             VALUE "Y".
        10  BD-JOB-DONE-DATE        PIC 9(8).
        10  BD-JOB-DONE-TIME        PIC 9(6).
    05  BD-EOM-COMPLETION.
        10  BD-EOM-DONE-FLAG        PIC X(1).
            88  BD-EOM-DONE             VALUE "Y".
        10  BD-EOM-DONE-DATE        PIC 9(8).
        10  BD-EOM-DONE-TIME        PIC 9(6).
    05  BD-ROLLED-DATE              PIC 9(8).
    05  BD-ROLLED-TIME              PIC 9(6).
