    *> HELLOCTR - control-total record layout for HELLOCTL.
    *> One record is appended by each HELLOMNT step that moves
    *> maintenance transactions (HELLO-RECYCLE, HELLO-WAREHOUSE,
    *> HELLO-EDIT and HELLO-MAINT) counting what it read and where
    *> each item went, so HELLO-BALANCE can prove the night's stream
    *> as a whole dropped nothing. CT-COUNTS is read through the view
    *> for the program named in CT-PROGRAM-ID.
01  HELLO-CONTROL-RECORD.
    05  CT-RUN-DATE                 PIC 9(8).
    05  CT-RUN-TIME                 PIC 9(6).
    05  CT-JOB-ID                   PIC X(8).
    05  CT-PROGRAM-ID               PIC X(18).
    05  CT-COUNTS.
        10  CT-COUNT                PIC 9(7) OCCURS 6 TIMES.
    05  CT-RECYCLE-COUNTS REDEFINES CT-COUNTS.
        10  CT-RC-SUS-READ          PIC 9(7).
        10  CT-RC-NEW-READ          PIC 9(7).
        10  CT-RC-RECYCLED          PIC 9(7).
        10  CT-RC-AGED              PIC 9(7).
        10  CT-RC-NEW-MERGED        PIC 9(7).
        10  FILLER                  PIC 9(7).
    05  CT-WAREHOUSE-COUNTS REDEFINES CT-COUNTS.
        10  CT-WH-PND-READ          PIC 9(7).
        10  CT-WH-TXM-READ          PIC 9(7).
        10  CT-WH-RELEASED          PIC 9(7).
        10  CT-WH-CARRIED           PIC 9(7).
        10  CT-WH-WAREHOUSED        PIC 9(7).
        10  CT-WH-PASSED            PIC 9(7).
    05  CT-EDIT-COUNTS REDEFINES CT-COUNTS.
        10  CT-ED-TXW-READ          PIC 9(7).
        10  CT-ED-PASSED            PIC 9(7).
        10  CT-ED-SUSPENDED         PIC 9(7).
        10  FILLER                  PIC 9(7).
        10  FILLER                  PIC 9(7).
        10  FILLER                  PIC 9(7).
    05  CT-MAINT-COUNTS REDEFINES CT-COUNTS.
        10  CT-MT-HELD-IN           PIC 9(7).
        10  CT-MT-TXC-READ          PIC 9(7).
        10  CT-MT-APPLIED           PIC 9(7).
        10  CT-MT-REJECTED          PIC 9(7).
        10  CT-MT-HELD-OUT          PIC 9(7).
        10  CT-MT-JRNL-ELSEWHERE    PIC 9(7).
