        88  AR-DATA-RECORD              VALUE "D".
        88  AR-TRAILER-RECORD           VALUE "T".
    05  AR-DATA-AREA.
        10  AR-RECORD-IMAGE         PIC X(180).
    05  AR-TRAILER-AREA REDEFINES AR-DATA-AREA.
        10  AR-RECORD-COUNT         PIC 9(9).
        10  AR-DATE-HASH            PIC 9(13).
        10  FILLER                  PIC X(158).
