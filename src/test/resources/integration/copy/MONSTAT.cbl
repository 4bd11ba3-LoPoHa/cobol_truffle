      *  "R" PER-REASON LINE:  KEY = REASON CODE, COUNT = EXCEPTIONS
      *  "F" PER-FEED LINE:    KEY = FEED ID, COUNT = RECORDS READ,
      *                        COUNT-2 = EXCEPTIONS
      *  "B" FEES-BILLED LINE: KEY = PARTNER FEED ID, COUNT = RECORDS
      *                        CHARGED, AMOUNT = FEES CHARGED
      *  "U" FEES-REFUNDED:    KEY = PARTNER FEED ID, COUNT = RECORDS
      *                        REFUNDED, AMOUNT = FEES REFUNDED
      *****************************************************************
        05  MS-RUN-DATE                 PIC 9(08).
        05  MS-LINE-TYPE                PIC X(01).
         88 MS-LETTER-LINE                    VALUE "L".
         88 MS-REASON-LINE                    VALUE "R".
         88 MS-FEED-LINE                      VALUE "F".
         88 MS-FEE-BILLED-LINE                VALUE "B".
         88 MS-FEE-REFUND-LINE                VALUE "U".
        05  MS-KEY                      PIC X(08).
        05  MS-COUNT                    PIC 9(07).
        05  MS-COUNT-2                  PIC 9(07).
