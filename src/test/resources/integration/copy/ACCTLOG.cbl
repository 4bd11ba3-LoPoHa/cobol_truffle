      *****************************************************************
      * ACCTLOG
      *
      * RECORD LAYOUT FOR THE ACCOUNT MASTER CHANGE LOG (ACTLOG).
      * ACTMAINT WRITES ONE LINE PER PARAMETER IT APPLIES OR REFUSES,
      * A CHANGE AS AN "OLD" AND A "NEW" LINE; TEST WRITES THE SAME
      * PAIR, ACTION "M" AND OPERATOR "TEST", WHEN AN AMENDMENT MOVES
      * AN ACCOUNT'S STATUS. AL-OPERATOR IS THE MAKER OF A CHANGE;
      * AL-CHECKER THE OPERATOR WHO RELEASED IT THROUGH ACTMAINT (OR
      * TRIED TO), BLANK OTHERWISE AND ON EVERY TEST LINE.
      *****************************************************************
        05  AL-DATE                     PIC 9(08).
        05  FILLER                      PIC X(01).
        05  AL-TIME                     PIC 9(08).
        05  FILLER                      PIC X(01).
        05  AL-ACTION                   PIC X(01).
        05  FILLER                      PIC X(01).
        05  AL-ACCOUNT-NUMBER           PIC 9(09).
        05  FILLER                      PIC X(01).
        05  AL-DETAIL                   PIC X(50).
        05  FILLER                      PIC X(01).
        05  AL-OPERATOR                 PIC X(08).
        05  FILLER                      PIC X(01).
        05  AL-CHECKER                  PIC X(08).
