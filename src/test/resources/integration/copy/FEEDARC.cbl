      *****************************************************************
      * FEEDARC
      *
      * RECORD LAYOUT FOR THE DATED FEED ARCHIVE, FEEDARC.CCYYMMDD.GGG,
      * ONE GENERATION PER RUN NAMED LIKE THE RUN'S RPTOUT/EXCPOUT.
      * A NORMAL RUN OF TEST WRITES ONE ENTRY FOR EVERY PARTNER-FEED
      * DETAIL IT PROCESSES: THE DETAIL IMAGE EXACTLY AS RECEIVED,
      * THE FEED AND ITS HEADER DATE, AND WHAT THE RUN DID WITH IT -
      * THE OUTCOME, THE FIRST REASON CODE WRITTEN FOR IT AND THE
      * BASE-CURRENCY AMOUNT IT WAS CONVERTED TO. HOLDOVER, PENDING
      * RELEASE AND REPROCESSED RECORDS ARE NOT PARTNER FEEDS AND ARE
      * NOT ARCHIVED; A TRIAL ARCHIVES NOTHING. WHATIF REPLAYS THE
      * ARCHIVE AGAINST PROPOSED REFERENCE VALUES. FA-AMOUNT CAN HOLD
      * WHATEVER THE PARTNER SENT - TEST IT NUMERIC BEFORE USE.
      *****************************************************************
        05  FA-RUN-DATE                 PIC 9(08).
        05  FA-FEED-ID                  PIC X(08).
        05  FA-FEED-DATE                PIC 9(08).
        05  FA-DETAIL-IMAGE.
         10 FA-RECORD-TYPE              PIC X(01).
          88 FA-DETAIL                        VALUE "D".
          88 FA-AMEND                         VALUE "M".
          88 FA-CANCEL                        VALUE "X".
         10 FA-PROGRAMNAME              PIC X(04).
         10 FA-LETTER                   PIC X(01).
         10 FA-ACCOUNT-NUMBER           PIC 9(09).
         10 FA-EFFECTIVE-DATE           PIC 9(08).
         10 FA-STATUS-CODE              PIC X(02).
         10 FA-AMOUNT                   PIC 9(07)V9(02).
         10 FA-CURRENCY-CODE            PIC X(03).
      * A - APPROVED (LETTER-C APPROVAL), R - ROUTED TO MANUAL REVIEW,
      * E - EXCEPTION, N - ACCEPTED WITHOUT AN APPROVAL (ANY OTHER
      * VALID LETTER, OR AN AMENDMENT/CANCELLATION APPLIED),
      * W - FUTURE-DATED, PARKED ON THE PENDING WAREHOUSE,
      * H - SUSPENDED ACCOUNT, HELD OVER TO THE NEXT RUN.
        05  FA-OUTCOME                  PIC X(01).
         88 FA-APPROVED                       VALUE "A".
         88 FA-REVIEWED                       VALUE "R".
         88 FA-EXCEPTED                       VALUE "E".
         88 FA-ACCEPTED                       VALUE "N".
         88 FA-PARKED                         VALUE "W".
         88 FA-HELD-OVER                      VALUE "H".
        05  FA-REASON-CODE              PIC X(04).
        05  FA-BASE-AMOUNT              PIC 9(09)V9(02).
