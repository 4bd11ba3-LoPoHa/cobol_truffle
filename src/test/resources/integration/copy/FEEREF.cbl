      *****************************************************************
      * FEEREF
      *
      * RECORD LAYOUT FOR THE PARTNER FEE SCHEDULE (FEEREF), LINE
      * SEQUENTIAL, LOADED WHOLE BY TEST AND REVDECN. EACH ENTRY
      * PRICES ONE FEED'S APPROVALS OF ONE LETTER FROM ITS EFFECTIVE
      * DATE ON: A FLAT FEE PER RECORD PLUS A PERCENTAGE OF THE
      * BASE-CURRENCY AMOUNT, RAISED TO THE MINIMUM CHARGE AND CAPPED
      * AT THE MAXIMUM (A ZERO MAXIMUM MEANS NO CAP). LETTER "*"
      * PRICES EVERY LETTER OF THE FEED WITHOUT AN ENTRY OF ITS OWN.
      * THE ENTRY IN FORCE IS THE ONE WITH THE LATEST EFFECTIVE DATE
      * NOT AFTER THE RECORD'S OWN EFFECTIVE DATE, SO A CANCELLATION
      * REFUNDS EXACTLY WHAT ITS APPROVAL WAS CHARGED. A FEED WITH NO
      * ENTRY IN FORCE IS NOT CHARGED. MAINTAINED BY FEEMAINT UNDER
      * THE FEEREF AUTHREF RESOURCE.
      *****************************************************************
        05  FE-FEED-ID                  PIC X(08).
        05  FE-LETTER                   PIC X(01).
        05  FE-EFFECTIVE-DATE           PIC 9(08).
        05  FE-FLAT-FEE                 PIC 9(05)V9(02).
        05  FE-PERCENT                  PIC 9(03)V9(04).
        05  FE-MINIMUM-FEE              PIC 9(05)V9(02).
        05  FE-MAXIMUM-FEE              PIC 9(07)V9(02).
