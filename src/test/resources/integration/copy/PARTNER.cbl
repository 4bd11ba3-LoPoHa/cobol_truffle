      *****************************************************************
      * PARTNER
      *
      * RECORD LAYOUT FOR THE PARTNER PROFILE MASTER (PARTNER), KEYED
      * ON THE FEED ID THE PARTNER SENDS IN CLASS-HDR-FEED-ID. IT
      * SAYS WHAT THE PARTNER MAY SEND US: THE CLASSIFICATION LETTERS
      * AND THE CLASS-CURRENCY-CODE VALUES IT IS ENTITLED TO USE ("*"
      * IN THE FIRST POSITION OF EITHER LIST ALLOWS ANY), AND A
      * PER-RECORD CEILING ON THE BASE-CURRENCY AMOUNT (ZERO MEANS NO
      * CEILING). TEST REFUSES AT BALANCING TIME A FEED WHOSE PARTNER
      * IS NOT ON THE FILE OR IS MARKED INACTIVE, AND REJECTS ANY
      * DETAIL OUTSIDE ITS PARTNER'S ENTITLEMENTS (E014-E016).
      * MAINTAINED BY PTNMAINT UNDER THE PARTNER AUTHREF RESOURCE.
      *****************************************************************
        05  PT-FEED-ID                  PIC X(08).
        05  PT-NAME                     PIC X(30).
        05  PT-CONTACT                  PIC X(30).
        05  PT-ACTIVE-FLAG              PIC X(01).
         88 PT-ACTIVE                         VALUE "A".
         88 PT-INACTIVE                       VALUE "I".
        05  PT-ALLOWED-LETTERS.
         10 PT-ALLOWED-LETTER           PIC X(01) OCCURS 10 TIMES.
        05  PT-ALLOWED-CURRENCIES.
         10 PT-ALLOWED-CURRENCY         PIC X(03) OCCURS 10 TIMES.
        05  PT-AMOUNT-CEILING           PIC 9(09)V9(02).
        05  PT-LAST-CHANGED-DATE        PIC 9(08).
        05  PT-LAST-CHANGED-BY          PIC X(08).
