      * RECORD LAYOUT FOR PROGRAMNATIVE-MASTER (PROGMSTR) - ONE
      * PERSISTENT RECORD PER PROGRAMNAME, KEYED ON PN-PROGRAMNAME.
      * SHARED BY TEST (DAILY RUN), MSTMAINT (MAINTENANCE/INQUIRY)
      * AND ACCTINQ (ACCOUNT CROSS-REFERENCE). PNDORM MOVES AN ACTIVE
      * ("OK") PROGRAMNAME WITH NO RECENT ACTIVITY TO DORMANT ("DO");
      * TEST THEN SENDS ITS NEW FEED RECORDS TO REVIEW, AND A
      * SUPERVISOR APPROVAL IN REVDECN MAKES IT ACTIVE AGAIN. BLKSWEEP
      * SUSPENDS ("SU") EVERY PROGRAMNAME ON AN ACCOUNT COMPLIANCE HAS
      * JUST BLOCKED.
      * PN-EFFECTIVE-DATE IS REFRESHED FROM EVERY SIGHTING, SO IT
      * SAYS WHEN THE PROGRAMNAME WAS LAST SEEN; PN-FIRST-SEEN-DATE
      * IS THE RUN DATE ON WHICH THE RECORD WAS ADDED AND NEVER
      * CHANGES AFTER (SPACES ON A RECORD ADDED BEFORE IT WAS KEPT).
      * IT IS NOT PART OF THE 28-BYTE MSTHIST IMAGES (SEE PNHIST).
      *****************************************************************
        05  PN-PROGRAMNAME              PIC X(04).
        05  PN-ACCOUNT-NUMBER           PIC 9(09).
         10 PN-EFFECTIVE-DATE-MM        PIC 9(02).
         10 PN-EFFECTIVE-DATE-DD        PIC 9(02).
        05  PN-STATUS-CODE              PIC X(02).
         88 PN-STATUS-ACTIVE                  VALUE "OK".
         88 PN-STATUS-DORMANT                 VALUE "DO".
         88 PN-STATUS-SUSPENDED               VALUE "SU".
        05  PN-APPROVED-COUNT           PIC 9(05).
        05  PN-FIRST-SEEN-DATE.
         10 PN-FIRST-SEEN-CCYY          PIC 9(04).
         10 PN-FIRST-SEEN-MM            PIC 9(02).
         10 PN-FIRST-SEEN-DD            PIC 9(02).
