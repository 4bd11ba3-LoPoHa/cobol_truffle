      *****************************************************************
      * EXCINV
      *
      * RECORD LAYOUT FOR THE EXCEPTION INVENTORY (EXCINV), KEYED ON
      * FEED ID, PROGRAMNAME, ACCOUNT AND EFFECTIVE DATE. TEST OPENS
      * (OR REOPENS) AN ITEM FOR EVERY EXCEPTION IT WRITES, AND CLOSES
      * IT WHEN A LATER NORMAL OR REPROCESS RUN ACCEPTS THE SAME
      * COMBINATION. EXCAGE WRITES AN ITEM OFF ON AN OPERATOR'S SAY-SO
      * WITH A REASON, AND AGES THE OPEN ITEMS IN BUSCAL BUSINESS
      * DAYS. MANUAL-REVIEW ("R") LINES ARE NOT INVENTORIED - REVQUE
      * CARRIES THEM - AND NEITHER ARE IN-RUN DUPLICATES (E007),
      * WHOSE COMBINATION THE FIRST SIGHTING ALREADY ACCOUNTS FOR.
      * CLOSED AND WRITTEN-OFF ITEMS STAY ON THE FILE AS THE RECORD
      * OF HOW EACH ONE ENDED. THE ACCOUNT AND DATE KEY FIELDS ARE
      * THE FEED'S OWN BYTES, SINCE THE EXCEPTION MAY BE THAT THEY
      * ARE NOT NUMERIC AT ALL.
      *****************************************************************
        05  EI-KEY.
         10 EI-FEED-ID                  PIC X(08).
         10 EI-PROGRAMNAME              PIC X(04).
         10 EI-ACCOUNT-NUMBER           PIC X(09).
         10 EI-EFFECTIVE-DATE           PIC X(08).
        05  EI-REASON-CODE              PIC X(04).
        05  EI-REASON-TEXT              PIC X(40).
        05  EI-OPENED-DATE              PIC 9(08).
        05  EI-LAST-SEEN-DATE           PIC 9(08).
        05  EI-OCCURRENCES              PIC 9(03).
        05  EI-STATE                    PIC X(01).
         88 EI-OPEN                           VALUE "O".
         88 EI-CLOSED                         VALUE "C".
         88 EI-WRITTEN-OFF                    VALUE "W".
        05  EI-CLOSED-DATE              PIC 9(08).
        05  EI-CLOSED-BY                PIC X(08).
        05  EI-WRITEOFF-REASON          PIC X(30).
        05  EI-DETAIL-IMAGE             PIC X(37).
