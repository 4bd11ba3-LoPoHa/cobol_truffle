      *****************************************************************
      * ACCTMSTR
      *
      * RECORD LAYOUT FOR THE ACCOUNT MASTER (ACCTMSTR), KEYED ON THE
      * ACCOUNT NUMBER THE PARTNERS SEND IN CLASS-ACCOUNT-NUMBER. IT
      * HOLDS WHO THE ACCOUNT BELONGS TO AND OUR OWN VIEW OF ITS
      * STATUS, WHICH NEED NOT AGREE WITH CLASS-STATUS-CODE. TEST
      * REJECTS A DETAIL FOR AN ACCOUNT NOT ON THE FILE (E017) OR ONE
      * WE HAVE CLOSED (E018), AND SENDS ONE WHOSE STATUS DISAGREES
      * WITH OURS TO MANUAL REVIEW (R003). AN "M" AMENDMENT THAT
      * CHANGES THE STATUS CARRIES IT ONTO THIS FILE AS WELL AS
      * PROGMSTR. MAINTAINED BY ACTMAINT UNDER THE ACCTMSTR AUTHREF
      * RESOURCE; ACCTINQ PRINTS THE HOLDER DETAILS.
      *****************************************************************
        05  AC-ACCOUNT-NUMBER           PIC 9(09).
        05  AC-HOLDER-NAME              PIC X(30).
        05  AC-OPEN-DATE                PIC 9(08).
        05  AC-HOME-CURRENCY            PIC X(03).
        05  AC-STATUS-CODE              PIC X(02).
         88 AC-STATUS-ACTIVE                  VALUE "OK".
         88 AC-STATUS-CLOSED                  VALUE "CL".
         88 AC-STATUS-SUSPENDED               VALUE "SU".
         88 AC-STATUS-VALID                   VALUE "OK" "CL" "SU".
        05  AC-LAST-CHANGED-DATE        PIC 9(08).
        05  AC-LAST-CHANGED-BY          PIC X(08).
