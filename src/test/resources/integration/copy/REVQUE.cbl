      *****************************************************************
      * REVQUE
      *
      * RECORD LAYOUT FOR THE MANUAL-REVIEW QUEUE (REVQUE), KEYED ON
      * FEED ID, PROGRAMNAME, ACCOUNT AND EFFECTIVE DATE. TEST QUEUES
      * ONE OPEN ITEM FOR EVERY R-CODED RECORD IT ROUTES TO REVIEW,
      * CARRYING THE ENRICHED COPY-STRING AND BASE-AMOUNT AND THE
      * ORIGINAL DETAIL IMAGE. REVDECN RECORDS THE SUPERVISOR'S
      * APPROVE/DECLINE AGAINST THE ITEM (STATE, DATE, OPERATOR AND,
      * FOR A DECLINE, THE REASON GIVEN); DECIDED ITEMS STAY ON THE
      * FILE AS THE RECORD OF WHO DECIDED WHAT.
      *****************************************************************
        05  RQ-KEY.
         10 RQ-FEED-ID                  PIC X(08).
         10 RQ-PROGRAMNAME              PIC X(04).
         10 RQ-ACCOUNT-NUMBER           PIC 9(09).
         10 RQ-EFFECTIVE-DATE           PIC 9(08).
        05  RQ-REASON-CODE              PIC X(04).
        05  RQ-QUEUED-DATE              PIC 9(08).
        05  RQ-STATE                    PIC X(01).
         88 RQ-OPEN                           VALUE "O".
         88 RQ-APPROVED                       VALUE "A".
         88 RQ-DECLINED                       VALUE "D".
        05  RQ-DECISION-DATE            PIC 9(08).
        05  RQ-DECISION-OPERATOR        PIC X(08).
        05  RQ-COPY-STRING              PIC X(09).
        05  RQ-BASE-AMOUNT              PIC 9(09)V9(02).
        05  RQ-DETAIL-IMAGE             PIC X(37).
        05  RQ-DECLINE-REASON           PIC X(30).
