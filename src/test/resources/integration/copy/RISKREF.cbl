      *****************************************************************
      * RISKREF
      *
      * RECORD LAYOUT FOR THE RISK-SCORING FACTOR TABLE (RISKREF),
      * LINE SEQUENTIAL, LOADED WHOLE BY THE RISKSCOR STEP OF TEST'S
      * ENRICHMENT CHAIN ON ITS FIRST CALL. A RECORD'S SCORE IS THE
      * SUM OF THE POINTS OF EVERY FACTOR IT MATCHES, CAPPED AT 999:
      *   F - PARTNER FEED, KEYED ON THE FEED ID;
      *   C - TRANSACTION CURRENCY, KEYED ON THE CURRENCY CODE;
      *   A - BASE-AMOUNT BAND, KEYED ON THE BAND'S UPPER BOUND;
      *   N - PROGRAMNAME NEWNESS BAND, KEYED ON THE UPPER BOUND IN
      *       WHOLE MONTHS ON THE MASTER (0 = NEW THIS MONTH OR NOT
      *       ON THE MASTER YET);
      *   X - RECENT-EXCEPTION BAND, KEYED ON THE UPPER BOUND OF THE
      *       ACCOUNT'S EXCEPTION COUNT OVER THE LAST 30 BUSINESS
      *       DAYS.
      * A BANDED VALUE SCORES THE BAND WITH THE LOWEST UPPER BOUND
      * NOT BELOW IT; A VALUE ABOVE EVERY BOUND SCORES NOTHING, SO
      * CLOSE A SCALE WITH AN ALL-NINES BOUND. ONE T RECORD CARRIES
      * THE REVIEW THRESHOLD IN RK-POINTS: A SCORE OVER IT SENDS THE
      * RECORD TO MANUAL REVIEW. NO T RECORD MEANS SCORES ARE KEPT
      * BUT NOTHING IS ROUTED ON THEM. MAINTAINED BY RSKMAINT UNDER
      * THE RISKREF AUTHREF RESOURCE.
      *****************************************************************
        05  RK-FACTOR-TYPE              PIC X(01).
         88 RK-FEED-FACTOR                    VALUE "F".
         88 RK-CURRENCY-FACTOR                VALUE "C".
         88 RK-AMOUNT-BAND                    VALUE "A".
         88 RK-NEWNESS-BAND                   VALUE "N".
         88 RK-EXCEPTION-BAND                 VALUE "X".
         88 RK-THRESHOLD                      VALUE "T".
         88 RK-TYPE-VALID                     VALUE "F" "C" "A"
                                                    "N" "X" "T".
        05  RK-FACTOR-KEY               PIC X(11).
        05  RK-AMOUNT-BOUND             REDEFINES RK-FACTOR-KEY
                                        PIC 9(09)V9(02).
        05  RK-COUNT-VIEW               REDEFINES RK-FACTOR-KEY.
         10 RK-COUNT-BOUND              PIC 9(04).
         10 FILLER                      PIC X(07).
        05  RK-POINTS                   PIC 9(03).
