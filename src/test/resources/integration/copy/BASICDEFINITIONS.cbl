      * SO SCREENING STEPS (SEE BLOCKSCRN) MATCH AGAINST THIS FIELD.
      *
        05       COPY-ACCOUNT-NUMBER   PIC 9(09) VALUE ZERO.
      *
      *
      * RISK SCORING
      *
      * THE SCORING INPUTS ARE SET BY THE CALLER BEFORE THE CHAIN
      * RUNS: THE RECORD'S PARTNER FEED, TRANSACTION CURRENCY AND
      * BASE-CURRENCY AMOUNT, THE WHOLE MONTHS ITS PROGRAMNAME HAS
      * BEEN ON THE MASTER (ZERO WHEN IT IS NOT ON IT YET) AND THE
      * ACCOUNT'S RECENT EXCEPTION COUNT. RISKSCOR SCORES THEM FROM
      * THE RISKREF FACTOR TABLE AND SETS RISK-REVIEW-NEEDED WHEN THE
      * SCORE IS OVER THE THRESHOLD THERE. NO OTHER STEP WRITES THEM.
      *
        05       COPY-FEED-ID          PIC X(08) VALUE SPACES.
        05       COPY-CURRENCY         PIC X(03) VALUE SPACES.
        05       COPY-BASE-AMOUNT      PIC 9(09)V9(02) VALUE ZERO.
        05       COPY-PROGRAM-AGE      PIC 9(04) VALUE ZERO.
        05       COPY-RECENT-EXCEPTIONS
                                       PIC 9(04) VALUE ZERO.
        05       COPY-RISK-SCORE       PIC 9(03) VALUE ZERO.
        05       COPY-RISK-REVIEW-SW   PIC X(01) VALUE "N".
         88      RISK-REVIEW-NEEDED          VALUE "Y".
         88      RISK-REVIEW-NOT-NEEDED      VALUE "N".
