      *****************************************************************
      * EXPOSURE
      *
      * RECORD LAYOUT FOR THE ACCOUNT EXPOSURE FILE (EXPOSURE), KEYED
      * ON ACCOUNT NUMBER. ONE DAY BUCKET PER BUSINESS DAY SOMETHING
      * WAS POSTED FOR THE ACCOUNT: APPROVED BASE-AMOUNT GOES IN
      * (TEST'S LETTER-C APPROVALS AND REVDECN'S SUPERVISOR
      * APPROVALS), AN "X" CANCELLATION TAKES ITS BASE-AMOUNT BACK
      * OUT, SO A BUCKET CAN GO NEGATIVE. THE ROLLING 7- AND 30-DAY
      * TOTALS ARE AS OF EX-LAST-POSTED-DATE; EVERY READER WORKS THEM
      * OUT AFRESH FOR ITS OWN RUN DATE FROM THE BUCKETS, COUNTING
      * BACK IN BUSCAL BUSINESS DAYS, AND A BUCKET OLDER THAN THE
      * 30-DAY WINDOW IS DROPPED. A WINDOW TOTAL NEVER GOES BELOW
      * ZERO. FORTY BUCKETS LEAVE ROOM FOR RUNS ON HOLIDAYS; SHOULD
      * THEY EVER FILL, THE NEWEST BUCKET TAKES THE POSTING.
      *****************************************************************
        05  EX-ACCOUNT-NUMBER           PIC 9(09).
        05  EX-LAST-POSTED-DATE         PIC 9(08).
        05  EX-ROLLING-7-TOTAL          PIC 9(11)V9(02).
        05  EX-ROLLING-30-TOTAL         PIC 9(11)V9(02).
        05  EX-BUCKET-COUNT             PIC 9(02).
        05  EX-DAY-BUCKET               OCCURS 40 TIMES.
         10 EX-DAY-DATE                 PIC 9(08).
         10 EX-DAY-AMOUNT               PIC S9(11)V9(02).
