      *****************************************************************
      * BLKSWP
      *
      * RECORD LAYOUT FOR THE BLOCKLIST SWEEP REQUEST FILE (BLKSWP).
      * BLKMAINT APPENDS ONE RECORD FOR EVERY ACCOUNT IT NEWLY BLOCKS
      * AND THEN CALLS BLKSWEEP, WHICH LOOKS BACK OVER WHAT WAS
      * ALREADY APPROVED AND PARKED FOR EACH ACCOUNT LISTED AND EMPTIES
      * THE FILE ONCE IT HAS SWEPT THEM ALL. A SWEEP THAT COULD NOT RUN
      * (RUNLOCK HELD) LEAVES ITS REQUESTS HERE FOR THE NEXT BLKMAINT
      * RUN OR A STANDALONE BLKSWEEP TO PICK UP.
      *****************************************************************
        05  BS-ACCOUNT-NUMBER           PIC 9(09).
        05  FILLER                      PIC X(01).
        05  BS-BLOCKED-DATE             PIC 9(08).
        05  FILLER                      PIC X(01).
        05  BS-BLOCKED-TIME             PIC 9(08).
        05  FILLER                      PIC X(01).
        05  BS-OPERATOR-ID              PIC X(08).
