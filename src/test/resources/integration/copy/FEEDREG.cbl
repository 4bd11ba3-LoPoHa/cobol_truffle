      *****************************************************************
      * FEEDREG
      *
      * RECORD LAYOUT FOR THE RECEIVED-FEED REGISTER (FEEDREG), KEYED
      * ON THE FEED ID AND HEADER DATE FROM THE FEED'S "H" RECORD AND
      * THE DETAIL COUNT AND ACCOUNT HASH TOTAL FROM ITS "T" TRAILER.
      * TEST ADDS ONE ENTRY FOR EVERY FEED A COMPLETED NORMAL RUN HAS
      * PROCESSED, AND REFUSES AS A REPLAY ANY LATER FEED WHOSE HEADER
      * AND TOTALS MATCH AN ENTRY - THE SAME FILE RE-SENT UNDER A
      * FRESH NAME. THE FILE NAME AND PROCESSING DATE AND TIME SAY
      * WHEN AND AS WHAT THE ORIGINAL ARRIVED.
      *****************************************************************
        05  FR-KEY.
         10 FR-FEED-ID                  PIC X(08).
         10 FR-HEADER-DATE              PIC 9(08).
         10 FR-RECORD-COUNT             PIC 9(07).
         10 FR-HASH-TOTAL               PIC 9(13).
        05  FR-FILE-NAME                PIC X(20).
        05  FR-PROCESSED-DATE           PIC 9(08).
        05  FR-PROCESSED-TIME           PIC 9(08).
