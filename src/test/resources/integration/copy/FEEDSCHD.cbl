      *****************************************************************
      * FEEDSCHD
      *
      * RECORD LAYOUT FOR THE EXPECTED-FEED SCHEDULE (FEEDSCHD). ONE
      * RECORD PER PARTNER FEED ID SAYING ON WHICH BUSCAL PROCESSING
      * DAYS ITS FEED IS DUE: "D" EVERY PROCESSING DAY, "W" ONLY ON
      * THE PROCESSING DAYS WHOSE WEEKDAY IS MARKED "Y" IN
      * FS-WEEKDAYS (MONDAY FIRST, SUNDAY LAST). ON A BUSCAL HOLIDAY
      * NO FEED IS DUE. TEST PRINTS THE FEEDS EXPECTED / RECEIVED /
      * MISSING SECTION FROM IT AND RAISES THE CONDITION CODE FOR
      * EVERY FEED DUE TODAY THAT DID NOT ARRIVE.
      *****************************************************************
        05  FS-FEED-ID                  PIC X(08).
        05  FS-FREQUENCY                PIC X(01).
         88 FS-DAILY                          VALUE "D".
         88 FS-WEEKLY                         VALUE "W".
        05  FS-WEEKDAYS.
         10 FS-WEEKDAY-FLAG             PIC X(01) OCCURS 7 TIMES.
