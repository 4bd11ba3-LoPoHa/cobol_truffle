      *****************************************************************
      * ROTCTL
      *
      * RECORD LAYOUT FOR THE CARRY-FORWARD GENERATION CONTROL FILE
      * (ROTCTL), ONE RECORD PER PAIR JOBDRV ROTATES (HOLD, PEND,
      * INTF). EACH ROTATION COPIES THE "OUT" FILE TO THE "IN" FILE,
      * EMPTIES THE "OUT" FILE, BUMPS RT-GENERATION AND MARKS THE NEW
      * "IN" GENERATION WAITING; THE FIRST STEP THAT CONSUMES IT AND
      * ENDS BELOW RETURN CODE 12 MARKS IT CONSUMED. A ROTATION OVER
      * A GENERATION STILL WAITING IS REFUSED, SO A MISSED RUN CAN
      * NEVER LOSE A NIGHT'S CARRY-FORWARD RECORDS AND A SECOND
      * ROTATION CAN NEVER FEED THE SAME RECORDS IN TWICE.
      *****************************************************************
        05  RT-PAIR-ID                  PIC X(04).
        05  RT-GENERATION               PIC 9(05).
        05  RT-IN-STATE                 PIC X(01).
         88 RT-IN-WAITING                     VALUE "W".
         88 RT-IN-CONSUMED                    VALUE "C".
        05  RT-RECORD-COUNT             PIC 9(07).
        05  RT-ROTATED-DATE             PIC 9(08).
        05  RT-ROTATED-TIME             PIC 9(08).
        05  RT-CONSUMED-DATE            PIC 9(08).
        05  RT-CONSUMED-BY              PIC X(08).
