      *****************************************************************
      * ARCPOL
      *
      * RECORD LAYOUT FOR THE HISTORY-ARCHIVE POLICY FILES. EACH
      * APPEND-ONLY STORE HSTARCH LOOKS AFTER HAS A ONE-RECORD POLICY
      * FILE OF ITS OWN, NAMED ARCPOL.<STORE> (ARCPOL.AUDITLOG,
      * ARCPOL.MSTHIST, ARCPOL.RUNHIST, ARCPOL.MONSTAT), SO ONE
      * STORE'S RETENTION CAN BE CHANGED WITHOUT TOUCHING THE OTHERS.
      * ENTRIES DATED MORE THAN AP-RETAIN-DAYS CALENDAR DAYS BEFORE
      * THE RUN DATE ARE MOVED TO THE ARCHIVE. A STORE WITH NO POLICY
      * FILE, OR WITH AP-ARCHIVE-SW NOT "Y", IS LEFT ALONE. KEEP
      * MSTHIST'S RETENTION NO SHORTER THAN THE DRMPARM INACTIVITY
      * DAYS - PNDORM ONLY SEES THE LIVE HISTORY.
      *****************************************************************
        05  AP-RETAIN-DAYS              PIC 9(05).
        05  AP-ARCHIVE-SW               PIC X(01).
         88 AP-ARCHIVE-STORE                  VALUE "Y".
