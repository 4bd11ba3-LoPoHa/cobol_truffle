      *****************************************************************
      * PENDCHG
      *
      * RECORD LAYOUT FOR THE PENDING-CHANGE FILE (PENDCHG), LINE
      * SEQUENTIAL, SHARED BY LETMAINT, CALMAINT, CURMAINT, BLKMAINT,
      * LIMMAINT, MSTMAINT, PTNMAINT, ACTMAINT, EXPMAINT, FEEMAINT AND
      * RSKMAINT AND KEPT ONLY THROUGH THE PNDCTL SUBPROGRAM. A
      * MAKER'S PARAMETER IS NOT APPLIED: IT IS HELD HERE, IMAGE AND
      * ALL, UNDER A CHANGE ID, UNTIL A SECOND, DIFFERENT OPERATOR
      * HOLDING "V" (APPROVE) ON THE SAME AUTHREF RESOURCE RELEASES IT
      * THROUGH THE SAME UTILITY, WHICH THEN APPLIES IT. A CHANGE NOT
      * RELEASED BY ITS EXPIRY DATE (FIVE CALENDAR DAYS AFTER
      * SUBMISSION) EXPIRES AND IS DROPPED BY THE UTILITY'S NEXT RUN.
      * THE FIRST RECORD ("H") CARRIES THE LAST CHANGE ID ISSUED, SO
      * AN ID IS NEVER REUSED; EVERY OTHER RECORD ("C") IS ONE CHANGE
      * AWAITING RELEASE. PNDRPT LISTS THEM BEFORE THE NIGHTLY RUN.
      * THE IMAGE HOLDS THE WIDEST PARAMETER (PTNMAINT'S); A SHORTER
      * ONE, AND ANY RECORD WRITTEN WHEN IT WAS 60 BYTES, READS
      * PADDED WITH SPACES.
      *****************************************************************
        05  PC-RECORD-TYPE              PIC X(01).
         88 PC-CONTROL-RECORD                 VALUE "H".
         88 PC-CHANGE-RECORD                  VALUE "C".
        05  PC-CHANGE-ID                PIC 9(08).
        05  PC-UTILITY                  PIC X(08).
        05  PC-MAKER-ID                 PIC X(08).
        05  PC-SUBMIT-DATE              PIC 9(08).
        05  PC-SUBMIT-TIME              PIC 9(08).
        05  PC-EXPIRY-DATE              PIC 9(08).
        05  PC-PARM-IMAGE               PIC X(150).
