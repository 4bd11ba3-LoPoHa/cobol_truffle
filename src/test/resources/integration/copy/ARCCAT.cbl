      *****************************************************************
      * ARCCAT
      *
      * RECORD LAYOUT FOR THE HISTORY-ARCHIVE CATALOGUE (ARCCAT).
      * HSTARCH ADDS ONE RECORD EVERY TIME IT MOVES A STORE'S OLD
      * ENTRIES OUT: THE STORE, THE CUT-OFF (EVERY ENTRY DATED BEFORE
      * IT LEFT THE LIVE FILE), THE DATED ARCHIVE FILE IT WROTE
      * (<STORE>.CCYYMMDD, THE CUT-OFF DATE), THE FIRST AND LAST
      * ENTRY DATES IN IT, AND THE CONTROL TOTALS A READER CHECKS THE
      * ARCHIVE AGAINST BEFORE IT TRUSTS IT. CUT-OFFS ONLY EVER MOVE
      * FORWARD, SO A STORE'S ARCHIVES ARE CATALOGUED OLDEST FIRST.
      *  AX-CONTROL-TOTAL  AUDITLOG: SUM OF THE ACCOUNT NUMBERS
      *                    MSTHIST:  SUM OF THE ACCOUNT NUMBERS IN THE
      *                              AFTER-IMAGES (BEFORE-IMAGE ON A
      *                              DELETE)
      *                    RUNHIST:  SUM OF THE APPROVED COUNTS
      *                    MONSTAT:  SUM OF THE AMOUNTS
      * FOR MSTHIST THE RECORD ALSO NAMES THE BASELINE SNAPSHOT
      * (MSTBASE.CCYYMMDD) - EVERY MASTER RECORD AS IT STOOD AT THE
      * CUT-OFF, PNMASTER LAYOUT - WITH ITS RECORD COUNT AND
      * APPROVED-COUNT TOTAL, SO MSTHINQ NEED NOT REPLAY FROM THE
      * BEGINNING OF TIME.
      *****************************************************************
        05  AX-STORE-NAME               PIC X(08).
        05  AX-CUTOFF-DATE              PIC 9(08).
        05  AX-ARCHIVE-DATE             PIC 9(08).
        05  AX-ARCHIVE-TIME             PIC 9(08).
        05  AX-FILE-NAME                PIC X(20).
        05  AX-FIRST-DATE               PIC 9(08).
        05  AX-LAST-DATE                PIC 9(08).
        05  AX-RECORD-COUNT             PIC 9(07).
        05  AX-KEPT-COUNT               PIC 9(07).
        05  AX-CONTROL-TOTAL            PIC 9(13)V9(02).
        05  AX-BASELINE-NAME            PIC X(20).
        05  AX-BASELINE-COUNT           PIC 9(07).
        05  AX-BASELINE-APPROVED        PIC 9(09).
