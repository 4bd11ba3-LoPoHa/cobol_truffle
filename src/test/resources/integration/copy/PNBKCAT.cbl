      *****************************************************************
      * PNBKCAT
      *
      * RECORD LAYOUT FOR THE PROGRAMNATIVE-MASTER BACKUP CATALOGUE
      * (PNBKCAT). PNBACKUP ADDS ONE RECORD FOR EVERY UNLOAD OF
      * PROGMSTR IT TAKES: THE DATED SEQUENTIAL GENERATION IT WROTE
      * (PNBKUP.CCYYMMDD.NNN), THE DATE AND TIME IT WAS TAKEN - THE
      * POINT IN MSTHIST A ROLL-FORWARD STARTS FROM - AND THE RECORD
      * COUNT AND APPROVED-COUNT TOTAL PNRESTOR CHECKS THE GENERATION
      * AGAINST BEFORE IT TRUSTS IT.
      *****************************************************************
        05  BK-BACKUP-DATE              PIC 9(08).
        05  BK-BACKUP-SEQUENCE          PIC 9(03).
        05  BK-BACKUP-TIME              PIC 9(08).
        05  BK-FILE-NAME                PIC X(20).
        05  BK-RECORD-COUNT             PIC 9(07).
        05  BK-APPROVED-TOTAL           PIC 9(09).
