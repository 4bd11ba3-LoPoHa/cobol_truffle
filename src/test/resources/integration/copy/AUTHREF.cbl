      * (AUTHREF). ONE RECORD PER OPERATOR/RESOURCE GRANT: THE
      * OPERATOR ID CARRIED ON MAINTENANCE PARAMETER RECORDS, THE
      * RESOURCE IT COVERS (THE MAINTAINED FILE'S LOGICAL NAME -
      * LETTREF, BUSCAL, BLOCKLST, PROGMSTR, LETLIMIT, PARTNER,
      * ACCTMSTR, EXPCEIL, FEEREF, RISKREF - OR REVIEW FOR THE REVDECN
      * SUPERVISOR DECISIONS, EXCINV FOR EXCAGE WRITE-OFFS), AND THE
      * ACTION LETTERS THE OPERATOR MAY PERFORM THERE ("*" IN THE
      * FIRST BYTE GRANTS EVERY ACTION; PNRESTOR WANTS "R" ON
      * PROGMSTR). "V" ON LETTREF, BUSCAL, CURRATE, BLOCKLST, LETLIMIT,
      * PROGMSTR, PARTNER, ACCTMSTR, EXPCEIL, FEEREF OR RISKREF IS
      * APPROVE AUTHORITY: IT LETS AN OPERATOR RELEASE ANOTHER
      * OPERATOR'S CHANGE HELD ON PENDCHG FOR THAT FILE. A MAINTENANCE
      * UTILITY REFUSES, AND LOGS, ANY PARAMETER WHOSE OPERATOR HOLDS
      * NO MATCHING GRANT. WHILE NO AUTHREF FILE EXISTS YET, THE
      * UTILITIES PERMIT EVERYTHING WITH A CONSOLE WARNING - THE SAME
      * GRACEFUL DEFAULTING EVERY OTHER REFERENCE FILE GETS (A HELD
      * CHANGE STILL NEEDS A SECOND OPERATOR).
      *****************************************************************
        05  AUTH-OPERATOR-ID            PIC X(08).
        05  AUTH-RESOURCE               PIC X(08).
