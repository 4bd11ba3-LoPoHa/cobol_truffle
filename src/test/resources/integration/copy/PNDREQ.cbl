      *****************************************************************
      * PNDREQ
      *
      * REQUEST BLOCK PASSED TO THE PNDCTL PENDING-CHANGE SUBPROGRAM
      * (SEE THE PENDCHG COPYBOOK). THE CALLER SETS PR-FUNCTION AND
      * PR-UTILITY, PLUS:
      *   S - SUBMIT: PR-OPERATOR-ID (THE MAKER) AND PR-PARM-IMAGE;
      *       PNDCTL RETURNS PR-CHANGE-ID, PR-SUBMIT-DATE AND
      *       PR-EXPIRY-DATE.
      *   R - RELEASE: PR-OPERATOR-ID (THE CHECKER) AND PR-CHANGE-ID;
      *       PNDCTL RETURNS THE MAKER, DATES AND IMAGE AND TAKES THE
      *       CHANGE OFF PENDCHG - THE CALLER MUST APPLY IT. THE
      *       MAKER CAN NEVER RELEASE THE SAME CHANGE (RESULT 08).
      *   E - EXPIRE: THE NEXT OF THIS UTILITY'S CHANGES PAST ITS
      *       EXPIRY DATE IS RETURNED AND DROPPED; RESULT 04 WHEN
      *       THERE ARE NO MORE.
      * CHECKING THAT THE CHECKER HOLDS APPROVE AUTHORITY IS LEFT TO
      * THE CALLER, WHICH HAS THE AUTHREF GRANTS LOADED.
      *****************************************************************
        05  PR-FUNCTION                 PIC X(01).
         88 PR-SUBMIT                         VALUE "S".
         88 PR-RELEASE                        VALUE "R".
         88 PR-EXPIRE-NEXT                    VALUE "E".
        05  PR-UTILITY                  PIC X(08).
        05  PR-OPERATOR-ID              PIC X(08).
        05  PR-CHANGE-ID                PIC 9(08).
        05  PR-MAKER-ID                 PIC X(08).
        05  PR-SUBMIT-DATE              PIC 9(08).
        05  PR-EXPIRY-DATE              PIC 9(08).
        05  PR-PARM-IMAGE               PIC X(150).
        05  PR-RESULT                   PIC X(02).
         88 PR-OK                             VALUE "00".
         88 PR-NOT-FOUND                      VALUE "04".
         88 PR-OWN-CHANGE                     VALUE "08".
         88 PR-FILE-FULL                      VALUE "12".
         88 PR-FILE-ERROR                     VALUE "16".
