       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACTMAINT.
       AUTHOR. BATCH-SUPPORT-TEAM.
       INSTALLATION. DATA-CENTER-1.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.
      *
      * MODIFICATION HISTORY
      *  2026-10-15 DL FIRST VERSION. BATCH-PARAMETER-DRIVEN
      *                MAINTENANCE AND INQUIRY FOR THE ACCOUNT MASTER,
      *                IN THE PTNMAINT STYLE: "L" LISTS ONE ACCOUNT
      *                (OR, WITH A BLANK ACCOUNT NUMBER, THE WHOLE
      *                FILE), "A" ADDS AN ACCOUNT, "C" CHANGES ITS
      *                FIELDS (BLANK PARM FIELDS LEAVE THE MASTER
      *                FIELD ALONE - THIS IS ALSO HOW AN ACCOUNT IS
      *                CLOSED, SUSPENDED OR REOPENED), "D" DELETES
      *                ONE. EVERY PARAMETER IS CHECKED AGAINST AUTHREF
      *                FOR THE ACCTMSTR RESOURCE, AND EVERY CHANGE -
      *                OR REFUSAL - IS LOGGED TO ACTLOG WITH THE
      *                OPERATOR.
      *  2026-10-15 DL MAKER-CHECKER DUAL CONTROL: A CHANGE IS NO
      *                LONGER APPLIED WHEN SUBMITTED BUT HELD ON
      *                PENDCHG (THROUGH PNDCTL) UNDER A CHANGE ID, AND
      *                IS APPLIED ONLY WHEN A SECOND, DIFFERENT
      *                OPERATOR HOLDING "V" ON ACCTMSTR RELEASES IT BY
      *                PUTTING THAT ID IN THE NEW PARM-RELEASE-ID.
      *                CHANGES LEFT UNRELEASED PAST THEIR EXPIRY DATE
      *                ARE DROPPED, AND LOGGED, AT THE START OF THE
      *                NEXT RUN. ACTLOG NOW CARRIES THE CHECKER BESIDE
      *                THE MAKER. A RELEASED CHANGE WHOSE WRITE,
      *                REWRITE OR DELETE FAILS IS HELD AGAIN UNDER A
      *                NEW CHANGE ID (OR LOGGED AS LOST). CONDITION
      *                CODE 8 WHEN PENDCHG CANNOT BE KEPT OR A CHANGE
      *                IS HELD AGAIN. "L" STILL LISTS AT ONCE.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MAINT-PARM-FILE
               ASSIGN TO "ACTPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.
           SELECT MAINT-LOG-FILE
               ASSIGN TO "ACTLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOG-STATUS.
           SELECT ACCOUNT-MASTER
               ASSIGN TO "ACCTMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AC-ACCOUNT-NUMBER
               FILE STATUS IS WS-ACCTMSTR-STATUS.
           SELECT AUTHORITY-FILE
               ASSIGN TO "AUTHREF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUTH-STATUS.
      *
       DATA DIVISION.
       FILE SECTION.
       FD  MAINT-PARM-FILE
           LABEL RECORDS ARE STANDARD.
       01  MAINT-PARM-RECORD.
           05  PARM-ACTION                 PIC X(01).
             88  PARM-ACTION-LIST                VALUE "L".
             88  PARM-ACTION-ADD                 VALUE "A".
             88  PARM-ACTION-CHANGE              VALUE "C".
             88  PARM-ACTION-DELETE              VALUE "D".
           05  PARM-ACCOUNT-NUMBER         PIC X(09).
           05  PARM-ACCOUNT-VALUE REDEFINES PARM-ACCOUNT-NUMBER
                                           PIC 9(09).
           05  PARM-HOLDER-NAME            PIC X(30).
           05  PARM-OPEN-DATE              PIC X(08).
           05  PARM-OPEN-DATE-VALUE REDEFINES PARM-OPEN-DATE
                                           PIC 9(08).
           05  PARM-HOME-CURRENCY          PIC X(03).
           05  PARM-STATUS-CODE            PIC X(02).
             88  PARM-STATUS-VALID               VALUE "OK" "CL" "SU".
           05  PARM-OPERATOR-ID            PIC X(08).
      * A CHECKER'S RELEASE OF A HELD CHANGE CARRIES THE CHANGE ID
      * HERE AND THE CHECKER'S OWN OPERATOR ID ABOVE; ITS OTHER
      * FIELDS ARE NOT READ. BLANK ON A MAKER'S PARAMETER (AND ON
      * OLD PARAMETER FILES).
           05  PARM-RELEASE-ID             PIC X(08).
           05  PARM-RELEASE-NUMBER REDEFINES PARM-RELEASE-ID
                                           PIC 9(08).
      *
      *****************************************************************
      * MAINT-LOG-FILE - WHO ASKED FOR WHAT, AND WHAT CAME OF IT,
      * IN THE MSTLOG STYLE: APPLIED CHANGES AND REFUSALS ALIKE.
      *****************************************************************
       FD  MAINT-LOG-FILE
           LABEL RECORDS ARE STANDARD.
       01  MAINT-LOG-RECORD.
           COPY ACCTLOG.
      *
       FD  ACCOUNT-MASTER
           LABEL RECORDS ARE STANDARD.
       01  ACCOUNT-MASTER-RECORD.
           COPY ACCTMSTR.
      *
       FD  AUTHORITY-FILE
           LABEL RECORDS ARE STANDARD.
       01  AUTHORITY-RECORD.
           COPY AUTHREF.
      *
       WORKING-STORAGE SECTION.
       01  WS-SWITCHES.
           05  WS-PARM-EOF-SW              PIC X(01) VALUE "N".
             88  PARM-EOF                        VALUE "Y".
           05  WS-ACCOUNT-EOF-SW           PIC X(01) VALUE "N".
             88  ACCOUNT-EOF                     VALUE "Y".
           05  WS-PARM-VALID-SW            PIC X(01) VALUE "Y".
             88  PARM-FIELDS-VALID               VALUE "Y".
             88  PARM-FIELDS-INVALID             VALUE "N".
           05  WS-APPLY-FAILED-SW          PIC X(01) VALUE "N".
             88  APPLY-FAILED                    VALUE "Y".
      *
       01  WS-PARM-STATUS                  PIC X(02) VALUE SPACES.
       01  WS-LOG-STATUS                   PIC X(02) VALUE SPACES.
       01  WS-ACCTMSTR-STATUS              PIC X(02) VALUE SPACES.
         88  ACCTMSTR-OK                         VALUE "00".
         88  ACCTMSTR-DUPLICATE                  VALUE "22".
         88  ACCTMSTR-NOT-FOUND                  VALUE "23".
         88  ACCTMSTR-FILE-NOT-FOUND             VALUE "35".
      *
       77  WS-CHANGE-COUNT                 PIC 9(05) COMP VALUE ZERO.
       77  WS-LISTED-COUNT                 PIC 9(05) COMP VALUE ZERO.
      *
       01  WS-LOG-CONTROLS.
           05  WS-LOG-DATE                 PIC 9(08) VALUE ZERO.
           05  WS-LOG-TIME                 PIC 9(08) VALUE ZERO.
      *
      *****************************************************************
      * OPERATOR-AUTHORIZATION CONTROLS - SEE THE AUTHREF COPYBOOK.
      * A MISSING AUTHREF PERMITS EVERYTHING WITH ONE CONSOLE
      * WARNING; A PRESENT ONE REFUSES ANY PARAMETER WHOSE OPERATOR
      * HOLDS NO GRANT FOR THE ACCTMSTR RESOURCE AND ACTION.
      *****************************************************************
       01  WS-AUTH-STATUS                  PIC X(02) VALUE SPACES.
      *
       01  WS-AUTH-CONTROLS.
           05  WS-AUTH-FILE-SW             PIC X(01) VALUE "N".
             88  AUTH-FILE-PRESENT               VALUE "Y".
           05  WS-AUTH-EOF-SW              PIC X(01) VALUE "N".
             88  AUTH-EOF                        VALUE "Y".
           05  WS-AUTHORIZED-SW            PIC X(01) VALUE "N".
             88  OPERATOR-AUTHORIZED             VALUE "Y".
           05  WS-AUTH-RESOURCE-NAME       PIC X(08)
                                           VALUE "ACCTMSTR".
           05  WS-AUTH-ACTION-CODE         PIC X(01) VALUE SPACE.
           05  WS-ACT-SUB                  PIC 9(02) COMP VALUE ZERO.
      *
       77  WS-AUTH-COUNT                   PIC 9(03) COMP VALUE ZERO.
       77  WS-REFUSED-COUNT                PIC 9(03) COMP VALUE ZERO.
      *
       01  WS-AUTH-TABLE.
           05  WS-AUTH-ENTRY OCCURS 100 TIMES INDEXED BY AUTH-IDX.
               10  WS-AUTH-OPERATOR        PIC X(08).
               10  WS-AUTH-RESOURCE        PIC X(08).
               10  WS-AUTH-ACTIONS         PIC X(08).
      *
      *****************************************************************
      * MAKER-CHECKER CONTROLS - SEE THE PENDCHG AND PNDREQ
      * COPYBOOKS. A CHANGE IS HELD ON PENDCHG, NOT APPLIED, UNTIL A
      * DIFFERENT OPERATOR HOLDING "V" ON ACCTMSTR RELEASES IT.
      *****************************************************************
       01  PENDING-REQUEST.
           COPY PNDREQ.
      *
       01  WS-PENDING-CONTROLS.
           05  WS-PENDING-PROGRAM          PIC X(08) VALUE "PNDCTL".
           05  WS-UTILITY-NAME             PIC X(08) VALUE "ACTMAINT".
           05  WS-CHECKER-ID               PIC X(08) VALUE SPACES.
           05  WS-SAVED-RETURN-CODE        PIC S9(04) COMP VALUE ZERO.
           05  WS-EXPIRY-DONE-SW           PIC X(01) VALUE "N".
             88  EXPIRY-DONE                     VALUE "Y".
      *
       77  WS-HELD-COUNT                   PIC 9(03) COMP VALUE ZERO.
       77  WS-RELEASED-COUNT               PIC 9(03) COMP VALUE ZERO.
       77  WS-EXPIRED-COUNT                PIC 9(03) COMP VALUE ZERO.
       77  WS-PENDING-FAILED-COUNT         PIC 9(03) COMP VALUE ZERO.
      *
       01  WS-PENDING-DETAIL.
           05  FILLER                      PIC X(07) VALUE "CHANGE ".
           05  WS-PD-CHANGE-ID             PIC 9(08).
           05  FILLER                      PIC X(01) VALUE SPACE.
           05  WS-PD-TEXT                  PIC X(24).
      *
       01  WS-REHOLD-DETAIL.
           05  FILLER                      PIC X(07) VALUE "CHANGE ".
           05  WS-RD-OLD-CHANGE-ID         PIC 9(08).
           05  FILLER                      PIC X(25)
                                   VALUE " NOT APPLIED, RE-HELD AS ".
           05  WS-RD-NEW-CHANGE-ID         PIC 9(08).
      *
      *****************************************************************
      * DETAIL TEXTS BUILT FOR THE ACTLOG LINES - A CHANGE LOGS AN
      * "OLD" AND A "NEW" LINE FOR THE STATUS, CURRENCY AND OPEN
      * DATE, AND A SECOND PAIR FOR THE HOLDER NAME WHEN THAT
      * CHANGED. THE OLD VALUES ARE SAVED BEFORE THE MASTER FIELDS
      * ARE OVERWRITTEN.
      *****************************************************************
       01  WS-CHANGE-DETAIL.
           05  WS-DTL-TAG                  PIC X(04).
           05  FILLER                      PIC X(03) VALUE "ST ".
           05  WS-DTL-STATUS               PIC X(02).
           05  FILLER                      PIC X(05) VALUE " CCY ".
           05  WS-DTL-CURRENCY             PIC X(03).
           05  FILLER                      PIC X(08) VALUE " OPENED ".
           05  WS-DTL-OPEN-DATE            PIC 9(08).
           05  FILLER                      PIC X(17) VALUE SPACES.
      *
       01  WS-NAME-DETAIL.
           05  WS-NAME-TAG                 PIC X(04).
           05  FILLER                      PIC X(05) VALUE "NAME ".
           05  WS-NAME-TEXT                PIC X(30).
           05  FILLER                      PIC X(11) VALUE SPACES.
      *
       01  WS-LOG-DETAIL-HOLD              PIC X(50) VALUE SPACES.
      *
       01  WS-OLD-VALUES.
           05  WS-OLD-STATUS               PIC X(02) VALUE SPACES.
           05  WS-OLD-CURRENCY             PIC X(03) VALUE SPACES.
           05  WS-OLD-OPEN-DATE            PIC 9(08) VALUE ZERO.
           05  WS-OLD-NAME                 PIC X(30) VALUE SPACES.
      *
       PROCEDURE DIVISION.
      *
       MAIN SECTION.
      *
           ACCEPT WS-LOG-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-LOG-TIME FROM TIME.
           PERFORM LOAD-AUTHORITY-TABLE.

           OPEN INPUT MAINT-PARM-FILE.
           IF WS-PARM-STATUS NOT EQUAL "00"
               DISPLAY "ACTMAINT: NO MAINTENANCE PARAMETER SUPPLIED"
           ELSE
               PERFORM OPEN-ACCOUNT-MASTER
               OPEN EXTEND MAINT-LOG-FILE
               IF WS-LOG-STATUS EQUAL "35"
                   OPEN OUTPUT MAINT-LOG-FILE
               END-IF
               IF WS-ACCTMSTR-STATUS NOT EQUAL "00"
                  OR WS-LOG-STATUS NOT EQUAL "00"
                   DISPLAY "ACTMAINT: FILE OPEN FAILED"
                   DISPLAY "ACTMAINT: ACCTMSTR STATUS "
                       WS-ACCTMSTR-STATUS
                   DISPLAY "ACTMAINT: LOG STATUS      " WS-LOG-STATUS
                   MOVE 8 TO RETURN-CODE
               ELSE
                   PERFORM EXPIRE-PENDING-CHANGES
                   PERFORM READ-MAINT-PARM
                   PERFORM PROCESS-MAINT-PARM
                       UNTIL PARM-EOF
                   CLOSE ACCOUNT-MASTER
                   CLOSE MAINT-LOG-FILE
                   DISPLAY "ACTMAINT: CHANGES APPLIED: "
                       WS-CHANGE-COUNT
                   DISPLAY "ACTMAINT: CHANGES REFUSED: "
                       WS-REFUSED-COUNT
                   DISPLAY "ACTMAINT: CHANGES HELD:     "
                       WS-HELD-COUNT
                   DISPLAY "ACTMAINT: CHANGES RELEASED: "
                       WS-RELEASED-COUNT
                   DISPLAY "ACTMAINT: CHANGES EXPIRED:  "
                       WS-EXPIRED-COUNT
                   IF WS-PENDING-FAILED-COUNT > ZERO
                       DISPLAY "ACTMAINT: " WS-PENDING-FAILED-COUNT
                           " PENDCHG REQUEST(S) FAILED"
                       IF RETURN-CODE < 8
                           MOVE 8 TO RETURN-CODE
                       END-IF
                   END-IF
               END-IF
               CLOSE MAINT-PARM-FILE
           END-IF.
      *
      * GOBACK, NOT EXIT PROGRAM: SECTIONS FOLLOW THIS ONE, AND IN A
      * MAIN PROGRAM EXIT PROGRAM FALLS THROUGH INTO THEM.
       PROG-EX.
           GOBACK.
      *
      *****************************************************************
      * OPEN-ACCOUNT-MASTER - THE FIRST EVER ADD FINDS NO FILE, SO IT
      * IS CREATED EMPTY, THE SAME RULE TEST USES FOR ITS MASTER.
      *****************************************************************
       OPEN-ACCOUNT-MASTER SECTION.
      *
           OPEN I-O ACCOUNT-MASTER.
           IF ACCTMSTR-FILE-NOT-FOUND
               OPEN OUTPUT ACCOUNT-MASTER
               CLOSE ACCOUNT-MASTER
               OPEN I-O ACCOUNT-MASTER
           END-IF.
      *
       EXIT.
      *
       READ-MAINT-PARM SECTION.
      *
           READ MAINT-PARM-FILE
               AT END
                   SET PARM-EOF TO TRUE
           END-READ.
      *
       EXIT.
      *
       APPLY-MAINT-PARM SECTION.
      *
           MOVE PARM-ACTION TO WS-AUTH-ACTION-CODE.
           PERFORM CHECK-OPERATOR-AUTHORITY.
           IF NOT OPERATOR-AUTHORIZED
               PERFORM LOG-REFUSED-PARM
           ELSE
               IF PARM-ACTION-LIST
                   PERFORM LIST-ACCOUNT
               ELSE
                   IF PARM-ACTION-ADD
                       PERFORM ADD-ACCOUNT
                   ELSE
                       IF PARM-ACTION-CHANGE
                           PERFORM CHANGE-ACCOUNT
                       ELSE
                           IF PARM-ACTION-DELETE
                               PERFORM DELETE-ACCOUNT
                           ELSE
                               DISPLAY "ACTMAINT: UNKNOWN ACTION "
                                   PARM-ACTION
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-IF.
      *
       EXIT.
      *
      *****************************************************************
      * PROCESS-MAINT-PARM
      *
      * MAKER-CHECKER: A PARAMETER CARRYING A CHANGE ID IN
      * PARM-RELEASE-ID IS A CHECKER'S RELEASE; ANY OTHER IS A
      * MAKER'S CHANGE, WHICH IS HELD ON PENDCHG THROUGH PNDCTL, NOT
      * APPLIED. A HELD CHANGE IS APPLIED ONLY WHEN A DIFFERENT
      * OPERATOR HOLDING "V" ON ACCTMSTR RELEASES IT, AND IS DROPPED
      * IF IT OUTLIVES ITS EXPIRY DATE. A LISTING CHANGES NOTHING
      * AND STILL RUNS AT ONCE.
      *****************************************************************
       PROCESS-MAINT-PARM SECTION.
      *
           IF PARM-RELEASE-ID NOT EQUAL SPACES
               PERFORM RELEASE-HELD-CHANGE
           ELSE
               IF PARM-ACTION-LIST
                   PERFORM APPLY-MAINT-PARM
               ELSE
                   PERFORM HOLD-MAINT-PARM
               END-IF
           END-IF.

           PERFORM READ-MAINT-PARM.
      *
       EXIT.
      *
      *****************************************************************
      * HOLD-MAINT-PARM - THE MAKER MUST HOLD THE GRANT FOR THE
      * ACTION TO SUBMIT IT, AND MUST STILL HOLD IT WHEN THE CHANGE IS
      * RELEASED. THE VALUES ARE CHECKED WHEN THE CHANGE IS APPLIED.
      *****************************************************************
       HOLD-MAINT-PARM SECTION.
      *
           IF NOT PARM-ACTION-ADD
              AND NOT PARM-ACTION-CHANGE
              AND NOT PARM-ACTION-DELETE
               DISPLAY "ACTMAINT: UNKNOWN ACTION " PARM-ACTION
           ELSE
               MOVE PARM-ACTION TO WS-AUTH-ACTION-CODE
               PERFORM CHECK-OPERATOR-AUTHORITY
               IF NOT OPERATOR-AUTHORIZED
                   PERFORM LOG-REFUSED-PARM
               ELSE
                   PERFORM SUBMIT-HELD-CHANGE
               END-IF
           END-IF.
      *
       EXIT.
      *
       SUBMIT-HELD-CHANGE SECTION.
      *
           INITIALIZE PENDING-REQUEST.
           SET PR-SUBMIT TO TRUE.
           MOVE WS-UTILITY-NAME   TO PR-UTILITY.
           MOVE PARM-OPERATOR-ID  TO PR-OPERATOR-ID.
           MOVE MAINT-PARM-RECORD TO PR-PARM-IMAGE.
           PERFORM CALL-PENDING-CONTROL.
           IF PR-OK
               ADD 1 TO WS-HELD-COUNT
               MOVE PR-CHANGE-ID        TO WS-PD-CHANGE-ID
               MOVE "HELD FOR APPROVAL" TO WS-PD-TEXT
               MOVE WS-PENDING-DETAIL   TO AL-DETAIL
               DISPLAY "ACTMAINT: CHANGE " PR-CHANGE-ID
                   " HELD FOR APPROVAL - EXPIRES " PR-EXPIRY-DATE
           ELSE
               ADD 1 TO WS-PENDING-FAILED-COUNT
               IF PR-FILE-FULL
                   MOVE "CHANGE NOT HELD - PENDCHG FULL"
                       TO AL-DETAIL
               ELSE
                   MOVE "CHANGE NOT HELD - PENDCHG ERROR"
                       TO AL-DETAIL
               END-IF
               DISPLAY "ACTMAINT: " AL-DETAIL
           END-IF.
           PERFORM WRITE-MAINT-LOG.
      *
       EXIT.
      *
      *****************************************************************
      * RELEASE-HELD-CHANGE - THE PARAMETER'S OPERATOR IS THE
      * CHECKER AND MUST HOLD "V" ON ACCTMSTR; PNDCTL REFUSES THE
      * CHANGE'S OWN MAKER. A RELEASED CHANGE IS APPLIED EXACTLY AS
      * ITS MAKER SUBMITTED IT, UNDER THE MAKER'S GRANT, AND LOGGED
      * WITH BOTH OPERATORS. ONE THE MASTER WOULD NOT TAKE IS HELD
      * AGAIN.
      *****************************************************************
       RELEASE-HELD-CHANGE SECTION.
      *
           INITIALIZE PENDING-REQUEST.
           MOVE "V" TO WS-AUTH-ACTION-CODE.
           IF PARM-RELEASE-NUMBER NOT NUMERIC
               MOVE "REFUSED - BAD CHANGE ID" TO WS-PD-TEXT
               PERFORM LOG-RELEASE-REFUSAL
           ELSE
               PERFORM CHECK-OPERATOR-AUTHORITY
               IF NOT OPERATOR-AUTHORIZED
                   MOVE "REFUSED - NOT APPROVER" TO WS-PD-TEXT
                   PERFORM LOG-RELEASE-REFUSAL
               ELSE
                   SET PR-RELEASE TO TRUE
                   MOVE WS-UTILITY-NAME     TO PR-UTILITY
                   MOVE PARM-OPERATOR-ID    TO PR-OPERATOR-ID
                   MOVE PARM-RELEASE-NUMBER TO PR-CHANGE-ID
                   PERFORM CALL-PENDING-CONTROL
                   IF PR-OK
                       ADD 1 TO WS-RELEASED-COUNT
                       DISPLAY "ACTMAINT: CHANGE " PR-CHANGE-ID " BY "
                           PR-MAKER-ID " RELEASED BY " PARM-OPERATOR-ID
                       MOVE PARM-OPERATOR-ID TO WS-CHECKER-ID
                       MOVE PR-PARM-IMAGE    TO MAINT-PARM-RECORD
                       MOVE "N"              TO WS-APPLY-FAILED-SW
                       PERFORM APPLY-MAINT-PARM
                       IF APPLY-FAILED
                           MOVE PR-CHANGE-ID TO WS-RD-OLD-CHANGE-ID
                           PERFORM REHOLD-CHANGE
                       END-IF
                       MOVE SPACES           TO WS-CHECKER-ID
                   ELSE
                       IF PR-OWN-CHANGE
                           MOVE "REFUSED - OWN CHANGE" TO WS-PD-TEXT
                       ELSE
                           IF PR-NOT-FOUND
                               MOVE "REFUSED - NOT PENDING"
                                   TO WS-PD-TEXT
                           ELSE
                               ADD 1 TO WS-PENDING-FAILED-COUNT
                               MOVE "REFUSED - PENDCHG ERROR"
                                   TO WS-PD-TEXT
                           END-IF
                       END-IF
                       PERFORM LOG-RELEASE-REFUSAL
                   END-IF
               END-IF
           END-IF.
      *
       EXIT.
      *
      *****************************************************************
      * REHOLD-CHANGE - A RELEASED CHANGE THAT DID NOT REACH THE
      * MASTER (MAINT-PARM-RECORD, WITH WS-RD-OLD-CHANGE-ID AND THE
      * CHECKER SET BY THE CALLER) IS SUBMITTED AGAIN UNDER ITS
      * ORIGINAL MAKER AND NEEDS A FRESH RELEASE UNDER ITS NEW CHANGE
      * ID. ONE THAT CANNOT EVEN BE HELD AGAIN IS LOGGED AS LOST.
      * EITHER WAY THE RUN ENDS WITH CONDITION CODE 8.
      *****************************************************************
       REHOLD-CHANGE SECTION.
      *
           INITIALIZE PENDING-REQUEST.
           SET PR-SUBMIT TO TRUE.
           MOVE WS-UTILITY-NAME   TO PR-UTILITY.
           MOVE PARM-OPERATOR-ID  TO PR-OPERATOR-ID.
           MOVE MAINT-PARM-RECORD TO PR-PARM-IMAGE.
           PERFORM CALL-PENDING-CONTROL.
           IF PR-OK
               MOVE PR-CHANGE-ID        TO WS-RD-NEW-CHANGE-ID
               MOVE WS-REHOLD-DETAIL    TO AL-DETAIL
           ELSE
               ADD 1 TO WS-PENDING-FAILED-COUNT
               MOVE WS-RD-OLD-CHANGE-ID TO WS-PD-CHANGE-ID
               MOVE "NOT APPLIED - LOST" TO WS-PD-TEXT
               MOVE WS-PENDING-DETAIL   TO AL-DETAIL
           END-IF.
           DISPLAY "ACTMAINT: " AL-DETAIL.
           PERFORM WRITE-MAINT-LOG.
           IF RETURN-CODE < 8
               MOVE 8 TO RETURN-CODE
           END-IF.
      *
       EXIT.
      *
      *****************************************************************
      * LOG-RELEASE-REFUSAL - WS-PD-TEXT IS SET BY THE CALLER. THE
      * LINE CARRIES ACTION "V", THE WOULD-BE CHECKER AND, WHEN PNDCTL
      * NAMED ONE, THE MAKER.
      *****************************************************************
       LOG-RELEASE-REFUSAL SECTION.
      *
           ADD 1 TO WS-REFUSED-COUNT.
           IF PARM-RELEASE-NUMBER NUMERIC
               MOVE PARM-RELEASE-NUMBER TO WS-PD-CHANGE-ID
           ELSE
               MOVE ZERO TO WS-PD-CHANGE-ID
           END-IF.
           DISPLAY "ACTMAINT: RELEASE BY " PARM-OPERATOR-ID
               " OF CHANGE " PARM-RELEASE-ID " " WS-PD-TEXT.
           MOVE SPACES            TO MAINT-LOG-RECORD.
           MOVE WS-LOG-DATE       TO AL-DATE.
           MOVE WS-LOG-TIME       TO AL-TIME.
           MOVE "V"               TO AL-ACTION.
           MOVE ZERO              TO AL-ACCOUNT-NUMBER.
           MOVE WS-PENDING-DETAIL TO AL-DETAIL.
           MOVE PR-MAKER-ID       TO AL-OPERATOR.
           MOVE PARM-OPERATOR-ID  TO AL-CHECKER.
           WRITE MAINT-LOG-RECORD.
      *
       EXIT.
      *
      *****************************************************************
      * EXPIRE-PENDING-CHANGES - BEFORE ANY PARAMETER IS READ, EACH
      * OF THIS UTILITY'S HELD CHANGES THAT OUTLIVED ITS EXPIRY DATE
      * UNRELEASED IS DROPPED FROM PENDCHG AND LOGGED UNDER ITS MAKER.
      *****************************************************************
       EXPIRE-PENDING-CHANGES SECTION.
      *
           MOVE "N" TO WS-EXPIRY-DONE-SW.
           PERFORM EXPIRE-ONE-CHANGE
               UNTIL EXPIRY-DONE.
      *
       EXIT.
      *
       EXPIRE-ONE-CHANGE SECTION.
      *
           INITIALIZE PENDING-REQUEST.
           SET PR-EXPIRE-NEXT TO TRUE.
           MOVE WS-UTILITY-NAME TO PR-UTILITY.
           PERFORM CALL-PENDING-CONTROL.
           IF PR-OK
               ADD 1 TO WS-EXPIRED-COUNT
               DISPLAY "ACTMAINT: CHANGE " PR-CHANGE-ID " BY "
                   PR-MAKER-ID " EXPIRED UNRELEASED"
               MOVE PR-PARM-IMAGE        TO MAINT-PARM-RECORD
               MOVE PR-CHANGE-ID         TO WS-PD-CHANGE-ID
               MOVE "EXPIRED UNRELEASED" TO WS-PD-TEXT
               MOVE WS-PENDING-DETAIL    TO AL-DETAIL
               PERFORM WRITE-MAINT-LOG
           ELSE
               SET EXPIRY-DONE TO TRUE
               IF NOT PR-NOT-FOUND
                   ADD 1 TO WS-PENDING-FAILED-COUNT
                   DISPLAY "ACTMAINT: PENDCHG EXPIRY CHECK FAILED - "
                       "RESULT " PR-RESULT
               END-IF
           END-IF.
      *
       EXIT.
      *
      *****************************************************************
      * CALL-PENDING-CONTROL - PNDCTL KEEPS PENDCHG FOR EVERY
      * MAINTENANCE UTILITY. THE RUN'S RETURN CODE SO FAR IS KEPT
      * ACROSS THE CALL.
      *****************************************************************
       CALL-PENDING-CONTROL SECTION.
      *
           MOVE RETURN-CODE TO WS-SAVED-RETURN-CODE.
           CALL WS-PENDING-PROGRAM USING PENDING-REQUEST
               ON EXCEPTION
                   DISPLAY "ACTMAINT: " WS-PENDING-PROGRAM
                       " COULD NOT BE LOADED"
                   SET PR-FILE-ERROR TO TRUE
           END-CALL.
           MOVE WS-SAVED-RETURN-CODE TO RETURN-CODE.
      *
       EXIT.
      *
      *****************************************************************
      * LOG-REFUSED-PARM - AN UNAUTHORIZED PARAMETER DOES NOTHING TO
      * THE MASTER, BUT THE REFUSAL ITSELF GOES TO ACTLOG SO THE
      * ATTEMPT IS ON THE RECORD.
      *****************************************************************
       LOG-REFUSED-PARM SECTION.
      *
           ADD 1 TO WS-REFUSED-COUNT.
           DISPLAY "ACTMAINT: OPERATOR " PARM-OPERATOR-ID
               " NOT AUTHORIZED FOR ACTION " PARM-ACTION
               " - PARAMETER REFUSED".
           MOVE "REFUSED - OPERATOR NOT AUTHORIZED" TO AL-DETAIL.
           PERFORM WRITE-MAINT-LOG.
      *
       EXIT.
      *
      *****************************************************************
      * LOAD-AUTHORITY-TABLE / CHECK-OPERATOR-AUTHORITY
      *
      * THE AUTHREF GRANTS ARE LOADED ONCE; EACH PARAMETER'S OPERATOR
      * MUST HOLD A GRANT FOR THIS RESOURCE WHOSE ACTION LETTERS
      * INCLUDE THE REQUESTED ACTION ("*" FIRST GRANTS ALL). A BLANK
      * OPERATOR NEVER MATCHES. NO AUTHREF YET MEANS NO CHECKING,
      * SAID ONCE ON THE CONSOLE.
      *****************************************************************
       LOAD-AUTHORITY-TABLE SECTION.
      *
           OPEN INPUT AUTHORITY-FILE.
           IF WS-AUTH-STATUS EQUAL "00"
               SET AUTH-FILE-PRESENT TO TRUE
               PERFORM READ-AUTHORITY-RECORD
               PERFORM STORE-AUTHORITY-RECORD
                   UNTIL AUTH-EOF
               CLOSE AUTHORITY-FILE
           ELSE
               DISPLAY "ACTMAINT: NO AUTHREF SUPPLIED - OPERATOR "
                   "CHECKS OFF"
           END-IF.
      *
       EXIT.
      *
       READ-AUTHORITY-RECORD SECTION.
      *
           READ AUTHORITY-FILE
               AT END
                   SET AUTH-EOF TO TRUE
           END-READ.
      *
       EXIT.
      *
       STORE-AUTHORITY-RECORD SECTION.
      *
           IF WS-AUTH-COUNT < 100
               ADD 1 TO WS-AUTH-COUNT
               MOVE AUTH-OPERATOR-ID
                   TO WS-AUTH-OPERATOR(WS-AUTH-COUNT)
               MOVE AUTH-RESOURCE
                   TO WS-AUTH-RESOURCE(WS-AUTH-COUNT)
               MOVE AUTH-ACTIONS
                   TO WS-AUTH-ACTIONS(WS-AUTH-COUNT)
           ELSE
               DISPLAY "ACTMAINT: AUTHORITY TABLE FULL - ENTRY "
                   "DROPPED " AUTH-OPERATOR-ID
           END-IF.
           PERFORM READ-AUTHORITY-RECORD.
      *
       EXIT.
      *
       CHECK-OPERATOR-AUTHORITY SECTION.
      *
           IF NOT AUTH-FILE-PRESENT
               MOVE "Y" TO WS-AUTHORIZED-SW
           ELSE
               MOVE "N" TO WS-AUTHORIZED-SW
               IF PARM-OPERATOR-ID NOT EQUAL SPACES
                  AND WS-AUTH-COUNT > ZERO
                   PERFORM CHECK-AUTH-ENTRY
                       VARYING AUTH-IDX FROM 1 BY 1
                       UNTIL AUTH-IDX > WS-AUTH-COUNT
                          OR OPERATOR-AUTHORIZED
               END-IF
           END-IF.
      *
       EXIT.
      *
       CHECK-AUTH-ENTRY SECTION.
      *
           IF WS-AUTH-OPERATOR(AUTH-IDX) EQUAL PARM-OPERATOR-ID
              AND WS-AUTH-RESOURCE(AUTH-IDX)
                  EQUAL WS-AUTH-RESOURCE-NAME
               IF WS-AUTH-ACTIONS(AUTH-IDX)(1:1) EQUAL "*"
                   MOVE "Y" TO WS-AUTHORIZED-SW
               ELSE
                   PERFORM CHECK-AUTH-ACTION-BYTE
                       VARYING WS-ACT-SUB FROM 1 BY 1
                       UNTIL WS-ACT-SUB > 8
                          OR OPERATOR-AUTHORIZED
               END-IF
           END-IF.
      *
       EXIT.
      *
       CHECK-AUTH-ACTION-BYTE SECTION.
      *
           IF WS-AUTH-ACTION-CODE NOT EQUAL SPACE
              AND WS-AUTH-ACTIONS(AUTH-IDX)(WS-ACT-SUB:1)
                  EQUAL WS-AUTH-ACTION-CODE
               MOVE "Y" TO WS-AUTHORIZED-SW
           END-IF.
      *
       EXIT.
      *
      *****************************************************************
      * LIST-ACCOUNT - INQUIRY ON ONE ACCOUNT, OR ON EVERY ACCOUNT IN
      * ACCOUNT-NUMBER ORDER WHEN THE PARAMETER'S ACCOUNT IS BLANK.
      *****************************************************************
       LIST-ACCOUNT SECTION.
      *
           IF PARM-ACCOUNT-NUMBER EQUAL SPACES
               MOVE ZERO TO WS-LISTED-COUNT
               MOVE "N" TO WS-ACCOUNT-EOF-SW
               MOVE ZERO TO AC-ACCOUNT-NUMBER
               START ACCOUNT-MASTER
                   KEY IS NOT LESS THAN AC-ACCOUNT-NUMBER
                   INVALID KEY
                       SET ACCOUNT-EOF TO TRUE
               END-START
               IF NOT ACCOUNT-EOF
                   PERFORM READ-ACCOUNT-NEXT
                   PERFORM LIST-ONE-ACCOUNT
                       UNTIL ACCOUNT-EOF
               END-IF
               DISPLAY "ACTMAINT: ACCOUNTS LISTED: " WS-LISTED-COUNT
           ELSE
               IF PARM-ACCOUNT-NUMBER NOT NUMERIC
                   DISPLAY "ACTMAINT: NON-NUMERIC ACCOUNT "
                       PARM-ACCOUNT-NUMBER " IGNORED"
               ELSE
                   MOVE PARM-ACCOUNT-VALUE TO AC-ACCOUNT-NUMBER
                   READ ACCOUNT-MASTER
                       INVALID KEY
                           DISPLAY "ACTMAINT: NO ACCOUNT RECORD FOR "
                               PARM-ACCOUNT-NUMBER
                   END-READ
                   IF ACCTMSTR-OK
                       PERFORM DISPLAY-ACCOUNT
                   END-IF
               END-IF
           END-IF.
      *
       EXIT.
      *
       LIST-ONE-ACCOUNT SECTION.
      *
           ADD 1 TO WS-LISTED-COUNT.
           PERFORM DISPLAY-ACCOUNT.
           PERFORM READ-ACCOUNT-NEXT.
      *
       EXIT.
      *
       READ-ACCOUNT-NEXT SECTION.
      *
           READ ACCOUNT-MASTER NEXT RECORD
               AT END
                   SET ACCOUNT-EOF TO TRUE
           END-READ.
      *
       EXIT.
      *
       DISPLAY-ACCOUNT SECTION.
      *
           DISPLAY "ACTMAINT: ACCOUNT          " AC-ACCOUNT-NUMBER.
           DISPLAY "ACTMAINT: HOLDER           " AC-HOLDER-NAME.
           DISPLAY "ACTMAINT: OPENED           " AC-OPEN-DATE.
           DISPLAY "ACTMAINT: HOME CURRENCY    " AC-HOME-CURRENCY.
           DISPLAY "ACTMAINT: STATUS           " AC-STATUS-CODE.
           DISPLAY "ACTMAINT: LAST CHANGED     " AC-LAST-CHANGED-DATE
               " BY " AC-LAST-CHANGED-BY.
      *
       EXIT.
      *
      *****************************************************************
      * ADD-ACCOUNT - A NEW ACCOUNT NEEDS A HOLDER NAME, OPEN DATE AND
      * HOME CURRENCY. A BLANK STATUS ADDS IT ACTIVE ("OK").
      *****************************************************************
       ADD-ACCOUNT SECTION.
      *
           PERFORM VALIDATE-PARM-FIELDS.
           IF PARM-FIELDS-VALID
              AND (PARM-HOLDER-NAME EQUAL SPACES
                   OR PARM-OPEN-DATE EQUAL SPACES
                   OR PARM-HOME-CURRENCY EQUAL SPACES)
               DISPLAY "ACTMAINT: ADD NEEDS A HOLDER NAME, OPEN DATE "
                   "AND HOME CURRENCY - " PARM-ACCOUNT-NUMBER
                   " NOT ADDED"
               SET PARM-FIELDS-INVALID TO TRUE
           END-IF.
           IF PARM-FIELDS-VALID
               MOVE SPACES                  TO ACCOUNT-MASTER-RECORD
               MOVE PARM-ACCOUNT-VALUE      TO AC-ACCOUNT-NUMBER
               MOVE PARM-HOLDER-NAME        TO AC-HOLDER-NAME
               MOVE PARM-OPEN-DATE-VALUE    TO AC-OPEN-DATE
               MOVE PARM-HOME-CURRENCY      TO AC-HOME-CURRENCY
               IF PARM-STATUS-CODE EQUAL SPACES
                   SET AC-STATUS-ACTIVE     TO TRUE
               ELSE
                   MOVE PARM-STATUS-CODE    TO AC-STATUS-CODE
               END-IF
               MOVE WS-LOG-DATE             TO AC-LAST-CHANGED-DATE
               MOVE PARM-OPERATOR-ID        TO AC-LAST-CHANGED-BY
               WRITE ACCOUNT-MASTER-RECORD
                   INVALID KEY
                       CONTINUE
               END-WRITE
               IF ACCTMSTR-DUPLICATE
                   DISPLAY "ACTMAINT: ACCOUNT ALREADY ON FILE "
                       PARM-ACCOUNT-NUMBER
               ELSE
                   IF NOT ACCTMSTR-OK
                       DISPLAY "ACTMAINT: WRITE FAILED FOR "
                           PARM-ACCOUNT-NUMBER " - STATUS "
                           WS-ACCTMSTR-STATUS
                       SET APPLY-FAILED TO TRUE
                   END-IF
               END-IF
               IF ACCTMSTR-OK
                   ADD 1 TO WS-CHANGE-COUNT
                   MOVE "NEW"              TO WS-DTL-TAG
                   PERFORM BUILD-CHANGE-DETAIL
                   MOVE WS-CHANGE-DETAIL   TO AL-DETAIL
                   PERFORM WRITE-MAINT-LOG
                   MOVE "NEW"              TO WS-NAME-TAG
                   MOVE AC-HOLDER-NAME     TO WS-NAME-TEXT
                   MOVE WS-NAME-DETAIL     TO AL-DETAIL
                   PERFORM WRITE-MAINT-LOG
               END-IF
           END-IF.
      *
       EXIT.
      *
      *****************************************************************
      * CHANGE-ACCOUNT - NON-BLANK PARAMETER FIELDS REPLACE THE
      * MASTER'S; BLANK FIELDS LEAVE THE MASTER FIELD AS IT IS. THE
      * OLD STATUS, CURRENCY AND OPEN DATE ARE LOGGED BESIDE THE NEW
      * ONES, AND THE OLD AND NEW HOLDER NAME WHEN IT CHANGED.
      *****************************************************************
       CHANGE-ACCOUNT SECTION.
      *
           PERFORM VALIDATE-PARM-FIELDS.
           IF PARM-FIELDS-VALID
               MOVE PARM-ACCOUNT-VALUE TO AC-ACCOUNT-NUMBER
               READ ACCOUNT-MASTER
                   INVALID KEY
                       DISPLAY "ACTMAINT: NO ACCOUNT RECORD FOR "
                           PARM-ACCOUNT-NUMBER
               END-READ
           END-IF.
           IF PARM-FIELDS-VALID
              AND ACCTMSTR-OK
               MOVE AC-STATUS-CODE          TO WS-OLD-STATUS
               MOVE AC-HOME-CURRENCY        TO WS-OLD-CURRENCY
               MOVE AC-OPEN-DATE            TO WS-OLD-OPEN-DATE
               MOVE AC-HOLDER-NAME          TO WS-OLD-NAME
               IF PARM-HOLDER-NAME NOT EQUAL SPACES
                   MOVE PARM-HOLDER-NAME    TO AC-HOLDER-NAME
               END-IF
               IF PARM-OPEN-DATE NOT EQUAL SPACES
                   MOVE PARM-OPEN-DATE-VALUE TO AC-OPEN-DATE
               END-IF
               IF PARM-HOME-CURRENCY NOT EQUAL SPACES
                   MOVE PARM-HOME-CURRENCY  TO AC-HOME-CURRENCY
               END-IF
               IF PARM-STATUS-CODE NOT EQUAL SPACES
                   MOVE PARM-STATUS-CODE    TO AC-STATUS-CODE
               END-IF
               MOVE WS-LOG-DATE             TO AC-LAST-CHANGED-DATE
               MOVE PARM-OPERATOR-ID        TO AC-LAST-CHANGED-BY
               REWRITE ACCOUNT-MASTER-RECORD
                   INVALID KEY
                       CONTINUE
               END-REWRITE
               IF NOT ACCTMSTR-OK
                   DISPLAY "ACTMAINT: REWRITE FAILED FOR "
                       PARM-ACCOUNT-NUMBER " - STATUS "
                       WS-ACCTMSTR-STATUS
                   SET APPLY-FAILED TO TRUE
               END-IF
               IF ACCTMSTR-OK
                   ADD 1 TO WS-CHANGE-COUNT
                   MOVE "OLD"              TO WS-DTL-TAG
                   MOVE WS-OLD-STATUS      TO WS-DTL-STATUS
                   MOVE WS-OLD-CURRENCY    TO WS-DTL-CURRENCY
                   MOVE WS-OLD-OPEN-DATE   TO WS-DTL-OPEN-DATE
                   MOVE WS-CHANGE-DETAIL   TO AL-DETAIL
                   PERFORM WRITE-MAINT-LOG
                   MOVE "NEW"              TO WS-DTL-TAG
                   PERFORM BUILD-CHANGE-DETAIL
                   MOVE WS-CHANGE-DETAIL   TO AL-DETAIL
                   PERFORM WRITE-MAINT-LOG
                   IF AC-HOLDER-NAME NOT EQUAL WS-OLD-NAME
                       MOVE "OLD"              TO WS-NAME-TAG
                       MOVE WS-OLD-NAME        TO WS-NAME-TEXT
                       MOVE WS-NAME-DETAIL     TO AL-DETAIL
                       PERFORM WRITE-MAINT-LOG
                       MOVE "NEW"              TO WS-NAME-TAG
                       MOVE AC-HOLDER-NAME     TO WS-NAME-TEXT
                       MOVE WS-NAME-DETAIL     TO AL-DETAIL
                       PERFORM WRITE-MAINT-LOG
                   END-IF
               END-IF
           END-IF.
      *
       EXIT.
      *
      *****************************************************************
      * DELETE-ACCOUNT - A DELETED ACCOUNT IS UNKNOWN TO TEST, SO ITS
      * NEXT DETAIL IS REJECTED (E017); "C" TO STATUS "CL" IS THE
      * GENTLER WAY TO STOP AN ACCOUNT AND KEEPS ITS HOLDER ON FILE.
      *****************************************************************
       DELETE-ACCOUNT SECTION.
      *
           IF PARM-ACCOUNT-NUMBER NOT NUMERIC
               DISPLAY "ACTMAINT: NON-NUMERIC ACCOUNT "
                   PARM-ACCOUNT-NUMBER " IGNORED"
           ELSE
               MOVE PARM-ACCOUNT-VALUE TO AC-ACCOUNT-NUMBER
               READ ACCOUNT-MASTER
                   INVALID KEY
                       DISPLAY "ACTMAINT: NO ACCOUNT RECORD FOR "
                           PARM-ACCOUNT-NUMBER
               END-READ
               IF ACCTMSTR-OK
                   DELETE ACCOUNT-MASTER
                       INVALID KEY
                           CONTINUE
                   END-DELETE
                   IF NOT ACCTMSTR-OK
                       DISPLAY "ACTMAINT: DELETE FAILED FOR "
                           PARM-ACCOUNT-NUMBER " - STATUS "
                           WS-ACCTMSTR-STATUS
                       SET APPLY-FAILED TO TRUE
                   END-IF
                   IF ACCTMSTR-OK
                       ADD 1 TO WS-CHANGE-COUNT
                       MOVE "DELETED - ACCOUNT REMOVED" TO AL-DETAIL
                       PERFORM WRITE-MAINT-LOG
                   END-IF
               END-IF
           END-IF.
      *
       EXIT.
      *
      *****************************************************************
      * VALIDATE-PARM-FIELDS - A MISTYPED ACCOUNT, DATE OR STATUS MUST
      * NOT REACH THE MASTER: THE WHOLE PARAMETER IS IGNORED INSTEAD.
      *****************************************************************
       VALIDATE-PARM-FIELDS SECTION.
      *
           SET PARM-FIELDS-VALID TO TRUE.
           IF PARM-ACCOUNT-NUMBER NOT NUMERIC
               DISPLAY "ACTMAINT: NON-NUMERIC ACCOUNT "
                   PARM-ACCOUNT-NUMBER " IGNORED"
               SET PARM-FIELDS-INVALID TO TRUE
           END-IF.
           IF PARM-OPEN-DATE NOT EQUAL SPACES
              AND PARM-OPEN-DATE NOT NUMERIC
               DISPLAY "ACTMAINT: NON-NUMERIC OPEN DATE "
                   PARM-OPEN-DATE " - " PARM-ACCOUNT-NUMBER " IGNORED"
               SET PARM-FIELDS-INVALID TO TRUE
           END-IF.
           IF PARM-STATUS-CODE NOT EQUAL SPACES
              AND NOT PARM-STATUS-VALID
               DISPLAY "ACTMAINT: STATUS MUST BE OK, CL OR SU - "
                   PARM-ACCOUNT-NUMBER " IGNORED"
               SET PARM-FIELDS-INVALID TO TRUE
           END-IF.
      *
       EXIT.
      *
       BUILD-CHANGE-DETAIL SECTION.
      *
           MOVE AC-STATUS-CODE     TO WS-DTL-STATUS.
           MOVE AC-HOME-CURRENCY   TO WS-DTL-CURRENCY.
           MOVE AC-OPEN-DATE       TO WS-DTL-OPEN-DATE.
      *
       EXIT.
      *
      *****************************************************************
      * WRITE-MAINT-LOG - AL-DETAIL IS SET BY THE CALLER, AND KEPT
      * ACROSS THE CLEARING OF THE RECORD'S SEPARATOR BYTES. THE
      * CHECKER RIDES THE LINE WHILE A RELEASED CHANGE IS APPLIED.
      *****************************************************************
       WRITE-MAINT-LOG SECTION.
      *
           MOVE AL-DETAIL          TO WS-LOG-DETAIL-HOLD.
           MOVE SPACES             TO MAINT-LOG-RECORD.
           MOVE WS-LOG-DETAIL-HOLD TO AL-DETAIL.
           MOVE WS-LOG-DATE        TO AL-DATE.
           MOVE WS-LOG-TIME        TO AL-TIME.
           MOVE PARM-ACTION        TO AL-ACTION.
           IF PARM-ACCOUNT-NUMBER NUMERIC
               MOVE PARM-ACCOUNT-VALUE TO AL-ACCOUNT-NUMBER
           ELSE
               MOVE ZERO           TO AL-ACCOUNT-NUMBER
           END-IF.
           MOVE PARM-OPERATOR-ID   TO AL-OPERATOR.
           MOVE WS-CHECKER-ID      TO AL-CHECKER.
           WRITE MAINT-LOG-RECORD.
      *
       EXIT.
      *
       END PROGRAM ACTMAINT.
