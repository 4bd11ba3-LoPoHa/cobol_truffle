       IDENTIFICATION DIVISION.
       PROGRAM-ID. PTNMAINT.
       AUTHOR. BATCH-SUPPORT-TEAM.
       INSTALLATION. DATA-CENTER-1.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.
      *
      * MODIFICATION HISTORY
      *  2026-10-15 DL FIRST VERSION. BATCH-PARAMETER-DRIVEN
      *                MAINTENANCE AND INQUIRY FOR THE PARTNER PROFILE
      *                MASTER, IN THE MSTMAINT STYLE: "L" LISTS ONE
      *                PARTNER (OR, WITH A BLANK FEED ID, THE WHOLE
      *                FILE), "A" ADDS A PARTNER, "C" CHANGES ITS
      *                FIELDS (BLANK PARM FIELDS LEAVE THE MASTER
      *                FIELD ALONE - THIS IS ALSO HOW A PARTNER IS
      *                MADE ACTIVE OR INACTIVE), "D" DELETES ONE.
      *                EVERY PARAMETER IS CHECKED AGAINST AUTHREF FOR
      *                THE PARTNER RESOURCE, AND EVERY CHANGE - OR
      *                REFUSAL - IS LOGGED TO PTNLOG WITH THE
      *                OPERATOR.
      *  2026-10-15 DL THE PTNLOG RECORD IS CLEARED BEFORE EACH LINE IS
      *                BUILT - ITS FILLERS WERE NEVER SET, AND A LINE
      *                SEQUENTIAL WRITE REFUSES THE RECORD. CALLERS NOW
      *                PASS THE DETAIL IN WS-LOG-DETAIL-TEXT.
      *  2026-10-15 DL MAKER-CHECKER DUAL CONTROL: A CHANGE IS NO
      *                LONGER APPLIED WHEN SUBMITTED BUT HELD ON
      *                PENDCHG (THROUGH PNDCTL) UNDER A CHANGE ID, AND
      *                IS APPLIED ONLY WHEN A SECOND, DIFFERENT
      *                OPERATOR HOLDING "V" ON PARTNER RELEASES IT BY
      *                PUTTING THAT ID IN THE NEW PARM-RELEASE-ID.
      *                CHANGES LEFT UNRELEASED PAST THEIR EXPIRY DATE
      *                ARE DROPPED, AND LOGGED, AT THE START OF THE
      *                NEXT RUN. PTNLOG NOW CARRIES THE CHECKER BESIDE
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
               ASSIGN TO "PTNPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.
           SELECT MAINT-LOG-FILE
               ASSIGN TO "PTNLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOG-STATUS.
           SELECT PARTNER-MASTER
               ASSIGN TO "PARTNER"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PT-FEED-ID
               FILE STATUS IS WS-PARTNER-STATUS.
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
           05  PARM-FEED-ID                PIC X(08).
           05  PARM-NAME                   PIC X(30).
           05  PARM-CONTACT                PIC X(30).
           05  PARM-ACTIVE-FLAG            PIC X(01).
             88  PARM-FLAG-VALID                 VALUE "A" "I".
           05  PARM-ALLOWED-LETTERS        PIC X(10).
           05  PARM-ALLOWED-CURRENCIES     PIC X(30).
      * THE CEILING IS KEYED AS ELEVEN DIGITS WITH TWO IMPLIED
      * DECIMALS; BLANK LEAVES IT ALONE, ALL ZEROS REMOVES IT.
           05  PARM-AMOUNT-CEILING         PIC X(11).
           05  PARM-CEILING-VALUE REDEFINES PARM-AMOUNT-CEILING
                                           PIC 9(09)V9(02).
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
           05  LOG-DATE                    PIC 9(08).
           05  FILLER                      PIC X(01) VALUE SPACES.
           05  LOG-TIME                    PIC 9(08).
           05  FILLER                      PIC X(01) VALUE SPACES.
           05  LOG-ACTION                  PIC X(01).
           05  FILLER                      PIC X(01) VALUE SPACES.
           05  LOG-FEED-ID                 PIC X(08).
           05  FILLER                      PIC X(01) VALUE SPACES.
           05  LOG-DETAIL                  PIC X(50).
           05  FILLER                      PIC X(01) VALUE SPACES.
           05  LOG-OPERATOR                PIC X(08).
      * LOG-OPERATOR IS THE MAKER OF THE CHANGE; LOG-CHECKER THE
      * OPERATOR WHO RELEASED IT (OR TRIED TO), BLANK OTHERWISE.
           05  FILLER                      PIC X(01) VALUE SPACES.
           05  LOG-CHECKER                 PIC X(08).
      *
       FD  PARTNER-MASTER
           LABEL RECORDS ARE STANDARD.
       01  PARTNER-MASTER-RECORD.
           COPY PARTNER.
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
           05  WS-PARTNER-EOF-SW           PIC X(01) VALUE "N".
             88  PARTNER-EOF                     VALUE "Y".
           05  WS-PARM-VALID-SW            PIC X(01) VALUE "Y".
             88  PARM-FIELDS-VALID               VALUE "Y".
             88  PARM-FIELDS-INVALID             VALUE "N".
           05  WS-APPLY-FAILED-SW          PIC X(01) VALUE "N".
             88  APPLY-FAILED                    VALUE "Y".
      *
       01  WS-PARM-STATUS                  PIC X(02) VALUE SPACES.
       01  WS-LOG-STATUS                   PIC X(02) VALUE SPACES.
       01  WS-PARTNER-STATUS               PIC X(02) VALUE SPACES.
         88  PARTNER-OK                          VALUE "00".
         88  PARTNER-DUPLICATE                   VALUE "22".
         88  PARTNER-NOT-FOUND                   VALUE "23".
         88  PARTNER-FILE-NOT-FOUND              VALUE "35".
      *
       77  WS-CHANGE-COUNT                 PIC 9(05) COMP VALUE ZERO.
       77  WS-LISTED-COUNT                 PIC 9(05) COMP VALUE ZERO.
      *
       01  WS-LOG-CONTROLS.
           05  WS-LOG-DATE                 PIC 9(08) VALUE ZERO.
           05  WS-LOG-TIME                 PIC 9(08) VALUE ZERO.
           05  WS-LOG-DETAIL-TEXT          PIC X(50) VALUE SPACES.
      *
      *****************************************************************
      * OPERATOR-AUTHORIZATION CONTROLS - SEE THE AUTHREF COPYBOOK.
      * A MISSING AUTHREF PERMITS EVERYTHING WITH ONE CONSOLE
      * WARNING; A PRESENT ONE REFUSES ANY PARAMETER WHOSE OPERATOR
      * HOLDS NO GRANT FOR THE PARTNER RESOURCE AND ACTION.
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
                                           VALUE "PARTNER".
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
      * DIFFERENT OPERATOR HOLDING "V" ON PARTNER RELEASES IT.
      *****************************************************************
       01  PENDING-REQUEST.
           COPY PNDREQ.
      *
       01  WS-PENDING-CONTROLS.
           05  WS-PENDING-PROGRAM          PIC X(08) VALUE "PNDCTL".
           05  WS-UTILITY-NAME             PIC X(08) VALUE "PTNMAINT".
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
      * DETAIL TEXTS BUILT FOR THE PTNLOG LINES - A CHANGE LOGS AN
      * "OLD" AND A "NEW" LINE FOR THE FLAG, CEILING AND LETTERS, AND
      * A SECOND PAIR FOR THE CURRENCIES, SO EVERY ENTITLEMENT CHANGE
      * CAN BE RECONSTRUCTED. THE OLD VALUES ARE SAVED BEFORE THE
      * MASTER FIELDS ARE OVERWRITTEN.
      *****************************************************************
       01  WS-CHANGE-DETAIL.
           05  WS-DTL-TAG                  PIC X(04).
           05  FILLER                      PIC X(04) VALUE "ACT ".
           05  WS-DTL-FLAG                 PIC X(01).
           05  FILLER                      PIC X(06) VALUE " CEIL ".
           05  WS-DTL-CEILING              PIC 9(09).9(02).
           05  FILLER                      PIC X(05) VALUE " LET ".
           05  WS-DTL-LETTERS              PIC X(10).
           05  FILLER                      PIC X(08) VALUE SPACES.
      *
       01  WS-CURRENCY-DETAIL.
           05  WS-CCY-TAG                  PIC X(04).
           05  FILLER                      PIC X(04) VALUE "CCY ".
           05  WS-CCY-LIST                 PIC X(30).
           05  FILLER                      PIC X(12) VALUE SPACES.
      *
       01  WS-OLD-VALUES.
           05  WS-OLD-FLAG                 PIC X(01) VALUE SPACE.
           05  WS-OLD-CEILING              PIC 9(09)V9(02) VALUE ZERO.
           05  WS-OLD-LETTERS              PIC X(10) VALUE SPACES.
           05  WS-OLD-CURRENCIES           PIC X(30) VALUE SPACES.
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
               DISPLAY "PTNMAINT: NO MAINTENANCE PARAMETER SUPPLIED"
           ELSE
               PERFORM OPEN-PARTNER-MASTER
               OPEN EXTEND MAINT-LOG-FILE
               IF WS-PARTNER-STATUS NOT EQUAL "00"
                  OR WS-LOG-STATUS NOT EQUAL "00"
                   DISPLAY "PTNMAINT: FILE OPEN FAILED"
                   DISPLAY "PTNMAINT: PARTNER STATUS " WS-PARTNER-STATUS
                   DISPLAY "PTNMAINT: LOG STATUS     " WS-LOG-STATUS
                   MOVE 8 TO RETURN-CODE
               ELSE
                   PERFORM EXPIRE-PENDING-CHANGES
                   PERFORM READ-MAINT-PARM
                   PERFORM PROCESS-MAINT-PARM
                       UNTIL PARM-EOF
                   CLOSE PARTNER-MASTER
                   CLOSE MAINT-LOG-FILE
                   DISPLAY "PTNMAINT: CHANGES APPLIED: "
                       WS-CHANGE-COUNT
                   DISPLAY "PTNMAINT: CHANGES REFUSED: "
                       WS-REFUSED-COUNT
                   DISPLAY "PTNMAINT: CHANGES HELD:     "
                       WS-HELD-COUNT
                   DISPLAY "PTNMAINT: CHANGES RELEASED: "
                       WS-RELEASED-COUNT
                   DISPLAY "PTNMAINT: CHANGES EXPIRED:  "
                       WS-EXPIRED-COUNT
                   IF WS-PENDING-FAILED-COUNT > ZERO
                       DISPLAY "PTNMAINT: " WS-PENDING-FAILED-COUNT
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
      * OPEN-PARTNER-MASTER - THE FIRST EVER ADD FINDS NO FILE, SO IT
      * IS CREATED EMPTY, THE SAME RULE TEST USES FOR ITS MASTER.
      *****************************************************************
       OPEN-PARTNER-MASTER SECTION.
      *
           OPEN I-O PARTNER-MASTER.
           IF PARTNER-FILE-NOT-FOUND
               OPEN OUTPUT PARTNER-MASTER
               CLOSE PARTNER-MASTER
               OPEN I-O PARTNER-MASTER
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
                   PERFORM LIST-PARTNER
               ELSE
                   IF PARM-ACTION-ADD
                       PERFORM ADD-PARTNER
                   ELSE
                       IF PARM-ACTION-CHANGE
                           PERFORM CHANGE-PARTNER
                       ELSE
                           IF PARM-ACTION-DELETE
                               PERFORM DELETE-PARTNER
                           ELSE
                               DISPLAY "PTNMAINT: UNKNOWN ACTION "
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
      * OPERATOR HOLDING "V" ON PARTNER RELEASES IT, AND IS DROPPED
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
               DISPLAY "PTNMAINT: UNKNOWN ACTION " PARM-ACTION
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
               MOVE WS-PENDING-DETAIL   TO WS-LOG-DETAIL-TEXT
               DISPLAY "PTNMAINT: CHANGE " PR-CHANGE-ID
                   " HELD FOR APPROVAL - EXPIRES " PR-EXPIRY-DATE
           ELSE
               ADD 1 TO WS-PENDING-FAILED-COUNT
               IF PR-FILE-FULL
                   MOVE "CHANGE NOT HELD - PENDCHG FULL"
                       TO WS-LOG-DETAIL-TEXT
               ELSE
                   MOVE "CHANGE NOT HELD - PENDCHG ERROR"
                       TO WS-LOG-DETAIL-TEXT
               END-IF
               DISPLAY "PTNMAINT: " WS-LOG-DETAIL-TEXT
           END-IF.
           PERFORM WRITE-MAINT-LOG.
      *
       EXIT.
      *
      *****************************************************************
      * RELEASE-HELD-CHANGE - THE PARAMETER'S OPERATOR IS THE
      * CHECKER AND MUST HOLD "V" ON PARTNER; PNDCTL REFUSES THE
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
                       DISPLAY "PTNMAINT: CHANGE " PR-CHANGE-ID " BY "
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
               MOVE WS-REHOLD-DETAIL    TO WS-LOG-DETAIL-TEXT
           ELSE
               ADD 1 TO WS-PENDING-FAILED-COUNT
               MOVE WS-RD-OLD-CHANGE-ID TO WS-PD-CHANGE-ID
               MOVE "NOT APPLIED - LOST" TO WS-PD-TEXT
               MOVE WS-PENDING-DETAIL   TO WS-LOG-DETAIL-TEXT
           END-IF.
           DISPLAY "PTNMAINT: " WS-LOG-DETAIL-TEXT.
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
           DISPLAY "PTNMAINT: RELEASE BY " PARM-OPERATOR-ID
               " OF CHANGE " PARM-RELEASE-ID " " WS-PD-TEXT.
           MOVE SPACES            TO MAINT-LOG-RECORD.
           MOVE WS-LOG-DATE       TO LOG-DATE.
           MOVE WS-LOG-TIME       TO LOG-TIME.
           MOVE "V"               TO LOG-ACTION.
           MOVE WS-PENDING-DETAIL TO LOG-DETAIL.
           MOVE PR-MAKER-ID       TO LOG-OPERATOR.
           MOVE PARM-OPERATOR-ID  TO LOG-CHECKER.
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
               DISPLAY "PTNMAINT: CHANGE " PR-CHANGE-ID " BY "
                   PR-MAKER-ID " EXPIRED UNRELEASED"
               MOVE PR-PARM-IMAGE        TO MAINT-PARM-RECORD
               MOVE PR-CHANGE-ID         TO WS-PD-CHANGE-ID
               MOVE "EXPIRED UNRELEASED" TO WS-PD-TEXT
               MOVE WS-PENDING-DETAIL    TO WS-LOG-DETAIL-TEXT
               PERFORM WRITE-MAINT-LOG
           ELSE
               SET EXPIRY-DONE TO TRUE
               IF NOT PR-NOT-FOUND
                   ADD 1 TO WS-PENDING-FAILED-COUNT
                   DISPLAY "PTNMAINT: PENDCHG EXPIRY CHECK FAILED - "
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
                   DISPLAY "PTNMAINT: " WS-PENDING-PROGRAM
                       " COULD NOT BE LOADED"
                   SET PR-FILE-ERROR TO TRUE
           END-CALL.
           MOVE WS-SAVED-RETURN-CODE TO RETURN-CODE.
      *
       EXIT.
      *
      *****************************************************************
      * LOG-REFUSED-PARM - AN UNAUTHORIZED PARAMETER DOES NOTHING TO
      * THE MASTER, BUT THE REFUSAL ITSELF GOES TO PTNLOG SO THE
      * ATTEMPT IS ON THE RECORD.
      *****************************************************************
       LOG-REFUSED-PARM SECTION.
      *
           ADD 1 TO WS-REFUSED-COUNT.
           DISPLAY "PTNMAINT: OPERATOR " PARM-OPERATOR-ID
               " NOT AUTHORIZED FOR ACTION " PARM-ACTION
               " - PARAMETER REFUSED".
           MOVE SPACES            TO MAINT-LOG-RECORD.
           MOVE WS-LOG-DATE       TO LOG-DATE.
           MOVE WS-LOG-TIME       TO LOG-TIME.
           MOVE PARM-ACTION       TO LOG-ACTION.
           MOVE PARM-FEED-ID      TO LOG-FEED-ID.
           MOVE "REFUSED - OPERATOR NOT AUTHORIZED" TO LOG-DETAIL.
           MOVE PARM-OPERATOR-ID  TO LOG-OPERATOR.
           MOVE WS-CHECKER-ID     TO LOG-CHECKER.
           WRITE MAINT-LOG-RECORD.
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
               DISPLAY "PTNMAINT: NO AUTHREF SUPPLIED - OPERATOR "
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
               DISPLAY "PTNMAINT: AUTHORITY TABLE FULL - ENTRY "
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
      * LIST-PARTNER - INQUIRY ON ONE PARTNER, OR ON EVERY PARTNER IN
      * FEED-ID ORDER WHEN THE PARAMETER'S FEED ID IS BLANK.
      *****************************************************************
       LIST-PARTNER SECTION.
      *
           IF PARM-FEED-ID EQUAL SPACES
               MOVE ZERO TO WS-LISTED-COUNT
               MOVE "N" TO WS-PARTNER-EOF-SW
               MOVE LOW-VALUES TO PT-FEED-ID
               START PARTNER-MASTER
                   KEY IS NOT LESS THAN PT-FEED-ID
                   INVALID KEY
                       SET PARTNER-EOF TO TRUE
               END-START
               IF NOT PARTNER-EOF
                   PERFORM READ-PARTNER-NEXT
                   PERFORM LIST-ONE-PARTNER
                       UNTIL PARTNER-EOF
               END-IF
               DISPLAY "PTNMAINT: PARTNERS LISTED: " WS-LISTED-COUNT
           ELSE
               MOVE PARM-FEED-ID TO PT-FEED-ID
               READ PARTNER-MASTER
                   INVALID KEY
                       DISPLAY "PTNMAINT: NO PARTNER RECORD FOR "
                           PARM-FEED-ID
               END-READ
               IF PARTNER-OK
                   PERFORM DISPLAY-PARTNER
               END-IF
           END-IF.
      *
       EXIT.
      *
       LIST-ONE-PARTNER SECTION.
      *
           ADD 1 TO WS-LISTED-COUNT.
           PERFORM DISPLAY-PARTNER.
           PERFORM READ-PARTNER-NEXT.
      *
       EXIT.
      *
       READ-PARTNER-NEXT SECTION.
      *
           READ PARTNER-MASTER NEXT RECORD
               AT END
                   SET PARTNER-EOF TO TRUE
           END-READ.
      *
       EXIT.
      *
       DISPLAY-PARTNER SECTION.
      *
           DISPLAY "PTNMAINT: FEED-ID          " PT-FEED-ID.
           DISPLAY "PTNMAINT: NAME             " PT-NAME.
           DISPLAY "PTNMAINT: CONTACT          " PT-CONTACT.
           DISPLAY "PTNMAINT: ACTIVE-FLAG      " PT-ACTIVE-FLAG.
           DISPLAY "PTNMAINT: LETTERS          " PT-ALLOWED-LETTERS.
           DISPLAY "PTNMAINT: CURRENCIES       " PT-ALLOWED-CURRENCIES.
           DISPLAY "PTNMAINT: AMOUNT-CEILING   " PT-AMOUNT-CEILING.
           DISPLAY "PTNMAINT: LAST CHANGED     " PT-LAST-CHANGED-DATE
               " BY " PT-LAST-CHANGED-BY.
      *
       EXIT.
      *
      *****************************************************************
      * ADD-PARTNER - A NEW PARTNER NEEDS A NAME AND BOTH ENTITLEMENT
      * LISTS: A BLANK LIST WOULD REJECT EVERY RECORD IT SENT, SO "*"
      * MUST BE KEYED TO MEAN "ANY". A BLANK FLAG ADDS IT ACTIVE; A
      * BLANK CEILING ADDS IT WITH NONE.
      *****************************************************************
       ADD-PARTNER SECTION.
      *
           PERFORM VALIDATE-PARM-FIELDS.
           IF PARM-FEED-ID EQUAL SPACES
              OR PARM-NAME EQUAL SPACES
              OR PARM-ALLOWED-LETTERS EQUAL SPACES
              OR PARM-ALLOWED-CURRENCIES EQUAL SPACES
               DISPLAY "PTNMAINT: ADD NEEDS A FEED ID, NAME, LETTERS "
                   "AND CURRENCIES - " PARM-FEED-ID " NOT ADDED"
               SET PARM-FIELDS-INVALID TO TRUE
           END-IF.
           IF PARM-FIELDS-VALID
               MOVE SPACES                  TO PARTNER-MASTER-RECORD
               MOVE PARM-FEED-ID            TO PT-FEED-ID
               MOVE PARM-NAME               TO PT-NAME
               MOVE PARM-CONTACT            TO PT-CONTACT
               IF PARM-ACTIVE-FLAG EQUAL SPACE
                   SET PT-ACTIVE TO TRUE
               ELSE
                   MOVE PARM-ACTIVE-FLAG    TO PT-ACTIVE-FLAG
               END-IF
               MOVE PARM-ALLOWED-LETTERS    TO PT-ALLOWED-LETTERS
               MOVE PARM-ALLOWED-CURRENCIES TO PT-ALLOWED-CURRENCIES
               IF PARM-AMOUNT-CEILING EQUAL SPACES
                   MOVE ZERO                TO PT-AMOUNT-CEILING
               ELSE
                   MOVE PARM-CEILING-VALUE  TO PT-AMOUNT-CEILING
               END-IF
               MOVE WS-LOG-DATE             TO PT-LAST-CHANGED-DATE
               MOVE PARM-OPERATOR-ID        TO PT-LAST-CHANGED-BY
               WRITE PARTNER-MASTER-RECORD
                   INVALID KEY
                       CONTINUE
               END-WRITE
               IF PARTNER-DUPLICATE
                   DISPLAY "PTNMAINT: PARTNER ALREADY ON FILE "
                       PARM-FEED-ID
               ELSE
                   IF NOT PARTNER-OK
                       DISPLAY "PTNMAINT: WRITE FAILED FOR "
                           PARM-FEED-ID " - STATUS " WS-PARTNER-STATUS
                       SET APPLY-FAILED TO TRUE
                   END-IF
               END-IF
               IF PARTNER-OK
                   ADD 1 TO WS-CHANGE-COUNT
                   MOVE "NEW"              TO WS-DTL-TAG
                   PERFORM BUILD-CHANGE-DETAIL
                   MOVE WS-CHANGE-DETAIL   TO WS-LOG-DETAIL-TEXT
                   PERFORM WRITE-MAINT-LOG
                   MOVE "NEW"              TO WS-CCY-TAG
                   MOVE PT-ALLOWED-CURRENCIES TO WS-CCY-LIST
                   MOVE WS-CURRENCY-DETAIL TO WS-LOG-DETAIL-TEXT
                   PERFORM WRITE-MAINT-LOG
               END-IF
           END-IF.
      *
       EXIT.
      *
      *****************************************************************
      * CHANGE-PARTNER - NON-BLANK PARAMETER FIELDS REPLACE THE
      * MASTER'S; BLANK FIELDS LEAVE THE MASTER FIELD AS IT IS. THE
      * OLD FLAG, CEILING AND LISTS ARE LOGGED BESIDE THE NEW ONES.
      *****************************************************************
       CHANGE-PARTNER SECTION.
      *
           PERFORM VALIDATE-PARM-FIELDS.
           IF PARM-FIELDS-VALID
               MOVE PARM-FEED-ID TO PT-FEED-ID
               READ PARTNER-MASTER
                   INVALID KEY
                       DISPLAY "PTNMAINT: NO PARTNER RECORD FOR "
                           PARM-FEED-ID
               END-READ
           END-IF.
           IF PARM-FIELDS-VALID
              AND PARTNER-OK
               MOVE PT-ACTIVE-FLAG          TO WS-OLD-FLAG
               MOVE PT-AMOUNT-CEILING       TO WS-OLD-CEILING
               MOVE PT-ALLOWED-LETTERS      TO WS-OLD-LETTERS
               MOVE PT-ALLOWED-CURRENCIES   TO WS-OLD-CURRENCIES
               IF PARM-NAME NOT EQUAL SPACES
                   MOVE PARM-NAME           TO PT-NAME
               END-IF
               IF PARM-CONTACT NOT EQUAL SPACES
                   MOVE PARM-CONTACT        TO PT-CONTACT
               END-IF
               IF PARM-ACTIVE-FLAG NOT EQUAL SPACE
                   MOVE PARM-ACTIVE-FLAG    TO PT-ACTIVE-FLAG
               END-IF
               IF PARM-ALLOWED-LETTERS NOT EQUAL SPACES
                   MOVE PARM-ALLOWED-LETTERS TO PT-ALLOWED-LETTERS
               END-IF
               IF PARM-ALLOWED-CURRENCIES NOT EQUAL SPACES
                   MOVE PARM-ALLOWED-CURRENCIES
                       TO PT-ALLOWED-CURRENCIES
               END-IF
               IF PARM-AMOUNT-CEILING NOT EQUAL SPACES
                   MOVE PARM-CEILING-VALUE  TO PT-AMOUNT-CEILING
               END-IF
               MOVE WS-LOG-DATE             TO PT-LAST-CHANGED-DATE
               MOVE PARM-OPERATOR-ID        TO PT-LAST-CHANGED-BY
               REWRITE PARTNER-MASTER-RECORD
                   INVALID KEY
                       CONTINUE
               END-REWRITE
               IF NOT PARTNER-OK
                   DISPLAY "PTNMAINT: REWRITE FAILED FOR "
                       PARM-FEED-ID " - STATUS " WS-PARTNER-STATUS
                   SET APPLY-FAILED TO TRUE
               END-IF
               IF PARTNER-OK
                   ADD 1 TO WS-CHANGE-COUNT
                   MOVE "OLD"              TO WS-DTL-TAG
                   MOVE WS-OLD-FLAG        TO WS-DTL-FLAG
                   MOVE WS-OLD-CEILING     TO WS-DTL-CEILING
                   MOVE WS-OLD-LETTERS     TO WS-DTL-LETTERS
                   MOVE WS-CHANGE-DETAIL   TO WS-LOG-DETAIL-TEXT
                   PERFORM WRITE-MAINT-LOG
                   MOVE "NEW"              TO WS-DTL-TAG
                   PERFORM BUILD-CHANGE-DETAIL
                   MOVE WS-CHANGE-DETAIL   TO WS-LOG-DETAIL-TEXT
                   PERFORM WRITE-MAINT-LOG
                   IF PT-ALLOWED-CURRENCIES NOT EQUAL WS-OLD-CURRENCIES
                       MOVE "OLD"              TO WS-CCY-TAG
                       MOVE WS-OLD-CURRENCIES  TO WS-CCY-LIST
                       MOVE WS-CURRENCY-DETAIL TO WS-LOG-DETAIL-TEXT
                       PERFORM WRITE-MAINT-LOG
                       MOVE "NEW"              TO WS-CCY-TAG
                       MOVE PT-ALLOWED-CURRENCIES TO WS-CCY-LIST
                       MOVE WS-CURRENCY-DETAIL TO WS-LOG-DETAIL-TEXT
                       PERFORM WRITE-MAINT-LOG
                   END-IF
               END-IF
           END-IF.
      *
       EXIT.
      *
      *****************************************************************
      * DELETE-PARTNER - A DELETED PARTNER IS UNKNOWN TO TEST, SO ITS
      * NEXT FEED IS REFUSED; "C" TO INACTIVE IS THE GENTLER WAY TO
      * STOP A PARTNER AND KEEPS ITS PROFILE ON FILE.
      *****************************************************************
       DELETE-PARTNER SECTION.
      *
           MOVE PARM-FEED-ID TO PT-FEED-ID.
           READ PARTNER-MASTER
               INVALID KEY
                   DISPLAY "PTNMAINT: NO PARTNER RECORD FOR "
                       PARM-FEED-ID
           END-READ.
           IF PARTNER-OK
               DELETE PARTNER-MASTER
                   INVALID KEY
                       CONTINUE
               END-DELETE
               IF NOT PARTNER-OK
                   DISPLAY "PTNMAINT: DELETE FAILED FOR "
                       PARM-FEED-ID " - STATUS " WS-PARTNER-STATUS
                   SET APPLY-FAILED TO TRUE
               END-IF
               IF PARTNER-OK
                   ADD 1 TO WS-CHANGE-COUNT
                   MOVE "DELETED - PARTNER REMOVED"
                       TO WS-LOG-DETAIL-TEXT
                   PERFORM WRITE-MAINT-LOG
               END-IF
           END-IF.
      *
       EXIT.
      *
      *****************************************************************
      * VALIDATE-PARM-FIELDS - A MISTYPED FLAG OR CEILING MUST NOT
      * REACH THE MASTER: THE WHOLE PARAMETER IS IGNORED INSTEAD.
      *****************************************************************
       VALIDATE-PARM-FIELDS SECTION.
      *
           SET PARM-FIELDS-VALID TO TRUE.
           IF PARM-ACTIVE-FLAG NOT EQUAL SPACE
              AND NOT PARM-FLAG-VALID
               DISPLAY "PTNMAINT: ACTIVE FLAG MUST BE A OR I - "
                   PARM-FEED-ID " IGNORED"
               SET PARM-FIELDS-INVALID TO TRUE
           END-IF.
           IF PARM-AMOUNT-CEILING NOT EQUAL SPACES
              AND PARM-AMOUNT-CEILING NOT NUMERIC
               DISPLAY "PTNMAINT: NON-NUMERIC CEILING "
                   PARM-AMOUNT-CEILING " - " PARM-FEED-ID " IGNORED"
               SET PARM-FIELDS-INVALID TO TRUE
           END-IF.
      *
       EXIT.
      *
       BUILD-CHANGE-DETAIL SECTION.
      *
           MOVE PT-ACTIVE-FLAG     TO WS-DTL-FLAG.
           MOVE PT-AMOUNT-CEILING  TO WS-DTL-CEILING.
           MOVE PT-ALLOWED-LETTERS TO WS-DTL-LETTERS.
      *
       EXIT.
      *
      *****************************************************************
      * WRITE-MAINT-LOG - WS-LOG-DETAIL-TEXT IS SET BY THE CALLER. THE
      * CHECKER RIDES THE LINE WHILE A RELEASED CHANGE IS APPLIED.
      *****************************************************************
       WRITE-MAINT-LOG SECTION.
      *
           MOVE SPACES            TO MAINT-LOG-RECORD.
           MOVE WS-LOG-DATE       TO LOG-DATE.
           MOVE WS-LOG-TIME       TO LOG-TIME.
           MOVE PARM-ACTION       TO LOG-ACTION.
           MOVE PARM-FEED-ID      TO LOG-FEED-ID.
           MOVE WS-LOG-DETAIL-TEXT TO LOG-DETAIL.
           MOVE PARM-OPERATOR-ID  TO LOG-OPERATOR.
           MOVE WS-CHECKER-ID     TO LOG-CHECKER.
           WRITE MAINT-LOG-RECORD.
      *
       EXIT.
      *
       END PROGRAM PTNMAINT.
