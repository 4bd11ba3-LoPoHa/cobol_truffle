      *                UNAUTHORIZED PARAMETER IS REFUSED AND THE
      *                REFUSAL LOGGED; MSTLOG LINES NOW NAME THE
      *                OPERATOR WHO ASKED FOR THE CHANGE.
      *  2026-10-15 DL MAKER-CHECKER DUAL CONTROL: A CHANGE IS NO
      *                LONGER APPLIED WHEN SUBMITTED BUT HELD ON
      *                PENDCHG (THROUGH PNDCTL) UNDER A CHANGE ID, AND
      *                IS APPLIED ONLY WHEN A SECOND, DIFFERENT
      *                OPERATOR HOLDING "V" ON PROGMSTR RELEASES IT BY
      *                PUTTING THAT ID IN THE NEW PARM-RELEASE-ID.
      *                CHANGES LEFT UNRELEASED PAST THEIR EXPIRY DATE
      *                ARE DROPPED, AND LOGGED, AT THE START OF THE
      *                NEXT RUN. MSTLOG NOW CARRIES THE CHECKER BESIDE
      *                THE MAKER. CONDITION CODE 8 WHEN PENDCHG
      *                CANNOT BE KEPT. "L" STILL
      *                LISTS AT ONCE.
      *  2026-10-15 DL A RELEASED CHANGE WHOSE REWRITE OR DELETE FAILS
      *                IS HELD ON PENDCHG AGAIN UNDER A NEW CHANGE ID
      *                (OR LOGGED AS LOST), AS PNDCTL HAS ALREADY TAKEN
      *                IT OFF, AND THE RUN ENDS WITH CONDITION CODE 8.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
      * RECORD SIMPLY CARRIES A BLANK OPERATOR, WHICH AUTHREF (ONCE
      * PRESENT) REFUSES.
           05  PARM-OPERATOR-ID            PIC X(08).
      * A CHECKER'S RELEASE OF A HELD CHANGE CARRIES THE CHANGE ID
      * HERE AND THE CHECKER'S OWN OPERATOR ID ABOVE; ITS OTHER
      * FIELDS ARE NOT READ. BLANK ON A MAKER'S PARAMETER (AND ON
      * OLD PARAMETER FILES).
           05  PARM-RELEASE-ID             PIC X(08).
           05  PARM-RELEASE-NUMBER REDEFINES PARM-RELEASE-ID
                                           PIC 9(08).
      *
       FD  MAINT-LOG-FILE
           LABEL RECORDS ARE STANDARD.
           05  LOG-DETAIL                  PIC X(50).
           05  FILLER                      PIC X(01) VALUE SPACES.
           05  LOG-OPERATOR                PIC X(08).
      * LOG-OPERATOR IS THE MAKER OF THE CHANGE; LOG-CHECKER THE
      * OPERATOR WHO RELEASED IT (OR TRIED TO), BLANK OTHERWISE.
           05  FILLER                      PIC X(01) VALUE SPACES.
           05  LOG-CHECKER                 PIC X(08).
      *
       FD  PROGRAMNATIVE-MASTER
           LABEL RECORDS ARE STANDARD.
             88  PARM-EOF                        VALUE "Y".
           05  WS-PROGMSTR-EOF-SW          PIC X(01) VALUE "N".
             88  PROGMSTR-EOF                    VALUE "Y".
      * SET WHEN A RELEASED CHANGE'S REWRITE OR DELETE FAILS.
           05  WS-APPLY-FAILED-SW          PIC X(01) VALUE "N".
             88  APPLY-FAILED                    VALUE "Y".
      *
       01  WS-PARM-STATUS                  PIC X(02) VALUE SPACES.
       01  WS-LOG-STATUS                   PIC X(02) VALUE SPACES.
               10  WS-AUTH-ACTIONS         PIC X(08).
      *
      *****************************************************************
      * MAKER-CHECKER CONTROLS - SEE THE PENDCHG AND PNDREQ
      * COPYBOOKS. A CHANGE IS HELD ON PENDCHG, NOT APPLIED, UNTIL A
      * DIFFERENT OPERATOR HOLDING "V" ON PROGMSTR RELEASES IT.
      *****************************************************************
       01  PENDING-REQUEST.
           COPY PNDREQ.
      *
       01  WS-PENDING-CONTROLS.
           05  WS-PENDING-PROGRAM          PIC X(08) VALUE "PNDCTL".
           05  WS-UTILITY-NAME             PIC X(08) VALUE "MSTMAINT".
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
      * STAGED FIELDS FOR THE MSTHIST CHANGE-HISTORY RECORD. THE
      * IMAGES ARE CAPTURED WHILE THE MASTER RECORD AREA STILL HOLDS
      * THEM - IN PARTICULAR BEFORE A DELETE INVALIDATES IT.
                   DISPLAY "MSTMAINT: LOG STATUS    " WS-LOG-STATUS
                   DISPLAY "MSTMAINT: HISTORY STATUS " WS-MSTHIST-STATUS
               ELSE
                   MOVE SPACES TO MAINT-LOG-RECORD
                   PERFORM EXPIRE-PENDING-CHANGES
                   PERFORM READ-MAINT-PARM
                   PERFORM PROCESS-MAINT-PARM
                       UNTIL PARM-EOF
                   CLOSE PROGRAMNATIVE-MASTER
                   CLOSE MAINT-LOG-FILE
                   CLOSE MASTER-HISTORY-FILE
                   DISPLAY "MSTMAINT: CHANGES APPLIED: "
                       WS-CHANGE-COUNT
                   DISPLAY "MSTMAINT: CHANGES HELD:     "
                       WS-HELD-COUNT
                   DISPLAY "MSTMAINT: CHANGES RELEASED: "
                       WS-RELEASED-COUNT
                   DISPLAY "MSTMAINT: CHANGES EXPIRED:  "
                       WS-EXPIRED-COUNT
                   IF WS-PENDING-FAILED-COUNT > ZERO
                       DISPLAY "MSTMAINT: " WS-PENDING-FAILED-COUNT
                           " PENDCHG REQUEST(S) FAILED"
                       IF RETURN-CODE < 8
                           MOVE 8 TO RETURN-CODE
                       END-IF
                   END-IF
               END-IF
               CLOSE MAINT-PARM-FILE
           END-IF.
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
      * OPERATOR HOLDING "V" ON PROGMSTR RELEASES IT, AND IS DROPPED
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
           IF NOT PARM-ACTION-CORRECT
              AND NOT PARM-ACTION-DELETE
              AND NOT PARM-ACTION-PURGE
               DISPLAY "MSTMAINT: UNKNOWN ACTION " PARM-ACTION
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
               MOVE WS-PENDING-DETAIL   TO LOG-DETAIL
               DISPLAY "MSTMAINT: CHANGE " PR-CHANGE-ID
                   " HELD FOR APPROVAL - EXPIRES " PR-EXPIRY-DATE
           ELSE
               ADD 1 TO WS-PENDING-FAILED-COUNT
               IF PR-FILE-FULL
                   MOVE "CHANGE NOT HELD - PENDCHG FULL"
                       TO LOG-DETAIL
               ELSE
                   MOVE "CHANGE NOT HELD - PENDCHG ERROR"
                       TO LOG-DETAIL
               END-IF
               DISPLAY "MSTMAINT: " LOG-DETAIL
           END-IF.
           MOVE PARM-PROGRAMNAME TO PN-PROGRAMNAME.
           PERFORM WRITE-MAINT-LOG.
      *
       EXIT.
      *
      *****************************************************************
      * RELEASE-HELD-CHANGE - THE PARAMETER'S OPERATOR IS THE
      * CHECKER AND MUST HOLD "V" ON PROGMSTR; PNDCTL REFUSES THE
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
                       DISPLAY "MSTMAINT: CHANGE " PR-CHANGE-ID " BY "
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
      * REHOLD-CHANGE - A RELEASED CHANGE THAT DID NOT REACH THE MASTER
      * (MAINT-PARM-RECORD, WITH WS-RD-OLD-CHANGE-ID AND THE CHECKER
      * SET BY THE CALLER) IS SUBMITTED AGAIN UNDER ITS ORIGINAL
      * MAKER AND NEEDS A FRESH RELEASE UNDER ITS NEW CHANGE ID. ONE
      * THAT CANNOT EVEN BE HELD AGAIN IS LOGGED AS LOST. EITHER WAY
      * THE RUN ENDS WITH CONDITION CODE 8.
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
               MOVE WS-REHOLD-DETAIL    TO LOG-DETAIL
           ELSE
               ADD 1 TO WS-PENDING-FAILED-COUNT
               MOVE WS-RD-OLD-CHANGE-ID TO WS-PD-CHANGE-ID
               MOVE "NOT APPLIED - LOST" TO WS-PD-TEXT
               MOVE WS-PENDING-DETAIL   TO LOG-DETAIL
           END-IF.
           DISPLAY "MSTMAINT: " LOG-DETAIL.
           MOVE PARM-PROGRAMNAME TO PN-PROGRAMNAME.
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
           DISPLAY "MSTMAINT: RELEASE BY " PARM-OPERATOR-ID
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
               DISPLAY "MSTMAINT: CHANGE " PR-CHANGE-ID " BY "
                   PR-MAKER-ID " EXPIRED UNRELEASED"
               MOVE PR-PARM-IMAGE        TO MAINT-PARM-RECORD
               MOVE PR-CHANGE-ID         TO WS-PD-CHANGE-ID
               MOVE "EXPIRED UNRELEASED" TO WS-PD-TEXT
               MOVE WS-PENDING-DETAIL    TO LOG-DETAIL
               MOVE PARM-PROGRAMNAME     TO PN-PROGRAMNAME
               PERFORM WRITE-MAINT-LOG
           ELSE
               SET EXPIRY-DONE TO TRUE
               IF NOT PR-NOT-FOUND
                   ADD 1 TO WS-PENDING-FAILED-COUNT
                   DISPLAY "MSTMAINT: PENDCHG EXPIRY CHECK FAILED - "
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
                   DISPLAY "MSTMAINT: " WS-PENDING-PROGRAM
                       " COULD NOT BE LOADED"
                   SET PR-FILE-ERROR TO TRUE
           END-CALL.
           MOVE WS-SAVED-RETURN-CODE TO RETURN-CODE.
      *
       EXIT.
      *
      *****************************************************************
      * LOG-REFUSED-PARM - AN UNAUTHORIZED PARAMETER DOES NOTHING TO
      * THE MASTER, BUT THE REFUSAL ITSELF GOES TO MSTLOG SO THE
      * ATTEMPT IS ON THE RECORD.
           MOVE PARM-PROGRAMNAME  TO LOG-PROGRAMNAME.
           MOVE "REFUSED - OPERATOR NOT AUTHORIZED" TO LOG-DETAIL.
           MOVE PARM-OPERATOR-ID  TO LOG-OPERATOR.
           MOVE WS-CHECKER-ID     TO LOG-CHECKER.
           WRITE MAINT-LOG-RECORD.
      *
       EXIT.
               END-IF
               REWRITE PROGRAMNATIVE-MASTER-RECORD
                   INVALID KEY
                       CONTINUE
               END-REWRITE
               IF NOT PROGMSTR-OK
                   DISPLAY "MSTMAINT: REWRITE FAILED FOR "
                       PARM-PROGRAMNAME " - STATUS " WS-PROGMSTR-STATUS
                   SET APPLY-FAILED TO TRUE
               END-IF
               IF PROGMSTR-OK
                   ADD 1 TO WS-CHANGE-COUNT
                   MOVE "OLD"             TO WS-DTL-TAG
               MOVE PN-PROGRAMNAME TO WS-HIST-PROGRAMNAME
               DELETE PROGRAMNATIVE-MASTER
                   INVALID KEY
                       CONTINUE
               END-DELETE
               IF NOT PROGMSTR-OK
                   DISPLAY "MSTMAINT: DELETE FAILED FOR "
                       PARM-PROGRAMNAME " - STATUS " WS-PROGMSTR-STATUS
                   SET APPLY-FAILED TO TRUE
               END-IF
               IF PROGMSTR-OK
                   ADD 1 TO WS-CHANGE-COUNT
                   MOVE "DELETED - PROGRAM DECOMMISSIONED"
               MOVE PN-PROGRAMNAME TO WS-HIST-PROGRAMNAME
               DELETE PROGRAMNATIVE-MASTER
                   INVALID KEY
                       CONTINUE
               END-DELETE
               IF NOT PROGMSTR-OK
                   DISPLAY "MSTMAINT: PURGE DELETE FAILED FOR "
                       PN-PROGRAMNAME " - STATUS " WS-PROGMSTR-STATUS
                   SET APPLY-FAILED TO TRUE
               END-IF
               IF PROGMSTR-OK
                   ADD 1 TO WS-PURGE-COUNT
                   ADD 1 TO WS-CHANGE-COUNT
       EXIT.
      *
      *****************************************************************
      * WRITE-MAINT-LOG - LOG-DETAIL IS SET BY THE CALLER. THE
      * CHECKER RIDES THE LINE WHILE A RELEASED CHANGE IS APPLIED.
      *****************************************************************
       WRITE-MAINT-LOG SECTION.
      *
           MOVE PARM-ACTION       TO LOG-ACTION.
           MOVE PN-PROGRAMNAME    TO LOG-PROGRAMNAME.
           MOVE PARM-OPERATOR-ID  TO LOG-OPERATOR.
           MOVE WS-CHECKER-ID     TO LOG-CHECKER.
           WRITE MAINT-LOG-RECORD.
      *
       EXIT.
