      *                REFERENCE FILE. REFUSALS AND APPLIED ACTIONS
      *                ALIKE ARE LOGGED TO THE NEW CURLOG WITH THE
      *                OPERATOR.
      *  2026-10-15 DL MAKER-CHECKER DUAL CONTROL: A CHANGE IS NO
      *                LONGER APPLIED WHEN SUBMITTED BUT HELD ON
      *                PENDCHG (THROUGH PNDCTL) UNDER A CHANGE ID, AND
      *                IS APPLIED ONLY WHEN A SECOND, DIFFERENT
      *                OPERATOR HOLDING "V" ON CURRATE RELEASES IT BY
      *                PUTTING THAT ID IN THE NEW PARM-RELEASE-ID.
      *                CHANGES LEFT UNRELEASED PAST THEIR EXPIRY DATE
      *                ARE DROPPED, AND LOGGED, AT THE START OF THE
      *                NEXT RUN. CURLOG NOW CARRIES THE CHECKER BESIDE
      *                THE MAKER. CONDITION CODE 8 WHEN PENDCHG
      *                CANNOT BE KEPT.
      *  2026-10-15 DL EVERY CURRATE WRITE IS NOW CHECKED. WHEN THE
      *                RATE FILE CANNOT BE REWRITTEN THE RUN ENDS WITH
      *                CONDITION CODE 8 AND EACH CHANGE RELEASED THIS
      *                RUN IS HELD ON PENDCHG AGAIN UNDER A NEW CHANGE
      *                ID (OR LOGGED AS LOST), AS PNDCTL HAS ALREADY
      *                TAKEN IT OFF. CURLOG STAYS OPEN FOR THAT. A
      *                RELEASED ADD THAT FINDS THE TABLE FULL IS HELD
      *                AGAIN THE SAME WAY.
      *  2026-10-15 DL THE RE-HOLD LOG LINE IS SHORTENED SO THE NEW
      *                CHANGE ID FITS LOG-DETAIL.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
      * RECORD CARRIES A BLANK OPERATOR, WHICH AUTHREF (ONCE
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
      *****************************************************************
      * MAINT-LOG-FILE - WHO ASKED FOR WHAT, AND WHAT CAME OF IT,
           05  LOG-DETAIL                  PIC X(40).
           05  FILLER                      PIC X(01) VALUE SPACES.
           05  LOG-OPERATOR                PIC X(08).
      * LOG-OPERATOR IS THE MAKER OF THE CHANGE; LOG-CHECKER THE
      * OPERATOR WHO RELEASED IT (OR TRIED TO), BLANK OTHERWISE.
           05  FILLER                      PIC X(01) VALUE SPACES.
           05  LOG-CHECKER                 PIC X(08).
      *
       FD  AUTHORITY-FILE
           LABEL RECORDS ARE STANDARD.
           05  WS-ENTRY-FOUND-SW           PIC X(01) VALUE "N".
             88  ENTRY-FOUND                     VALUE "Y".
             88  ENTRY-NOT-FOUND                 VALUE "N".
           05  WS-REWRITE-FAILED-SW        PIC X(01) VALUE "N".
             88  REWRITE-FAILED                  VALUE "Y".
           05  WS-APPLY-FAILED-SW          PIC X(01) VALUE "N".
             88  APPLY-FAILED                    VALUE "Y".
      *
       01  WS-PARM-STATUS                  PIC X(02) VALUE SPACES.
       01  WS-RATE-STATUS                  PIC X(02) VALUE SPACES.
               10  WS-AUTH-ACTIONS         PIC X(08).
      *
      *****************************************************************
      * MAKER-CHECKER CONTROLS - SEE THE PENDCHG AND PNDREQ
      * COPYBOOKS. A CHANGE IS HELD ON PENDCHG, NOT APPLIED, UNTIL A
      * DIFFERENT OPERATOR HOLDING "V" ON CURRATE RELEASES IT.
      *****************************************************************
       01  PENDING-REQUEST.
           COPY PNDREQ.
      *
       01  WS-PENDING-CONTROLS.
           05  WS-PENDING-PROGRAM          PIC X(08) VALUE "PNDCTL".
           05  WS-UTILITY-NAME             PIC X(08) VALUE "CURMAINT".
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
      *****************************************************************
      * CHANGES RELEASED AND APPLIED THIS RUN. PNDCTL HAS ALREADY
      * TAKEN THEM OFF PENDCHG, SO IF THE RATE FILE CANNOT BE
      * REWRITTEN THEY ARE HELD AGAIN FROM HERE, NOT LOST. A RELEASE
      * THAT WOULD OVERFLOW THE TABLE IS REFUSED AND STAYS PENDING.
      *****************************************************************
       01  WS-REHOLD-DETAIL.
           05  FILLER                      PIC X(07) VALUE "CHANGE ".
           05  WS-RD-OLD-CHANGE-ID         PIC 9(08).
           05  FILLER                      PIC X(12)
                                   VALUE " RE-HELD AS ".
           05  WS-RD-NEW-CHANGE-ID         PIC 9(08).
      *
       77  WS-APPLIED-BEFORE               PIC 9(03) COMP VALUE ZERO.
       77  WS-RT-COUNT                     PIC 9(03) COMP VALUE ZERO.
       77  WS-RT-SUB                       PIC 9(03) COMP VALUE ZERO.
      *
       01  WS-RELEASED-TABLE.
           05  WS-RT-ENTRY OCCURS 200 TIMES.
               10  WS-RT-CHANGE-ID         PIC 9(08).
               10  WS-RT-CHECKER-ID        PIC X(08).
               10  WS-RT-PARM-IMAGE        PIC X(60).
      *
      *****************************************************************
      * IN-MEMORY COPY OF THE RATE FILE - LOADED WHOLE, MAINTAINED IN
      * THE TABLE, REWRITTEN ONCE AT THE END. DELETED ENTRIES ARE
      * BLANKED AND SKIPPED ON THE WAY OUT.
                   DISPLAY "CURMAINT: LOG OPEN FAILED - STATUS "
                       WS-LOG-STATUS
               ELSE
                   MOVE SPACES TO MAINT-LOG-RECORD
                   PERFORM EXPIRE-PENDING-CHANGES
                   PERFORM READ-MAINT-PARM
                   PERFORM PROCESS-MAINT-PARM
                       UNTIL PARM-EOF
                   PERFORM REWRITE-RATE-FILE
                   IF REWRITE-FAILED
                       PERFORM REHOLD-RELEASED-CHANGES
                       IF RETURN-CODE < 8
                           MOVE 8 TO RETURN-CODE
                       END-IF
                   END-IF
                   CLOSE MAINT-LOG-FILE
                   DISPLAY "CURMAINT: ACTIONS APPLIED: "
                       WS-APPLIED-COUNT
                   DISPLAY "CURMAINT: ACTIONS REFUSED: "
                       WS-REFUSED-COUNT
                   DISPLAY "CURMAINT: CHANGES HELD:     "
                       WS-HELD-COUNT
                   DISPLAY "CURMAINT: CHANGES RELEASED: "
                       WS-RELEASED-COUNT
                   DISPLAY "CURMAINT: CHANGES EXPIRED:  "
                       WS-EXPIRED-COUNT
                   DISPLAY "CURMAINT: RATE ENTRIES:    "
                       WS-WRITTEN-COUNT
                   IF WS-PENDING-FAILED-COUNT > ZERO
                       DISPLAY "CURMAINT: " WS-PENDING-FAILED-COUNT
                           " PENDCHG REQUEST(S) FAILED"
                       IF RETURN-CODE < 8
                           MOVE 8 TO RETURN-CODE
                       END-IF
                   END-IF
               END-IF
               CLOSE MAINT-PARM-FILE
           END-IF.
                           ELSE
                               DISPLAY "CURMAINT: RATE TABLE FULL - "
                                   "ADD DROPPED " PARM-CURRENCY-CODE
                               SET APPLY-FAILED TO TRUE
                           END-IF
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
      * OPERATOR HOLDING "V" ON CURRATE RELEASES IT, AND IS DROPPED
      * IF IT OUTLIVES ITS EXPIRY DATE.
      *****************************************************************
       PROCESS-MAINT-PARM SECTION.
      *
           IF PARM-RELEASE-ID NOT EQUAL SPACES
               PERFORM RELEASE-HELD-CHANGE
           ELSE
               PERFORM HOLD-MAINT-PARM
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
              AND NOT PARM-ACTION-DELETE
               DISPLAY "CURMAINT: UNKNOWN ACTION " PARM-ACTION
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
               DISPLAY "CURMAINT: CHANGE " PR-CHANGE-ID
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
               DISPLAY "CURMAINT: " LOG-DETAIL
           END-IF.
           PERFORM WRITE-MAINT-LOG.
      *
       EXIT.
      *
      *****************************************************************
      * RELEASE-HELD-CHANGE - THE PARAMETER'S OPERATOR IS THE
      * CHECKER AND MUST HOLD "V" ON CURRATE; PNDCTL REFUSES THE
      * CHANGE'S OWN MAKER. A RELEASED CHANGE IS APPLIED EXACTLY AS
      * ITS MAKER SUBMITTED IT, UNDER THE MAKER'S GRANT, AND LOGGED
      * WITH BOTH OPERATORS.
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
                   IF WS-RT-COUNT NOT LESS THAN 200
                       MOVE "REFUSED - RUN LIMIT" TO WS-PD-TEXT
                       PERFORM LOG-RELEASE-REFUSAL
                   ELSE
                       PERFORM RELEASE-AND-APPLY
                   END-IF
               END-IF
           END-IF.
      *
       EXIT.
      *
      *****************************************************************
      * RELEASE-AND-APPLY - A CHANGE THAT IS APPLIED IS NOTED IN
      * WS-RELEASED-TABLE UNTIL THE FILE HAS BEEN REWRITTEN; ONE THAT
      * CANNOT BE APPLIED FOR WANT OF ROOM IS HELD AGAIN AT ONCE.
      *****************************************************************
       RELEASE-AND-APPLY SECTION.
      *
           SET PR-RELEASE TO TRUE.
           MOVE WS-UTILITY-NAME     TO PR-UTILITY.
           MOVE PARM-OPERATOR-ID    TO PR-OPERATOR-ID.
           MOVE PARM-RELEASE-NUMBER TO PR-CHANGE-ID.
           PERFORM CALL-PENDING-CONTROL.
           IF PR-OK
               ADD 1 TO WS-RELEASED-COUNT
               DISPLAY "CURMAINT: CHANGE " PR-CHANGE-ID " BY "
                   PR-MAKER-ID " RELEASED BY " PARM-OPERATOR-ID
               MOVE PARM-OPERATOR-ID TO WS-CHECKER-ID
               MOVE PR-PARM-IMAGE    TO MAINT-PARM-RECORD
               MOVE WS-APPLIED-COUNT TO WS-APPLIED-BEFORE
               MOVE "N"              TO WS-APPLY-FAILED-SW
               PERFORM APPLY-MAINT-PARM
               IF APPLY-FAILED
                   MOVE PR-CHANGE-ID TO WS-RD-OLD-CHANGE-ID
                   PERFORM REHOLD-CHANGE
               END-IF
               IF WS-APPLIED-COUNT > WS-APPLIED-BEFORE
                   ADD 1 TO WS-RT-COUNT
                   MOVE PR-CHANGE-ID
                       TO WS-RT-CHANGE-ID(WS-RT-COUNT)
                   MOVE WS-CHECKER-ID
                       TO WS-RT-CHECKER-ID(WS-RT-COUNT)
                   MOVE MAINT-PARM-RECORD
                       TO WS-RT-PARM-IMAGE(WS-RT-COUNT)
               END-IF
               MOVE SPACES           TO WS-CHECKER-ID
           ELSE
               IF PR-OWN-CHANGE
                   MOVE "REFUSED - OWN CHANGE" TO WS-PD-TEXT
               ELSE
                   IF PR-NOT-FOUND
                       MOVE "REFUSED - NOT PENDING" TO WS-PD-TEXT
                   ELSE
                       ADD 1 TO WS-PENDING-FAILED-COUNT
                       MOVE "REFUSED - PENDCHG ERROR" TO WS-PD-TEXT
                   END-IF
               END-IF
               PERFORM LOG-RELEASE-REFUSAL
           END-IF.
      *
       EXIT.
      *
      *****************************************************************
      * REHOLD-RELEASED-CHANGES - CURRATE COULD NOT BE REWRITTEN, SO
      * EVERY CHANGE RELEASED AND APPLIED THIS RUN IS LOST FROM IT
      * AND IS HELD AGAIN.
      *****************************************************************
       REHOLD-RELEASED-CHANGES SECTION.
      *
           IF WS-RT-COUNT > ZERO
               DISPLAY "CURMAINT: " WS-RT-COUNT " RELEASED CHANGE(S) "
                   "NOT APPLIED - CURRATE NOT REWRITTEN"
               PERFORM REHOLD-TABLE-ENTRY
                   VARYING WS-RT-SUB FROM 1 BY 1
                   UNTIL WS-RT-SUB > WS-RT-COUNT
           END-IF.
      *
       EXIT.
      *
       REHOLD-TABLE-ENTRY SECTION.
      *
           MOVE WS-RT-PARM-IMAGE(WS-RT-SUB) TO MAINT-PARM-RECORD.
           MOVE WS-RT-CHECKER-ID(WS-RT-SUB) TO WS-CHECKER-ID.
           MOVE WS-RT-CHANGE-ID(WS-RT-SUB)  TO WS-RD-OLD-CHANGE-ID.
           PERFORM REHOLD-CHANGE.
           MOVE SPACES TO WS-CHECKER-ID.
      *
       EXIT.
      *
      *****************************************************************
      * REHOLD-CHANGE - A RELEASED CHANGE THAT DID NOT REACH THE FILE
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
           DISPLAY "CURMAINT: " LOG-DETAIL.
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
           DISPLAY "CURMAINT: RELEASE BY " PARM-OPERATOR-ID
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
               DISPLAY "CURMAINT: CHANGE " PR-CHANGE-ID " BY "
                   PR-MAKER-ID " EXPIRED UNRELEASED"
               MOVE PR-PARM-IMAGE        TO MAINT-PARM-RECORD
               MOVE PR-CHANGE-ID         TO WS-PD-CHANGE-ID
               MOVE "EXPIRED UNRELEASED" TO WS-PD-TEXT
               MOVE WS-PENDING-DETAIL    TO LOG-DETAIL
               PERFORM WRITE-MAINT-LOG
           ELSE
               SET EXPIRY-DONE TO TRUE
               IF NOT PR-NOT-FOUND
                   ADD 1 TO WS-PENDING-FAILED-COUNT
                   DISPLAY "CURMAINT: PENDCHG EXPIRY CHECK FAILED - "
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
                   DISPLAY "CURMAINT: " WS-PENDING-PROGRAM
                       " COULD NOT BE LOADED"
                   SET PR-FILE-ERROR TO TRUE
           END-CALL.
           MOVE WS-SAVED-RETURN-CODE TO RETURN-CODE.
      *
       EXIT.
      *
      *****************************************************************
      * WRITE-MAINT-LOG / LOG-REFUSED-PARM - LOG-DETAIL IS SET BY THE
      * CALLER; THE OPERATOR RIDES EVERY LINE, AND THE CHECKER TOO
      * WHILE A RELEASED CHANGE IS BEING APPLIED.
      *****************************************************************
       WRITE-MAINT-LOG SECTION.
      *
               MOVE ZERO           TO LOG-RATE
           END-IF.
           MOVE PARM-OPERATOR-ID   TO LOG-OPERATOR.
           MOVE WS-CHECKER-ID      TO LOG-CHECKER.
           WRITE MAINT-LOG-RECORD.
      *
       EXIT.
      *
      * WRITES THE MAINTAINED TABLE BACK AS A FRESH CURRATE. BLANKED
      * (DELETED) SLOTS ARE SKIPPED, SO THE FILE COMPACTS ITSELF ON
      * EVERY MAINTENANCE RUN. A FAILED OPEN OR WRITE SETS
      * REWRITE-FAILED FOR MAIN TO ACT ON.
      *****************************************************************
       REWRITE-RATE-FILE SECTION.
      *
           IF WS-RATE-STATUS NOT EQUAL "00"
               DISPLAY "CURMAINT: RATE FILE OPEN FAILED - STATUS "
                   WS-RATE-STATUS
               SET REWRITE-FAILED TO TRUE
           ELSE
               IF WS-RATE-COUNT > ZERO
                   PERFORM WRITE-RATE-ENTRY
                       VARYING RATE-IDX FROM 1 BY 1
                       UNTIL RATE-IDX > WS-RATE-COUNT
                          OR REWRITE-FAILED
               END-IF
               CLOSE CURRENCY-RATE-FILE
           END-IF.
               MOVE WS-RATE-VALUE(RATE-IDX)
                   TO CURREF-RATE
               WRITE CURRENCY-RATE-RECORD
               IF WS-RATE-STATUS EQUAL "00"
                   ADD 1 TO WS-WRITTEN-COUNT
               ELSE
                   DISPLAY "CURMAINT: RATE FILE WRITE FAILED - STATUS "
                       WS-RATE-STATUS
                   SET REWRITE-FAILED TO TRUE
               END-IF
           END-IF.
      *
       EXIT.
