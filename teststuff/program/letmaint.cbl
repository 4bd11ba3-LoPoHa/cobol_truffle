      *                (ACTION LETTER "U"). THE CHANGE - OR THE
      *                REFUSAL - IS LOGGED TO THE NEW LETLOG WITH THE
      *                OPERATOR, IN THE MSTLOG STYLE.
      *  2026-10-15 DL MAKER-CHECKER DUAL CONTROL: A CHANGE IS NO
      *                LONGER APPLIED WHEN SUBMITTED BUT HELD ON
      *                PENDCHG (THROUGH PNDCTL) UNDER A CHANGE ID, AND
      *                IS APPLIED ONLY WHEN A SECOND, DIFFERENT
      *                OPERATOR HOLDING "V" ON LETTREF RELEASES IT BY
      *                PUTTING THAT ID IN THE NEW PARM-RELEASE-ID.
      *                CHANGES LEFT UNRELEASED PAST THEIR EXPIRY DATE
      *                ARE DROPPED, AND LOGGED, AT THE START OF THE
      *                NEXT RUN. LETLOG NOW CARRIES THE CHECKER BESIDE
      *                THE MAKER. CONDITION CODE 8 WHEN PENDCHG
      *                CANNOT BE KEPT.
      *                PENDCHG IS SWEPT FOR EXPIRED CHANGES BEFORE THE
      *                PARAMETER IS READ.
      *  2026-10-15 DL THE LETTERS MUST BE TWO DIFFERENT, NON-BLANK
      *                LETTERS, NEITHER OF THEM THE FIXED LETTER-C;
      *                ANY OTHER PARAMETER IS REFUSED, AND THE REFUSAL
      *                LOGGED, WHEN SUBMITTED AND AGAIN WHEN RELEASED.
      *                THE LETTREF OPEN AND WRITE ARE NOW CHECKED: A
      *                RELEASED CHANGE THAT CANNOT BE WRITTEN IS HELD
      *                ON PENDCHG AGAIN UNDER A NEW CHANGE ID (OR
      *                LOGGED AS LOST), AS PNDCTL HAS ALREADY TAKEN IT
      *                OFF, AND THE RUN ENDS WITH CONDITION CODE 8.
      *  2026-10-15 DL A FAILED LETTREF WRITE IS KEPT AS A FAILURE (THE
      *                CLOSE AFTER IT NO LONGER RESETS THE STATUS), AND
      *                LETTREF IS CLOSED BEFORE THE CHANGE IS RE-HELD.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT LETTERREF-FILE
               ASSIGN TO "LETTREF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LETTREF-STATUS.
           SELECT MAINT-LOG-FILE
               ASSIGN TO "LETLOG"
               ORGANIZATION IS LINE SEQUENTIAL
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
       FD  LETTERREF-FILE
           LABEL RECORDS ARE STANDARD.
           05  LOG-DETAIL                  PIC X(50).
           05  FILLER                      PIC X(01) VALUE SPACES.
           05  LOG-OPERATOR                PIC X(08).
      * LOG-OPERATOR IS THE MAKER OF THE CHANGE; LOG-CHECKER THE
      * OPERATOR WHO RELEASED IT (OR TRIED TO), BLANK OTHERWISE.
           05  FILLER                      PIC X(01) VALUE SPACES.
           05  LOG-CHECKER                 PIC X(08).
      *
       FD  AUTHORITY-FILE
           LABEL RECORDS ARE STANDARD.
       01  WS-SWITCHES.
           05  WS-MAINT-PARM-EOF-SW        PIC X(01) VALUE "N".
             88  MAINT-PARM-EOF                  VALUE "Y".
           05  WS-LETTERS-VALID-SW         PIC X(01) VALUE "N".
             88  LETTERS-VALID                   VALUE "Y".
           05  WS-LETTREF-FAILED-SW        PIC X(01) VALUE "N".
             88  LETTREF-FAILED                  VALUE "Y".
      *
       01  WS-LOG-STATUS                   PIC X(02) VALUE SPACES.
       01  WS-LETTREF-STATUS               PIC X(02) VALUE SPACES.
      *
      * LOG-DETAIL FOR LOG-REFUSED-PARM, SET BY ITS CALLER.
       01  WS-REFUSAL-TEXT                 PIC X(50) VALUE SPACES.
      *
       01  WS-LOG-CONTROLS.
           05  WS-LOG-DATE                 PIC 9(08) VALUE ZERO.
               10  WS-AUTH-OPERATOR        PIC X(08).
               10  WS-AUTH-RESOURCE        PIC X(08).
               10  WS-AUTH-ACTIONS         PIC X(08).
      *
      *****************************************************************
      * MAKER-CHECKER CONTROLS - SEE THE PENDCHG AND PNDREQ
      * COPYBOOKS. A CHANGE IS HELD ON PENDCHG, NOT APPLIED, UNTIL A
      * DIFFERENT OPERATOR HOLDING "V" ON LETTREF RELEASES IT.
      *****************************************************************
       01  PENDING-REQUEST.
           COPY PNDREQ.
      *
       01  WS-PENDING-CONTROLS.
           05  WS-PENDING-PROGRAM          PIC X(08) VALUE "PNDCTL".
           05  WS-UTILITY-NAME             PIC X(08) VALUE "LETMAINT".
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
       PROCEDURE DIVISION.
      *
      *
           ACCEPT WS-LOG-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-LOG-TIME FROM TIME.
           MOVE SPACES TO MAINT-LOG-RECORD.
           PERFORM LOAD-AUTHORITY-TABLE.
      * EXPIRED CHANGES GO FIRST - THEIR IMAGES PASS THROUGH THE
      * PARAMETER RECORD AREA ON THEIR WAY TO LETLOG.
           PERFORM EXPIRE-PENDING-CHANGES.

           OPEN INPUT MAINT-PARM-FILE.
           READ MAINT-PARM-FILE
           IF MAINT-PARM-EOF
               DISPLAY "LETMAINT: NO MAINTENANCE PARAMETER SUPPLIED"
           ELSE
               IF PARM-RELEASE-ID NOT EQUAL SPACES
                   PERFORM RELEASE-HELD-CHANGE
               ELSE
                   PERFORM HOLD-MAINT-PARM
               END-IF
           END-IF.
           DISPLAY "LETMAINT: CHANGES HELD:     "
               WS-HELD-COUNT.
           DISPLAY "LETMAINT: CHANGES RELEASED: "
               WS-RELEASED-COUNT.
           DISPLAY "LETMAINT: CHANGES EXPIRED:  "
               WS-EXPIRED-COUNT.
           IF WS-PENDING-FAILED-COUNT > ZERO
               DISPLAY "LETMAINT: " WS-PENDING-FAILED-COUNT
                   " PENDCHG REQUEST(S) FAILED"
               MOVE 8 TO RETURN-CODE
           END-IF.
      *
      * GOBACK, NOT EXIT PROGRAM: SECTIONS FOLLOW THIS ONE, AND IN A
      * MAIN PROGRAM EXIT PROGRAM FALLS THROUGH INTO THEM.
           GOBACK.
      *
      *****************************************************************
      * APPLY-MAINT-PARM - REPLACES THE REFERENCE LETTERS WITH A
      * RELEASED CHANGE, PROVIDED ITS MAKER STILL HOLDS "U" AND THE
      * LETTERS STILL PASS CHECK-PARM-LETTERS (A CHANGE MAY HAVE BEEN
      * HELD BEFORE THE CHECK EXISTED). A CHANGE LETTREF WILL NOT
      * TAKE IS HELD AGAIN.
      *****************************************************************
       APPLY-MAINT-PARM SECTION.
      *
           MOVE "U" TO WS-AUTH-ACTION-CODE.
           PERFORM CHECK-OPERATOR-AUTHORITY.
           PERFORM CHECK-PARM-LETTERS.
           IF NOT OPERATOR-AUTHORIZED
               MOVE "REFUSED - OPERATOR NOT AUTHORIZED"
                   TO WS-REFUSAL-TEXT
               PERFORM LOG-REFUSED-PARM
           ELSE
               IF NOT LETTERS-VALID
                   MOVE "REFUSED - LETTERS BLANK, EQUAL OR C"
                       TO WS-REFUSAL-TEXT
                   PERFORM LOG-REFUSED-PARM
               ELSE
                   MOVE SPACES            TO LETTERREF-RECORD
                   MOVE PARM-NEW-LETTER-A TO LETREF-LETTER-A
                   MOVE PARM-NEW-LETTER-B TO LETREF-LETTER-B
                   MOVE "N" TO WS-LETTREF-FAILED-SW
                   OPEN OUTPUT LETTERREF-FILE
                   IF WS-LETTREF-STATUS NOT EQUAL "00"
                       DISPLAY "LETMAINT: LETTREF OPEN FAILED - STATUS "
                           WS-LETTREF-STATUS
                       SET LETTREF-FAILED TO TRUE
                   ELSE
                       WRITE LETTERREF-RECORD
                       IF WS-LETTREF-STATUS NOT EQUAL "00"
                           DISPLAY "LETMAINT: LETTREF WRITE FAILED"
                               " - STATUS " WS-LETTREF-STATUS
                           SET LETTREF-FAILED TO TRUE
                       END-IF
                       CLOSE LETTERREF-FILE
                   END-IF
                   IF NOT LETTREF-FAILED
                       DISPLAY "LETMAINT: LETTER-A IS NOW "
                           LETREF-LETTER-A
                       DISPLAY "LETMAINT: LETTER-B IS NOW "
                           LETREF-LETTER-B
                       MOVE "REFERENCE LETTERS REPLACED" TO LOG-DETAIL
                       PERFORM WRITE-MAINT-LOG
                   ELSE
                       MOVE PR-CHANGE-ID TO WS-RD-OLD-CHANGE-ID
                       PERFORM REHOLD-CHANGE
                   END-IF
               END-IF
           END-IF.
      *
       EXIT.
      *
      *****************************************************************
      * CHECK-PARM-LETTERS - THE TWO LETTERS MUST BE DIFFERENT AND
      * NON-BLANK, AND NEITHER MAY BE THE FIXED LETTER-C (TEST'S
      * STRAIGHT-THROUGH APPROVAL LETTER).
      *****************************************************************
       CHECK-PARM-LETTERS SECTION.
      *
           MOVE "Y" TO WS-LETTERS-VALID-SW.
           IF PARM-NEW-LETTER-A EQUAL SPACE
              OR PARM-NEW-LETTER-B EQUAL SPACE
              OR PARM-NEW-LETTER-A EQUAL PARM-NEW-LETTER-B
              OR PARM-NEW-LETTER-A EQUAL "C"
              OR PARM-NEW-LETTER-B EQUAL "C"
               MOVE "N" TO WS-LETTERS-VALID-SW
           END-IF.
      *
       EXIT.
      *
      *****************************************************************
      * LOG-REFUSED-PARM - WS-REFUSAL-TEXT IS SET BY THE CALLER.
      *****************************************************************
       LOG-REFUSED-PARM SECTION.
      *
           DISPLAY "LETMAINT: OPERATOR " PARM-OPERATOR-ID " LETTERS "
               PARM-NEW-LETTER-A PARM-NEW-LETTER-B " - "
               WS-REFUSAL-TEXT.
           MOVE WS-REFUSAL-TEXT TO LOG-DETAIL.
           PERFORM WRITE-MAINT-LOG.
      *
       EXIT.
      *
      *****************************************************************
      * HOLD-MAINT-PARM - THE MAKER MUST HOLD "U" TO SUBMIT THE
      * CHANGE, AND MUST STILL HOLD IT WHEN THE CHANGE IS RELEASED;
      * LETTERS THAT FAIL CHECK-PARM-LETTERS ARE NEVER HELD.
      * THE CHANGE IS HELD ON PENDCHG THROUGH PNDCTL, NOT APPLIED,
      * UNTIL A DIFFERENT OPERATOR HOLDING "V" ON LETTREF RELEASES
      * IT; UNRELEASED PAST ITS EXPIRY DATE, IT IS DROPPED.
      *****************************************************************
       HOLD-MAINT-PARM SECTION.
      *
           MOVE "U" TO WS-AUTH-ACTION-CODE.
           PERFORM CHECK-OPERATOR-AUTHORITY.
           PERFORM CHECK-PARM-LETTERS.
           IF NOT OPERATOR-AUTHORIZED
               MOVE "REFUSED - OPERATOR NOT AUTHORIZED"
                   TO WS-REFUSAL-TEXT
               PERFORM LOG-REFUSED-PARM
           ELSE
               IF NOT LETTERS-VALID
                   MOVE "REFUSED - LETTERS BLANK, EQUAL OR C"
                       TO WS-REFUSAL-TEXT
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
               DISPLAY "LETMAINT: CHANGE " PR-CHANGE-ID
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
               DISPLAY "LETMAINT: " LOG-DETAIL
           END-IF.
           PERFORM WRITE-MAINT-LOG.
      *
       EXIT.
      *
      *****************************************************************
      * RELEASE-HELD-CHANGE - THE PARAMETER'S OPERATOR IS THE
      * CHECKER AND MUST HOLD "V" ON LETTREF; PNDCTL REFUSES THE
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
                   SET PR-RELEASE TO TRUE
                   MOVE WS-UTILITY-NAME     TO PR-UTILITY
                   MOVE PARM-OPERATOR-ID    TO PR-OPERATOR-ID
                   MOVE PARM-RELEASE-NUMBER TO PR-CHANGE-ID
                   PERFORM CALL-PENDING-CONTROL
                   IF PR-OK
                       ADD 1 TO WS-RELEASED-COUNT
                       DISPLAY "LETMAINT: CHANGE " PR-CHANGE-ID " BY "
                           PR-MAKER-ID " RELEASED BY " PARM-OPERATOR-ID
                       MOVE PARM-OPERATOR-ID TO WS-CHECKER-ID
                       MOVE PR-PARM-IMAGE    TO MAINT-PARM-RECORD
                       PERFORM APPLY-MAINT-PARM
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
      * REHOLD-CHANGE - A RELEASED CHANGE THAT DID NOT REACH LETTREF
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
           DISPLAY "LETMAINT: " LOG-DETAIL.
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
           IF PARM-RELEASE-NUMBER NUMERIC
               MOVE PARM-RELEASE-NUMBER TO WS-PD-CHANGE-ID
           ELSE
               MOVE ZERO TO WS-PD-CHANGE-ID
           END-IF.
           DISPLAY "LETMAINT: RELEASE BY " PARM-OPERATOR-ID
               " OF CHANGE " PARM-RELEASE-ID " " WS-PD-TEXT.
           OPEN EXTEND MAINT-LOG-FILE.
           IF WS-LOG-STATUS EQUAL "00"
               MOVE SPACES            TO MAINT-LOG-RECORD
               MOVE WS-LOG-DATE       TO LOG-DATE
               MOVE WS-LOG-TIME       TO LOG-TIME
               MOVE "V"               TO LOG-ACTION
               MOVE WS-PENDING-DETAIL TO LOG-DETAIL
               MOVE PR-MAKER-ID       TO LOG-OPERATOR
               MOVE PARM-OPERATOR-ID  TO LOG-CHECKER
               WRITE MAINT-LOG-RECORD
               CLOSE MAINT-LOG-FILE
           ELSE
               DISPLAY "LETMAINT: LOG OPEN FAILED - STATUS "
                   WS-LOG-STATUS
           END-IF.
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
               DISPLAY "LETMAINT: CHANGE " PR-CHANGE-ID " BY "
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
                   DISPLAY "LETMAINT: PENDCHG EXPIRY CHECK FAILED - "
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
                   DISPLAY "LETMAINT: " WS-PENDING-PROGRAM
                       " COULD NOT BE LOADED"
                   SET PR-FILE-ERROR TO TRUE
           END-CALL.
           MOVE WS-SAVED-RETURN-CODE TO RETURN-CODE.
      *
       EXIT.
      *
      *****************************************************************
      * WRITE-MAINT-LOG - LOG-DETAIL IS SET BY THE CALLER; THE
      * OPERATOR RIDES EVERY LINE, AND THE CHECKER TOO WHILE A
      * RELEASED CHANGE IS BEING APPLIED.
      *****************************************************************
       WRITE-MAINT-LOG SECTION.
      *
               MOVE PARM-NEW-LETTER-A  TO LOG-LETTERS(1:1)
               MOVE PARM-NEW-LETTER-B  TO LOG-LETTERS(2:1)
               MOVE PARM-OPERATOR-ID   TO LOG-OPERATOR
               MOVE WS-CHECKER-ID      TO LOG-CHECKER
               WRITE MAINT-LOG-RECORD
               CLOSE MAINT-LOG-FILE
           ELSE
