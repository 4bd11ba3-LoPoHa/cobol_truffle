       IDENTIFICATION DIVISION.
       PROGRAM-ID. PNDCTL.
       AUTHOR. BATCH-SUPPORT-TEAM.
       INSTALLATION. DATA-CENTER-1.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.
      *
      * MODIFICATION HISTORY
      *  2026-10-15 DL FIRST VERSION. KEEPER OF THE PENDCHG PENDING-
      *                CHANGE FILE FOR THE MAKER-CHECKER CONTROL ON
      *                LETMAINT, CALMAINT, CURMAINT, BLKMAINT, LIMMAINT
      *                AND MSTMAINT, CALLED BY NAME WITH A PNDREQ
      *                REQUEST BLOCK: SUBMIT HOLDS A MAKER'S PARAMETER
      *                UNDER A NEW CHANGE ID, RELEASE HANDS IT BACK TO
      *                A DIFFERENT OPERATOR FOR APPLYING, EXPIRE DROPS
      *                ONE THAT WAITED PAST ITS EXPIRY DATE. THE FILE
      *                IS LOADED AND REWRITTEN WHOLE ON EVERY CALL, SO
      *                NOTHING IS CARRIED BETWEEN CALLS BUT THE CODE.
      *  2026-10-15 DL PTNMAINT, ACTMAINT, EXPMAINT, FEEMAINT AND
      *                RSKMAINT NOW HOLD THEIR CHANGES HERE TOO. THE
      *                PARAMETER IMAGE IS WIDENED TO 150 BYTES TO TAKE
      *                PTNMAINT'S; RECORDS WRITTEN AT 60 STILL READ.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PENDING-CHANGE-FILE
               ASSIGN TO "PENDCHG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PENDCHG-STATUS.
      *
       DATA DIVISION.
       FILE SECTION.
       FD  PENDING-CHANGE-FILE
           LABEL RECORDS ARE STANDARD.
       01  PENDING-CHANGE-RECORD.
           COPY PENDCHG.
      *
       WORKING-STORAGE SECTION.
       01  WS-SWITCHES.
           05  WS-PENDCHG-EOF-SW           PIC X(01) VALUE "N".
             88  PENDCHG-EOF                     VALUE "Y".
           05  WS-LOAD-FAILED-SW           PIC X(01) VALUE "N".
             88  LOAD-FAILED                     VALUE "Y".
           05  WS-ENTRY-FOUND-SW           PIC X(01) VALUE "N".
             88  ENTRY-FOUND                     VALUE "Y".
             88  ENTRY-NOT-FOUND                 VALUE "N".
      *
       01  WS-PENDCHG-STATUS               PIC X(02) VALUE SPACES.
         88  PENDCHG-OK                          VALUE "00".
         88  PENDCHG-NOT-PRESENT                 VALUE "35".
      *
       01  WS-TODAY-DATE                   PIC 9(08) VALUE ZERO.
       01  WS-NOW-TIME                     PIC 9(08) VALUE ZERO.
       01  WS-LAST-CHANGE-ID               PIC 9(08) VALUE ZERO.
      *
      *****************************************************************
      * HOLD PERIOD - A CHANGE SUBMITTED TODAY MAY BE RELEASED UP TO
      * AND INCLUDING THE DAY WS-HOLD-DAYS CALENDAR DAYS FROM NOW,
      * AND EXPIRES THE DAY AFTER.
      *****************************************************************
       01  WS-HOLD-CONTROLS.
           05  WS-HOLD-DAYS                PIC 9(02) VALUE 5.
      *
       01  WS-EXPIRY-DATE.
           05  WS-EXP-CCYY                 PIC 9(04).
           05  WS-EXP-MM                   PIC 9(02).
           05  WS-EXP-DD                   PIC 9(02).
       01  WS-EXPIRY-DATE-NUM REDEFINES WS-EXPIRY-DATE
                                           PIC 9(08).
      *
       01  WS-MONTH-DAYS-VALUES            PIC X(24)
               VALUE "312831303130313130313031".
       01  FILLER REDEFINES WS-MONTH-DAYS-VALUES.
           05  WS-MONTH-DAYS               OCCURS 12 TIMES
                                           PIC 9(02).
      *
       01  WS-DATE-WORK-FIELDS.
           05  WS-MONTH-MAX-DAY            PIC 9(02) VALUE ZERO.
           05  WS-LEAP-QUOTIENT            PIC 9(04) COMP VALUE ZERO.
           05  WS-LEAP-REMAINDER           PIC 9(04) COMP VALUE ZERO.
      *
      *****************************************************************
      * IN-MEMORY COPY OF PENDCHG - LOADED WHOLE ON EVERY CALL,
      * CHANGED IN THE TABLE, REWRITTEN WHOLE. A TAKEN-OFF CHANGE IS
      * BLANKED (UTILITY SPACES) AND SKIPPED ON THE WAY OUT. A LOAD
      * THAT DOES NOT FIT IS NEVER REWRITTEN - IT WOULD LOSE HELD
      * CHANGES - AND EVERY REQUEST FAILS UNTIL IT IS CLEARED.
      *****************************************************************
       77  WS-PENDING-COUNT                PIC 9(04) COMP VALUE ZERO.
      *
       01  WS-PENDING-TABLE.
           05  WS-PND-ENTRY OCCURS 500 TIMES INDEXED BY PND-IDX.
               10  WS-PND-CHANGE-ID        PIC 9(08).
               10  WS-PND-UTILITY          PIC X(08).
               10  WS-PND-MAKER-ID         PIC X(08).
               10  WS-PND-SUBMIT-DATE      PIC 9(08).
               10  WS-PND-SUBMIT-TIME      PIC 9(08).
               10  WS-PND-EXPIRY-DATE      PIC 9(08).
               10  WS-PND-PARM-IMAGE       PIC X(150).
      *
       LINKAGE SECTION.
       01  PENDING-REQUEST.
           COPY PNDREQ.
      *
       PROCEDURE DIVISION USING PENDING-REQUEST.
      *
       MAIN SECTION.
      *
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-NOW-TIME FROM TIME.
           SET PR-OK TO TRUE.

           PERFORM LOAD-PENDING-TABLE.
           IF LOAD-FAILED
               SET PR-FILE-ERROR TO TRUE
               GO TO PROG-EX
           END-IF.

           IF PR-SUBMIT
               PERFORM SUBMIT-CHANGE
           ELSE
               IF PR-RELEASE
                   PERFORM RELEASE-CHANGE
               ELSE
                   IF PR-EXPIRE-NEXT
                       PERFORM EXPIRE-NEXT-CHANGE
                   ELSE
                       DISPLAY "PNDCTL: UNKNOWN REQUEST " PR-FUNCTION
                       SET PR-FILE-ERROR TO TRUE
                   END-IF
               END-IF
           END-IF.
      *
       PROG-EX.
           EXIT PROGRAM.
      *
      *****************************************************************
      * LOAD-PENDING-TABLE
      *
      * A MISSING PENDCHG IS AN EMPTY ONE - THE FIRST SUBMISSION
      * CREATES IT. A FILE THAT WILL NOT OPEN FOR ANY OTHER REASON,
      * OR HOLDS MORE THAN THE TABLE, FAILS THE REQUEST.
      *****************************************************************
       LOAD-PENDING-TABLE SECTION.
      *
           MOVE ZERO TO WS-PENDING-COUNT.
           MOVE ZERO TO WS-LAST-CHANGE-ID.
           MOVE "N"  TO WS-PENDCHG-EOF-SW.
           MOVE "N"  TO WS-LOAD-FAILED-SW.
           OPEN INPUT PENDING-CHANGE-FILE.
           IF PENDCHG-OK
               PERFORM READ-PENDING-RECORD
               PERFORM STORE-PENDING-RECORD
                   UNTIL PENDCHG-EOF
               CLOSE PENDING-CHANGE-FILE
           ELSE
               IF NOT PENDCHG-NOT-PRESENT
                   DISPLAY "PNDCTL: PENDCHG OPEN FAILED - STATUS "
                       WS-PENDCHG-STATUS
                   SET LOAD-FAILED TO TRUE
               END-IF
           END-IF.
      *
       EXIT.
      *
       READ-PENDING-RECORD SECTION.
      *
           READ PENDING-CHANGE-FILE
               AT END
                   SET PENDCHG-EOF TO TRUE
           END-READ.
      *
       EXIT.
      *
       STORE-PENDING-RECORD SECTION.
      *
           IF PC-CONTROL-RECORD
               IF PC-CHANGE-ID NUMERIC
                   MOVE PC-CHANGE-ID TO WS-LAST-CHANGE-ID
               END-IF
           ELSE
               IF PC-CHANGE-RECORD
                   IF WS-PENDING-COUNT < 500
                       ADD 1 TO WS-PENDING-COUNT
                       SET PND-IDX TO WS-PENDING-COUNT
                       MOVE PC-CHANGE-ID
                           TO WS-PND-CHANGE-ID(PND-IDX)
                       MOVE PC-UTILITY
                           TO WS-PND-UTILITY(PND-IDX)
                       MOVE PC-MAKER-ID
                           TO WS-PND-MAKER-ID(PND-IDX)
                       MOVE PC-SUBMIT-DATE
                           TO WS-PND-SUBMIT-DATE(PND-IDX)
                       MOVE PC-SUBMIT-TIME
                           TO WS-PND-SUBMIT-TIME(PND-IDX)
                       MOVE PC-EXPIRY-DATE
                           TO WS-PND-EXPIRY-DATE(PND-IDX)
                       MOVE PC-PARM-IMAGE
                           TO WS-PND-PARM-IMAGE(PND-IDX)
      * A CHANGE ID ABOVE THE CONTROL RECORD'S (A HAND-EDITED FILE)
      * STILL MUST NOT BE ISSUED AGAIN.
                       IF PC-CHANGE-ID NUMERIC
                          AND PC-CHANGE-ID > WS-LAST-CHANGE-ID
                           MOVE PC-CHANGE-ID TO WS-LAST-CHANGE-ID
                       END-IF
                   ELSE
                       DISPLAY "PNDCTL: PENDCHG HOLDS MORE THAN 500 "
                           "CHANGES - REQUEST REFUSED"
                       SET LOAD-FAILED TO TRUE
                       SET PENDCHG-EOF TO TRUE
                   END-IF
               END-IF
           END-IF.
           IF NOT PENDCHG-EOF
               PERFORM READ-PENDING-RECORD
           END-IF.
      *
       EXIT.
      *
      *****************************************************************
      * SUBMIT-CHANGE - HOLDS THE MAKER'S PARAMETER IMAGE UNDER THE
      * NEXT CHANGE ID, EXPIRING WS-HOLD-DAYS CALENDAR DAYS ON.
      *****************************************************************
       SUBMIT-CHANGE SECTION.
      *
           IF WS-PENDING-COUNT NOT < 500
               DISPLAY "PNDCTL: PENDCHG FULL - CHANGE NOT HELD"
               SET PR-FILE-FULL TO TRUE
           ELSE
               PERFORM ADD-PENDING-CHANGE
               PERFORM REWRITE-PENDING-FILE
               IF PR-OK
                   MOVE WS-LAST-CHANGE-ID  TO PR-CHANGE-ID
                   MOVE PR-OPERATOR-ID     TO PR-MAKER-ID
                   MOVE WS-TODAY-DATE      TO PR-SUBMIT-DATE
                   MOVE WS-EXPIRY-DATE-NUM TO PR-EXPIRY-DATE
               END-IF
           END-IF.
      *
       EXIT.
      *
       ADD-PENDING-CHANGE SECTION.
      *
           IF WS-LAST-CHANGE-ID < 99999999
               ADD 1 TO WS-LAST-CHANGE-ID
           ELSE
               MOVE 1 TO WS-LAST-CHANGE-ID
           END-IF.
           PERFORM COMPUTE-EXPIRY-DATE.

           ADD 1 TO WS-PENDING-COUNT.
           SET PND-IDX TO WS-PENDING-COUNT.
           MOVE WS-LAST-CHANGE-ID  TO WS-PND-CHANGE-ID(PND-IDX).
           MOVE PR-UTILITY         TO WS-PND-UTILITY(PND-IDX).
           MOVE PR-OPERATOR-ID     TO WS-PND-MAKER-ID(PND-IDX).
           MOVE WS-TODAY-DATE      TO WS-PND-SUBMIT-DATE(PND-IDX).
           MOVE WS-NOW-TIME        TO WS-PND-SUBMIT-TIME(PND-IDX).
           MOVE WS-EXPIRY-DATE-NUM TO WS-PND-EXPIRY-DATE(PND-IDX).
           MOVE PR-PARM-IMAGE      TO WS-PND-PARM-IMAGE(PND-IDX).
      *
       EXIT.
      *
      *****************************************************************
      * RELEASE-CHANGE - ONLY THIS UTILITY'S CHANGE OF THAT ID, STILL
      * INSIDE ITS EXPIRY DATE, AND ONLY TO AN OPERATOR OTHER THAN
      * ITS MAKER. THE CHANGE COMES OFF PENDCHG BEFORE THE CALLER IS
      * TOLD TO APPLY IT, SO A FAILED REWRITE CAN NEVER LEAVE IT
      * THERE TO BE APPLIED A SECOND TIME.
      *****************************************************************
       RELEASE-CHANGE SECTION.
      *
           PERFORM FIND-PENDING-CHANGE.
           IF ENTRY-NOT-FOUND
               SET PR-NOT-FOUND TO TRUE
           ELSE
               PERFORM RETURN-PENDING-CHANGE
               IF WS-PND-MAKER-ID(PND-IDX) EQUAL PR-OPERATOR-ID
                   SET PR-OWN-CHANGE TO TRUE
               ELSE
                   MOVE SPACES TO WS-PND-UTILITY(PND-IDX)
                   PERFORM REWRITE-PENDING-FILE
               END-IF
           END-IF.
      *
       EXIT.
      *
       FIND-PENDING-CHANGE SECTION.
      *
           SET ENTRY-NOT-FOUND TO TRUE.
           IF WS-PENDING-COUNT > ZERO
               SET PND-IDX TO 1
               SEARCH WS-PND-ENTRY
                   AT END
                       SET ENTRY-NOT-FOUND TO TRUE
                   WHEN PND-IDX > WS-PENDING-COUNT
                       SET ENTRY-NOT-FOUND TO TRUE
                   WHEN WS-PND-UTILITY(PND-IDX) EQUAL PR-UTILITY
                      AND WS-PND-CHANGE-ID(PND-IDX) EQUAL PR-CHANGE-ID
                      AND WS-PND-EXPIRY-DATE(PND-IDX)
                          NOT < WS-TODAY-DATE
                       SET ENTRY-FOUND TO TRUE
               END-SEARCH
           END-IF.
      *
       EXIT.
      *
      *****************************************************************
      * EXPIRE-NEXT-CHANGE - THE FIRST OF THIS UTILITY'S CHANGES
      * WHOSE EXPIRY DATE HAS PASSED IS HANDED BACK (FOR LOGGING) AND
      * DROPPED. THE CALLER REPEATS UNTIL RESULT 04.
      *****************************************************************
       EXPIRE-NEXT-CHANGE SECTION.
      *
           SET ENTRY-NOT-FOUND TO TRUE.
           IF WS-PENDING-COUNT > ZERO
               SET PND-IDX TO 1
               SEARCH WS-PND-ENTRY
                   AT END
                       SET ENTRY-NOT-FOUND TO TRUE
                   WHEN PND-IDX > WS-PENDING-COUNT
                       SET ENTRY-NOT-FOUND TO TRUE
                   WHEN WS-PND-UTILITY(PND-IDX) EQUAL PR-UTILITY
                      AND WS-PND-EXPIRY-DATE(PND-IDX) < WS-TODAY-DATE
                       SET ENTRY-FOUND TO TRUE
               END-SEARCH
           END-IF.
           IF ENTRY-NOT-FOUND
               SET PR-NOT-FOUND TO TRUE
           ELSE
               PERFORM RETURN-PENDING-CHANGE
               MOVE SPACES TO WS-PND-UTILITY(PND-IDX)
               PERFORM REWRITE-PENDING-FILE
           END-IF.
      *
       EXIT.
      *
       RETURN-PENDING-CHANGE SECTION.
      *
           MOVE WS-PND-CHANGE-ID(PND-IDX)   TO PR-CHANGE-ID.
           MOVE WS-PND-MAKER-ID(PND-IDX)    TO PR-MAKER-ID.
           MOVE WS-PND-SUBMIT-DATE(PND-IDX) TO PR-SUBMIT-DATE.
           MOVE WS-PND-EXPIRY-DATE(PND-IDX) TO PR-EXPIRY-DATE.
           MOVE WS-PND-PARM-IMAGE(PND-IDX)  TO PR-PARM-IMAGE.
      *
       EXIT.
      *
      *****************************************************************
      * REWRITE-PENDING-FILE - THE CONTROL RECORD, THEN EVERY CHANGE
      * STILL HELD, IN SUBMISSION ORDER.
      *****************************************************************
       REWRITE-PENDING-FILE SECTION.
      *
           OPEN OUTPUT PENDING-CHANGE-FILE.
           IF NOT PENDCHG-OK
               DISPLAY "PNDCTL: PENDCHG REWRITE FAILED - STATUS "
                   WS-PENDCHG-STATUS
               SET PR-FILE-ERROR TO TRUE
           ELSE
               MOVE SPACES            TO PENDING-CHANGE-RECORD
               SET PC-CONTROL-RECORD  TO TRUE
               MOVE WS-LAST-CHANGE-ID TO PC-CHANGE-ID
               MOVE ZERO              TO PC-SUBMIT-DATE
               MOVE ZERO              TO PC-SUBMIT-TIME
               MOVE ZERO              TO PC-EXPIRY-DATE
               WRITE PENDING-CHANGE-RECORD
               IF WS-PENDING-COUNT > ZERO
                   PERFORM WRITE-PENDING-ENTRY
                       VARYING PND-IDX FROM 1 BY 1
                       UNTIL PND-IDX > WS-PENDING-COUNT
               END-IF
               CLOSE PENDING-CHANGE-FILE
           END-IF.
      *
       EXIT.
      *
       WRITE-PENDING-ENTRY SECTION.
      *
           IF WS-PND-UTILITY(PND-IDX) NOT EQUAL SPACES
               SET PC-CHANGE-RECORD TO TRUE
               MOVE WS-PND-CHANGE-ID(PND-IDX)   TO PC-CHANGE-ID
               MOVE WS-PND-UTILITY(PND-IDX)     TO PC-UTILITY
               MOVE WS-PND-MAKER-ID(PND-IDX)    TO PC-MAKER-ID
               MOVE WS-PND-SUBMIT-DATE(PND-IDX) TO PC-SUBMIT-DATE
               MOVE WS-PND-SUBMIT-TIME(PND-IDX) TO PC-SUBMIT-TIME
               MOVE WS-PND-EXPIRY-DATE(PND-IDX) TO PC-EXPIRY-DATE
               MOVE WS-PND-PARM-IMAGE(PND-IDX)  TO PC-PARM-IMAGE
               WRITE PENDING-CHANGE-RECORD
           END-IF.
      *
       EXIT.
      *
      *****************************************************************
      * COMPUTE-EXPIRY-DATE - TODAY STEPPED FORWARD WS-HOLD-DAYS
      * CALENDAR DAYS, LEAP YEARS INCLUDED.
      *****************************************************************
       COMPUTE-EXPIRY-DATE SECTION.
      *
           MOVE WS-TODAY-DATE TO WS-EXPIRY-DATE-NUM.
           PERFORM STEP-EXPIRY-DATE-FORWARD WS-HOLD-DAYS TIMES.
      *
       EXIT.
      *
       STEP-EXPIRY-DATE-FORWARD SECTION.
      *
           MOVE WS-MONTH-DAYS(WS-EXP-MM) TO WS-MONTH-MAX-DAY.
           IF WS-EXP-MM EQUAL 2
               PERFORM CHECK-EXPIRY-LEAP-YEAR
           END-IF.
           IF WS-EXP-DD < WS-MONTH-MAX-DAY
               ADD 1 TO WS-EXP-DD
           ELSE
               MOVE 1 TO WS-EXP-DD
               IF WS-EXP-MM < 12
                   ADD 1 TO WS-EXP-MM
               ELSE
                   MOVE 1 TO WS-EXP-MM
                   ADD 1 TO WS-EXP-CCYY
               END-IF
           END-IF.
      *
       EXIT.
      *
       CHECK-EXPIRY-LEAP-YEAR SECTION.
      *
           DIVIDE WS-EXP-CCYY BY 4 GIVING WS-LEAP-QUOTIENT
               REMAINDER WS-LEAP-REMAINDER.
           IF WS-LEAP-REMAINDER EQUAL ZERO
               DIVIDE WS-EXP-CCYY BY 100
                   GIVING WS-LEAP-QUOTIENT
                   REMAINDER WS-LEAP-REMAINDER
               IF WS-LEAP-REMAINDER NOT EQUAL ZERO
                   MOVE 29 TO WS-MONTH-MAX-DAY
               ELSE
                   DIVIDE WS-EXP-CCYY BY 400
                       GIVING WS-LEAP-QUOTIENT
                       REMAINDER WS-LEAP-REMAINDER
                   IF WS-LEAP-REMAINDER EQUAL ZERO
                       MOVE 29 TO WS-MONTH-MAX-DAY
                   END-IF
               END-IF
           END-IF.
      *
       EXIT.
      *
       END PROGRAM PNDCTL.
