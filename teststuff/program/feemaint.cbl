       IDENTIFICATION DIVISION.
       PROGRAM-ID. FEEMAINT.
       AUTHOR. BATCH-SUPPORT-TEAM.
       INSTALLATION. DATA-CENTER-1.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.
      *
      * MODIFICATION HISTORY
      *  2026-10-15 DL FIRST VERSION. BATCH-PARAMETER-DRIVEN
      *                MAINTENANCE OF THE EFFECTIVE-DATED FEEREF
      *                PARTNER FEE SCHEDULE READ BY TEST AND REVDECN,
      *                IN THE EXPMAINT STYLE. "L" LISTS EVERY CURRENT
      *                AND SCHEDULED ENTRY, "A" ADDS (OR REPRICES) THE
      *                FLAT FEE, PERCENTAGE, MINIMUM AND MAXIMUM FOR A
      *                FEED, LETTER ("*" = EVERY LETTER) AND EFFECTIVE
      *                DATE - A FUTURE DATE STAGES THE CHANGE - AND "D"
      *                DELETES ONE DATED ENTRY. EVERY CHANGE AND EVERY
      *                REFUSAL IS LOGGED TO FEELOG WITH THE OPERATOR,
      *                WHO IS VALIDATED AGAINST AUTHREF FOR THE FEEREF
      *                RESOURCE.
      *  2026-10-15 DL MAKER-CHECKER DUAL CONTROL: A CHANGE IS NO
      *                LONGER APPLIED WHEN SUBMITTED BUT HELD ON
      *                PENDCHG (THROUGH PNDCTL) UNDER A CHANGE ID, AND
      *                IS APPLIED ONLY WHEN A SECOND, DIFFERENT
      *                OPERATOR HOLDING "V" ON FEEREF RELEASES IT BY
      *                PUTTING THAT ID IN THE NEW PARM-RELEASE-ID.
      *                CHANGES LEFT UNRELEASED PAST THEIR EXPIRY DATE
      *                ARE DROPPED, AND LOGGED, AT THE START OF THE
      *                NEXT RUN. FEELOG NOW CARRIES THE CHECKER BESIDE
      *                THE MAKER. EVERY FEEREF WRITE IS NOW CHECKED;
      *                WHEN THE FILE CANNOT BE REWRITTEN, OR A
      *                RELEASED ADD FINDS THE TABLE FULL, EACH
      *                AFFECTED CHANGE IS HELD AGAIN UNDER A NEW
      *                CHANGE ID (OR LOGGED AS LOST). CONDITION CODE 8
      *                WHEN PENDCHG CANNOT BE KEPT OR A CHANGE IS HELD
      *                AGAIN. "L" STILL LISTS AT ONCE.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MAINT-PARM-FILE
               ASSIGN TO "FEEPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.
           SELECT FEE-SCHEDULE-FILE
               ASSIGN TO "FEEREF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FEE-STATUS.
           SELECT MAINT-LOG-FILE
               ASSIGN TO "FEELOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOG-STATUS.
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
             88  PARM-ACTION-DELETE              VALUE "D".
           05  PARM-FEED-ID                PIC X(08).
           05  PARM-LETTER                 PIC X(01).
           05  PARM-EFFECTIVE-DATE         PIC 9(08).
           05  PARM-FLAT-FEE               PIC 9(05)V9(02).
           05  PARM-PERCENT                PIC 9(03)V9(04).
           05  PARM-MINIMUM-FEE            PIC 9(05)V9(02).
           05  PARM-MAXIMUM-FEE            PIC 9(07)V9(02).
           05  PARM-OPERATOR-ID            PIC X(08).
      * A CHECKER'S RELEASE OF A HELD CHANGE CARRIES THE CHANGE ID
      * HERE AND THE CHECKER'S OWN OPERATOR ID ABOVE; ITS OTHER
      * FIELDS ARE NOT READ. BLANK ON A MAKER'S PARAMETER.
           05  PARM-RELEASE-ID             PIC X(08).
           05  PARM-RELEASE-NUMBER REDEFINES PARM-RELEASE-ID
                                           PIC 9(08).
      *
      *****************************************************************
      * FEE-SCHEDULE-FILE - SEE THE FEEREF COPYBOOK.
      *****************************************************************
       FD  FEE-SCHEDULE-FILE
           LABEL RECORDS ARE STANDARD.
       01  FEE-SCHEDULE-RECORD.
           COPY FEEREF.
      *
      *****************************************************************
      * MAINT-LOG-FILE - WHO ASKED FOR WHAT, AND WHAT CAME OF IT,
      * IN THE LIMLOG STYLE: APPLIED ACTIONS AND REFUSALS ALIKE.
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
           05  LOG-LETTER                  PIC X(01).
           05  FILLER                      PIC X(01) VALUE SPACES.
           05  LOG-EFFECTIVE-DATE          PIC 9(08).
           05  FILLER                      PIC X(01) VALUE SPACES.
           05  LOG-FLAT-FEE                PIC 9(05)V9(02).
           05  FILLER                      PIC X(01) VALUE SPACES.
           05  LOG-PERCENT                 PIC 9(03)V9(04).
           05  FILLER                      PIC X(01) VALUE SPACES.
           05  LOG-MINIMUM-FEE             PIC 9(05)V9(02).
           05  FILLER                      PIC X(01) VALUE SPACES.
           05  LOG-MAXIMUM-FEE             PIC 9(07)V9(02).
           05  FILLER                      PIC X(01) VALUE SPACES.
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
       01  AUTHORITY-RECORD.
           COPY AUTHREF.
      *
       WORKING-STORAGE SECTION.
       01  WS-SWITCHES.
           05  WS-PARM-EOF-SW              PIC X(01) VALUE "N".
             88  PARM-EOF                        VALUE "Y".
           05  WS-FEE-EOF-SW               PIC X(01) VALUE "N".
             88  FEE-EOF                         VALUE "Y".
           05  WS-ENTRY-FOUND-SW           PIC X(01) VALUE "N".
             88  ENTRY-FOUND                     VALUE "Y".
             88  ENTRY-NOT-FOUND                 VALUE "N".
           05  WS-REWRITE-FAILED-SW        PIC X(01) VALUE "N".
             88  REWRITE-FAILED                  VALUE "Y".
           05  WS-APPLY-FAILED-SW          PIC X(01) VALUE "N".
             88  APPLY-FAILED                    VALUE "Y".
           05  WS-TABLE-SAFE-SW            PIC X(01) VALUE "Y".
             88  FEE-TABLE-SAFE                  VALUE "Y".
             88  FEE-TABLE-TRUNCATED             VALUE "N".
      *
       01  WS-PARM-STATUS                  PIC X(02) VALUE SPACES.
       01  WS-FEE-STATUS                   PIC X(02) VALUE SPACES.
       01  WS-LOG-STATUS                   PIC X(02) VALUE SPACES.
      *
       77  WS-FEE-COUNT                    PIC 9(03) COMP VALUE ZERO.
       77  WS-APPLIED-COUNT                PIC 9(03) COMP VALUE ZERO.
       77  WS-WRITTEN-COUNT                PIC 9(03) COMP VALUE ZERO.
      *
       01  WS-LOG-CONTROLS.
           05  WS-LOG-DATE                 PIC 9(08) VALUE ZERO.
           05  WS-LOG-TIME                 PIC 9(08) VALUE ZERO.
      *
       01  WS-TODAY-DATE                   PIC 9(08) VALUE ZERO.
      *
       01  WS-LOG-DETAIL-HOLD              PIC X(40) VALUE SPACES.
      *
       01  WS-FEE-DISPLAY.
           05  WS-FD-FLAT-FEE              PIC Z(04)9.99.
           05  WS-FD-PERCENT               PIC ZZ9.9999.
           05  WS-FD-MINIMUM-FEE           PIC Z(04)9.99.
           05  WS-FD-MAXIMUM-FEE           PIC Z(06)9.99.
      *
      *****************************************************************
      * IN-MEMORY COPY OF THE FEE SCHEDULE - LOADED WHOLE, MAINTAINED
      * IN THE TABLE, REWRITTEN ONCE AT THE END. DELETED ENTRIES ARE
      * FLAGGED AND SKIPPED ON THE WAY OUT. ONE ENTRY PER FEED, LETTER
      * AND EFFECTIVE DATE - ADDING THE SAME KEY AGAIN REPRICES IT.
      * TEST AND REVDECN HOLD THE SAME 500 ENTRIES.
      *****************************************************************
       01  WS-FEE-TABLE.
           05  WS-FEE-ENTRY OCCURS 500 TIMES INDEXED BY FEE-IDX.
               10  WS-FEE-IN-USE           PIC X(01).
                 88  FEE-ENTRY-IN-USE            VALUE "Y".
               10  WS-FEE-FEED-ID          PIC X(08).
               10  WS-FEE-LETTER           PIC X(01).
               10  WS-FEE-EFF-DATE         PIC 9(08).
               10  WS-FEE-FLAT             PIC 9(05)V9(02).
               10  WS-FEE-PERCENT          PIC 9(03)V9(04).
               10  WS-FEE-MINIMUM          PIC 9(05)V9(02).
               10  WS-FEE-MAXIMUM          PIC 9(07)V9(02).
      *
      *****************************************************************
      * OPERATOR-AUTHORIZATION CONTROLS - SEE THE AUTHREF COPYBOOK.
      * A MISSING AUTHREF PERMITS EVERYTHING WITH ONE CONSOLE
      * WARNING; A PRESENT ONE REFUSES ANY PARAMETER WHOSE OPERATOR
      * HOLDS NO GRANT FOR THE FEEREF RESOURCE AND ACTION.
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
                                           VALUE "FEEREF".
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
      * DIFFERENT OPERATOR HOLDING "V" ON FEEREF RELEASES IT.
      *****************************************************************
       01  PENDING-REQUEST.
           COPY PNDREQ.
      *
       01  WS-PENDING-CONTROLS.
           05  WS-PENDING-PROGRAM          PIC X(08) VALUE "PNDCTL".
           05  WS-UTILITY-NAME             PIC X(08) VALUE "FEEMAINT".
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
      * TAKEN THEM OFF PENDCHG, SO IF THE FEE SCHEDULE CANNOT BE
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
               10  WS-RT-PARM-IMAGE        PIC X(64).
      *
       PROCEDURE DIVISION.
      *
       MAIN SECTION.
      *
           ACCEPT WS-LOG-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-LOG-TIME FROM TIME.
           MOVE WS-LOG-DATE TO WS-TODAY-DATE.
           PERFORM LOAD-AUTHORITY-TABLE.
           PERFORM LOAD-FEE-TABLE.

      * A SCHEDULE TOO BIG FOR THE TABLE IS NEVER REWRITTEN - THE
      * ENTRIES THAT DID NOT FIT WOULD BE LOST WITHOUT A TRACE.
           IF FEE-TABLE-TRUNCATED
               DISPLAY "FEEMAINT: FEE SCHEDULE HOLDS MORE THAN 500 "
                   "ENTRIES - MAINTENANCE REFUSED"
               MOVE 12 TO RETURN-CODE
               GO TO PROG-EX
           END-IF.

           OPEN INPUT MAINT-PARM-FILE.
           IF WS-PARM-STATUS NOT EQUAL "00"
               DISPLAY "FEEMAINT: NO MAINTENANCE PARAMETER SUPPLIED"
           ELSE
               OPEN EXTEND MAINT-LOG-FILE
               IF WS-LOG-STATUS EQUAL "35"
                   OPEN OUTPUT MAINT-LOG-FILE
               END-IF
               IF WS-LOG-STATUS NOT EQUAL "00"
                   DISPLAY "FEEMAINT: LOG OPEN FAILED - STATUS "
                       WS-LOG-STATUS
               ELSE
                   PERFORM EXPIRE-PENDING-CHANGES
                   PERFORM READ-MAINT-PARM
                   PERFORM PROCESS-MAINT-PARM
                       UNTIL PARM-EOF
                   PERFORM REWRITE-FEE-FILE
                   IF REWRITE-FAILED
                       PERFORM REHOLD-RELEASED-CHANGES
                       IF RETURN-CODE < 8
                           MOVE 8 TO RETURN-CODE
                       END-IF
                   END-IF
                   CLOSE MAINT-LOG-FILE
                   DISPLAY "FEEMAINT: ACTIONS APPLIED: "
                       WS-APPLIED-COUNT
                   DISPLAY "FEEMAINT: ACTIONS REFUSED: "
                       WS-REFUSED-COUNT
                   DISPLAY "FEEMAINT: CHANGES HELD:     "
                       WS-HELD-COUNT
                   DISPLAY "FEEMAINT: CHANGES RELEASED: "
                       WS-RELEASED-COUNT
                   DISPLAY "FEEMAINT: CHANGES EXPIRED:  "
                       WS-EXPIRED-COUNT
                   DISPLAY "FEEMAINT: SCHEDULE ENTRIES: "
                       WS-WRITTEN-COUNT
                   IF WS-PENDING-FAILED-COUNT > ZERO
                       DISPLAY "FEEMAINT: " WS-PENDING-FAILED-COUNT
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
      * LOAD-FEE-TABLE
      *
      * A MISSING FEEREF IS NOT AN ERROR - THE FIRST EVER RUN STARTS
      * EMPTY AND CREATES THE FILE ON THE WAY OUT.
      *****************************************************************
       LOAD-FEE-TABLE SECTION.
      *
           OPEN INPUT FEE-SCHEDULE-FILE.
           IF WS-FEE-STATUS EQUAL "00"
               PERFORM READ-FEE-RECORD
               PERFORM STORE-FEE-RECORD
                   UNTIL FEE-EOF
               CLOSE FEE-SCHEDULE-FILE
           END-IF.
      *
       EXIT.
      *
       READ-FEE-RECORD SECTION.
      *
           READ FEE-SCHEDULE-FILE
               AT END
                   SET FEE-EOF TO TRUE
           END-READ.
      *
       EXIT.
      *
       STORE-FEE-RECORD SECTION.
      *
           IF WS-FEE-COUNT < 500
               ADD 1 TO WS-FEE-COUNT
               MOVE "Y" TO WS-FEE-IN-USE(WS-FEE-COUNT)
               MOVE FE-FEED-ID        TO WS-FEE-FEED-ID(WS-FEE-COUNT)
               MOVE FE-LETTER         TO WS-FEE-LETTER(WS-FEE-COUNT)
               MOVE FE-EFFECTIVE-DATE TO WS-FEE-EFF-DATE(WS-FEE-COUNT)
               MOVE FE-FLAT-FEE       TO WS-FEE-FLAT(WS-FEE-COUNT)
               MOVE FE-PERCENT        TO WS-FEE-PERCENT(WS-FEE-COUNT)
               MOVE FE-MINIMUM-FEE    TO WS-FEE-MINIMUM(WS-FEE-COUNT)
               MOVE FE-MAXIMUM-FEE    TO WS-FEE-MAXIMUM(WS-FEE-COUNT)
           ELSE
               SET FEE-TABLE-TRUNCATED TO TRUE
           END-IF.
           PERFORM READ-FEE-RECORD.
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
                   PERFORM LIST-FEE-ENTRIES
               ELSE
                   IF PARM-ACTION-ADD
                       PERFORM ADD-FEE-ENTRY
                   ELSE
                       IF PARM-ACTION-DELETE
                           PERFORM DELETE-FEE-ENTRY
                       ELSE
                           DISPLAY "FEEMAINT: UNKNOWN ACTION "
                               PARM-ACTION
                       END-IF
                   END-IF
               END-IF
           END-IF.
      *
       EXIT.
      *
      *****************************************************************
      * LIST-FEE-ENTRIES - EVERY ENTRY, TAGGED CURRENT (IN FORCE
      * TODAY OR EARLIER) OR SCHEDULED (WAITING FOR ITS DATE).
      *****************************************************************
       LIST-FEE-ENTRIES SECTION.
      *
           IF WS-FEE-COUNT EQUAL ZERO
               DISPLAY "FEEMAINT: NO FEES ON FILE"
           ELSE
               PERFORM LIST-ONE-FEE-ENTRY
                   VARYING FEE-IDX FROM 1 BY 1
                   UNTIL FEE-IDX > WS-FEE-COUNT
           END-IF.
      *
       EXIT.
      *
       LIST-ONE-FEE-ENTRY SECTION.
      *
           IF FEE-ENTRY-IN-USE(FEE-IDX)
               MOVE WS-FEE-FLAT(FEE-IDX)    TO WS-FD-FLAT-FEE
               MOVE WS-FEE-PERCENT(FEE-IDX) TO WS-FD-PERCENT
               MOVE WS-FEE-MINIMUM(FEE-IDX) TO WS-FD-MINIMUM-FEE
               MOVE WS-FEE-MAXIMUM(FEE-IDX) TO WS-FD-MAXIMUM-FEE
               IF WS-FEE-EFF-DATE(FEE-IDX) > WS-TODAY-DATE
                   DISPLAY "FEEMAINT: SCHEDULED FEED "
                       WS-FEE-FEED-ID(FEE-IDX) " LETTER "
                       WS-FEE-LETTER(FEE-IDX) " FROM "
                       WS-FEE-EFF-DATE(FEE-IDX) " FLAT "
                       WS-FD-FLAT-FEE " PCT " WS-FD-PERCENT
                       " MIN " WS-FD-MINIMUM-FEE
                       " MAX " WS-FD-MAXIMUM-FEE
               ELSE
                   DISPLAY "FEEMAINT: CURRENT   FEED "
                       WS-FEE-FEED-ID(FEE-IDX) " LETTER "
                       WS-FEE-LETTER(FEE-IDX) " FROM "
                       WS-FEE-EFF-DATE(FEE-IDX) " FLAT "
                       WS-FD-FLAT-FEE " PCT " WS-FD-PERCENT
                       " MIN " WS-FD-MINIMUM-FEE
                       " MAX " WS-FD-MAXIMUM-FEE
               END-IF
           END-IF.
      *
       EXIT.
      *
      *****************************************************************
      * ADD-FEE-ENTRY - ONE ENTRY PER FEED/LETTER/EFFECTIVE-DATE KEY;
      * ADDING THE SAME KEY AGAIN REPRICES IT. A FUTURE DATE STAGES
      * THE CHANGE. AN ALL-ZERO ENTRY IS ALLOWED - IT IS HOW A FEED
      * STOPS BEING CHARGED FROM A DATE ON. A PERCENTAGE OVER 100, OR
      * A MAXIMUM BELOW THE MINIMUM, IS REFUSED AS A MISTYPING.
      *****************************************************************
       ADD-FEE-ENTRY SECTION.
      *
           IF PARM-FEED-ID EQUAL SPACES
              OR PARM-LETTER EQUAL SPACE
              OR PARM-EFFECTIVE-DATE NOT NUMERIC
              OR PARM-FLAT-FEE NOT NUMERIC
              OR PARM-PERCENT NOT NUMERIC
              OR PARM-MINIMUM-FEE NOT NUMERIC
              OR PARM-MAXIMUM-FEE NOT NUMERIC
               DISPLAY "FEEMAINT: INVALID FEED, LETTER, DATE OR FEES "
                   "IGNORED"
               MOVE "REFUSED - BAD FEED, LETTER, DATE OR FEES"
                   TO LOG-DETAIL
               ADD 1 TO WS-REFUSED-COUNT
               PERFORM WRITE-MAINT-LOG
           ELSE
               IF PARM-PERCENT > 100
                  OR (PARM-MAXIMUM-FEE > ZERO
                      AND PARM-MAXIMUM-FEE < PARM-MINIMUM-FEE)
                   DISPLAY "FEEMAINT: PERCENTAGE OVER 100 OR MAXIMUM "
                       "BELOW MINIMUM IGNORED"
                   MOVE "REFUSED - PERCENT OR MIN/MAX INCONSISTENT"
                       TO LOG-DETAIL
                   ADD 1 TO WS-REFUSED-COUNT
                   PERFORM WRITE-MAINT-LOG
               ELSE
                   PERFORM STORE-FEE-ENTRY
               END-IF
           END-IF.
      *
       EXIT.
      *
       STORE-FEE-ENTRY SECTION.
      *
           PERFORM FIND-FEE-ENTRY.
           IF ENTRY-FOUND
               MOVE PARM-FLAT-FEE    TO WS-FEE-FLAT(FEE-IDX)
               MOVE PARM-PERCENT     TO WS-FEE-PERCENT(FEE-IDX)
               MOVE PARM-MINIMUM-FEE TO WS-FEE-MINIMUM(FEE-IDX)
               MOVE PARM-MAXIMUM-FEE TO WS-FEE-MAXIMUM(FEE-IDX)
               ADD 1 TO WS-APPLIED-COUNT
               MOVE "FEES REPRICED" TO LOG-DETAIL
               PERFORM WRITE-MAINT-LOG
           ELSE
               IF WS-FEE-COUNT < 500
                   ADD 1 TO WS-FEE-COUNT
                   MOVE "Y" TO WS-FEE-IN-USE(WS-FEE-COUNT)
                   MOVE PARM-FEED-ID
                       TO WS-FEE-FEED-ID(WS-FEE-COUNT)
                   MOVE PARM-LETTER
                       TO WS-FEE-LETTER(WS-FEE-COUNT)
                   MOVE PARM-EFFECTIVE-DATE
                       TO WS-FEE-EFF-DATE(WS-FEE-COUNT)
                   MOVE PARM-FLAT-FEE
                       TO WS-FEE-FLAT(WS-FEE-COUNT)
                   MOVE PARM-PERCENT
                       TO WS-FEE-PERCENT(WS-FEE-COUNT)
                   MOVE PARM-MINIMUM-FEE
                       TO WS-FEE-MINIMUM(WS-FEE-COUNT)
                   MOVE PARM-MAXIMUM-FEE
                       TO WS-FEE-MAXIMUM(WS-FEE-COUNT)
                   ADD 1 TO WS-APPLIED-COUNT
                   IF PARM-EFFECTIVE-DATE > WS-TODAY-DATE
                       MOVE "FEES STAGED FOR EFFECTIVE DATE"
                           TO LOG-DETAIL
                   ELSE
                       MOVE "FEES ADDED" TO LOG-DETAIL
                   END-IF
                   PERFORM WRITE-MAINT-LOG
               ELSE
                   DISPLAY "FEEMAINT: FEE TABLE FULL - ADD DROPPED "
                       PARM-FEED-ID " " PARM-LETTER
                   SET APPLY-FAILED TO TRUE
               END-IF
           END-IF.
      *
       EXIT.
      *
       DELETE-FEE-ENTRY SECTION.
      *
           PERFORM FIND-FEE-ENTRY.
           IF ENTRY-FOUND
               MOVE "N" TO WS-FEE-IN-USE(FEE-IDX)
               ADD 1 TO WS-APPLIED-COUNT
               MOVE "FEES DELETED" TO LOG-DETAIL
               PERFORM WRITE-MAINT-LOG
           ELSE
               DISPLAY "FEEMAINT: DELETE FOR UNLISTED FEED/LETTER/DATE "
                   PARM-FEED-ID " " PARM-LETTER " "
                   PARM-EFFECTIVE-DATE
           END-IF.
      *
       EXIT.
      *
       FIND-FEE-ENTRY SECTION.
      *
           SET ENTRY-NOT-FOUND TO TRUE.
           IF WS-FEE-COUNT > ZERO
               SET FEE-IDX TO 1
               SEARCH WS-FEE-ENTRY
                   AT END
                       SET ENTRY-NOT-FOUND TO TRUE
                   WHEN FEE-IDX > WS-FEE-COUNT
                       SET ENTRY-NOT-FOUND TO TRUE
                   WHEN FEE-ENTRY-IN-USE(FEE-IDX)
                      AND WS-FEE-FEED-ID(FEE-IDX) EQUAL PARM-FEED-ID
                      AND WS-FEE-LETTER(FEE-IDX) EQUAL PARM-LETTER
                      AND WS-FEE-EFF-DATE(FEE-IDX)
                          EQUAL PARM-EFFECTIVE-DATE
                       SET ENTRY-FOUND TO TRUE
               END-SEARCH
           END-IF.
      *
       EXIT.
      *
      *****************************************************************
      * REWRITE-FEE-FILE
      *
      * WRITES THE MAINTAINED TABLE BACK AS A FRESH FEEREF. DELETED
      * SLOTS ARE SKIPPED, SO THE FILE COMPACTS ITSELF ON EVERY
      * MAINTENANCE RUN. A FAILED OPEN OR WRITE SETS REWRITE-FAILED
      * FOR MAIN TO ACT ON.
      *****************************************************************
       REWRITE-FEE-FILE SECTION.
      *
           OPEN OUTPUT FEE-SCHEDULE-FILE.
           IF WS-FEE-STATUS NOT EQUAL "00"
               DISPLAY "FEEMAINT: FEE SCHEDULE OPEN FAILED - STATUS "
                   WS-FEE-STATUS
               SET REWRITE-FAILED TO TRUE
           ELSE
               IF WS-FEE-COUNT > ZERO
                   PERFORM WRITE-FEE-ENTRY
                       VARYING FEE-IDX FROM 1 BY 1
                       UNTIL FEE-IDX > WS-FEE-COUNT
                          OR REWRITE-FAILED
               END-IF
               CLOSE FEE-SCHEDULE-FILE
           END-IF.
      *
       EXIT.
      *
       WRITE-FEE-ENTRY SECTION.
      *
           IF FEE-ENTRY-IN-USE(FEE-IDX)
               MOVE WS-FEE-FEED-ID(FEE-IDX)  TO FE-FEED-ID
               MOVE WS-FEE-LETTER(FEE-IDX)   TO FE-LETTER
               MOVE WS-FEE-EFF-DATE(FEE-IDX) TO FE-EFFECTIVE-DATE
               MOVE WS-FEE-FLAT(FEE-IDX)     TO FE-FLAT-FEE
               MOVE WS-FEE-PERCENT(FEE-IDX)  TO FE-PERCENT
               MOVE WS-FEE-MINIMUM(FEE-IDX)  TO FE-MINIMUM-FEE
               MOVE WS-FEE-MAXIMUM(FEE-IDX)  TO FE-MAXIMUM-FEE
               WRITE FEE-SCHEDULE-RECORD
               IF WS-FEE-STATUS EQUAL "00"
                   ADD 1 TO WS-WRITTEN-COUNT
               ELSE
                   DISPLAY "FEEMAINT: FEE SCHEDULE WRITE FAILED - "
                       "STATUS " WS-FEE-STATUS
                   SET REWRITE-FAILED TO TRUE
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
      * OPERATOR HOLDING "V" ON FEEREF RELEASES IT, AND IS DROPPED
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
              AND NOT PARM-ACTION-DELETE
               DISPLAY "FEEMAINT: UNKNOWN ACTION " PARM-ACTION
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
               DISPLAY "FEEMAINT: CHANGE " PR-CHANGE-ID
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
               DISPLAY "FEEMAINT: " LOG-DETAIL
           END-IF.
           PERFORM WRITE-MAINT-LOG.
      *
       EXIT.
      *
      *****************************************************************
      * RELEASE-HELD-CHANGE - THE PARAMETER'S OPERATOR IS THE
      * CHECKER AND MUST HOLD "V" ON FEEREF; PNDCTL REFUSES THE
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
               DISPLAY "FEEMAINT: CHANGE " PR-CHANGE-ID " BY "
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
      * REHOLD-RELEASED-CHANGES - FEEREF COULD NOT BE REWRITTEN, SO
      * EVERY CHANGE RELEASED AND APPLIED THIS RUN IS LOST FROM IT
      * AND IS HELD AGAIN.
      *****************************************************************
       REHOLD-RELEASED-CHANGES SECTION.
      *
           IF WS-RT-COUNT > ZERO
               DISPLAY "FEEMAINT: " WS-RT-COUNT " RELEASED CHANGE(S) "
                   "NOT APPLIED - FEEREF NOT REWRITTEN"
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
           DISPLAY "FEEMAINT: " LOG-DETAIL.
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
           DISPLAY "FEEMAINT: RELEASE BY " PARM-OPERATOR-ID
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
               DISPLAY "FEEMAINT: CHANGE " PR-CHANGE-ID " BY "
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
                   DISPLAY "FEEMAINT: PENDCHG EXPIRY CHECK FAILED - "
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
                   DISPLAY "FEEMAINT: " WS-PENDING-PROGRAM
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
           MOVE LOG-DETAIL          TO WS-LOG-DETAIL-HOLD.
           MOVE SPACES              TO MAINT-LOG-RECORD.
           MOVE WS-LOG-DETAIL-HOLD  TO LOG-DETAIL.
           MOVE WS-LOG-DATE         TO LOG-DATE.
           MOVE WS-LOG-TIME         TO LOG-TIME.
           MOVE PARM-ACTION         TO LOG-ACTION.
           MOVE PARM-FEED-ID        TO LOG-FEED-ID.
           MOVE PARM-LETTER         TO LOG-LETTER.
           MOVE PARM-EFFECTIVE-DATE TO LOG-EFFECTIVE-DATE.
           MOVE PARM-FLAT-FEE       TO LOG-FLAT-FEE.
           MOVE PARM-PERCENT        TO LOG-PERCENT.
           MOVE PARM-MINIMUM-FEE    TO LOG-MINIMUM-FEE.
           MOVE PARM-MAXIMUM-FEE    TO LOG-MAXIMUM-FEE.
           MOVE PARM-OPERATOR-ID    TO LOG-OPERATOR.
           MOVE WS-CHECKER-ID       TO LOG-CHECKER.
           WRITE MAINT-LOG-RECORD.
      *
       EXIT.
      *
       LOG-REFUSED-PARM SECTION.
      *
           ADD 1 TO WS-REFUSED-COUNT.
           DISPLAY "FEEMAINT: OPERATOR " PARM-OPERATOR-ID
               " NOT AUTHORIZED FOR ACTION " PARM-ACTION
               " - PARAMETER REFUSED".
           MOVE "REFUSED - OPERATOR NOT AUTHORIZED" TO LOG-DETAIL.
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
               DISPLAY "FEEMAINT: NO AUTHREF SUPPLIED - OPERATOR "
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
               DISPLAY "FEEMAINT: AUTHORITY TABLE FULL - ENTRY "
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
       END PROGRAM FEEMAINT.
