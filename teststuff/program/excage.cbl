       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXCAGE.
       AUTHOR. BATCH-SUPPORT-TEAM.
       INSTALLATION. DATA-CENTER-1.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.
      *
      * MODIFICATION HISTORY
      *  2026-10-15 DL FIRST VERSION. DAILY AGING OF THE EXCINV
      *                EXCEPTION INVENTORY TEST MAINTAINS. FIRST
      *                APPLIES ANY WOFFIN WRITE-OFFS - ONE PER RECORD,
      *                NAMING THE ITEM BY ITS FULL KEY, WITH A REASON
      *                AND AN OPERATOR WHO MUST HOLD THE "W" ACTION ON
      *                THE EXCINV RESOURCE IN AUTHREF - LOGGING EACH
      *                TO EXCLOG. THEN PRINTS EXCAGRPT: THE OPEN ITEMS
      *                COUNTED BY REASON CODE AND PARTNER FEED IN
      *                0-2, 3-5, 6-10 AND OVER-10 BUSINESS-DAY BUCKETS
      *                (BUSCAL HOLIDAYS DO NOT COUNT), AND EVERY ITEM
      *                OPEN LONGER THAN THE EXCPARM ESCALATION LIMIT
      *                (DEFAULT 10), LISTED BY FEED FOR ESCALATION TO
      *                THE PARTNER. HOLDS RUNLOCK FOR ITS DURATION.
      *  2026-10-15 DL THE EXCLOG RECORD IS CLEARED BEFORE EACH LINE IS
      *                BUILT - ITS FILLERS WERE NEVER SET, AND A LINE
      *                SEQUENTIAL WRITE REFUSES THE RECORD.
      *  2026-10-15 DL OPEN ITEMS THAT FIND THE AGING MATRIX FULL ARE
      *                COUNTED, SHOWN IN THE REPORT TOTALS AND RAISE
      *                THE CONDITION CODE TO 4. THEY STILL COUNT IN
      *                THE "ALL" LINE.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT WRITEOFF-PARM-FILE
               ASSIGN TO "WOFFIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.
           SELECT WRITEOFF-LOG-FILE
               ASSIGN TO "EXCLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOG-STATUS.
           SELECT AGING-REPORT-FILE
               ASSIGN TO "EXCAGRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.
           SELECT ESCALATION-PARM-FILE
               ASSIGN TO "EXCPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESCPARM-STATUS.
           SELECT EXCEPTION-INVENTORY-FILE
               ASSIGN TO "EXCINV"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EI-KEY
               FILE STATUS IS WS-EXCINV-STATUS.
           SELECT BUSINESS-CALENDAR-FILE
               ASSIGN TO "BUSCAL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CALENDAR-STATUS.
           SELECT RUN-LOCK-FILE
               ASSIGN TO "RUNLOCK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOCK-STATUS.
           SELECT AUTHORITY-FILE
               ASSIGN TO "AUTHREF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUTH-STATUS.
      *
       DATA DIVISION.
       FILE SECTION.
      *****************************************************************
      * WRITEOFF-PARM-FILE - ONE WRITE-OFF PER RECORD, NAMING THE
      * INVENTORY ITEM BY ITS FULL EXCINV KEY.
      *****************************************************************
       FD  WRITEOFF-PARM-FILE
           LABEL RECORDS ARE STANDARD.
       01  WRITEOFF-PARM-RECORD.
           05  PARM-FEED-ID                PIC X(08).
           05  PARM-PROGRAMNAME            PIC X(04).
           05  PARM-ACCOUNT-NUMBER         PIC X(09).
           05  PARM-EFFECTIVE-DATE         PIC X(08).
           05  PARM-WRITEOFF-REASON        PIC X(30).
           05  PARM-OPERATOR-ID            PIC X(08).
      *
       FD  WRITEOFF-LOG-FILE
           LABEL RECORDS ARE STANDARD.
       01  WRITEOFF-LOG-RECORD.
           05  LOG-DATE                    PIC 9(08).
           05  FILLER                      PIC X(01) VALUE SPACES.
           05  LOG-TIME                    PIC 9(08).
           05  FILLER                      PIC X(01) VALUE SPACES.
           05  LOG-ACTION                  PIC X(01).
           05  FILLER                      PIC X(01) VALUE SPACES.
           05  LOG-PROGRAMNAME             PIC X(04).
           05  FILLER                      PIC X(01) VALUE SPACES.
           05  LOG-DETAIL                  PIC X(50).
           05  FILLER                      PIC X(01) VALUE SPACES.
           05  LOG-OPERATOR                PIC X(08).
      *
       FD  AGING-REPORT-FILE
           LABEL RECORDS ARE STANDARD.
       01  AGING-REPORT-RECORD             PIC X(90).
      *
      *****************************************************************
      * ESCALATION-PARM-FILE - BUSINESS DAYS AN ITEM MAY STAY OPEN
      * BEFORE IT IS NAMED FOR ESCALATION. ABSENT, 10 APPLIES - THE
      * TOP OF THE LAST AGING BUCKET.
      *****************************************************************
       FD  ESCALATION-PARM-FILE
           LABEL RECORDS ARE STANDARD.
       01  ESCALATION-PARM-RECORD.
           05  ESCPARM-LIMIT-DAYS          PIC 9(03).
      *
       FD  EXCEPTION-INVENTORY-FILE
           LABEL RECORDS ARE STANDARD.
       01  EXCEPTION-INVENTORY-RECORD.
           COPY EXCINV.
      *
       FD  BUSINESS-CALENDAR-FILE
           LABEL RECORDS ARE STANDARD.
       01  BUSINESS-CALENDAR-RECORD.
           COPY CALREF.
      *
       FD  RUN-LOCK-FILE
           LABEL RECORDS ARE STANDARD.
       01  RUN-LOCK-RECORD.
           COPY LOCKREF.
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
           05  WS-EXCINV-EOF-SW            PIC X(01) VALUE "N".
             88  EXCINV-EOF                      VALUE "Y".
           05  WS-CALENDAR-EOF-SW          PIC X(01) VALUE "N".
             88  CALENDAR-EOF                    VALUE "Y".
           05  WS-AGE-HOLIDAY-SW           PIC X(01) VALUE "N".
             88  AGE-DATE-HOLIDAY                VALUE "Y".
           05  WS-ESCALATION-HEADING-SW    PIC X(01) VALUE "N".
             88  ESCALATION-HEADING-WRITTEN      VALUE "Y".
      *
       01  WS-PARM-STATUS                  PIC X(02) VALUE SPACES.
       01  WS-LOG-STATUS                   PIC X(02) VALUE SPACES.
       01  WS-REPORT-STATUS                PIC X(02) VALUE SPACES.
       01  WS-ESCPARM-STATUS               PIC X(02) VALUE SPACES.
       01  WS-EXCINV-STATUS                PIC X(02) VALUE SPACES.
         88  EXCINV-OK                           VALUE "00".
       01  WS-CALENDAR-STATUS              PIC X(02) VALUE SPACES.
      *
       77  WS-WRITTEN-OFF-COUNT            PIC 9(05) COMP VALUE ZERO.
       77  WS-OPEN-COUNT                   PIC 9(07) COMP VALUE ZERO.
       77  WS-ESCALATION-COUNT             PIC 9(05) COMP VALUE ZERO.
      *
       01  WS-LOG-CONTROLS.
           05  WS-LOG-DATE                 PIC 9(08) VALUE ZERO.
           05  WS-LOG-TIME                 PIC 9(08) VALUE ZERO.
      *
      *****************************************************************
      * RUN-LOCK CONTROLS - SEE THE LOCKREF COPYBOOK. TEST UPDATES
      * THE INVENTORY AS IT RUNS, SO WRITE-OFFS WAIT FOR THE LOCK.
      *****************************************************************
       01  WS-LOCK-STATUS                  PIC X(02) VALUE SPACES.
      *
       01  WS-LOCK-CONTROLS.
           05  WS-LOCK-HELD-SW             PIC X(01) VALUE "N".
             88  LOCK-HELD                       VALUE "Y".
           05  WS-LOCK-HOLDER-NAME         PIC X(08) VALUE SPACES.
           05  WS-LOCK-HELD-DATE           PIC 9(08) VALUE ZERO.
           05  WS-LOCK-HELD-TIME           PIC 9(08) VALUE ZERO.
      *
      *****************************************************************
      * OPERATOR-AUTHORIZATION CONTROLS - SEE THE AUTHREF COPYBOOK.
      * THE RESOURCE IS "EXCINV"; THE ONLY ACTION IS "W".
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
                                           VALUE "EXCINV".
           05  WS-AUTH-ACTION-CODE         PIC X(01) VALUE "W".
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
      * AGING CONTROLS. AN ITEM'S AGE IS THE NUMBER OF BUSINESS DAYS
      * FROM THE DAY IT WAS OPENED TO TODAY: EVERY DAY AFTER THE
      * OPENED DATE UP TO AND INCLUDING TODAY THAT BUSCAL DOES NOT
      * MARK AS A HOLIDAY. THE WALK GIVES UP AT 999 DAYS.
      *****************************************************************
       01  WS-AGING-CONTROLS.
           05  WS-ESCALATION-DAYS          PIC 9(03) VALUE 10.
           05  WS-AGE-DAYS                 PIC 9(03) VALUE ZERO.
           05  WS-AGE-GUARD                PIC 9(04) COMP VALUE ZERO.
           05  WS-AGE-BUCKET               PIC 9(01) VALUE ZERO.
      *
       01  WS-AGE-DATE.
           05  WS-AGE-CCYY                 PIC 9(04).
           05  WS-AGE-MM                   PIC 9(02).
           05  WS-AGE-DD                   PIC 9(02).
       01  WS-AGE-DATE-NUM REDEFINES WS-AGE-DATE
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
       77  WS-CALENDAR-COUNT               PIC 9(04) COMP VALUE ZERO.
      *
       01  WS-CALENDAR-TABLE.
           05  WS-CAL-ENTRY OCCURS 5000 TIMES INDEXED BY CAL-IDX.
               10  WS-CAL-DATE             PIC 9(08).
               10  WS-CAL-TYPE             PIC X(01).
                 88  WS-CAL-HOLIDAY              VALUE "H".
      *
      *****************************************************************
      * THE AGING MATRIX - ONE ROW PER REASON CODE AND FEED SEEN
      * AMONG THE OPEN ITEMS, FOUR BUCKET COUNTS PER ROW (0-2, 3-5,
      * 6-10, OVER 10), PLUS THE COLUMN TOTALS.
      *****************************************************************
       77  WS-AGING-ROW-COUNT              PIC 9(03) COMP VALUE ZERO.
       77  WS-DROPPED-ROW-COUNT            PIC 9(07) COMP VALUE ZERO.
      *
       01  WS-AGING-TABLE.
           05  WS-AGR-ENTRY OCCURS 300 TIMES INDEXED BY AGR-IDX.
               10  WS-AGR-REASON-CODE      PIC X(04).
               10  WS-AGR-FEED-ID          PIC X(08).
               10  WS-AGR-BUCKET           OCCURS 4 TIMES
                                           PIC 9(07) COMP.
      *
       01  WS-AGING-TOTALS.
           05  WS-AGT-BUCKET               OCCURS 4 TIMES
                                           PIC 9(07) COMP.
      *
       77  WS-BKT-SUB                      PIC 9(01) COMP VALUE ZERO.
      *
       01  WS-REFUSAL-TEXT                 PIC X(50) VALUE SPACES.
      *
       01  WS-WRITEOFF-DETAIL.
           05  FILLER                      PIC X(12)
                   VALUE "WRITTEN OFF ".
           05  WS-WOD-FEED-ID              PIC X(08).
           05  FILLER                      PIC X(01) VALUE SPACES.
           05  WS-WOD-REASON               PIC X(29).
      *
       01  RPT-TITLE-LINE.
           05  FILLER                      PIC X(36)
                   VALUE "EXCEPTION INVENTORY AGING  RUN DATE ".
           05  RPT-TITLE-DATE              PIC 9(08).
           05  FILLER                      PIC X(46) VALUE SPACES.
      *
       01  RPT-WRITEOFF-LINE.
           05  RPT-WOF-TAG                 PIC X(12).
           05  RPT-WOF-FEED-ID             PIC X(08).
           05  FILLER                      PIC X(01) VALUE SPACES.
           05  RPT-WOF-PROGRAMNAME         PIC X(04).
           05  FILLER                      PIC X(01) VALUE SPACES.
           05  RPT-WOF-ACCOUNT             PIC X(09).
           05  FILLER                      PIC X(01) VALUE SPACES.
           05  RPT-WOF-DATE                PIC X(08).
           05  FILLER                      PIC X(01) VALUE SPACES.
           05  RPT-WOF-OPERATOR            PIC X(08).
           05  FILLER                      PIC X(01) VALUE SPACES.
           05  RPT-WOF-TEXT                PIC X(36).
      *
       01  RPT-MATRIX-HEADING.
           05  FILLER                      PIC X(15)
                   VALUE "REASON FEED".
           05  FILLER                      PIC X(09) VALUE "    0-2".
           05  FILLER                      PIC X(09) VALUE "    3-5".
           05  FILLER                      PIC X(09) VALUE "   6-10".
           05  FILLER                      PIC X(09) VALUE "    >10".
           05  FILLER                      PIC X(39) VALUE "  TOTAL".
      *
       01  RPT-MATRIX-LINE.
           05  RPT-MTX-REASON-CODE         PIC X(04).
           05  FILLER                      PIC X(03) VALUE SPACES.
           05  RPT-MTX-FEED-ID             PIC X(08).
           05  RPT-MTX-BUCKET-1            PIC ZZZZZZ9.
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  RPT-MTX-BUCKET-2            PIC ZZZZZZ9.
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  RPT-MTX-BUCKET-3            PIC ZZZZZZ9.
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  RPT-MTX-BUCKET-4            PIC ZZZZZZ9.
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  RPT-MTX-TOTAL               PIC ZZZZZZ9.
           05  FILLER                      PIC X(32) VALUE SPACES.
      *
       01  RPT-ESCALATION-HEADING.
           05  FILLER                      PIC X(39)
                   VALUE "ITEMS TO ESCALATE - OPEN LONGER THAN ".
           05  RPT-ESC-LIMIT               PIC ZZ9.
           05  FILLER                      PIC X(48)
                   VALUE " BUSINESS DAYS".
      *
       01  RPT-ESCALATION-LINE.
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  RPT-ESC-FEED-ID             PIC X(08).
           05  FILLER                      PIC X(01) VALUE SPACES.
           05  RPT-ESC-PROGRAMNAME         PIC X(04).
           05  FILLER                      PIC X(01) VALUE SPACES.
           05  RPT-ESC-ACCOUNT             PIC X(09).
           05  FILLER                      PIC X(01) VALUE SPACES.
           05  RPT-ESC-DATE                PIC X(08).
           05  FILLER                      PIC X(01) VALUE SPACES.
           05  RPT-ESC-REASON-CODE         PIC X(04).
           05  FILLER                      PIC X(08) VALUE " OPENED ".
           05  RPT-ESC-OPENED-DATE         PIC 9(08).
           05  FILLER                      PIC X(05) VALUE " AGE ".
           05  RPT-ESC-DAYS                PIC ZZ9.
           05  FILLER                      PIC X(07) VALUE " SEEN  ".
           05  RPT-ESC-OCCURRENCES         PIC ZZ9.
           05  FILLER                      PIC X(17) VALUE SPACES.
      *
       01  RPT-COUNT-LINE.
           05  RPT-COUNT-LABEL             PIC X(30).
           05  RPT-COUNT-VALUE             PIC ZZZZZZ9.
           05  FILLER                      PIC X(53) VALUE SPACES.
      *
       PROCEDURE DIVISION.
      *
       MAIN SECTION.
      *
           ACCEPT WS-LOG-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-LOG-TIME FROM TIME.

      * WRITE-OFFS UPDATE THE INVENTORY TEST WRITES, AND THE AGING
      * FIGURES ARE ONLY TRUE BETWEEN RUNS - NOTHING IS READ UNTIL
      * THE LOCK SAYS THE FILES ARE FREE.
           PERFORM CHECK-RUN-LOCK.
           IF LOCK-HELD
               DISPLAY "EXCAGE: MASTER LOCKED BY "
                   WS-LOCK-HOLDER-NAME " SINCE " WS-LOCK-HELD-DATE
                   " " WS-LOCK-HELD-TIME " - AGING REFUSED"
               DISPLAY "EXCAGE: USE LOKMAINT TO FORCE-RELEASE A "
                   "CRASHED HOLDER"
               MOVE 8 TO RETURN-CODE
               GO TO PROG-EX
           END-IF.
           PERFORM TAKE-RUN-LOCK.
           PERFORM LOAD-AUTHORITY-TABLE.
           PERFORM LOAD-BUSINESS-CALENDAR.
           PERFORM LOAD-ESCALATION-PARM.

           OPEN OUTPUT AGING-REPORT-FILE.
           OPEN I-O EXCEPTION-INVENTORY-FILE.
           IF WS-REPORT-STATUS NOT EQUAL "00"
              OR WS-EXCINV-STATUS NOT EQUAL "00"
               DISPLAY "EXCAGE: FILE OPEN FAILED"
               DISPLAY "EXCAGE: REPORT STATUS    " WS-REPORT-STATUS
               DISPLAY "EXCAGE: INVENTORY STATUS " WS-EXCINV-STATUS
               MOVE 16 TO RETURN-CODE
               PERFORM RELEASE-RUN-LOCK
               GO TO PROG-EX
           END-IF.
           MOVE WS-LOG-DATE TO RPT-TITLE-DATE.
           MOVE RPT-TITLE-LINE TO AGING-REPORT-RECORD.
           WRITE AGING-REPORT-RECORD.

           OPEN INPUT WRITEOFF-PARM-FILE.
           IF WS-PARM-STATUS EQUAL "00"
               OPEN EXTEND WRITEOFF-LOG-FILE
               IF WS-LOG-STATUS NOT EQUAL "00"
                   DISPLAY "EXCAGE: EXCLOG OPEN FAILED - STATUS "
                       WS-LOG-STATUS " - WRITE-OFFS REFUSED"
                   MOVE 16 TO RETURN-CODE
               ELSE
                   PERFORM READ-WRITEOFF-PARM
                   PERFORM APPLY-WRITEOFF-PARM
                       UNTIL PARM-EOF
                   CLOSE WRITEOFF-LOG-FILE
               END-IF
               CLOSE WRITEOFF-PARM-FILE
           END-IF.

           PERFORM AGE-OPEN-ITEMS.
           PERFORM WRITE-AGING-MATRIX.
           PERFORM WRITE-AGING-TOTALS.
           CLOSE AGING-REPORT-FILE.
           CLOSE EXCEPTION-INVENTORY-FILE.

           PERFORM RELEASE-RUN-LOCK.

           DISPLAY "EXCAGE: OPEN " WS-OPEN-COUNT
               " ESCALATE " WS-ESCALATION-COUNT
               " WRITTEN OFF " WS-WRITTEN-OFF-COUNT
               " REFUSED " WS-REFUSED-COUNT.
           IF WS-DROPPED-ROW-COUNT > ZERO
               DISPLAY "EXCAGE: " WS-DROPPED-ROW-COUNT
                   " OPEN ITEM(S) LEFT OUT OF THE MATRIX - TABLE FULL"
           END-IF.
           IF RETURN-CODE < 4
              AND (WS-REFUSED-COUNT > ZERO
                   OR WS-ESCALATION-COUNT > ZERO
                   OR WS-DROPPED-ROW-COUNT > ZERO)
               MOVE 4 TO RETURN-CODE
           END-IF.
      *
      * GOBACK, NOT EXIT PROGRAM: SECTIONS FOLLOW THIS ONE, AND IN A
      * MAIN PROGRAM EXIT PROGRAM FALLS THROUGH INTO THEM.
       PROG-EX.
           GOBACK.
      *
      *****************************************************************
      * CHECK-RUN-LOCK / TAKE-RUN-LOCK / RELEASE-RUN-LOCK
      *
      * THE RUNLOCK PROTOCOL SHARED WITH TEST: A MISSING OR EMPTY
      * FILE (OR A BLANK HOLDER) IS FREE; RELEASING REWRITES THE
      * FILE EMPTY.
      *****************************************************************
       CHECK-RUN-LOCK SECTION.
      *
           MOVE "N" TO WS-LOCK-HELD-SW.
           OPEN INPUT RUN-LOCK-FILE.
           IF WS-LOCK-STATUS EQUAL "00"
               READ RUN-LOCK-FILE
                   AT END
                       CONTINUE
               END-READ
               IF WS-LOCK-STATUS EQUAL "00"
                  AND LOCK-HOLDER NOT EQUAL SPACES
                   SET LOCK-HELD TO TRUE
                   MOVE LOCK-HOLDER TO WS-LOCK-HOLDER-NAME
                   IF LOCK-DATE NUMERIC
                       MOVE LOCK-DATE TO WS-LOCK-HELD-DATE
                   END-IF
                   IF LOCK-TIME NUMERIC
                       MOVE LOCK-TIME TO WS-LOCK-HELD-TIME
                   END-IF
               END-IF
               CLOSE RUN-LOCK-FILE
           END-IF.
      *
       EXIT.
      *
       TAKE-RUN-LOCK SECTION.
      *
           OPEN OUTPUT RUN-LOCK-FILE.
           IF WS-LOCK-STATUS EQUAL "00"
               MOVE SPACES      TO RUN-LOCK-RECORD
               MOVE "EXCAGE"    TO LOCK-HOLDER
               MOVE WS-LOG-DATE TO LOCK-DATE
               MOVE WS-LOG-TIME TO LOCK-TIME
               WRITE RUN-LOCK-RECORD
               CLOSE RUN-LOCK-FILE
           ELSE
               DISPLAY "EXCAGE: RUN LOCK COULD NOT BE WRITTEN - "
                   "STATUS " WS-LOCK-STATUS
           END-IF.
      *
       EXIT.
      *
       RELEASE-RUN-LOCK SECTION.
      *
           OPEN OUTPUT RUN-LOCK-FILE.
           IF WS-LOCK-STATUS EQUAL "00"
               CLOSE RUN-LOCK-FILE
           ELSE
               DISPLAY "EXCAGE: RUN LOCK COULD NOT BE RELEASED - "
                   "STATUS " WS-LOCK-STATUS
           END-IF.
      *
       EXIT.
      *
      *****************************************************************
      * LOAD-AUTHORITY-TABLE / CHECK-OPERATOR-AUTHORITY
      *
      * THE AUTHREF GRANTS ARE LOADED ONCE; EACH WRITE-OFF'S OPERATOR
      * MUST HOLD A GRANT FOR THE EXCINV RESOURCE WHOSE ACTION
      * LETTERS INCLUDE "W" ("*" FIRST GRANTS ALL). A BLANK OPERATOR
      * NEVER MATCHES. NO AUTHREF YET MEANS NO CHECKING, SAID ONCE ON
      * THE CONSOLE.
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
               DISPLAY "EXCAGE: NO AUTHREF SUPPLIED - OPERATOR "
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
               DISPLAY "EXCAGE: AUTHORITY TABLE FULL - ENTRY "
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
           IF WS-AUTH-ACTIONS(AUTH-IDX)(WS-ACT-SUB:1)
                  EQUAL WS-AUTH-ACTION-CODE
               MOVE "Y" TO WS-AUTHORIZED-SW
           END-IF.
      *
       EXIT.
      *
      *****************************************************************
      * LOAD-BUSINESS-CALENDAR - BUSCAL INTO WS-CALENDAR-TABLE, AS IN
      * TEST. NO CALENDAR MEANS EVERY DAY COUNTS AS A BUSINESS DAY.
      *****************************************************************
       LOAD-BUSINESS-CALENDAR SECTION.
      *
           OPEN INPUT BUSINESS-CALENDAR-FILE.
           IF WS-CALENDAR-STATUS EQUAL "00"
               PERFORM READ-BUSINESS-CALENDAR-RECORD
               PERFORM STORE-BUSINESS-CALENDAR-RECORD
                   UNTIL CALENDAR-EOF
               CLOSE BUSINESS-CALENDAR-FILE
           END-IF.
      *
       EXIT.
      *
       READ-BUSINESS-CALENDAR-RECORD SECTION.
      *
           READ BUSINESS-CALENDAR-FILE
               AT END
                   SET CALENDAR-EOF TO TRUE
           END-READ.
      *
       EXIT.
      *
       STORE-BUSINESS-CALENDAR-RECORD SECTION.
      *
           IF WS-CALENDAR-COUNT < 5000
               ADD 1 TO WS-CALENDAR-COUNT
               MOVE CALREF-DATE TO WS-CAL-DATE(WS-CALENDAR-COUNT)
               MOVE CALREF-TYPE TO WS-CAL-TYPE(WS-CALENDAR-COUNT)
           ELSE
               DISPLAY "EXCAGE: CALENDAR TABLE FULL - ENTRY DROPPED "
                   CALREF-DATE
           END-IF.
           PERFORM READ-BUSINESS-CALENDAR-RECORD.
      *
       EXIT.
      *
       LOAD-ESCALATION-PARM SECTION.
      *
           OPEN INPUT ESCALATION-PARM-FILE.
           IF WS-ESCPARM-STATUS EQUAL "00"
               READ ESCALATION-PARM-FILE
                   AT END
                       CONTINUE
               END-READ
               IF WS-ESCPARM-STATUS EQUAL "00"
                  AND ESCPARM-LIMIT-DAYS NUMERIC
                   MOVE ESCPARM-LIMIT-DAYS TO WS-ESCALATION-DAYS
               END-IF
               CLOSE ESCALATION-PARM-FILE
           END-IF.
           MOVE WS-ESCALATION-DAYS TO RPT-ESC-LIMIT.
      *
       EXIT.
      *
       READ-WRITEOFF-PARM SECTION.
      *
           READ WRITEOFF-PARM-FILE
               AT END
                   SET PARM-EOF TO TRUE
           END-READ.
      *
       EXIT.
      *
      *****************************************************************
      * APPLY-WRITEOFF-PARM
      *
      * ONLY AN OPEN ITEM CAN BE WRITTEN OFF, AND ONLY WITH A REASON
      * - THE REASON IS THE WHOLE POINT OF THE RECORD. A REFUSED
      * WRITE-OFF CHANGES NOTHING BUT IS LOGGED AND REPORTED.
      *****************************************************************
       APPLY-WRITEOFF-PARM SECTION.
      *
           PERFORM CHECK-OPERATOR-AUTHORITY.
           IF NOT OPERATOR-AUTHORIZED
               MOVE "REFUSED - OPERATOR NOT AUTHORIZED"
                   TO WS-REFUSAL-TEXT
               PERFORM REFUSE-WRITEOFF
           ELSE
               IF PARM-WRITEOFF-REASON EQUAL SPACES
                   MOVE "REFUSED - NO WRITE-OFF REASON GIVEN"
                       TO WS-REFUSAL-TEXT
                   PERFORM REFUSE-WRITEOFF
               ELSE
                   MOVE PARM-FEED-ID        TO EI-FEED-ID
                   MOVE PARM-PROGRAMNAME    TO EI-PROGRAMNAME
                   MOVE PARM-ACCOUNT-NUMBER TO EI-ACCOUNT-NUMBER
                   MOVE PARM-EFFECTIVE-DATE TO EI-EFFECTIVE-DATE
                   READ EXCEPTION-INVENTORY-FILE
                       INVALID KEY
                           CONTINUE
                   END-READ
                   IF NOT EXCINV-OK
                       MOVE "REFUSED - NOT IN THE EXCEPTION INVENTORY"
                           TO WS-REFUSAL-TEXT
                       PERFORM REFUSE-WRITEOFF
                   ELSE
                       IF NOT EI-OPEN
                           MOVE "REFUSED - ITEM IS NOT OPEN"
                               TO WS-REFUSAL-TEXT
                           PERFORM REFUSE-WRITEOFF
                       ELSE
                           PERFORM WRITE-OFF-ITEM
                       END-IF
                   END-IF
               END-IF
           END-IF.

           PERFORM READ-WRITEOFF-PARM.
      *
       EXIT.
      *
       WRITE-OFF-ITEM SECTION.
      *
           SET EI-WRITTEN-OFF          TO TRUE.
           MOVE WS-LOG-DATE            TO EI-CLOSED-DATE.
           MOVE PARM-OPERATOR-ID       TO EI-CLOSED-BY.
           MOVE PARM-WRITEOFF-REASON   TO EI-WRITEOFF-REASON.
           REWRITE EXCEPTION-INVENTORY-RECORD
               INVALID KEY
                   CONTINUE
           END-REWRITE.
           IF NOT EXCINV-OK
               MOVE "REFUSED - INVENTORY REWRITE FAILED"
                   TO WS-REFUSAL-TEXT
               PERFORM REFUSE-WRITEOFF
           ELSE
               ADD 1 TO WS-WRITTEN-OFF-COUNT
               MOVE EI-FEED-ID             TO WS-WOD-FEED-ID
               MOVE PARM-WRITEOFF-REASON   TO WS-WOD-REASON
               MOVE SPACES                 TO WRITEOFF-LOG-RECORD
               MOVE WS-LOG-DATE            TO LOG-DATE
               MOVE WS-LOG-TIME            TO LOG-TIME
               MOVE "W"                    TO LOG-ACTION
               MOVE EI-PROGRAMNAME         TO LOG-PROGRAMNAME
               MOVE WS-WRITEOFF-DETAIL     TO LOG-DETAIL
               MOVE PARM-OPERATOR-ID       TO LOG-OPERATOR
               WRITE WRITEOFF-LOG-RECORD
               MOVE "WRITTEN OFF"          TO RPT-WOF-TAG
               MOVE PARM-WRITEOFF-REASON   TO RPT-WOF-TEXT
               PERFORM WRITE-WRITEOFF-LINE
           END-IF.
      *
       EXIT.
      *
       REFUSE-WRITEOFF SECTION.
      *
           ADD 1 TO WS-REFUSED-COUNT.
           DISPLAY "EXCAGE: " PARM-FEED-ID " " PARM-PROGRAMNAME " "
               PARM-ACCOUNT-NUMBER " " PARM-EFFECTIVE-DATE " BY "
               PARM-OPERATOR-ID " " WS-REFUSAL-TEXT.
           MOVE SPACES            TO WRITEOFF-LOG-RECORD.
           MOVE WS-LOG-DATE       TO LOG-DATE.
           MOVE WS-LOG-TIME       TO LOG-TIME.
           MOVE "W"               TO LOG-ACTION.
           MOVE PARM-PROGRAMNAME  TO LOG-PROGRAMNAME.
           MOVE WS-REFUSAL-TEXT   TO LOG-DETAIL.
           MOVE PARM-OPERATOR-ID  TO LOG-OPERATOR.
           WRITE WRITEOFF-LOG-RECORD.
           MOVE "REFUSED"             TO RPT-WOF-TAG.
           MOVE WS-REFUSAL-TEXT(11:36) TO RPT-WOF-TEXT.
           PERFORM WRITE-WRITEOFF-LINE.
      *
       EXIT.
      *
       WRITE-WRITEOFF-LINE SECTION.
      *
           MOVE PARM-FEED-ID          TO RPT-WOF-FEED-ID.
           MOVE PARM-PROGRAMNAME      TO RPT-WOF-PROGRAMNAME.
           MOVE PARM-ACCOUNT-NUMBER   TO RPT-WOF-ACCOUNT.
           MOVE PARM-EFFECTIVE-DATE   TO RPT-WOF-DATE.
           MOVE PARM-OPERATOR-ID      TO RPT-WOF-OPERATOR.
           MOVE RPT-WRITEOFF-LINE     TO AGING-REPORT-RECORD.
           WRITE AGING-REPORT-RECORD.
      *
       EXIT.
      *
      *****************************************************************
      * AGE-OPEN-ITEMS
      *
      * ONE PASS OVER THE INVENTORY IN KEY ORDER (FEED FIRST): EACH
      * OPEN ITEM IS AGED, COUNTED INTO ITS REASON/FEED ROW OF THE
      * MATRIX, AND - PAST THE ESCALATION LIMIT - LISTED. THE LIST
      * THEREFORE COMES OUT GROUPED BY PARTNER, READY TO SEND.
      *****************************************************************
       AGE-OPEN-ITEMS SECTION.
      *
           MOVE "N" TO WS-EXCINV-EOF-SW.
           MOVE LOW-VALUES TO EI-KEY.
           START EXCEPTION-INVENTORY-FILE
               KEY IS NOT LESS THAN EI-KEY
               INVALID KEY
                   SET EXCINV-EOF TO TRUE
           END-START.
           IF NOT EXCINV-EOF
               PERFORM READ-INVENTORY-NEXT
               PERFORM AGE-ONE-ITEM
                   UNTIL EXCINV-EOF
           END-IF.
           IF NOT ESCALATION-HEADING-WRITTEN
               PERFORM WRITE-ESCALATION-HEADING
               MOVE "  (NONE)" TO AGING-REPORT-RECORD
               WRITE AGING-REPORT-RECORD
           END-IF.
      *
       EXIT.
      *
       READ-INVENTORY-NEXT SECTION.
      *
           READ EXCEPTION-INVENTORY-FILE NEXT RECORD
               AT END
                   SET EXCINV-EOF TO TRUE
           END-READ.
      *
       EXIT.
      *
       AGE-ONE-ITEM SECTION.
      *
           IF EI-OPEN
               ADD 1 TO WS-OPEN-COUNT
               PERFORM COMPUTE-ITEM-AGE
               IF WS-AGE-DAYS < 3
                   MOVE 1 TO WS-AGE-BUCKET
               ELSE
                   IF WS-AGE-DAYS < 6
                       MOVE 2 TO WS-AGE-BUCKET
                   ELSE
                       IF WS-AGE-DAYS < 11
                           MOVE 3 TO WS-AGE-BUCKET
                       ELSE
                           MOVE 4 TO WS-AGE-BUCKET
                       END-IF
                   END-IF
               END-IF
               PERFORM TALLY-AGING-ROW
               ADD 1 TO WS-AGT-BUCKET(WS-AGE-BUCKET)
               IF WS-AGE-DAYS > WS-ESCALATION-DAYS
                   PERFORM WRITE-ESCALATION-LINE
               END-IF
           END-IF.
           PERFORM READ-INVENTORY-NEXT.
      *
       EXIT.
      *
       TALLY-AGING-ROW SECTION.
      *
           SET AGR-IDX TO 1.
           SEARCH WS-AGR-ENTRY
               AT END
                   DISPLAY "EXCAGE: AGING TABLE FULL - ROW DROPPED "
                       EI-REASON-CODE " " EI-FEED-ID
                   ADD 1 TO WS-DROPPED-ROW-COUNT
               WHEN AGR-IDX > WS-AGING-ROW-COUNT
                   ADD 1 TO WS-AGING-ROW-COUNT
                   MOVE EI-REASON-CODE TO WS-AGR-REASON-CODE(AGR-IDX)
                   MOVE EI-FEED-ID     TO WS-AGR-FEED-ID(AGR-IDX)
                   MOVE ZERO TO WS-AGR-BUCKET(AGR-IDX, 1)
                   MOVE ZERO TO WS-AGR-BUCKET(AGR-IDX, 2)
                   MOVE ZERO TO WS-AGR-BUCKET(AGR-IDX, 3)
                   MOVE ZERO TO WS-AGR-BUCKET(AGR-IDX, 4)
                   ADD 1 TO WS-AGR-BUCKET(AGR-IDX, WS-AGE-BUCKET)
               WHEN WS-AGR-REASON-CODE(AGR-IDX) EQUAL EI-REASON-CODE
                AND WS-AGR-FEED-ID(AGR-IDX) EQUAL EI-FEED-ID
                   ADD 1 TO WS-AGR-BUCKET(AGR-IDX, WS-AGE-BUCKET)
           END-SEARCH.
      *
       EXIT.
      *
       WRITE-ESCALATION-HEADING SECTION.
      *
           MOVE SPACES TO AGING-REPORT-RECORD.
           WRITE AGING-REPORT-RECORD.
           MOVE RPT-ESCALATION-HEADING TO AGING-REPORT-RECORD.
           WRITE AGING-REPORT-RECORD.
           SET ESCALATION-HEADING-WRITTEN TO TRUE.
      *
       EXIT.
      *
       WRITE-ESCALATION-LINE SECTION.
      *
           IF NOT ESCALATION-HEADING-WRITTEN
               PERFORM WRITE-ESCALATION-HEADING
           END-IF.
           ADD 1 TO WS-ESCALATION-COUNT.
           MOVE EI-FEED-ID          TO RPT-ESC-FEED-ID.
           MOVE EI-PROGRAMNAME      TO RPT-ESC-PROGRAMNAME.
           MOVE EI-ACCOUNT-NUMBER   TO RPT-ESC-ACCOUNT.
           MOVE EI-EFFECTIVE-DATE   TO RPT-ESC-DATE.
           MOVE EI-REASON-CODE      TO RPT-ESC-REASON-CODE.
           MOVE EI-OPENED-DATE      TO RPT-ESC-OPENED-DATE.
           MOVE WS-AGE-DAYS         TO RPT-ESC-DAYS.
           MOVE EI-OCCURRENCES      TO RPT-ESC-OCCURRENCES.
           MOVE RPT-ESCALATION-LINE TO AGING-REPORT-RECORD.
           WRITE AGING-REPORT-RECORD.
      *
       EXIT.
      *
      *****************************************************************
      * COMPUTE-ITEM-AGE - BUSINESS DAYS SINCE EI-OPENED-DATE. A
      * GARBLED OPENED DATE AGES AS ZERO RATHER THAN LOOPING.
      *****************************************************************
       COMPUTE-ITEM-AGE SECTION.
      *
           MOVE ZERO TO WS-AGE-DAYS.
           MOVE ZERO TO WS-AGE-GUARD.
           IF EI-OPENED-DATE NUMERIC
               MOVE EI-OPENED-DATE TO WS-AGE-DATE-NUM
               IF WS-AGE-MM NOT < 1 AND WS-AGE-MM NOT > 12
                   PERFORM STEP-AGE-DATE-FORWARD
                       UNTIL WS-AGE-DATE-NUM NOT < WS-LOG-DATE
                          OR WS-AGE-GUARD > 998
               END-IF
           END-IF.
      *
       EXIT.
      *
       STEP-AGE-DATE-FORWARD SECTION.
      *
           MOVE WS-MONTH-DAYS(WS-AGE-MM) TO WS-MONTH-MAX-DAY.
           IF WS-AGE-MM EQUAL 2
               PERFORM CHECK-AGE-LEAP-YEAR
           END-IF.
           IF WS-AGE-DD < WS-MONTH-MAX-DAY
               ADD 1 TO WS-AGE-DD
           ELSE
               MOVE 1 TO WS-AGE-DD
               IF WS-AGE-MM < 12
                   ADD 1 TO WS-AGE-MM
               ELSE
                   MOVE 1 TO WS-AGE-MM
                   ADD 1 TO WS-AGE-CCYY
               END-IF
           END-IF.
           ADD 1 TO WS-AGE-GUARD.
           PERFORM CHECK-AGE-DATE-HOLIDAY.
           IF NOT AGE-DATE-HOLIDAY
               ADD 1 TO WS-AGE-DAYS
           END-IF.
      *
       EXIT.
      *
       CHECK-AGE-LEAP-YEAR SECTION.
      *
           DIVIDE WS-AGE-CCYY BY 4 GIVING WS-LEAP-QUOTIENT
               REMAINDER WS-LEAP-REMAINDER.
           IF WS-LEAP-REMAINDER EQUAL ZERO
               DIVIDE WS-AGE-CCYY BY 100
                   GIVING WS-LEAP-QUOTIENT
                   REMAINDER WS-LEAP-REMAINDER
               IF WS-LEAP-REMAINDER NOT EQUAL ZERO
                   MOVE 29 TO WS-MONTH-MAX-DAY
               ELSE
                   DIVIDE WS-AGE-CCYY BY 400
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
       CHECK-AGE-DATE-HOLIDAY SECTION.
      *
           MOVE "N" TO WS-AGE-HOLIDAY-SW.
           IF WS-CALENDAR-COUNT > ZERO
               SET CAL-IDX TO 1
               SEARCH WS-CAL-ENTRY
                   AT END
                       CONTINUE
                   WHEN CAL-IDX > WS-CALENDAR-COUNT
                       CONTINUE
                   WHEN WS-CAL-DATE(CAL-IDX) EQUAL WS-AGE-DATE-NUM
                      AND WS-CAL-HOLIDAY(CAL-IDX)
                       SET AGE-DATE-HOLIDAY TO TRUE
               END-SEARCH
           END-IF.
      *
       EXIT.
      *
      *****************************************************************
      * WRITE-AGING-MATRIX - THE OPEN ITEMS BY REASON AND FEED, ONE
      * LINE PER ROW, THEN THE BUCKET TOTALS.
      *****************************************************************
       WRITE-AGING-MATRIX SECTION.
      *
           MOVE SPACES TO AGING-REPORT-RECORD.
           WRITE AGING-REPORT-RECORD.
           MOVE "OPEN EXCEPTIONS BY REASON AND FEED - BUSINESS DAYS"
               TO AGING-REPORT-RECORD.
           WRITE AGING-REPORT-RECORD.
           MOVE RPT-MATRIX-HEADING TO AGING-REPORT-RECORD.
           WRITE AGING-REPORT-RECORD.
           PERFORM WRITE-MATRIX-ROW
               VARYING AGR-IDX FROM 1 BY 1
               UNTIL AGR-IDX > WS-AGING-ROW-COUNT.

           MOVE "ALL "   TO RPT-MTX-REASON-CODE.
           MOVE SPACES   TO RPT-MTX-FEED-ID.
           MOVE WS-AGT-BUCKET(1) TO RPT-MTX-BUCKET-1.
           MOVE WS-AGT-BUCKET(2) TO RPT-MTX-BUCKET-2.
           MOVE WS-AGT-BUCKET(3) TO RPT-MTX-BUCKET-3.
           MOVE WS-AGT-BUCKET(4) TO RPT-MTX-BUCKET-4.
           MOVE WS-OPEN-COUNT    TO RPT-MTX-TOTAL.
           MOVE RPT-MATRIX-LINE  TO AGING-REPORT-RECORD.
           WRITE AGING-REPORT-RECORD.
      *
       EXIT.
      *
       WRITE-MATRIX-ROW SECTION.
      *
           MOVE WS-AGR-REASON-CODE(AGR-IDX) TO RPT-MTX-REASON-CODE.
           MOVE WS-AGR-FEED-ID(AGR-IDX)     TO RPT-MTX-FEED-ID.
           MOVE WS-AGR-BUCKET(AGR-IDX, 1)   TO RPT-MTX-BUCKET-1.
           MOVE WS-AGR-BUCKET(AGR-IDX, 2)   TO RPT-MTX-BUCKET-2.
           MOVE WS-AGR-BUCKET(AGR-IDX, 3)   TO RPT-MTX-BUCKET-3.
           MOVE WS-AGR-BUCKET(AGR-IDX, 4)   TO RPT-MTX-BUCKET-4.
           COMPUTE RPT-MTX-TOTAL = WS-AGR-BUCKET(AGR-IDX, 1)
                                 + WS-AGR-BUCKET(AGR-IDX, 2)
                                 + WS-AGR-BUCKET(AGR-IDX, 3)
                                 + WS-AGR-BUCKET(AGR-IDX, 4).
           MOVE RPT-MATRIX-LINE TO AGING-REPORT-RECORD.
           WRITE AGING-REPORT-RECORD.
      *
       EXIT.
      *
       WRITE-AGING-TOTALS SECTION.
      *
           MOVE SPACES TO AGING-REPORT-RECORD.
           WRITE AGING-REPORT-RECORD.
           MOVE "OPEN ITEMS:" TO RPT-COUNT-LABEL.
           MOVE WS-OPEN-COUNT TO RPT-COUNT-VALUE.
           PERFORM WRITE-COUNT-LINE.
           MOVE "TO ESCALATE:" TO RPT-COUNT-LABEL.
           MOVE WS-ESCALATION-COUNT TO RPT-COUNT-VALUE.
           PERFORM WRITE-COUNT-LINE.
           MOVE "WRITTEN OFF THIS RUN:" TO RPT-COUNT-LABEL.
           MOVE WS-WRITTEN-OFF-COUNT TO RPT-COUNT-VALUE.
           PERFORM WRITE-COUNT-LINE.
           MOVE "WRITE-OFFS REFUSED:" TO RPT-COUNT-LABEL.
           MOVE WS-REFUSED-COUNT TO RPT-COUNT-VALUE.
           PERFORM WRITE-COUNT-LINE.
           IF WS-DROPPED-ROW-COUNT > ZERO
               MOVE "NOT IN MATRIX - TABLE FULL:" TO RPT-COUNT-LABEL
               MOVE WS-DROPPED-ROW-COUNT TO RPT-COUNT-VALUE
               PERFORM WRITE-COUNT-LINE
           END-IF.
      *
       EXIT.
      *
       WRITE-COUNT-LINE SECTION.
      *
           MOVE RPT-COUNT-LINE TO AGING-REPORT-RECORD.
           WRITE AGING-REPORT-RECORD.
      *
       EXIT.
      *
       END PROGRAM EXCAGE.
