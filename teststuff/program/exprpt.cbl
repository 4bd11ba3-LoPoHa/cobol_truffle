       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXPRPT.
       AUTHOR. BATCH-SUPPORT-TEAM.
       INSTALLATION. DATA-CENTER-1.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.
      *
      * MODIFICATION HISTORY
      *  2026-10-15 DL FIRST VERSION. ACCOUNTS CLOSEST TO THEIR
      *                ROLLING EXPOSURE CEILINGS. EVERY ACCOUNT ON THE
      *                EXPOSURE FILE HAS ITS 7- AND 30-BUSINESS-DAY
      *                TOTALS WORKED OUT AS OF TODAY (BUSCAL HOLIDAYS
      *                DO NOT COUNT), SET AGAINST THE EXPCEIL CEILINGS
      *                IN FORCE FOR IT, AND IS RANKED ON THE HIGHER OF
      *                ITS TWO USAGE PERCENTAGES. EXPRPT LISTS THE TOP
      *                EXPRPTPM ACCOUNTS (DEFAULT 25, AT MOST 100)
      *                WITH THE HOLDER NAME FROM ACCTMSTR, FLAGGING
      *                ANY ALREADY OVER A CEILING, THEN THE COUNTS.
      *                READ-ONLY, BUT STAYS OUT WHILE RUNLOCK IS HELD.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EXPOSURE-REPORT-FILE
               ASSIGN TO "EXPRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.
           SELECT REPORT-PARM-FILE
               ASSIGN TO "EXPRPTPM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPTPARM-STATUS.
           SELECT EXPOSURE-FILE
               ASSIGN TO "EXPOSURE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS EX-ACCOUNT-NUMBER
               FILE STATUS IS WS-EXPOSURE-STATUS.
           SELECT EXPOSURE-CEILING-FILE
               ASSIGN TO "EXPCEIL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CEILING-STATUS.
           SELECT ACCOUNT-MASTER
               ASSIGN TO "ACCTMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS AC-ACCOUNT-NUMBER
               FILE STATUS IS WS-ACCTMSTR-STATUS.
           SELECT BUSINESS-CALENDAR-FILE
               ASSIGN TO "BUSCAL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CALENDAR-STATUS.
           SELECT RUN-LOCK-FILE
               ASSIGN TO "RUNLOCK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOCK-STATUS.
      *
       DATA DIVISION.
       FILE SECTION.
       FD  EXPOSURE-REPORT-FILE
           LABEL RECORDS ARE STANDARD.
       01  EXPOSURE-REPORT-RECORD          PIC X(120).
      *
      *****************************************************************
      * REPORT-PARM-FILE - HOW MANY ACCOUNTS TO LIST. ABSENT, ZERO OR
      * NOT NUMERIC, 25 APPLIES; MORE THAN 100 IS HELD TO 100.
      *****************************************************************
       FD  REPORT-PARM-FILE
           LABEL RECORDS ARE STANDARD.
       01  REPORT-PARM-RECORD.
           05  RPTPARM-TOP-COUNT           PIC 9(03).
      *
       FD  EXPOSURE-FILE
           LABEL RECORDS ARE STANDARD.
       01  EXPOSURE-RECORD.
           COPY EXPOSURE.
      *
       FD  EXPOSURE-CEILING-FILE
           LABEL RECORDS ARE STANDARD.
       01  EXPOSURE-CEILING-RECORD.
           COPY EXPCEIL.
      *
       FD  ACCOUNT-MASTER
           LABEL RECORDS ARE STANDARD.
       01  ACCOUNT-MASTER-RECORD.
           COPY ACCTMSTR.
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
       WORKING-STORAGE SECTION.
       01  WS-SWITCHES.
           05  WS-EXPOSURE-EOF-SW          PIC X(01) VALUE "N".
             88  EXPOSURE-EOF                    VALUE "Y".
           05  WS-CEILING-EOF-SW           PIC X(01) VALUE "N".
             88  CEILING-EOF                     VALUE "Y".
           05  WS-CALENDAR-EOF-SW          PIC X(01) VALUE "N".
             88  CALENDAR-EOF                    VALUE "Y".
           05  WS-ACCTMSTR-FILE-SW         PIC X(01) VALUE "N".
             88  ACCTMSTR-FILE-PRESENT           VALUE "Y".
           05  WS-ACCT-CEILING-SW          PIC X(01) VALUE "N".
             88  ACCOUNT-CEILING-FOUND           VALUE "Y".
           05  WS-DFLT-CEILING-SW          PIC X(01) VALUE "N".
             88  DEFAULT-CEILING-FOUND           VALUE "Y".
           05  WS-WALK-HOLIDAY-SW          PIC X(01) VALUE "N".
             88  WALK-DATE-HOLIDAY               VALUE "Y".
           05  WS-SHIFT-DONE-SW            PIC X(01) VALUE "N".
             88  SHIFT-DONE                      VALUE "Y".
      *
       01  WS-REPORT-STATUS                PIC X(02) VALUE SPACES.
       01  WS-RPTPARM-STATUS               PIC X(02) VALUE SPACES.
       01  WS-EXPOSURE-STATUS              PIC X(02) VALUE SPACES.
         88  EXPOSURE-OK                         VALUE "00".
       01  WS-CEILING-STATUS               PIC X(02) VALUE SPACES.
       01  WS-ACCTMSTR-STATUS              PIC X(02) VALUE SPACES.
         88  ACCTMSTR-OK                         VALUE "00".
       01  WS-CALENDAR-STATUS              PIC X(02) VALUE SPACES.
      *
       01  WS-RUN-DATE                     PIC 9(08) VALUE ZERO.
      *
       77  WS-ACCOUNT-COUNT                PIC 9(07) COMP VALUE ZERO.
       77  WS-NO-CEILING-COUNT             PIC 9(07) COMP VALUE ZERO.
       77  WS-OVER-COUNT                   PIC 9(07) COMP VALUE ZERO.
      *
      *****************************************************************
      * RUN-LOCK CONTROLS - SEE THE LOCKREF COPYBOOK. A READ-ONLY
      * REPORT STILL STAYS OUT WHILE THE EXPOSURE FILE IS MID-UPDATE.
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
      * CEILINGS - THE EXPCEIL FILE, LOADED WHOLE. ACCOUNT ZERO IS THE
      * HOUSE DEFAULT.
      *****************************************************************
       77  WS-CEILING-COUNT                PIC 9(03) COMP VALUE ZERO.
      *
       01  WS-CEILING-TABLE.
           05  WS-CEIL-ENTRY OCCURS 500 TIMES INDEXED BY CEIL-IDX.
               10  WS-CEIL-ACCOUNT         PIC 9(09).
               10  WS-CEIL-EFF-DATE        PIC 9(08).
               10  WS-CEIL-7               PIC 9(11)V9(02).
               10  WS-CEIL-30              PIC 9(11)V9(02).
      *
      *****************************************************************
      * EXPOSURE WORK FIELDS. THE WINDOWS ARE FIXED ONCE FOR TODAY BY
      * WALKING BACK THROUGH THE CALENDAR, AS TEST DOES FOR ITS RUN
      * DATE; EACH ACCOUNT'S TOTALS ARE THEN SUMMED FROM ITS BUCKETS.
      *****************************************************************
       01  WS-EXPOSURE-CONTROLS.
           05  WS-EXP-WINDOW-7-START       PIC 9(08) VALUE ZERO.
           05  WS-EXP-WINDOW-30-START      PIC 9(08) VALUE ZERO.
           05  WS-EXP-WALK-DAYS            PIC 9(02) COMP VALUE ZERO.
           05  WS-EXP-WALK-GUARD           PIC 9(04) COMP VALUE ZERO.
           05  WS-EXP-SUB                  PIC 9(02) COMP VALUE ZERO.
           05  WS-EXP-SUM-7                PIC S9(11)V9(02) VALUE ZERO.
           05  WS-EXP-SUM-30               PIC S9(11)V9(02) VALUE ZERO.
           05  WS-EXP-TOTAL-7              PIC 9(11)V9(02) VALUE ZERO.
           05  WS-EXP-TOTAL-30             PIC 9(11)V9(02) VALUE ZERO.
           05  WS-EXP-ACCT-BEST-DATE       PIC 9(08) VALUE ZERO.
           05  WS-EXP-ACCT-CEILING-7       PIC 9(11)V9(02) VALUE ZERO.
           05  WS-EXP-ACCT-CEILING-30      PIC 9(11)V9(02) VALUE ZERO.
           05  WS-EXP-DFLT-BEST-DATE       PIC 9(08) VALUE ZERO.
           05  WS-EXP-DFLT-CEILING-7       PIC 9(11)V9(02) VALUE ZERO.
           05  WS-EXP-DFLT-CEILING-30      PIC 9(11)V9(02) VALUE ZERO.
           05  WS-EXP-CEILING-7            PIC 9(11)V9(02) VALUE ZERO.
           05  WS-EXP-CEILING-30           PIC 9(11)V9(02) VALUE ZERO.
           05  WS-EXP-USAGE                PIC 9(05)V9(01) VALUE ZERO.
           05  WS-EXP-WINDOW-USAGE         PIC 9(05)V9(01) VALUE ZERO.
      *
       01  WS-EXP-WALK-DATE.
           05  WS-EXP-WALK-CCYY            PIC 9(04).
           05  WS-EXP-WALK-MM              PIC 9(02).
           05  WS-EXP-WALK-DD              PIC 9(02).
       01  WS-EXP-WALK-DATE-NUM REDEFINES WS-EXP-WALK-DATE
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
      * THE RANKING - THE ACCOUNTS WITH A CEILING, HIGHEST USAGE
      * FIRST, HELD TO WS-TOP-LIMIT ENTRIES. A NEW ACCOUNT GOES IN AT
      * THE FOOT (OR OVER THE LAST ENTRY WHEN FULL) AND MOVES UP PAST
      * EVERY ENTRY WITH A LOWER USAGE; ON EQUAL USAGE THE ACCOUNT
      * READ FIRST - THE LOWER NUMBER - STAYS AHEAD.
      *****************************************************************
       77  WS-TOP-LIMIT                    PIC 9(03) COMP VALUE 25.
       77  WS-TOP-COUNT                    PIC 9(03) COMP VALUE ZERO.
       77  WS-TOP-POS                      PIC 9(03) COMP VALUE ZERO.
       77  WS-TOP-PRIOR                    PIC 9(03) COMP VALUE ZERO.
      *
       01  WS-TOP-TABLE.
           05  WS-TOP-ENTRY OCCURS 100 TIMES.
               10  WS-TOP-ACCOUNT          PIC 9(09).
               10  WS-TOP-TOTAL-7          PIC 9(11)V9(02).
               10  WS-TOP-CEILING-7        PIC 9(11)V9(02).
               10  WS-TOP-TOTAL-30         PIC 9(11)V9(02).
               10  WS-TOP-CEILING-30       PIC 9(11)V9(02).
               10  WS-TOP-USAGE            PIC 9(05)V9(01).
      *
       01  RPT-TITLE-LINE.
           05  FILLER                      PIC X(38)
                   VALUE "ACCOUNTS CLOSEST TO EXPOSURE CEILING".
           05  FILLER                      PIC X(09)
                   VALUE "RUN DATE ".
           05  RPT-TITLE-DATE              PIC 9(08).
           05  FILLER                      PIC X(65) VALUE SPACES.
      *
       01  RPT-WINDOW-LINE.
           05  FILLER                      PIC X(18)
                   VALUE "7-DAY WINDOW FROM ".
           05  RPT-WINDOW-7-START          PIC 9(08).
           05  FILLER                      PIC X(21)
                   VALUE "  30-DAY WINDOW FROM ".
           05  RPT-WINDOW-30-START         PIC 9(08).
           05  FILLER                      PIC X(65) VALUE SPACES.
      *
       01  RPT-HEADING-LINE.
           05  FILLER                      PIC X(36)
                   VALUE "RANK ACCOUNT   HOLDER".
           05  FILLER                      PIC X(30)
                   VALUE "   7-DAY TOTAL  7-DAY CEILING ".
           05  FILLER                      PIC X(30)
                   VALUE "  30-DAY TOTAL 30-DAY CEILING ".
           05  FILLER                      PIC X(24)
                   VALUE " USED%".
      *
       01  RPT-DETAIL-LINE.
           05  RPT-RANK                    PIC ZZ9.
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  RPT-ACCOUNT-NUMBER          PIC 9(09).
           05  FILLER                      PIC X(01) VALUE SPACES.
           05  RPT-HOLDER-NAME             PIC X(20).
           05  FILLER                      PIC X(01) VALUE SPACES.
           05  RPT-TOTAL-7                 PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                      PIC X(01) VALUE SPACES.
           05  RPT-CEILING-7               PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                      PIC X(01) VALUE SPACES.
           05  RPT-TOTAL-30                PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                      PIC X(01) VALUE SPACES.
           05  RPT-CEILING-30              PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                      PIC X(01) VALUE SPACES.
           05  RPT-USAGE                   PIC ZZZ9.9.
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  RPT-OVER-FLAG               PIC X(04).
           05  FILLER                      PIC X(11) VALUE SPACES.
      *
       01  RPT-COUNT-LINE.
           05  RPT-COUNT-LABEL             PIC X(30).
           05  RPT-COUNT-VALUE             PIC ZZZZZZ9.
           05  FILLER                      PIC X(83) VALUE SPACES.
      *
       PROCEDURE DIVISION.
      *
       MAIN SECTION.
      *
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.

           PERFORM CHECK-RUN-LOCK.
           IF LOCK-HELD
               DISPLAY "EXPRPT: MASTER LOCKED BY "
                   WS-LOCK-HOLDER-NAME " SINCE " WS-LOCK-HELD-DATE
                   " " WS-LOCK-HELD-TIME " - REPORT REFUSED"
               MOVE 8 TO RETURN-CODE
               GO TO PROG-EX
           END-IF.
           PERFORM LOAD-REPORT-PARM.
           PERFORM LOAD-BUSINESS-CALENDAR.
           PERFORM LOAD-EXPOSURE-CEILINGS.
           PERFORM COMPUTE-EXPOSURE-WINDOWS.

           OPEN OUTPUT EXPOSURE-REPORT-FILE.
           IF WS-REPORT-STATUS NOT EQUAL "00"
               DISPLAY "EXPRPT: REPORT OPEN FAILED - STATUS "
                   WS-REPORT-STATUS
               MOVE 16 TO RETURN-CODE
               GO TO PROG-EX
           END-IF.
           MOVE WS-RUN-DATE TO RPT-TITLE-DATE.
           MOVE RPT-TITLE-LINE TO EXPOSURE-REPORT-RECORD.
           WRITE EXPOSURE-REPORT-RECORD.
           MOVE WS-EXP-WINDOW-7-START  TO RPT-WINDOW-7-START.
           MOVE WS-EXP-WINDOW-30-START TO RPT-WINDOW-30-START.
           MOVE RPT-WINDOW-LINE TO EXPOSURE-REPORT-RECORD.
           WRITE EXPOSURE-REPORT-RECORD.

           OPEN INPUT EXPOSURE-FILE.
           IF EXPOSURE-OK
               PERFORM READ-EXPOSURE-RECORD
               PERFORM RANK-ONE-ACCOUNT
                   UNTIL EXPOSURE-EOF
               CLOSE EXPOSURE-FILE
           ELSE
               DISPLAY "EXPRPT: NO EXPOSURE FILE - STATUS "
                   WS-EXPOSURE-STATUS " - NOTHING TO RANK"
           END-IF.

           OPEN INPUT ACCOUNT-MASTER.
           IF ACCTMSTR-OK
               SET ACCTMSTR-FILE-PRESENT TO TRUE
           ELSE
               DISPLAY "EXPRPT: NO ACCOUNT MASTER - STATUS "
                   WS-ACCTMSTR-STATUS " - HOLDER NAMES OMITTED"
           END-IF.
           PERFORM WRITE-RANKING.
           PERFORM WRITE-REPORT-TOTALS.
           IF ACCTMSTR-FILE-PRESENT
               CLOSE ACCOUNT-MASTER
           END-IF.
           CLOSE EXPOSURE-REPORT-FILE.

           DISPLAY "EXPRPT: ACCOUNTS " WS-ACCOUNT-COUNT
               " NO CEILING " WS-NO-CEILING-COUNT
               " OVER CEILING " WS-OVER-COUNT.
           IF WS-OVER-COUNT > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.
      *
      * GOBACK, NOT EXIT PROGRAM: SECTIONS FOLLOW THIS ONE, AND IN A
      * MAIN PROGRAM EXIT PROGRAM FALLS THROUGH INTO THEM.
       PROG-EX.
           GOBACK.
      *
      *****************************************************************
      * CHECK-RUN-LOCK - THE RUNLOCK PROTOCOL SHARED WITH TEST: A
      * MISSING OR EMPTY FILE (OR A BLANK HOLDER) IS FREE.
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
       LOAD-REPORT-PARM SECTION.
      *
           OPEN INPUT REPORT-PARM-FILE.
           IF WS-RPTPARM-STATUS EQUAL "00"
               READ REPORT-PARM-FILE
                   AT END
                       CONTINUE
               END-READ
               IF WS-RPTPARM-STATUS EQUAL "00"
                  AND RPTPARM-TOP-COUNT NUMERIC
                  AND RPTPARM-TOP-COUNT > ZERO
                   MOVE RPTPARM-TOP-COUNT TO WS-TOP-LIMIT
               END-IF
               CLOSE REPORT-PARM-FILE
           END-IF.
           IF WS-TOP-LIMIT > 100
               MOVE 100 TO WS-TOP-LIMIT
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
               DISPLAY "EXPRPT: CALENDAR TABLE FULL - ENTRY DROPPED "
                   CALREF-DATE
           END-IF.
           PERFORM READ-BUSINESS-CALENDAR-RECORD.
      *
       EXIT.
      *
      *****************************************************************
      * LOAD-EXPOSURE-CEILINGS - EXPCEIL INTO WS-CEILING-TABLE. NO
      * FILE LEAVES EVERY ACCOUNT WITHOUT A CEILING.
      *****************************************************************
       LOAD-EXPOSURE-CEILINGS SECTION.
      *
           OPEN INPUT EXPOSURE-CEILING-FILE.
           IF WS-CEILING-STATUS EQUAL "00"
               PERFORM READ-EXPOSURE-CEILING-RECORD
               PERFORM STORE-EXPOSURE-CEILING-RECORD
                   UNTIL CEILING-EOF
               CLOSE EXPOSURE-CEILING-FILE
           END-IF.
      *
       EXIT.
      *
       READ-EXPOSURE-CEILING-RECORD SECTION.
      *
           READ EXPOSURE-CEILING-FILE
               AT END
                   SET CEILING-EOF TO TRUE
           END-READ.
      *
       EXIT.
      *
       STORE-EXPOSURE-CEILING-RECORD SECTION.
      *
           IF WS-CEILING-COUNT < 500
               ADD 1 TO WS-CEILING-COUNT
               MOVE EC-ACCOUNT-NUMBER
                   TO WS-CEIL-ACCOUNT(WS-CEILING-COUNT)
               MOVE EC-EFFECTIVE-DATE
                   TO WS-CEIL-EFF-DATE(WS-CEILING-COUNT)
               MOVE EC-CEILING-7  TO WS-CEIL-7(WS-CEILING-COUNT)
               MOVE EC-CEILING-30 TO WS-CEIL-30(WS-CEILING-COUNT)
           ELSE
               DISPLAY "EXPRPT: CEILING TABLE FULL - ENTRY DROPPED "
                   EC-ACCOUNT-NUMBER
           END-IF.
           PERFORM READ-EXPOSURE-CEILING-RECORD.
      *
       EXIT.
      *
      *****************************************************************
      * COMPUTE-EXPOSURE-WINDOWS - THE 7TH BUSINESS DAY BACK FROM
      * TODAY, COUNTING TODAY IF IT IS ONE, OPENS THE 7-DAY WINDOW AND
      * THE 30TH THE 30-DAY WINDOW - THE SAME RULE TEST APPLIES.
      *****************************************************************
       COMPUTE-EXPOSURE-WINDOWS SECTION.
      *
           MOVE WS-RUN-DATE TO WS-EXP-WALK-DATE-NUM.
           MOVE WS-RUN-DATE TO WS-EXP-WINDOW-7-START.
           MOVE WS-RUN-DATE TO WS-EXP-WINDOW-30-START.
           MOVE ZERO TO WS-EXP-WALK-DAYS.
           MOVE ZERO TO WS-EXP-WALK-GUARD.
           PERFORM CHECK-WALK-DATE-HOLIDAY.
           PERFORM COUNT-EXPOSURE-WALK-DAY
               UNTIL WS-EXP-WALK-DAYS NOT < 30
                  OR WS-EXP-WALK-GUARD > 400.
      *
       EXIT.
      *
       COUNT-EXPOSURE-WALK-DAY SECTION.
      *
           IF NOT WALK-DATE-HOLIDAY
               ADD 1 TO WS-EXP-WALK-DAYS
               IF WS-EXP-WALK-DAYS NOT > 7
                   MOVE WS-EXP-WALK-DATE-NUM TO WS-EXP-WINDOW-7-START
               END-IF
               MOVE WS-EXP-WALK-DATE-NUM TO WS-EXP-WINDOW-30-START
           END-IF.
           IF WS-EXP-WALK-DAYS < 30
               PERFORM STEP-WALK-DATE-BACK
               ADD 1 TO WS-EXP-WALK-GUARD
               PERFORM CHECK-WALK-DATE-HOLIDAY
           END-IF.
      *
       EXIT.
      *
       STEP-WALK-DATE-BACK SECTION.
      *
           IF WS-EXP-WALK-DD > 1
               SUBTRACT 1 FROM WS-EXP-WALK-DD
           ELSE
               IF WS-EXP-WALK-MM > 1
                   SUBTRACT 1 FROM WS-EXP-WALK-MM
               ELSE
                   MOVE 12 TO WS-EXP-WALK-MM
                   SUBTRACT 1 FROM WS-EXP-WALK-CCYY
               END-IF
               MOVE WS-MONTH-DAYS(WS-EXP-WALK-MM) TO WS-MONTH-MAX-DAY
               IF WS-EXP-WALK-MM EQUAL 2
                   PERFORM CHECK-WALK-LEAP-YEAR
               END-IF
               MOVE WS-MONTH-MAX-DAY TO WS-EXP-WALK-DD
           END-IF.
      *
       EXIT.
      *
       CHECK-WALK-LEAP-YEAR SECTION.
      *
           DIVIDE WS-EXP-WALK-CCYY BY 4 GIVING WS-LEAP-QUOTIENT
               REMAINDER WS-LEAP-REMAINDER.
           IF WS-LEAP-REMAINDER EQUAL ZERO
               DIVIDE WS-EXP-WALK-CCYY BY 100
                   GIVING WS-LEAP-QUOTIENT
                   REMAINDER WS-LEAP-REMAINDER
               IF WS-LEAP-REMAINDER NOT EQUAL ZERO
                   MOVE 29 TO WS-MONTH-MAX-DAY
               ELSE
                   DIVIDE WS-EXP-WALK-CCYY BY 400
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
       CHECK-WALK-DATE-HOLIDAY SECTION.
      *
           MOVE "N" TO WS-WALK-HOLIDAY-SW.
           IF WS-CALENDAR-COUNT > ZERO
               SET CAL-IDX TO 1
               SEARCH WS-CAL-ENTRY
                   AT END
                       CONTINUE
                   WHEN CAL-IDX > WS-CALENDAR-COUNT
                       CONTINUE
                   WHEN WS-CAL-DATE(CAL-IDX)
                           EQUAL WS-EXP-WALK-DATE-NUM
                      AND WS-CAL-HOLIDAY(CAL-IDX)
                       SET WALK-DATE-HOLIDAY TO TRUE
               END-SEARCH
           END-IF.
      *
       EXIT.
      *
       READ-EXPOSURE-RECORD SECTION.
      *
           READ EXPOSURE-FILE NEXT RECORD
               AT END
                   SET EXPOSURE-EOF TO TRUE
           END-READ.
      *
       EXIT.
      *
      *****************************************************************
      * RANK-ONE-ACCOUNT
      *
      * TODAY'S TOTALS AND CEILINGS FOR ONE ACCOUNT. ITS USAGE IS THE
      * HIGHER OF TOTAL OVER CEILING ON EACH WINDOW THAT HAS ONE; AN
      * ACCOUNT WITH NO CEILING IN FORCE IS COUNTED BUT NOT RANKED.
      *****************************************************************
       RANK-ONE-ACCOUNT SECTION.
      *
           ADD 1 TO WS-ACCOUNT-COUNT.
           PERFORM SUM-EXPOSURE-WINDOWS.
           PERFORM PICK-EXPOSURE-CEILING.
           IF WS-EXP-CEILING-7 EQUAL ZERO
              AND WS-EXP-CEILING-30 EQUAL ZERO
               ADD 1 TO WS-NO-CEILING-COUNT
           ELSE
               MOVE ZERO TO WS-EXP-USAGE
               IF WS-EXP-CEILING-7 > ZERO
                   COMPUTE WS-EXP-WINDOW-USAGE ROUNDED =
                       WS-EXP-TOTAL-7 * 100 / WS-EXP-CEILING-7
                       ON SIZE ERROR
                           MOVE 9999.9 TO WS-EXP-WINDOW-USAGE
                   END-COMPUTE
                   MOVE WS-EXP-WINDOW-USAGE TO WS-EXP-USAGE
               END-IF
               IF WS-EXP-CEILING-30 > ZERO
                   COMPUTE WS-EXP-WINDOW-USAGE ROUNDED =
                       WS-EXP-TOTAL-30 * 100 / WS-EXP-CEILING-30
                       ON SIZE ERROR
                           MOVE 9999.9 TO WS-EXP-WINDOW-USAGE
                   END-COMPUTE
                   IF WS-EXP-WINDOW-USAGE > WS-EXP-USAGE
                       MOVE WS-EXP-WINDOW-USAGE TO WS-EXP-USAGE
                   END-IF
               END-IF
               IF (WS-EXP-CEILING-7 > ZERO
                   AND WS-EXP-TOTAL-7 > WS-EXP-CEILING-7)
                  OR (WS-EXP-CEILING-30 > ZERO
                   AND WS-EXP-TOTAL-30 > WS-EXP-CEILING-30)
                   ADD 1 TO WS-OVER-COUNT
               END-IF
               PERFORM INSERT-TOP-ENTRY
           END-IF.
           PERFORM READ-EXPOSURE-RECORD.
      *
       EXIT.
      *
      *****************************************************************
      * SUM-EXPOSURE-WINDOWS - THE ACCOUNT'S DAY BUCKETS SUMMED INTO
      * THE TWO WINDOWS; A WINDOW LEFT NEGATIVE BY CANCELLATIONS IS
      * TAKEN AS ZERO.
      *****************************************************************
       SUM-EXPOSURE-WINDOWS SECTION.
      *
           MOVE ZERO TO WS-EXP-SUM-7.
           MOVE ZERO TO WS-EXP-SUM-30.
           IF EX-BUCKET-COUNT > 40
               MOVE 40 TO EX-BUCKET-COUNT
           END-IF.
           IF EX-BUCKET-COUNT > ZERO
               PERFORM SUM-EXPOSURE-BUCKET
                   VARYING WS-EXP-SUB FROM 1 BY 1
                   UNTIL WS-EXP-SUB > EX-BUCKET-COUNT
           END-IF.
           IF WS-EXP-SUM-7 < ZERO
               MOVE ZERO TO WS-EXP-TOTAL-7
           ELSE
               MOVE WS-EXP-SUM-7 TO WS-EXP-TOTAL-7
           END-IF.
           IF WS-EXP-SUM-30 < ZERO
               MOVE ZERO TO WS-EXP-TOTAL-30
           ELSE
               MOVE WS-EXP-SUM-30 TO WS-EXP-TOTAL-30
           END-IF.
      *
       EXIT.
      *
       SUM-EXPOSURE-BUCKET SECTION.
      *
           IF EX-DAY-DATE(WS-EXP-SUB) NOT < WS-EXP-WINDOW-30-START
               ADD EX-DAY-AMOUNT(WS-EXP-SUB) TO WS-EXP-SUM-30
               IF EX-DAY-DATE(WS-EXP-SUB) NOT < WS-EXP-WINDOW-7-START
                   ADD EX-DAY-AMOUNT(WS-EXP-SUB) TO WS-EXP-SUM-7
               END-IF
           END-IF.
      *
       EXIT.
      *
      *****************************************************************
      * PICK-EXPOSURE-CEILING / PICK-CEILING-IN-FORCE - THE ACCOUNT'S
      * OWN ENTRY IN FORCE TODAY BEATS THE HOUSE DEFAULT, AS IN TEST.
      *****************************************************************
       PICK-EXPOSURE-CEILING SECTION.
      *
           MOVE "N"  TO WS-ACCT-CEILING-SW.
           MOVE "N"  TO WS-DFLT-CEILING-SW.
           MOVE ZERO TO WS-EXP-ACCT-BEST-DATE.
           MOVE ZERO TO WS-EXP-DFLT-BEST-DATE.
           PERFORM PICK-CEILING-IN-FORCE
               VARYING CEIL-IDX FROM 1 BY 1
               UNTIL CEIL-IDX > WS-CEILING-COUNT.
           IF ACCOUNT-CEILING-FOUND
               MOVE WS-EXP-ACCT-CEILING-7  TO WS-EXP-CEILING-7
               MOVE WS-EXP-ACCT-CEILING-30 TO WS-EXP-CEILING-30
           ELSE
               IF DEFAULT-CEILING-FOUND
                   MOVE WS-EXP-DFLT-CEILING-7  TO WS-EXP-CEILING-7
                   MOVE WS-EXP-DFLT-CEILING-30 TO WS-EXP-CEILING-30
               ELSE
                   MOVE ZERO TO WS-EXP-CEILING-7
                   MOVE ZERO TO WS-EXP-CEILING-30
               END-IF
           END-IF.
      *
       EXIT.
      *
       PICK-CEILING-IN-FORCE SECTION.
      *
           IF WS-CEIL-EFF-DATE(CEIL-IDX) NOT > WS-RUN-DATE
               IF WS-CEIL-ACCOUNT(CEIL-IDX) EQUAL EX-ACCOUNT-NUMBER
                   IF NOT ACCOUNT-CEILING-FOUND
                      OR WS-CEIL-EFF-DATE(CEIL-IDX)
                         NOT < WS-EXP-ACCT-BEST-DATE
                       MOVE "Y" TO WS-ACCT-CEILING-SW
                       MOVE WS-CEIL-EFF-DATE(CEIL-IDX)
                           TO WS-EXP-ACCT-BEST-DATE
                       MOVE WS-CEIL-7(CEIL-IDX)
                           TO WS-EXP-ACCT-CEILING-7
                       MOVE WS-CEIL-30(CEIL-IDX)
                           TO WS-EXP-ACCT-CEILING-30
                   END-IF
               ELSE
                   IF WS-CEIL-ACCOUNT(CEIL-IDX) EQUAL ZERO
                      AND (NOT DEFAULT-CEILING-FOUND
                           OR WS-CEIL-EFF-DATE(CEIL-IDX)
                              NOT < WS-EXP-DFLT-BEST-DATE)
                       MOVE "Y" TO WS-DFLT-CEILING-SW
                       MOVE WS-CEIL-EFF-DATE(CEIL-IDX)
                           TO WS-EXP-DFLT-BEST-DATE
                       MOVE WS-CEIL-7(CEIL-IDX)
                           TO WS-EXP-DFLT-CEILING-7
                       MOVE WS-CEIL-30(CEIL-IDX)
                           TO WS-EXP-DFLT-CEILING-30
                   END-IF
               END-IF
           END-IF.
      *
       EXIT.
      *
      *****************************************************************
      * INSERT-TOP-ENTRY / SHIFT-TOP-ENTRY - PLACES THE ACCOUNT IN THE
      * RANKING IF IT BELONGS THERE; SEE WS-TOP-TABLE.
      *****************************************************************
       INSERT-TOP-ENTRY SECTION.
      *
           IF WS-TOP-COUNT < WS-TOP-LIMIT
               ADD 1 TO WS-TOP-COUNT
               MOVE WS-TOP-COUNT TO WS-TOP-POS
           ELSE
               IF WS-EXP-USAGE > WS-TOP-USAGE(WS-TOP-COUNT)
                   MOVE WS-TOP-COUNT TO WS-TOP-POS
               ELSE
                   MOVE ZERO TO WS-TOP-POS
               END-IF
           END-IF.
           IF WS-TOP-POS > ZERO
               MOVE "N" TO WS-SHIFT-DONE-SW
               PERFORM SHIFT-TOP-ENTRY
                   UNTIL SHIFT-DONE
               MOVE EX-ACCOUNT-NUMBER TO WS-TOP-ACCOUNT(WS-TOP-POS)
               MOVE WS-EXP-TOTAL-7    TO WS-TOP-TOTAL-7(WS-TOP-POS)
               MOVE WS-EXP-CEILING-7  TO WS-TOP-CEILING-7(WS-TOP-POS)
               MOVE WS-EXP-TOTAL-30   TO WS-TOP-TOTAL-30(WS-TOP-POS)
               MOVE WS-EXP-CEILING-30 TO WS-TOP-CEILING-30(WS-TOP-POS)
               MOVE WS-EXP-USAGE      TO WS-TOP-USAGE(WS-TOP-POS)
           END-IF.
      *
       EXIT.
      *
       SHIFT-TOP-ENTRY SECTION.
      *
           IF WS-TOP-POS EQUAL 1
               SET SHIFT-DONE TO TRUE
           ELSE
               COMPUTE WS-TOP-PRIOR = WS-TOP-POS - 1
               IF WS-TOP-USAGE(WS-TOP-PRIOR) < WS-EXP-USAGE
                   MOVE WS-TOP-ENTRY(WS-TOP-PRIOR)
                       TO WS-TOP-ENTRY(WS-TOP-POS)
                   MOVE WS-TOP-PRIOR TO WS-TOP-POS
               ELSE
                   SET SHIFT-DONE TO TRUE
               END-IF
           END-IF.
      *
       EXIT.
      *
      *****************************************************************
      * WRITE-RANKING - ONE LINE PER RANKED ACCOUNT, HIGHEST USAGE
      * FIRST. "OVER" MARKS AN ACCOUNT ALREADY PAST A CEILING.
      *****************************************************************
       WRITE-RANKING SECTION.
      *
           MOVE SPACES TO EXPOSURE-REPORT-RECORD.
           WRITE EXPOSURE-REPORT-RECORD.
           MOVE RPT-HEADING-LINE TO EXPOSURE-REPORT-RECORD.
           WRITE EXPOSURE-REPORT-RECORD.
           IF WS-TOP-COUNT EQUAL ZERO
               MOVE "  NO ACCOUNT HAS A CEILING IN FORCE"
                   TO EXPOSURE-REPORT-RECORD
               WRITE EXPOSURE-REPORT-RECORD
           ELSE
               PERFORM WRITE-RANKING-LINE
                   VARYING WS-TOP-POS FROM 1 BY 1
                   UNTIL WS-TOP-POS > WS-TOP-COUNT
           END-IF.
      *
       EXIT.
      *
       WRITE-RANKING-LINE SECTION.
      *
           MOVE WS-TOP-POS                    TO RPT-RANK.
           MOVE WS-TOP-ACCOUNT(WS-TOP-POS)    TO RPT-ACCOUNT-NUMBER.
           MOVE SPACES                        TO RPT-HOLDER-NAME.
           IF ACCTMSTR-FILE-PRESENT
               MOVE WS-TOP-ACCOUNT(WS-TOP-POS) TO AC-ACCOUNT-NUMBER
               READ ACCOUNT-MASTER
                   INVALID KEY
                       CONTINUE
               END-READ
               IF ACCTMSTR-OK
                   MOVE AC-HOLDER-NAME TO RPT-HOLDER-NAME
               ELSE
                   MOVE "NOT ON ACCOUNT MASTER" TO RPT-HOLDER-NAME
               END-IF
           END-IF.
           MOVE WS-TOP-TOTAL-7(WS-TOP-POS)    TO RPT-TOTAL-7.
           MOVE WS-TOP-CEILING-7(WS-TOP-POS)  TO RPT-CEILING-7.
           MOVE WS-TOP-TOTAL-30(WS-TOP-POS)   TO RPT-TOTAL-30.
           MOVE WS-TOP-CEILING-30(WS-TOP-POS) TO RPT-CEILING-30.
           MOVE WS-TOP-USAGE(WS-TOP-POS)      TO RPT-USAGE.
           MOVE SPACES                        TO RPT-OVER-FLAG.
           IF (WS-TOP-CEILING-7(WS-TOP-POS) > ZERO
               AND WS-TOP-TOTAL-7(WS-TOP-POS)
                   > WS-TOP-CEILING-7(WS-TOP-POS))
              OR (WS-TOP-CEILING-30(WS-TOP-POS) > ZERO
               AND WS-TOP-TOTAL-30(WS-TOP-POS)
                   > WS-TOP-CEILING-30(WS-TOP-POS))
               MOVE "OVER" TO RPT-OVER-FLAG
           END-IF.
           MOVE RPT-DETAIL-LINE TO EXPOSURE-REPORT-RECORD.
           WRITE EXPOSURE-REPORT-RECORD.
      *
       EXIT.
      *
       WRITE-REPORT-TOTALS SECTION.
      *
           MOVE SPACES TO EXPOSURE-REPORT-RECORD.
           WRITE EXPOSURE-REPORT-RECORD.
           MOVE "ACCOUNTS WITH EXPOSURE:" TO RPT-COUNT-LABEL.
           MOVE WS-ACCOUNT-COUNT TO RPT-COUNT-VALUE.
           PERFORM WRITE-COUNT-LINE.
           MOVE "WITH NO CEILING IN FORCE:" TO RPT-COUNT-LABEL.
           MOVE WS-NO-CEILING-COUNT TO RPT-COUNT-VALUE.
           PERFORM WRITE-COUNT-LINE.
           MOVE "OVER A CEILING:" TO RPT-COUNT-LABEL.
           MOVE WS-OVER-COUNT TO RPT-COUNT-VALUE.
           PERFORM WRITE-COUNT-LINE.
      *
       EXIT.
      *
       WRITE-COUNT-LINE SECTION.
      *
           MOVE RPT-COUNT-LINE TO EXPOSURE-REPORT-RECORD.
           WRITE EXPOSURE-REPORT-RECORD.
      *
       EXIT.
      *
       END PROGRAM EXPRPT.
