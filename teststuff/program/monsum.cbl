      *                AND ONE ACTIVITY-STATEMENT PAGE PER PARTNER
      *                FEED, READY TO SEND. REPLACES THE MONTHLY
      *                REKEYING OF ~22 DAILY REPORTS.
      *  2026-10-15 DL RUNHIST "V" ENTRIES (REVDECN SUPERVISOR
      *                DECISIONS) ARE NOT COUNTED AS RUNS; THEIR
      *                APPROVALS AND DECLINES ADD TO THE MONTH TOTALS
      *                AND PRINT AS REVIEWS APPROVED/DECLINED.
      *  2026-10-15 DL EACH PARTNER STATEMENT NOW CARRIES THE MONTH'S
      *                FEES: RECORDS CHARGED AND FEES BILLED, RECORDS
      *                REFUNDED AND FEES REFUNDED (FROM THE NEW
      *                MONSTAT "B" AND "U" LINES), AND THE NET FEES
      *                BILLED.
      *  2026-10-15 DL READS ACROSS THE HSTARCH ARCHIVES: EVERY RUNHIST
      *                AND MONSTAT ARCHIVE ON ARCCAT WHOSE DATES
      *                OVERLAP THE MONTH IS READ BEFORE THE LIVE FILE,
      *                AND THE LIVE FILE IS SKIPPED WHEN THE MONTH
      *                ENDS BEFORE ITS NEWEST CUT-OFF. AN ARCHIVE THAT
      *                DOES NOT HOLD THE COUNT ARCCAT SAYS IS REPORTED
      *                (CONDITION CODE 4).
      *  2026-10-15 DL THE REASON TABLE GROWS FROM 15 TO 30 CODES, IN
      *                STEP WITH TEST'S, SO THE PARTNER-ENTITLEMENT,
      *                ACCOUNT-MASTER AND NEWER REVIEW CODES ARE NO
      *                LONGER DROPPED.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.
           SELECT RUN-HISTORY-FILE
               ASSIGN TO WS-RUNHIST-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNHIST-STATUS.
           SELECT MONTH-STATS-FILE
               ASSIGN TO WS-MONSTAT-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MONSTAT-STATUS.
           SELECT MONTH-REPORT-FILE
               ASSIGN TO "MONRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.
           SELECT ARCHIVE-CATALOGUE-FILE
               ASSIGN TO "ARCCAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CATALOGUE-STATUS.
      *
       DATA DIVISION.
       FILE SECTION.
       FD  MONTH-REPORT-FILE
           LABEL RECORDS ARE STANDARD.
       01  MONTH-REPORT-RECORD             PIC X(80).
      *
       FD  ARCHIVE-CATALOGUE-FILE
           LABEL RECORDS ARE STANDARD.
       01  ARCHIVE-CATALOGUE-RECORD.
           COPY ARCCAT.
      *
       WORKING-STORAGE SECTION.
       01  WS-SWITCHES.
             88  RUNHIST-EOF                     VALUE "Y".
           05  WS-MONSTAT-EOF-SW           PIC X(01) VALUE "N".
             88  MONSTAT-EOF                     VALUE "Y".
           05  WS-CATALOGUE-EOF-SW         PIC X(01) VALUE "N".
             88  CATALOGUE-EOF                   VALUE "Y".
      *
       01  WS-PARM-STATUS                  PIC X(02) VALUE SPACES.
       01  WS-RUNHIST-STATUS               PIC X(02) VALUE SPACES.
       01  WS-MONSTAT-STATUS               PIC X(02) VALUE SPACES.
       01  WS-REPORT-STATUS                PIC X(02) VALUE SPACES.
       01  WS-CATALOGUE-STATUS             PIC X(02) VALUE SPACES.
      *
       01  WS-RUNHIST-FILENAME             PIC X(20) VALUE SPACES.
       01  WS-MONSTAT-FILENAME             PIC X(20) VALUE SPACES.
      *
      *****************************************************************
      * THE RUNHIST AND MONSTAT ARCHIVES ON ARCCAT, OLDEST FIRST.
      * EACH LIVE FILE HOLDS NOTHING DATED BEFORE ITS NEWEST CUT-OFF
      * (ZERO WHEN NOTHING HAS BEEN ARCHIVED). THE MONTH RUNS FROM
      * ITS 1ST TO A NOMINAL 31ST - ONLY THE OVERLAP TEST USES IT.
      *****************************************************************
       77  WS-ARC-COUNT                    PIC 9(03) COMP VALUE ZERO.
       77  WS-ARCHIVES-READ                PIC 9(03) COMP VALUE ZERO.
       77  WS-FILE-READ-COUNT              PIC 9(07) COMP VALUE ZERO.
       01  WS-ARCHIVE-TABLE.
           05  WS-ARC-ENTRY OCCURS 200 TIMES INDEXED BY ARC-IDX.
               10  WS-ARC-STORE-NAME       PIC X(08).
               10  WS-ARC-FILE-NAME        PIC X(20).
               10  WS-ARC-FIRST-DATE       PIC 9(08).
               10  WS-ARC-LAST-DATE        PIC 9(08).
               10  WS-ARC-RECORD-COUNT     PIC 9(07).
       01  WS-LIVE-FROM-DATES.
           05  WS-RUNHIST-LIVE-FROM        PIC 9(08) VALUE ZERO.
           05  WS-MONSTAT-LIVE-FROM        PIC 9(08) VALUE ZERO.
       01  WS-MONTH-RANGE.
           05  WS-MONTH-FIRST-DATE         PIC 9(08) VALUE ZERO.
           05  WS-MONTH-LAST-DATE          PIC 9(08) VALUE ZERO.
      *
       01  WS-REQUESTED-MONTH              PIC 9(06) VALUE ZERO.
       01  WS-ENTRY-MONTH                  PIC 9(06) VALUE ZERO.
           05  WS-TOT-REVIEWS              PIC 9(07) COMP VALUE ZERO.
           05  WS-TOT-EXCEPTIONS           PIC 9(07) COMP VALUE ZERO.
           05  WS-TOT-ENRICH-FAILS         PIC 9(07) COMP VALUE ZERO.
           05  WS-TOT-REVIEW-APPROVED      PIC 9(07) COMP VALUE ZERO.
           05  WS-TOT-REVIEW-DECLINED      PIC 9(07) COMP VALUE ZERO.
      *
      *****************************************************************
      * MONTH BREAKDOWNS OFF MONSTAT - SMALL, BOUNDED DOMAINS
               10  WS-LTR-AMOUNT           PIC 9(13)V9(02).
      *
       01  WS-REASON-TABLE.
           05  WS-REASON-ENTRY OCCURS 30 TIMES INDEXED BY RSN-IDX.
               10  WS-RSN-CODE             PIC X(08).
               10  WS-RSN-COUNT            PIC 9(09) COMP.
      *
               10  WS-FEED-ID              PIC X(08).
               10  WS-FEED-RECORDS         PIC 9(09) COMP.
               10  WS-FEED-EXCEPTIONS      PIC 9(09) COMP.
               10  WS-FEED-FEE-COUNT       PIC 9(09) COMP.
               10  WS-FEED-FEE-AMOUNT      PIC 9(13)V9(02).
               10  WS-FEED-REFUND-COUNT    PIC 9(09) COMP.
               10  WS-FEED-REFUND-AMOUNT   PIC 9(13)V9(02).
      *
       01  WS-NET-FEE-AMOUNT               PIC S9(13)V9(02) VALUE ZERO.
      *
       01  RPT-TITLE-LINE.
           05  FILLER                      PIC X(33)
           05  RPT-CNT-LABEL               PIC X(25).
           05  RPT-CNT-VALUE               PIC ZZZZZZZZ9.
           05  FILLER                      PIC X(46) VALUE SPACES.
      *
       01  RPT-AMOUNT-LINE.
           05  RPT-AMT-LABEL               PIC X(25).
           05  RPT-AMT-VALUE               PIC Z.ZZZ.ZZZ.ZZZ.ZZ9,99-.
           05  FILLER                      PIC X(34) VALUE SPACES.
      *
       01  RPT-SECTION-LINE                PIC X(80) VALUE SPACES.
      *
               GO TO PROG-EX
           END-IF.
           MOVE PARM-MONTH TO WS-REQUESTED-MONTH.
           COMPUTE WS-MONTH-FIRST-DATE = WS-REQUESTED-MONTH * 100 + 1.
           COMPUTE WS-MONTH-LAST-DATE  = WS-REQUESTED-MONTH * 100 + 31.

           OPEN OUTPUT MONTH-REPORT-FILE.
           IF WS-REPORT-STATUS NOT EQUAL "00"
               GO TO PROG-EX
           END-IF.

           PERFORM LOAD-ARCHIVE-CATALOGUE.
           PERFORM ACCUMULATE-RUN-HISTORY.
           PERFORM ACCUMULATE-MONTH-STATS.
           PERFORM WRITE-MANAGEMENT-SUMMARY.
               MOVE 4 TO RETURN-CODE
           END-IF.
           DISPLAY "MONSUM: RUNS CONSOLIDATED: " WS-TOT-RUNS.
           IF WS-ARCHIVES-READ > ZERO
               DISPLAY "MONSUM: ARCHIVES READ: " WS-ARCHIVES-READ
           END-IF.
      *
      * GOBACK, NOT EXIT PROGRAM: SECTIONS FOLLOW THIS ONE, AND IN A
      * MAIN PROGRAM EXIT PROGRAM FALLS THROUGH INTO THEM.
       PROG-EX.
           GOBACK.
      *
      *****************************************************************
      * LOAD-ARCHIVE-CATALOGUE - NO ARCCAT MEANS NOTHING HAS EVER
      * BEEN ARCHIVED, AND THE LIVE FILES ARE THE WHOLE HISTORY.
      *****************************************************************
       LOAD-ARCHIVE-CATALOGUE SECTION.
      *
           MOVE ZERO TO WS-ARC-COUNT.
           OPEN INPUT ARCHIVE-CATALOGUE-FILE.
           IF WS-CATALOGUE-STATUS EQUAL "00"
               PERFORM READ-CATALOGUE-RECORD
               PERFORM STORE-CATALOGUE-ENTRY
                   UNTIL CATALOGUE-EOF
               CLOSE ARCHIVE-CATALOGUE-FILE
           END-IF.
      *
       EXIT.
      *
       READ-CATALOGUE-RECORD SECTION.
      *
           READ ARCHIVE-CATALOGUE-FILE
               AT END
                   SET CATALOGUE-EOF TO TRUE
           END-READ.
      *
       EXIT.
      *
       STORE-CATALOGUE-ENTRY SECTION.
      *
           IF AX-STORE-NAME EQUAL "RUNHIST"
              OR AX-STORE-NAME EQUAL "MONSTAT"
               IF WS-ARC-COUNT < 200
                   ADD 1 TO WS-ARC-COUNT
                   SET ARC-IDX TO WS-ARC-COUNT
                   MOVE AX-STORE-NAME   TO WS-ARC-STORE-NAME(ARC-IDX)
                   MOVE AX-FILE-NAME    TO WS-ARC-FILE-NAME(ARC-IDX)
                   MOVE AX-FIRST-DATE   TO WS-ARC-FIRST-DATE(ARC-IDX)
                   MOVE AX-LAST-DATE    TO WS-ARC-LAST-DATE(ARC-IDX)
                   MOVE AX-RECORD-COUNT
                       TO WS-ARC-RECORD-COUNT(ARC-IDX)
                   IF AX-STORE-NAME EQUAL "RUNHIST"
                      AND AX-CUTOFF-DATE > WS-RUNHIST-LIVE-FROM
                       MOVE AX-CUTOFF-DATE TO WS-RUNHIST-LIVE-FROM
                   END-IF
                   IF AX-STORE-NAME EQUAL "MONSTAT"
                      AND AX-CUTOFF-DATE > WS-MONSTAT-LIVE-FROM
                       MOVE AX-CUTOFF-DATE TO WS-MONSTAT-LIVE-FROM
                   END-IF
               ELSE
                   DISPLAY "MONSUM: MORE THAN 200 ARCHIVES - "
                       AX-FILE-NAME " NOT READ"
                   MOVE 12 TO RETURN-CODE
               END-IF
           END-IF.
           PERFORM READ-CATALOGUE-RECORD.
      *
       EXIT.
      *
      *****************************************************************
      * CHECK-ARCHIVE-COUNT - AN ARCHIVE MUST HOLD THE ENTRIES ARCCAT
      * SAYS IT DOES, OR THE MONTH'S FIGURES CANNOT BE TRUSTED.
      *****************************************************************
       CHECK-ARCHIVE-COUNT SECTION.
      *
           ADD 1 TO WS-ARCHIVES-READ.
           IF WS-FILE-READ-COUNT NOT EQUAL WS-ARC-RECORD-COUNT(ARC-IDX)
               DISPLAY "MONSUM: " WS-ARC-FILE-NAME(ARC-IDX) " HOLDS "
                   WS-FILE-READ-COUNT " ENTRIES, ARCCAT SAYS "
                   WS-ARC-RECORD-COUNT(ARC-IDX)
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.
      *
       EXIT.
      *
      *****************************************************************
      * ACCUMULATE-RUN-HISTORY - THE RUNHIST ARCHIVES THE MONTH
      * OVERLAPS, OLDEST FIRST, THEN THE LIVE FILE.
      *****************************************************************
       ACCUMULATE-RUN-HISTORY SECTION.
      *
           PERFORM READ-RUNHIST-ARCHIVE
               VARYING ARC-IDX FROM 1 BY 1
               UNTIL ARC-IDX > WS-ARC-COUNT.
           IF WS-MONTH-LAST-DATE NOT < WS-RUNHIST-LIVE-FROM
               MOVE "RUNHIST" TO WS-RUNHIST-FILENAME
               PERFORM READ-RUN-HISTORY-FILE
           END-IF.
      *
       EXIT.
      *
       READ-RUNHIST-ARCHIVE SECTION.
      *
           IF WS-ARC-STORE-NAME(ARC-IDX) EQUAL "RUNHIST"
              AND WS-ARC-FIRST-DATE(ARC-IDX) NOT > WS-MONTH-LAST-DATE
              AND WS-ARC-LAST-DATE(ARC-IDX) NOT < WS-MONTH-FIRST-DATE
               MOVE WS-ARC-FILE-NAME(ARC-IDX) TO WS-RUNHIST-FILENAME
               PERFORM READ-RUN-HISTORY-FILE
               PERFORM CHECK-ARCHIVE-COUNT
           END-IF.
      *
       EXIT.
      *
       READ-RUN-HISTORY-FILE SECTION.
      *
           MOVE ZERO TO WS-FILE-READ-COUNT.
           MOVE "N"  TO WS-RUNHIST-EOF-SW.
           OPEN INPUT RUN-HISTORY-FILE.
           IF WS-RUNHIST-STATUS EQUAL "00"
               PERFORM READ-RUN-HISTORY-RECORD
                   UNTIL RUNHIST-EOF
               CLOSE RUN-HISTORY-FILE
           ELSE
               DISPLAY "MONSUM: " WS-RUNHIST-FILENAME
                   " OPEN FAILED - STATUS " WS-RUNHIST-STATUS
           END-IF.
      *
       EXIT.
      *
       TALLY-RUN-HISTORY-RECORD SECTION.
      *
           ADD 1 TO WS-FILE-READ-COUNT.
           DIVIDE RH-RUN-DATE BY 100 GIVING WS-ENTRY-MONTH.
           IF WS-ENTRY-MONTH EQUAL WS-REQUESTED-MONTH
      * A "V" ENTRY IS A BATCH OF SUPERVISOR REVIEW DECISIONS, NOT A
      * RUN: ITS APPROVALS AND DECLINES (CARRIED AS EXCEPTIONS) ADD
      * TO THE MONTH TOTALS BELOW, BUT IT IS NOT COUNTED AS A RUN.
               IF RH-RUN-MODE EQUAL "V"
                   IF RH-APPROVED-COUNT NUMERIC
                       ADD RH-APPROVED-COUNT TO WS-TOT-REVIEW-APPROVED
                   END-IF
                   IF RH-EXCEPTION-COUNT NUMERIC
                       ADD RH-EXCEPTION-COUNT TO WS-TOT-REVIEW-DECLINED
                   END-IF
               ELSE
                   ADD 1 TO WS-TOT-RUNS
                   IF RH-RUN-MODE EQUAL "R"
                       ADD 1 TO WS-TOT-REPROC-RUNS
                   ELSE
                       IF RH-RUN-MODE EQUAL "S"
                           ADD 1 TO WS-TOT-RESTART-RUNS
                       ELSE
                           ADD 1 TO WS-TOT-FRESH-RUNS
                       END-IF
                   END-IF
               END-IF
               IF RH-RECORDS-READ NUMERIC
      *****************************************************************
      * ACCUMULATE-MONTH-STATS - A MISSING MONSTAT IS NOT FATAL; THE
      * MANAGEMENT TOTALS STILL COME OFF RUNHIST, THE BREAKDOWN
      * SECTIONS ARE SIMPLY EMPTY (AND SAY SO BY THEIR ABSENCE). THE
      * MONSTAT ARCHIVES THE MONTH OVERLAPS ARE READ FIRST, OLDEST
      * FIRST; A CATALOGUED ARCHIVE THAT IS MISSING IS REPORTED.
      *****************************************************************
       ACCUMULATE-MONTH-STATS SECTION.
      *
           PERFORM READ-MONSTAT-ARCHIVE
               VARYING ARC-IDX FROM 1 BY 1
               UNTIL ARC-IDX > WS-ARC-COUNT.
           IF WS-MONTH-LAST-DATE NOT < WS-MONSTAT-LIVE-FROM
               MOVE "MONSTAT" TO WS-MONSTAT-FILENAME
               PERFORM READ-MONTH-STATS-FILE
           END-IF.
      *
       EXIT.
      *
       READ-MONSTAT-ARCHIVE SECTION.
      *
           IF WS-ARC-STORE-NAME(ARC-IDX) EQUAL "MONSTAT"
              AND WS-ARC-FIRST-DATE(ARC-IDX) NOT > WS-MONTH-LAST-DATE
              AND WS-ARC-LAST-DATE(ARC-IDX) NOT < WS-MONTH-FIRST-DATE
               MOVE WS-ARC-FILE-NAME(ARC-IDX) TO WS-MONSTAT-FILENAME
               PERFORM READ-MONTH-STATS-FILE
               PERFORM CHECK-ARCHIVE-COUNT
           END-IF.
      *
       EXIT.
      *
       READ-MONTH-STATS-FILE SECTION.
      *
           MOVE ZERO TO WS-FILE-READ-COUNT.
           MOVE "N"  TO WS-MONSTAT-EOF-SW.
           OPEN INPUT MONTH-STATS-FILE.
           IF WS-MONSTAT-STATUS EQUAL "00"
               PERFORM READ-MONTH-STATS-RECORD
      *
       TALLY-MONTH-STATS-RECORD SECTION.
      *
           ADD 1 TO WS-FILE-READ-COUNT.
           DIVIDE MS-RUN-DATE BY 100 GIVING WS-ENTRY-MONTH.
           IF WS-ENTRY-MONTH EQUAL WS-REQUESTED-MONTH
               IF MS-LETTER-LINE
                   ELSE
                       IF MS-FEED-LINE
                           PERFORM TALLY-FEED-ENTRY
                       ELSE
                           IF MS-FEE-BILLED-LINE
                              OR MS-FEE-REFUND-LINE
                               PERFORM TALLY-FEE-ENTRY
                           END-IF
                       END-IF
                   END-IF
               END-IF
      *
       ADD-REASON-ENTRY SECTION.
      *
           IF WS-REASON-COUNT < 30
               ADD 1 TO WS-REASON-COUNT
               MOVE MS-KEY   TO WS-RSN-CODE(WS-REASON-COUNT)
               MOVE MS-COUNT TO WS-RSN-COUNT(WS-REASON-COUNT)
               MOVE MS-KEY     TO WS-FEED-ID(WS-FEED-COUNT)
               MOVE MS-COUNT   TO WS-FEED-RECORDS(WS-FEED-COUNT)
               MOVE MS-COUNT-2 TO WS-FEED-EXCEPTIONS(WS-FEED-COUNT)
               MOVE ZERO TO WS-FEED-FEE-COUNT(WS-FEED-COUNT)
               MOVE ZERO TO WS-FEED-FEE-AMOUNT(WS-FEED-COUNT)
               MOVE ZERO TO WS-FEED-REFUND-COUNT(WS-FEED-COUNT)
               MOVE ZERO TO WS-FEED-REFUND-AMOUNT(WS-FEED-COUNT)
           ELSE
               DISPLAY "MONSUM: FEED TABLE FULL - " MS-KEY
                   " NOT COUNTED"
           END-IF.
      *
       EXIT.
      *
      *****************************************************************
      * TALLY-FEE-ENTRY - A "B" OR "U" LINE ADDS TO ITS PARTNER'S
      * FEES. A PARTNER NOT YET SEEN GETS AN ENTRY WITH NO ACTIVITY -
      * ITS "F" LINES MAY STILL FOLLOW.
      *****************************************************************
       TALLY-FEE-ENTRY SECTION.
      *
           SET FEED-IDX TO 1.
           SEARCH WS-FEED-ENTRY
               AT END
                   PERFORM ADD-FEE-FEED-ENTRY
               WHEN FEED-IDX > WS-FEED-COUNT
                   PERFORM ADD-FEE-FEED-ENTRY
               WHEN WS-FEED-ID(FEED-IDX) EQUAL MS-KEY
                   CONTINUE
           END-SEARCH.
           IF FEED-IDX NOT > WS-FEED-COUNT
               IF MS-FEE-BILLED-LINE
                   ADD MS-COUNT  TO WS-FEED-FEE-COUNT(FEED-IDX)
                   ADD MS-AMOUNT TO WS-FEED-FEE-AMOUNT(FEED-IDX)
               ELSE
                   ADD MS-COUNT  TO WS-FEED-REFUND-COUNT(FEED-IDX)
                   ADD MS-AMOUNT TO WS-FEED-REFUND-AMOUNT(FEED-IDX)
               END-IF
           END-IF.
      *
       EXIT.
      *
       ADD-FEE-FEED-ENTRY SECTION.
      *
           IF WS-FEED-COUNT < 20
               ADD 1 TO WS-FEED-COUNT
               SET FEED-IDX TO WS-FEED-COUNT
               MOVE MS-KEY TO WS-FEED-ID(FEED-IDX)
               MOVE ZERO   TO WS-FEED-RECORDS(FEED-IDX)
               MOVE ZERO   TO WS-FEED-EXCEPTIONS(FEED-IDX)
               MOVE ZERO   TO WS-FEED-FEE-COUNT(FEED-IDX)
               MOVE ZERO   TO WS-FEED-FEE-AMOUNT(FEED-IDX)
               MOVE ZERO   TO WS-FEED-REFUND-COUNT(FEED-IDX)
               MOVE ZERO   TO WS-FEED-REFUND-AMOUNT(FEED-IDX)
           ELSE
               DISPLAY "MONSUM: FEED TABLE FULL - FEES FOR " MS-KEY
                   " NOT COUNTED"
               SET FEED-IDX TO 21
           END-IF.
      *
       EXIT.
      *
       WRITE-MANAGEMENT-SUMMARY SECTION.
      *
           MOVE "MANUAL REVIEWS:"    TO RPT-CNT-LABEL.
           MOVE WS-TOT-REVIEWS       TO RPT-CNT-VALUE.
           PERFORM WRITE-COUNT-LINE.
           MOVE "  REVIEWS APPROVED:" TO RPT-CNT-LABEL.
           MOVE WS-TOT-REVIEW-APPROVED TO RPT-CNT-VALUE.
           PERFORM WRITE-COUNT-LINE.
           MOVE "  REVIEWS DECLINED:" TO RPT-CNT-LABEL.
           MOVE WS-TOT-REVIEW-DECLINED TO RPT-CNT-VALUE.
           PERFORM WRITE-COUNT-LINE.
           MOVE "EXCEPTIONS:"        TO RPT-CNT-LABEL.
           MOVE WS-TOT-EXCEPTIONS    TO RPT-CNT-VALUE.
           PERFORM WRITE-COUNT-LINE.
           MOVE "EXCEPTIONS RETURNED:" TO RPT-CNT-LABEL.
           MOVE WS-FEED-EXCEPTIONS(FEED-IDX) TO RPT-CNT-VALUE.
           PERFORM WRITE-COUNT-LINE.

           MOVE "RECORDS CHARGED:" TO RPT-CNT-LABEL.
           MOVE WS-FEED-FEE-COUNT(FEED-IDX) TO RPT-CNT-VALUE.
           PERFORM WRITE-COUNT-LINE.
           MOVE "FEES BILLED:" TO RPT-AMT-LABEL.
           MOVE WS-FEED-FEE-AMOUNT(FEED-IDX) TO RPT-AMT-VALUE.
           PERFORM WRITE-AMOUNT-LINE.
           MOVE "RECORDS REFUNDED:" TO RPT-CNT-LABEL.
           MOVE WS-FEED-REFUND-COUNT(FEED-IDX) TO RPT-CNT-VALUE.
           PERFORM WRITE-COUNT-LINE.
           MOVE "FEES REFUNDED:" TO RPT-AMT-LABEL.
           MOVE WS-FEED-REFUND-AMOUNT(FEED-IDX) TO RPT-AMT-VALUE.
           PERFORM WRITE-AMOUNT-LINE.
           COMPUTE WS-NET-FEE-AMOUNT = WS-FEED-FEE-AMOUNT(FEED-IDX)
                                     - WS-FEED-REFUND-AMOUNT(FEED-IDX).
           MOVE "NET FEES BILLED:" TO RPT-AMT-LABEL.
           MOVE WS-NET-FEE-AMOUNT TO RPT-AMT-VALUE.
           PERFORM WRITE-AMOUNT-LINE.
      *
       EXIT.
      *
       WRITE-AMOUNT-LINE SECTION.
      *
           MOVE RPT-AMOUNT-LINE TO MONTH-REPORT-RECORD.
           WRITE MONTH-REPORT-RECORD.
      *
       EXIT.
      *
