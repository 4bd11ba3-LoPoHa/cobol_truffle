       IDENTIFICATION DIVISION.
       PROGRAM-ID. RISKSCOR.
       AUTHOR. BATCH-SUPPORT-TEAM.
      *
      * MODIFICATION HISTORY
      *  2026-10-15 DL FIRST VERSION. RISK-SCORING STEP IN TEST'S
      *                TABLE-DRIVEN ENRICHMENT CHAIN: LOADS THE RISKREF
      *                FACTOR TABLE (MAINTAINED BY RSKMAINT) ON THE
      *                FIRST CALL AND SCORES EVERY RECORD FROM ITS
      *                FEED, CURRENCY, BASE-AMOUNT BAND, PROGRAMNAME
      *                NEWNESS AND THE ACCOUNT'S RECENT EXCEPTIONS,
      *                INTO COPY-RISK-SCORE. A SCORE OVER THE RISKREF
      *                THRESHOLD SETS RISK-REVIEW-NEEDED SO THE CALLER
      *                ROUTES THE RECORD TO MANUAL REVIEW. WRITES NO
      *                PART OF COPY-STRING OR COPY-NUMBER - THOSE ARE
      *                OWNED BY OTHER AND SIMPLECALLED.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RISK-FACTOR-FILE
               ASSIGN TO "RISKREF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RISKREF-STATUS.
      *
       DATA DIVISION.
       FILE SECTION.
       FD  RISK-FACTOR-FILE
           LABEL RECORDS ARE STANDARD.
       01  RISK-FACTOR-RECORD.
           COPY RISKREF.
      *
       WORKING-STORAGE SECTION.
       01  WS-SWITCHES.
           05  WS-TABLE-LOADED-SW          PIC X(01) VALUE "N".
             88  TABLE-LOADED                    VALUE "Y".
           05  WS-RISKREF-EOF-SW           PIC X(01) VALUE "N".
             88  RISKREF-EOF                     VALUE "Y".
           05  WS-TABLE-BAD-SW             PIC X(01) VALUE "N".
             88  TABLE-UNUSABLE                  VALUE "Y".
           05  WS-THRESHOLD-SW             PIC X(01) VALUE "N".
             88  THRESHOLD-PRESENT               VALUE "Y".
           05  WS-AMOUNT-BAND-SW           PIC X(01) VALUE "N".
             88  AMOUNT-BAND-FOUND               VALUE "Y".
           05  WS-NEWNESS-BAND-SW          PIC X(01) VALUE "N".
             88  NEWNESS-BAND-FOUND              VALUE "Y".
           05  WS-EXCEPTION-BAND-SW        PIC X(01) VALUE "N".
             88  EXCEPTION-BAND-FOUND            VALUE "Y".
      *
       01  WS-RISKREF-STATUS               PIC X(02) VALUE SPACES.
      *
       77  WS-FACTOR-COUNT                 PIC 9(03) COMP VALUE ZERO.
       77  WS-THRESHOLD                    PIC 9(03) VALUE ZERO.
       77  WS-SCORE-TOTAL                  PIC 9(05) COMP VALUE ZERO.
      *
      * THE BANDED INPUTS, ALL HELD IN THE AMOUNT PICTURE SO ONE
      * BOUND COLUMN SERVES EVERY BAND TYPE.
       01  WS-SCORING-CONTROLS.
           05  WS-FEED-KEY                 PIC X(11) VALUE SPACES.
           05  WS-CURRENCY-KEY             PIC X(11) VALUE SPACES.
           05  WS-AGE-VALUE                PIC 9(09)V9(02) VALUE ZERO.
           05  WS-EXC-VALUE                PIC 9(09)V9(02) VALUE ZERO.
           05  WS-AMT-BEST-BOUND           PIC 9(09)V9(02) VALUE ZERO.
           05  WS-AMT-BEST-POINTS          PIC 9(03) VALUE ZERO.
           05  WS-AGE-BEST-BOUND           PIC 9(09)V9(02) VALUE ZERO.
           05  WS-AGE-BEST-POINTS          PIC 9(03) VALUE ZERO.
           05  WS-EXC-BEST-BOUND           PIC 9(09)V9(02) VALUE ZERO.
           05  WS-EXC-BEST-POINTS          PIC 9(03) VALUE ZERO.
      *
      *****************************************************************
      * THE FACTOR TABLE IS LOADED ONCE, ON THE FIRST CALL OF THE
      * RUN, AND KEPT FOR EVERY CALL AFTER - WORKING-STORAGE SURVIVES
      * BETWEEN CALLS. A MISSING RISKREF LEAVES THE TABLE EMPTY AND
      * EVERY RECORD SCORES ZERO. A FACTOR THAT CANNOT BE READ (BAD
      * TYPE, BLANK KEY, NON-NUMERIC BOUND OR POINTS), OR A FILE TOO
      * BIG FOR THE TABLE, MAKES THE TABLE UNUSABLE AND EVERY CALL AN
      * ERROR - A HALF-LOADED TABLE WOULD SCORE RECORDS LOW SILENTLY.
      *****************************************************************
       01  WS-FACTOR-TABLE.
           05  WS-RSK-ENTRY OCCURS 200 TIMES INDEXED BY RSK-IDX.
               10  WS-RSK-TYPE             PIC X(01).
                 88  RSK-FEED-FACTOR             VALUE "F".
                 88  RSK-CURRENCY-FACTOR         VALUE "C".
                 88  RSK-AMOUNT-BAND             VALUE "A".
                 88  RSK-NEWNESS-BAND            VALUE "N".
                 88  RSK-EXCEPTION-BAND          VALUE "X".
               10  WS-RSK-KEY              PIC X(11).
               10  WS-RSK-BOUND            PIC 9(09)V9(02).
               10  WS-RSK-POINTS           PIC 9(03).
      *
       LINKAGE SECTION.
       COPY BASICDEFINITIONS.
      *
       PROCEDURE DIVISION USING BASIC-DEFINITIONS.
      *
       MAIN SECTION.
      *
           IF NOT TABLE-LOADED
               PERFORM LOAD-FACTOR-TABLE
           END-IF.

           MOVE ZERO TO COPY-RISK-SCORE.
           SET RISK-REVIEW-NOT-NEEDED TO TRUE.

      * AN UNUSABLE TABLE SCORES NOTHING, SO NOTHING MAY PASS: EVERY
      * CALL ERRORS UNTIL OPERATIONS REPAIRS RISKREF WITH RSKMAINT.
           IF TABLE-UNUSABLE
               SET CALL-ERROR TO TRUE
               GO TO PROG-EX
           END-IF.

           SET CALL-SUCCESSFUL TO TRUE.

           MOVE ZERO TO WS-SCORE-TOTAL.
           MOVE "N"  TO WS-AMOUNT-BAND-SW.
           MOVE "N"  TO WS-NEWNESS-BAND-SW.
           MOVE "N"  TO WS-EXCEPTION-BAND-SW.
           MOVE ZERO TO WS-AMT-BEST-POINTS.
           MOVE ZERO TO WS-AGE-BEST-POINTS.
           MOVE ZERO TO WS-EXC-BEST-POINTS.
           MOVE COPY-FEED-ID           TO WS-FEED-KEY.
           MOVE COPY-CURRENCY          TO WS-CURRENCY-KEY.
           MOVE COPY-PROGRAM-AGE       TO WS-AGE-VALUE.
           MOVE COPY-RECENT-EXCEPTIONS TO WS-EXC-VALUE.

           IF WS-FACTOR-COUNT > ZERO
               PERFORM SCORE-FACTOR-ENTRY
                   VARYING RSK-IDX FROM 1 BY 1
                   UNTIL RSK-IDX > WS-FACTOR-COUNT
           END-IF.

           ADD WS-AMT-BEST-POINTS TO WS-SCORE-TOTAL.
           ADD WS-AGE-BEST-POINTS TO WS-SCORE-TOTAL.
           ADD WS-EXC-BEST-POINTS TO WS-SCORE-TOTAL.
           IF WS-SCORE-TOTAL > 999
               MOVE 999 TO COPY-RISK-SCORE
           ELSE
               MOVE WS-SCORE-TOTAL TO COPY-RISK-SCORE
           END-IF.

           IF THRESHOLD-PRESENT
              AND COPY-RISK-SCORE > WS-THRESHOLD
               SET RISK-REVIEW-NEEDED TO TRUE
           END-IF.
      *
       PROG-EX.
           EXIT PROGRAM.
      *
      *****************************************************************
      * SCORE-FACTOR-ENTRY
      *
      * A FEED OR CURRENCY FACTOR SCORES WHEN ITS KEY MATCHES. EACH
      * BAND TYPE KEEPS THE MATCHING BAND WITH THE LOWEST UPPER
      * BOUND, WHOSE POINTS ARE ADDED ONCE THE WHOLE TABLE IS SEEN.
      *****************************************************************
       SCORE-FACTOR-ENTRY SECTION.
      *
           IF RSK-FEED-FACTOR(RSK-IDX)
              AND WS-RSK-KEY(RSK-IDX) EQUAL WS-FEED-KEY
               ADD WS-RSK-POINTS(RSK-IDX) TO WS-SCORE-TOTAL
           END-IF.

           IF RSK-CURRENCY-FACTOR(RSK-IDX)
              AND WS-RSK-KEY(RSK-IDX) EQUAL WS-CURRENCY-KEY
               ADD WS-RSK-POINTS(RSK-IDX) TO WS-SCORE-TOTAL
           END-IF.

           IF RSK-AMOUNT-BAND(RSK-IDX)
              AND WS-RSK-BOUND(RSK-IDX) NOT < COPY-BASE-AMOUNT
               IF NOT AMOUNT-BAND-FOUND
                  OR WS-RSK-BOUND(RSK-IDX) < WS-AMT-BEST-BOUND
                   SET AMOUNT-BAND-FOUND TO TRUE
                   MOVE WS-RSK-BOUND(RSK-IDX)  TO WS-AMT-BEST-BOUND
                   MOVE WS-RSK-POINTS(RSK-IDX) TO WS-AMT-BEST-POINTS
               END-IF
           END-IF.

           IF RSK-NEWNESS-BAND(RSK-IDX)
              AND WS-RSK-BOUND(RSK-IDX) NOT < WS-AGE-VALUE
               IF NOT NEWNESS-BAND-FOUND
                  OR WS-RSK-BOUND(RSK-IDX) < WS-AGE-BEST-BOUND
                   SET NEWNESS-BAND-FOUND TO TRUE
                   MOVE WS-RSK-BOUND(RSK-IDX)  TO WS-AGE-BEST-BOUND
                   MOVE WS-RSK-POINTS(RSK-IDX) TO WS-AGE-BEST-POINTS
               END-IF
           END-IF.

           IF RSK-EXCEPTION-BAND(RSK-IDX)
              AND WS-RSK-BOUND(RSK-IDX) NOT < WS-EXC-VALUE
               IF NOT EXCEPTION-BAND-FOUND
                  OR WS-RSK-BOUND(RSK-IDX) < WS-EXC-BEST-BOUND
                   SET EXCEPTION-BAND-FOUND TO TRUE
                   MOVE WS-RSK-BOUND(RSK-IDX)  TO WS-EXC-BEST-BOUND
                   MOVE WS-RSK-POINTS(RSK-IDX) TO WS-EXC-BEST-POINTS
               END-IF
           END-IF.
      *
       EXIT.
      *
       LOAD-FACTOR-TABLE SECTION.
      *
           OPEN INPUT RISK-FACTOR-FILE.
           IF WS-RISKREF-STATUS EQUAL "00"
               PERFORM READ-FACTOR-RECORD
               PERFORM STORE-FACTOR-RECORD
                   UNTIL RISKREF-EOF
               CLOSE RISK-FACTOR-FILE
           END-IF.
           SET TABLE-LOADED TO TRUE.
      *
       EXIT.
      *
       READ-FACTOR-RECORD SECTION.
      *
           READ RISK-FACTOR-FILE
               AT END
                   SET RISKREF-EOF TO TRUE
           END-READ.
      *
       EXIT.
      *
       STORE-FACTOR-RECORD SECTION.
      *
           IF NOT RK-TYPE-VALID
              OR RK-POINTS NOT NUMERIC
              OR ((RK-FEED-FACTOR OR RK-CURRENCY-FACTOR)
                  AND RK-FACTOR-KEY EQUAL SPACES)
              OR (RK-AMOUNT-BAND AND RK-AMOUNT-BOUND NOT NUMERIC)
              OR ((RK-NEWNESS-BAND OR RK-EXCEPTION-BAND)
                  AND RK-COUNT-BOUND NOT NUMERIC)
               DISPLAY "RISKSCOR: UNREADABLE RISKREF FACTOR "
                   RK-FACTOR-TYPE " " RK-FACTOR-KEY
                   " - TABLE UNUSABLE, REPAIR WITH RSKMAINT"
               SET TABLE-UNUSABLE TO TRUE
               SET RISKREF-EOF TO TRUE
           ELSE
               IF RK-THRESHOLD
                   SET THRESHOLD-PRESENT TO TRUE
                   MOVE RK-POINTS TO WS-THRESHOLD
               ELSE
                   PERFORM ADD-FACTOR-ENTRY
               END-IF
           END-IF.
           IF NOT RISKREF-EOF
               PERFORM READ-FACTOR-RECORD
           END-IF.
      *
       EXIT.
      *
       ADD-FACTOR-ENTRY SECTION.
      *
           IF WS-FACTOR-COUNT < 200
               ADD 1 TO WS-FACTOR-COUNT
               MOVE RK-FACTOR-TYPE TO WS-RSK-TYPE(WS-FACTOR-COUNT)
               MOVE RK-FACTOR-KEY  TO WS-RSK-KEY(WS-FACTOR-COUNT)
               MOVE RK-POINTS      TO WS-RSK-POINTS(WS-FACTOR-COUNT)
               MOVE ZERO           TO WS-RSK-BOUND(WS-FACTOR-COUNT)
               IF RK-AMOUNT-BAND
                   MOVE RK-AMOUNT-BOUND
                       TO WS-RSK-BOUND(WS-FACTOR-COUNT)
               END-IF
               IF RK-NEWNESS-BAND OR RK-EXCEPTION-BAND
                   MOVE RK-COUNT-BOUND
                       TO WS-RSK-BOUND(WS-FACTOR-COUNT)
               END-IF
           ELSE
               DISPLAY "RISKSCOR: FACTOR TABLE OVERFLOW - "
                   "TABLE UNUSABLE"
               SET TABLE-UNUSABLE TO TRUE
               SET RISKREF-EOF TO TRUE
           END-IF.
      *
       EXIT.
      *
       END PROGRAM RISKSCOR.
