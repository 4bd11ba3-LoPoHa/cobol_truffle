      *                LOG LINES WRITTEN BEFORE THE ACCOUNT/FEED
      *                FIELDS EXISTED CARRY BLANKS THERE AND ONLY
      *                MATCH UNFILTERED INQUIRIES.
      *  2026-10-15 DL READS ACROSS THE HSTARCH ARCHIVES: EVERY
      *                AUDITLOG ARCHIVE ON ARCCAT WHOSE DATES OVERLAP
      *                THE INQUIRY RANGE IS SCANNED BEFORE THE LIVE
      *                FILE, AND THE LIVE FILE IS SKIPPED WHEN THE
      *                RANGE ENDS BEFORE THE NEWEST CUT-OFF. AN
      *                ARCHIVE THAT DOES NOT HOLD THE COUNT ARCCAT
      *                SAYS IS REPORTED (CONDITION CODE 4).
      *  2026-10-15 DL PRINTS THE RISK SCORE THE LOG LINE NOW CARRIES
      *                (BLANK ON LINES WRITTEN BEFORE IT EXISTED).
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.
           SELECT AUDIT-LOG-FILE
               ASSIGN TO WS-AUDIT-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.
           SELECT INQUIRY-REPORT-FILE
               ASSIGN TO "AUDRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.
           SELECT ARCHIVE-CATALOGUE-FILE
               ASSIGN TO "ARCCAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CATALOGUE-STATUS.
      *
       DATA DIVISION.
       FILE SECTION.
           05  AUDIT-ACCOUNT-NUMBER        PIC X(09).
           05  FILLER                      PIC X(01).
           05  AUDIT-FEED-ID               PIC X(08).
           05  FILLER                      PIC X(01).
           05  AUDIT-RISK-SCORE            PIC X(03).
           05  FILLER                      PIC X(01).
      *
       FD  INQUIRY-REPORT-FILE
           LABEL RECORDS ARE STANDARD.
       01  INQUIRY-REPORT-RECORD           PIC X(100).
      *
       FD  ARCHIVE-CATALOGUE-FILE
           LABEL RECORDS ARE STANDARD.
       01  ARCHIVE-CATALOGUE-RECORD.
           COPY ARCCAT.
      *
       WORKING-STORAGE SECTION.
       01  WS-SWITCHES.
             88  PARM-EOF                        VALUE "Y".
           05  WS-AUDIT-EOF-SW             PIC X(01) VALUE "N".
             88  AUDIT-EOF                       VALUE "Y".
           05  WS-CATALOGUE-EOF-SW         PIC X(01) VALUE "N".
             88  CATALOGUE-EOF                   VALUE "Y".
      *
       01  WS-PARM-STATUS                  PIC X(02) VALUE SPACES.
       01  WS-AUDIT-STATUS                 PIC X(02) VALUE SPACES.
       01  WS-REPORT-STATUS                PIC X(02) VALUE SPACES.
       01  WS-CATALOGUE-STATUS             PIC X(02) VALUE SPACES.
      *
       77  WS-MATCH-COUNT                  PIC 9(07) COMP VALUE ZERO.
       77  WS-SCANNED-COUNT                PIC 9(07) COMP VALUE ZERO.
       77  WS-FILE-READ-COUNT              PIC 9(07) COMP VALUE ZERO.
       77  WS-ARCHIVES-SCANNED             PIC 9(03) COMP VALUE ZERO.
      *
       01  WS-AUDIT-FILENAME               PIC X(20) VALUE SPACES.
      *
      *****************************************************************
      * THE AUDITLOG ARCHIVES ON ARCCAT, OLDEST FIRST. THE LIVE FILE
      * HOLDS NOTHING DATED BEFORE WS-LIVE-FROM-DATE, THE NEWEST
      * CUT-OFF (ZERO WHEN NOTHING HAS BEEN ARCHIVED).
      *****************************************************************
       77  WS-ARC-COUNT                    PIC 9(03) COMP VALUE ZERO.
       01  WS-ARCHIVE-TABLE.
           05  WS-ARC-ENTRY OCCURS 200 TIMES INDEXED BY ARC-IDX.
               10  WS-ARC-FILE-NAME        PIC X(20).
               10  WS-ARC-FIRST-DATE       PIC 9(08).
               10  WS-ARC-LAST-DATE        PIC 9(08).
               10  WS-ARC-RECORD-COUNT     PIC 9(07).
       01  WS-LIVE-FROM-DATE               PIC 9(08) VALUE ZERO.
      *
       01  WS-RANGE-CONTROLS.
           05  WS-FROM-DATE                PIC 9(08) VALUE ZERO.
           05  FILLER                      PIC X(04)
                   VALUE " -> ".
           05  RPT-AUD-AFTER               PIC X(09).
           05  FILLER                      PIC X(06)
                   VALUE " RSK ".
           05  RPT-AUD-RISK-SCORE          PIC X(03).
           05  FILLER                      PIC X(14) VALUE SPACES.
      *
       01  RPT-COUNT-LINE.
           05  FILLER                      PIC X(17)
           05  FILLER                      PIC X(13)
                   VALUE "  SCANNED:".
           05  RPT-CNT-SCANNED             PIC ZZZZZZ9.
           05  FILLER                      PIC X(12)
                   VALUE "  ARCHIVES:".
           05  RPT-CNT-ARCHIVES            PIC ZZ9.
           05  FILLER                      PIC X(41) VALUE SPACES.
      *
       PROCEDURE DIVISION.
      *
           MOVE RPT-HEADER-LINE TO INQUIRY-REPORT-RECORD.
           WRITE INQUIRY-REPORT-RECORD.

           PERFORM LOAD-ARCHIVE-CATALOGUE.
           PERFORM READ-INQUIRY-PARM.
           PERFORM ANSWER-ONE-INQUIRY
               UNTIL PARM-EOF.
       EXIT.
      *
      *****************************************************************
      * LOAD-ARCHIVE-CATALOGUE - NO ARCCAT MEANS NOTHING HAS EVER
      * BEEN ARCHIVED, AND THE LIVE FILE IS THE WHOLE LOG.
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
           IF AX-STORE-NAME EQUAL "AUDITLOG"
               IF WS-ARC-COUNT < 200
                   ADD 1 TO WS-ARC-COUNT
                   SET ARC-IDX TO WS-ARC-COUNT
                   MOVE AX-FILE-NAME    TO WS-ARC-FILE-NAME(ARC-IDX)
                   MOVE AX-FIRST-DATE   TO WS-ARC-FIRST-DATE(ARC-IDX)
                   MOVE AX-LAST-DATE    TO WS-ARC-LAST-DATE(ARC-IDX)
                   MOVE AX-RECORD-COUNT
                       TO WS-ARC-RECORD-COUNT(ARC-IDX)
                   IF AX-CUTOFF-DATE > WS-LIVE-FROM-DATE
                       MOVE AX-CUTOFF-DATE TO WS-LIVE-FROM-DATE
                   END-IF
               ELSE
                   DISPLAY "AUDINQ: MORE THAN 200 AUDITLOG ARCHIVES - "
                       AX-FILE-NAME " NOT READ"
                   MOVE 12 TO RETURN-CODE
               END-IF
           END-IF.
           PERFORM READ-CATALOGUE-RECORD.
      *
       EXIT.
      *
      *****************************************************************
      * ANSWER-ONE-INQUIRY
      *
      * ONE PASS OVER AUDITLOG PER PARAMETER RECORD - EVERY ARCHIVE
      * THE DATE RANGE REACHES, OLDEST FIRST, THEN THE LIVE FILE -
      * PRINTING EVERY LINE THE CRITERIA SELECT. THE CRITERIA
      * THEMSELVES GO ON THE REPORT FIRST, SO THE PRINTOUT SAYS WHAT
      * WAS ASKED.
      *****************************************************************
       ANSWER-ONE-INQUIRY SECTION.
      *

           MOVE ZERO TO WS-MATCH-COUNT.
           MOVE ZERO TO WS-SCANNED-COUNT.
           MOVE ZERO TO WS-ARCHIVES-SCANNED.
           PERFORM SCAN-ONE-ARCHIVE
               VARYING ARC-IDX FROM 1 BY 1
               UNTIL ARC-IDX > WS-ARC-COUNT.
           IF WS-TO-DATE EQUAL ZERO
              OR WS-TO-DATE NOT < WS-LIVE-FROM-DATE
               MOVE "AUDITLOG" TO WS-AUDIT-FILENAME
               PERFORM SCAN-AUDIT-FILE
           END-IF.
           MOVE WS-MATCH-COUNT      TO RPT-CNT-MATCHED.
           MOVE WS-SCANNED-COUNT    TO RPT-CNT-SCANNED.
           MOVE WS-ARCHIVES-SCANNED TO RPT-CNT-ARCHIVES.
           MOVE RPT-COUNT-LINE      TO INQUIRY-REPORT-RECORD.
           WRITE INQUIRY-REPORT-RECORD.

           PERFORM READ-INQUIRY-PARM.
      *
       EXIT.
      *
      *****************************************************************
      * SCAN-ONE-ARCHIVE - ONLY AN ARCHIVE WHOSE FIRST-TO-LAST DATES
      * OVERLAP THE RANGE IS OPENED, AND IT MUST HOLD THE ENTRIES
      * ARCCAT SAYS IT DOES.
      *****************************************************************
       SCAN-ONE-ARCHIVE SECTION.
      *
           IF (WS-TO-DATE EQUAL ZERO
               OR WS-ARC-FIRST-DATE(ARC-IDX) NOT > WS-TO-DATE)
              AND (WS-FROM-DATE EQUAL ZERO
                   OR WS-ARC-LAST-DATE(ARC-IDX) NOT < WS-FROM-DATE)
               MOVE WS-ARC-FILE-NAME(ARC-IDX) TO WS-AUDIT-FILENAME
               PERFORM SCAN-AUDIT-FILE
               ADD 1 TO WS-ARCHIVES-SCANNED
               IF WS-FILE-READ-COUNT
                  NOT EQUAL WS-ARC-RECORD-COUNT(ARC-IDX)
                   DISPLAY "AUDINQ: " WS-AUDIT-FILENAME " HOLDS "
                       WS-FILE-READ-COUNT " ENTRIES, ARCCAT SAYS "
                       WS-ARC-RECORD-COUNT(ARC-IDX)
                   IF RETURN-CODE < 4
                       MOVE 4 TO RETURN-CODE
                   END-IF
               END-IF
           END-IF.
      *
       EXIT.
      *
       SCAN-AUDIT-FILE SECTION.
      *
           MOVE ZERO TO WS-FILE-READ-COUNT.
           MOVE "N"  TO WS-AUDIT-EOF-SW.
           OPEN INPUT AUDIT-LOG-FILE.
           IF WS-AUDIT-STATUS NOT EQUAL "00"
               DISPLAY "AUDINQ: " WS-AUDIT-FILENAME
                   " OPEN FAILED - STATUS " WS-AUDIT-STATUS
           ELSE
               PERFORM READ-AUDIT-RECORD
               PERFORM SELECT-AUDIT-RECORD
                   UNTIL AUDIT-EOF
               CLOSE AUDIT-LOG-FILE
           END-IF.
      *
       EXIT.
      *
       SELECT-AUDIT-RECORD SECTION.
      *
           ADD 1 TO WS-SCANNED-COUNT.
           ADD 1 TO WS-FILE-READ-COUNT.
           IF (WS-FROM-DATE EQUAL ZERO
               OR AUDIT-DATE NOT < PARM-FROM-DATE)
              AND (WS-TO-DATE EQUAL ZERO
               MOVE AUDIT-CALLED-PGM     TO RPT-AUD-CALLED
               MOVE AUDIT-STRING-BEFORE  TO RPT-AUD-BEFORE
               MOVE AUDIT-STRING-AFTER   TO RPT-AUD-AFTER
               MOVE AUDIT-RISK-SCORE     TO RPT-AUD-RISK-SCORE
               MOVE RPT-AUDIT-LINE       TO INQUIRY-REPORT-RECORD
               WRITE INQUIRY-REPORT-RECORD
           END-IF.
