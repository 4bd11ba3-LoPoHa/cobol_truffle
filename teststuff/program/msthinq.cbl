      *                ANSWER TO "WHAT DID PN-APPROVED-COUNT FOR XYZW
      *                SAY ON THE 3RD" IS NOW A BATCH JOB, NOT A
      *                SHRUG.
      *  2026-10-15 DL READS ACROSS THE HSTARCH ARCHIVES: THE ANSWER
      *                STARTS FROM THE NEWEST MSTBASE BASELINE TAKEN
      *                ON OR BEFORE THE AS-OF DATE, THEN REPLAYS THE
      *                LATER MSTHIST ARCHIVES ON ARCCAT AND, UNLESS
      *                THE DATE FALLS BEFORE THE NEWEST CUT-OFF, THE
      *                LIVE FILE. AN ARCHIVE THAT DOES NOT HOLD THE
      *                COUNT ARCCAT SAYS IS REPORTED (CONDITION
      *                CODE 4).
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.
           SELECT MASTER-HISTORY-FILE
               ASSIGN TO WS-HISTORY-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MSTHIST-STATUS.
           SELECT BASELINE-FILE
               ASSIGN TO WS-BASELINE-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BASELINE-STATUS.
           SELECT ARCHIVE-CATALOGUE-FILE
               ASSIGN TO "ARCCAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CATALOGUE-STATUS.
      *
       DATA DIVISION.
       FILE SECTION.
           LABEL RECORDS ARE STANDARD.
       01  MASTER-HISTORY-RECORD.
           COPY PNHIST.
      *
      *****************************************************************
      * BASELINE-FILE - HSTARCH'S SNAPSHOT OF EVERY MASTER RECORD AS
      * IT STOOD AT AN MSTHIST CUT-OFF, PNMASTER LAYOUT.
      *****************************************************************
       FD  BASELINE-FILE
           LABEL RECORDS ARE STANDARD.
       01  BASELINE-RECORD.
           05  BL-PROGRAMNAME              PIC X(04).
           05  FILLER                      PIC X(24).
      *
       FD  ARCHIVE-CATALOGUE-FILE
           LABEL RECORDS ARE STANDARD.
       01  ARCHIVE-CATALOGUE-RECORD.
           COPY ARCCAT.
      *
       WORKING-STORAGE SECTION.
       01  WS-SWITCHES.
           05  WS-RECORD-STATE-SW          PIC X(01) VALUE "N".
             88  RECORD-EXISTED                  VALUE "Y".
             88  RECORD-ABSENT                   VALUE "N".
           05  WS-BASELINE-EOF-SW          PIC X(01) VALUE "N".
             88  BASELINE-EOF                    VALUE "Y".
           05  WS-CATALOGUE-EOF-SW         PIC X(01) VALUE "N".
             88  CATALOGUE-EOF                   VALUE "Y".
      *
       01  WS-PARM-STATUS                  PIC X(02) VALUE SPACES.
       01  WS-MSTHIST-STATUS               PIC X(02) VALUE SPACES.
       01  WS-BASELINE-STATUS              PIC X(02) VALUE SPACES.
       01  WS-CATALOGUE-STATUS             PIC X(02) VALUE SPACES.
      *
       77  WS-HISTORY-HIT-COUNT            PIC 9(05) COMP VALUE ZERO.
       77  WS-FILE-READ-COUNT              PIC 9(07) COMP VALUE ZERO.
      *
       01  WS-HISTORY-FILENAME             PIC X(20) VALUE SPACES.
       01  WS-BASELINE-FILENAME            PIC X(20) VALUE SPACES.
      *
      *****************************************************************
      * THE MSTHIST ARCHIVES ON ARCCAT, OLDEST FIRST, EACH WITH THE
      * BASELINE TAKEN AT ITS CUT-OFF. THE LIVE FILE HOLDS NOTHING
      * DATED BEFORE WS-LIVE-FROM-DATE, THE NEWEST CUT-OFF (ZERO WHEN
      * NOTHING HAS BEEN ARCHIVED). WS-BASE-SUB IS THE ARCHIVE WHOSE
      * BASELINE AN ANSWER STARTS FROM (ZERO: START FROM NOTHING) AND
      * WS-REPLAY-SUB THE FIRST ARCHIVE REPLAYED AFTER IT.
      *****************************************************************
       77  WS-ARC-COUNT                    PIC 9(03) COMP VALUE ZERO.
       01  WS-ARCHIVE-TABLE.
           05  WS-ARC-ENTRY OCCURS 200 TIMES INDEXED BY ARC-IDX.
               10  WS-ARC-FILE-NAME        PIC X(20).
               10  WS-ARC-CUTOFF-DATE      PIC 9(08).
               10  WS-ARC-FIRST-DATE       PIC 9(08).
               10  WS-ARC-RECORD-COUNT     PIC 9(07).
               10  WS-ARC-BASELINE-NAME    PIC X(20).
       01  WS-LIVE-FROM-DATE               PIC 9(08) VALUE ZERO.
       77  WS-BASE-SUB                     PIC 9(03) COMP VALUE ZERO.
       77  WS-REPLAY-SUB                   PIC 9(03) COMP VALUE ZERO.
      *
      *****************************************************************
      * THE RECONSTRUCTED RECORD: THE HISTORY STREAM IS REPLAYED IN
      *
       MAIN SECTION.
      *
           PERFORM LOAD-ARCHIVE-CATALOGUE.
           OPEN INPUT INQUIRY-PARM-FILE.
           IF WS-PARM-STATUS NOT EQUAL "00"
               DISPLAY "MSTHINQ: NO INQUIRY PARAMETER SUPPLIED"
       EXIT.
      *
      *****************************************************************
      * LOAD-ARCHIVE-CATALOGUE - NO ARCCAT MEANS NOTHING HAS EVER
      * BEEN ARCHIVED, AND THE LIVE FILE IS THE WHOLE HISTORY.
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
           IF AX-STORE-NAME EQUAL "MSTHIST"
               IF WS-ARC-COUNT < 200
                   ADD 1 TO WS-ARC-COUNT
                   SET ARC-IDX TO WS-ARC-COUNT
                   MOVE AX-FILE-NAME    TO WS-ARC-FILE-NAME(ARC-IDX)
                   MOVE AX-CUTOFF-DATE  TO WS-ARC-CUTOFF-DATE(ARC-IDX)
                   MOVE AX-FIRST-DATE   TO WS-ARC-FIRST-DATE(ARC-IDX)
                   MOVE AX-RECORD-COUNT
                       TO WS-ARC-RECORD-COUNT(ARC-IDX)
                   MOVE AX-BASELINE-NAME
                       TO WS-ARC-BASELINE-NAME(ARC-IDX)
                   IF AX-CUTOFF-DATE > WS-LIVE-FROM-DATE
                       MOVE AX-CUTOFF-DATE TO WS-LIVE-FROM-DATE
                   END-IF
               ELSE
                   DISPLAY "MSTHINQ: MORE THAN 200 MSTHIST ARCHIVES - "
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
      * REPLAYS THE HISTORY FOR EACH PARAMETER - IT IS APPEND-ONLY
      * AND THEREFORE IN TIME ORDER, SO THE LAST QUALIFYING ENTRY
      * SEEN IS THE RECORD'S STATE AT THE END OF THE AS-OF DATE. A
      * DELETE QUALIFYING LAST MEANS THE RECORD DID NOT EXIST THAT
      * EVENING. THE REPLAY STARTS FROM THE NEWEST BASELINE NOT
      * AFTER THE AS-OF DATE - THE RECORD AS IT STOOD AT THAT
      * CUT-OFF - AND RUNS ON THROUGH THE LATER ARCHIVES AND THE LIVE
      * FILE; WITH NO SUCH BASELINE IT STARTS FROM THE OLDEST
      * ARCHIVE.
      *****************************************************************
       ANSWER-ONE-INQUIRY SECTION.
      *
               SET RECORD-ABSENT TO TRUE
               MOVE SPACES TO WS-AS-OF-IMAGE
               MOVE ZERO   TO WS-HISTORY-HIT-COUNT
               MOVE ZERO   TO WS-BASE-SUB
               PERFORM CHOOSE-BASELINE
                   VARYING ARC-IDX FROM 1 BY 1
                   UNTIL ARC-IDX > WS-ARC-COUNT
               IF WS-BASE-SUB > ZERO
                   PERFORM LOAD-BASELINE-IMAGE
               END-IF
               COMPUTE WS-REPLAY-SUB = WS-BASE-SUB + 1
               PERFORM REPLAY-ONE-ARCHIVE
                   VARYING ARC-IDX FROM WS-REPLAY-SUB BY 1
                   UNTIL ARC-IDX > WS-ARC-COUNT
               IF PARM-AS-OF-DATE NOT < WS-LIVE-FROM-DATE
                   MOVE "MSTHIST" TO WS-HISTORY-FILENAME
                   PERFORM REPLAY-HISTORY-FILE
               END-IF
               PERFORM PRINT-AS-OF-ANSWER
           END-IF.

           PERFORM READ-INQUIRY-PARM.
      *
       EXIT.
      *
       CHOOSE-BASELINE SECTION.
      *
           IF WS-ARC-CUTOFF-DATE(ARC-IDX) NOT > PARM-AS-OF-DATE
              AND WS-ARC-BASELINE-NAME(ARC-IDX) NOT EQUAL SPACES
               SET WS-BASE-SUB TO ARC-IDX
           END-IF.
      *
       EXIT.
      *
      *****************************************************************
      * LOAD-BASELINE-IMAGE - A PROGRAMNAME ON THE BASELINE EXISTED
      * AT THE CUT-OFF AND STARTS FROM THAT IMAGE; ONE NOT ON IT DID
      * NOT EXIST THEN.
      *****************************************************************
       LOAD-BASELINE-IMAGE SECTION.
      *
           MOVE WS-ARC-BASELINE-NAME(WS-BASE-SUB)
               TO WS-BASELINE-FILENAME.
           MOVE "N" TO WS-BASELINE-EOF-SW.
           OPEN INPUT BASELINE-FILE.
           IF WS-BASELINE-STATUS NOT EQUAL "00"
               DISPLAY "MSTHINQ: " WS-BASELINE-FILENAME
                   " OPEN FAILED - STATUS " WS-BASELINE-STATUS
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           ELSE
               PERFORM READ-BASELINE-RECORD
               PERFORM FIND-BASELINE-IMAGE
                   UNTIL BASELINE-EOF
               CLOSE BASELINE-FILE
           END-IF.
      *
       EXIT.
      *
       READ-BASELINE-RECORD SECTION.
      *
           READ BASELINE-FILE
               AT END
                   SET BASELINE-EOF TO TRUE
           END-READ.
      *
       EXIT.
      *
       FIND-BASELINE-IMAGE SECTION.
      *
           IF BL-PROGRAMNAME EQUAL PARM-PROGRAMNAME
               ADD 1 TO WS-HISTORY-HIT-COUNT
               SET RECORD-EXISTED TO TRUE
               MOVE BASELINE-RECORD TO WS-AS-OF-IMAGE
               SET BASELINE-EOF TO TRUE
           ELSE
               PERFORM READ-BASELINE-RECORD
           END-IF.
      *
       EXIT.
      *
      *****************************************************************
      * REPLAY-ONE-ARCHIVE - AN ARCHIVE THAT STARTS AFTER THE AS-OF
      * DATE HAS NOTHING TO ADD AND IS NOT OPENED.
      *****************************************************************
       REPLAY-ONE-ARCHIVE SECTION.
      *
           IF WS-ARC-FIRST-DATE(ARC-IDX) NOT > PARM-AS-OF-DATE
               MOVE WS-ARC-FILE-NAME(ARC-IDX) TO WS-HISTORY-FILENAME
               PERFORM REPLAY-HISTORY-FILE
               IF WS-FILE-READ-COUNT
                  NOT EQUAL WS-ARC-RECORD-COUNT(ARC-IDX)
                   DISPLAY "MSTHINQ: " WS-HISTORY-FILENAME " HOLDS "
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
       REPLAY-HISTORY-FILE SECTION.
      *
           MOVE ZERO TO WS-FILE-READ-COUNT.
           MOVE "N"  TO WS-MSTHIST-EOF-SW.
           OPEN INPUT MASTER-HISTORY-FILE.
           IF WS-MSTHIST-STATUS NOT EQUAL "00"
               DISPLAY "MSTHINQ: " WS-HISTORY-FILENAME
                   " OPEN FAILED - STATUS " WS-MSTHIST-STATUS
           ELSE
               PERFORM READ-HISTORY-RECORD
               PERFORM REPLAY-HISTORY-RECORD
                   UNTIL MSTHIST-EOF
               CLOSE MASTER-HISTORY-FILE
           END-IF.
      *
       EXIT.
      *
       READ-HISTORY-RECORD SECTION.
      *
      *
       REPLAY-HISTORY-RECORD SECTION.
      *
           ADD 1 TO WS-FILE-READ-COUNT.
           IF PH-PROGRAMNAME EQUAL PARM-PROGRAMNAME
              AND PH-CHANGE-DATE NOT > PARM-AS-OF-DATE
               ADD 1 TO WS-HISTORY-HIT-COUNT
      *
           DISPLAY "MSTHINQ: PROGRAMNAME " PARM-PROGRAMNAME
               " AS OF " PARM-AS-OF-DATE.
           IF WS-BASE-SUB > ZERO
               DISPLAY "MSTHINQ: REPLAYED FROM BASELINE "
                   WS-ARC-BASELINE-NAME(WS-BASE-SUB)
           END-IF.
           IF WS-HISTORY-HIT-COUNT EQUAL ZERO
               DISPLAY "MSTHINQ: NO HISTORY ON OR BEFORE THAT DATE"
           ELSE
