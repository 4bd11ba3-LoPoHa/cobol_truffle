       IDENTIFICATION DIVISION.
       PROGRAM-ID. PNDRPT.
       AUTHOR. BATCH-SUPPORT-TEAM.
       INSTALLATION. DATA-CENTER-1.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.
      *
      * MODIFICATION HISTORY
      *  2026-10-15 DL FIRST VERSION. PENDING-CHANGE REPORT: EVERY
      *                REFERENCE OR MASTER CHANGE HELD ON PENDCHG FOR
      *                A CHECKER'S RELEASE, WITH ITS UTILITY, MAKER,
      *                SUBMISSION AND EXPIRY AND THE PARAMETER AS
      *                SUBMITTED, MARKED AWAITING OR EXPIRED (PAST ITS
      *                EXPIRY DATE BUT NOT YET DROPPED BY ITS
      *                UTILITY). READ-ONLY. RUN AS THE FIRST JOBSTEP
      *                STEP SO OPERATIONS SEE WHAT IS STILL UNAPPROVED
      *                BEFORE THE NIGHTLY RUN STARTS; CONDITION CODE 4
      *                WHEN ANYTHING IS LISTED.
      *  2026-10-15 DL PTNMAINT, ACTMAINT, EXPMAINT, FEEMAINT AND
      *                RSKMAINT CHANGES NOW APPEAR TOO. A PARAMETER
      *                LONGER THAN THE 60 BYTES THE DETAIL LINE SHOWS
      *                (PTNMAINT'S, OR ANY NOW UP TO 150) RUNS ON IN
      *                CONTINUATION LINES UNDER THE PARAMETER COLUMN.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PENDING-REPORT-FILE
               ASSIGN TO "PNDRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.
           SELECT PENDING-CHANGE-FILE
               ASSIGN TO "PENDCHG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PENDCHG-STATUS.
      *
       DATA DIVISION.
       FILE SECTION.
       FD  PENDING-REPORT-FILE
           LABEL RECORDS ARE STANDARD.
       01  PENDING-REPORT-RECORD           PIC X(132).
      *
       FD  PENDING-CHANGE-FILE
           LABEL RECORDS ARE STANDARD.
       01  PENDING-CHANGE-RECORD.
           COPY PENDCHG.
      *
       WORKING-STORAGE SECTION.
       01  WS-SWITCHES.
           05  WS-PENDCHG-EOF-SW           PIC X(01) VALUE "N".
             88  PENDCHG-EOF                     VALUE "Y".
      *
       01  WS-REPORT-STATUS                PIC X(02) VALUE SPACES.
       01  WS-PENDCHG-STATUS               PIC X(02) VALUE SPACES.
         88  PENDCHG-OK                          VALUE "00".
         88  PENDCHG-NOT-PRESENT                 VALUE "35".
      *
       01  WS-RUN-DATE                     PIC 9(08) VALUE ZERO.
      *
       77  WS-AWAITING-COUNT               PIC 9(05) COMP VALUE ZERO.
       77  WS-EXPIRED-COUNT                PIC 9(05) COMP VALUE ZERO.
      *
       01  RPT-TITLE-LINE.
           05  FILLER                      PIC X(40)
                   VALUE "CHANGES AWAITING APPROVAL (PENDCHG)".
           05  FILLER                      PIC X(09)
                   VALUE "RUN DATE ".
           05  RPT-TITLE-DATE              PIC 9(08).
           05  FILLER                      PIC X(75) VALUE SPACES.
      *
       01  RPT-HEADING-LINE.
           05  FILLER                      PIC X(36)
                   VALUE "CHANGE   UTILITY  MAKER    SUBMITTED".
           05  FILLER                      PIC X(36)
                   VALUE "         EXPIRES  STATE    PARAMETER".
           05  FILLER                      PIC X(60) VALUE SPACES.
      *
       01  RPT-DETAIL-LINE.
           05  RPT-CHANGE-ID               PIC 9(08).
           05  FILLER                      PIC X(01) VALUE SPACES.
           05  RPT-UTILITY                 PIC X(08).
           05  FILLER                      PIC X(01) VALUE SPACES.
           05  RPT-MAKER-ID                PIC X(08).
           05  FILLER                      PIC X(01) VALUE SPACES.
           05  RPT-SUBMIT-DATE             PIC 9(08).
           05  FILLER                      PIC X(01) VALUE SPACES.
           05  RPT-SUBMIT-TIME             PIC 9(06).
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  RPT-EXPIRY-DATE             PIC 9(08).
           05  FILLER                      PIC X(01) VALUE SPACES.
           05  RPT-STATE                   PIC X(08).
           05  FILLER                      PIC X(01) VALUE SPACES.
           05  RPT-PARM-IMAGE              PIC X(60).
           05  FILLER                      PIC X(10) VALUE SPACES.
      *
      * THE REST OF A PARAMETER WIDER THAN RPT-PARM-IMAGE, 60 BYTES
      * TO A LINE, LINED UP UNDER IT.
       01  RPT-MORE-LINE.
           05  FILLER                      PIC X(62) VALUE SPACES.
           05  RPT-MORE-IMAGE              PIC X(60).
           05  FILLER                      PIC X(10) VALUE SPACES.
      *
       01  RPT-NONE-LINE.
           05  FILLER                      PIC X(20)
                   VALUE "NO CHANGES PENDING".
           05  FILLER                      PIC X(112) VALUE SPACES.
      *
       01  RPT-COUNT-LINE.
           05  RPT-COUNT-LABEL             PIC X(30).
           05  RPT-COUNT-VALUE             PIC ZZZZ9.
           05  FILLER                      PIC X(97) VALUE SPACES.
      *
       PROCEDURE DIVISION.
      *
       MAIN SECTION.
      *
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.

           OPEN OUTPUT PENDING-REPORT-FILE.
           IF WS-REPORT-STATUS NOT EQUAL "00"
               DISPLAY "PNDRPT: REPORT OPEN FAILED - STATUS "
                   WS-REPORT-STATUS
               MOVE 16 TO RETURN-CODE
               GO TO PROG-EX
           END-IF.
           MOVE WS-RUN-DATE TO RPT-TITLE-DATE.
           MOVE RPT-TITLE-LINE TO PENDING-REPORT-RECORD.
           WRITE PENDING-REPORT-RECORD.
           MOVE RPT-HEADING-LINE TO PENDING-REPORT-RECORD.
           WRITE PENDING-REPORT-RECORD.

           OPEN INPUT PENDING-CHANGE-FILE.
           IF PENDCHG-OK
               PERFORM READ-PENDING-RECORD
               PERFORM REPORT-PENDING-RECORD
                   UNTIL PENDCHG-EOF
               CLOSE PENDING-CHANGE-FILE
           ELSE
               IF NOT PENDCHG-NOT-PRESENT
                   DISPLAY "PNDRPT: PENDCHG OPEN FAILED - STATUS "
                       WS-PENDCHG-STATUS
                   MOVE 16 TO RETURN-CODE
               END-IF
           END-IF.

           PERFORM WRITE-REPORT-TOTALS.
           CLOSE PENDING-REPORT-FILE.

           DISPLAY "PNDRPT: AWAITING APPROVAL " WS-AWAITING-COUNT
               " EXPIRED " WS-EXPIRED-COUNT.
           IF WS-AWAITING-COUNT > ZERO
              OR WS-EXPIRED-COUNT > ZERO
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.
      *
      * GOBACK, NOT EXIT PROGRAM: SECTIONS FOLLOW THIS ONE, AND IN A
      * MAIN PROGRAM EXIT PROGRAM FALLS THROUGH INTO THEM.
       PROG-EX.
           GOBACK.
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
      *****************************************************************
      * REPORT-PENDING-RECORD - ONE LINE PER HELD CHANGE, PLUS ONE OR
      * TWO CONTINUATION LINES FOR A LONG PARAMETER; THE "H"
      * CONTROL RECORD IS NOT A CHANGE AND IS SKIPPED. A CHANGE PAST
      * ITS EXPIRY DATE CAN NO LONGER BE RELEASED AND WILL BE DROPPED
      * BY ITS UTILITY'S NEXT RUN.
      *****************************************************************
       REPORT-PENDING-RECORD SECTION.
      *
           IF PC-CHANGE-RECORD
               MOVE PC-CHANGE-ID          TO RPT-CHANGE-ID
               MOVE PC-UTILITY            TO RPT-UTILITY
               MOVE PC-MAKER-ID           TO RPT-MAKER-ID
               MOVE PC-SUBMIT-DATE        TO RPT-SUBMIT-DATE
               MOVE PC-SUBMIT-TIME(1:6)   TO RPT-SUBMIT-TIME
               MOVE PC-EXPIRY-DATE        TO RPT-EXPIRY-DATE
               MOVE PC-PARM-IMAGE         TO RPT-PARM-IMAGE
               IF PC-EXPIRY-DATE < WS-RUN-DATE
                   MOVE "EXPIRED" TO RPT-STATE
                   ADD 1 TO WS-EXPIRED-COUNT
               ELSE
                   MOVE "AWAITING" TO RPT-STATE
                   ADD 1 TO WS-AWAITING-COUNT
               END-IF
               MOVE RPT-DETAIL-LINE TO PENDING-REPORT-RECORD
               WRITE PENDING-REPORT-RECORD
               IF PC-PARM-IMAGE(61:90) NOT EQUAL SPACES
                   MOVE PC-PARM-IMAGE(61:60) TO RPT-MORE-IMAGE
                   MOVE RPT-MORE-LINE TO PENDING-REPORT-RECORD
                   WRITE PENDING-REPORT-RECORD
               END-IF
               IF PC-PARM-IMAGE(121:30) NOT EQUAL SPACES
                   MOVE PC-PARM-IMAGE(121:30) TO RPT-MORE-IMAGE
                   MOVE RPT-MORE-LINE TO PENDING-REPORT-RECORD
                   WRITE PENDING-REPORT-RECORD
               END-IF
           END-IF.
           PERFORM READ-PENDING-RECORD.
      *
       EXIT.
      *
       WRITE-REPORT-TOTALS SECTION.
      *
           IF WS-AWAITING-COUNT EQUAL ZERO
              AND WS-EXPIRED-COUNT EQUAL ZERO
               MOVE RPT-NONE-LINE TO PENDING-REPORT-RECORD
               WRITE PENDING-REPORT-RECORD
           END-IF.
           MOVE "AWAITING APPROVAL"       TO RPT-COUNT-LABEL.
           MOVE WS-AWAITING-COUNT         TO RPT-COUNT-VALUE.
           MOVE RPT-COUNT-LINE TO PENDING-REPORT-RECORD.
           WRITE PENDING-REPORT-RECORD.
           MOVE "EXPIRED, NOT YET DROPPED" TO RPT-COUNT-LABEL.
           MOVE WS-EXPIRED-COUNT          TO RPT-COUNT-VALUE.
           MOVE RPT-COUNT-LINE TO PENDING-REPORT-RECORD.
           WRITE PENDING-REPORT-RECORD.
      *
       EXIT.
      *
       END PROGRAM PNDRPT.
