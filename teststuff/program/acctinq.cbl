      *                INQUIRY REFUSES TO START WHILE THE NIGHTLY RUN
      *                OR MAINTENANCE HOLDS THE MASTER, NAMING THE
      *                HOLDER AND ITS START TIME.
      *  2026-10-15 DL EACH ACCOUNT'S HOLDER NAME, OPEN DATE, HOME
      *                CURRENCY AND OUR OWN STATUS ARE PRINTED FROM
      *                THE NEW ACCTMSTR ACCOUNT MASTER AHEAD OF ITS
      *                PROGRAM RECORDS. NO ACCOUNT MASTER YET JUST
      *                LEAVES THE HOLDER LINES OFF, WITH A WARNING.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               ALTERNATE RECORD KEY IS PN-ACCOUNT-NUMBER
                   WITH DUPLICATES
               FILE STATUS IS WS-PROGMSTR-STATUS.
           SELECT ACCOUNT-MASTER
               ASSIGN TO "ACCTMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS AC-ACCOUNT-NUMBER
               FILE STATUS IS WS-ACCTMSTR-STATUS.
           SELECT RUN-LOCK-FILE
               ASSIGN TO "RUNLOCK"
               ORGANIZATION IS LINE SEQUENTIAL
           LABEL RECORDS ARE STANDARD.
       01  PROGRAMNATIVE-MASTER-RECORD.
           COPY PNMASTER.
      *
       FD  ACCOUNT-MASTER
           LABEL RECORDS ARE STANDARD.
       01  ACCOUNT-MASTER-RECORD.
           COPY ACCTMSTR.
      *
       FD  RUN-LOCK-FILE
           LABEL RECORDS ARE STANDARD.
             88  PROGMSTR-EOF                    VALUE "Y".
           05  WS-MATCH-FOUND-SW           PIC X(01) VALUE "N".
             88  MATCH-FOUND                     VALUE "Y".
           05  WS-ACCTMSTR-FILE-SW         PIC X(01) VALUE "N".
             88  ACCTMSTR-FILE-PRESENT           VALUE "Y".
      *
       01  WS-LIST-STATUS                  PIC X(02) VALUE SPACES.
       01  WS-REPORT-STATUS                PIC X(02) VALUE SPACES.
       01  WS-PROGMSTR-STATUS              PIC X(02) VALUE SPACES.
       01  WS-ACCTMSTR-STATUS              PIC X(02) VALUE SPACES.
         88  ACCTMSTR-OK                         VALUE "00".
      *
       01  WS-INQUIRY-ACCOUNT              PIC 9(09) VALUE ZERO.
      *
                   VALUE "ACCOUNT:".
           05  RPT-ACCOUNT-NUMBER          PIC 9(09).
           05  FILLER                      PIC X(62) VALUE SPACES.
      *
       01  RPT-HOLDER-LINE.
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  FILLER                      PIC X(08)
                   VALUE "HOLDER:".
           05  RPT-HOLDER-NAME             PIC X(30).
           05  FILLER                      PIC X(10)
                   VALUE "  OPENED:".
           05  RPT-OPEN-DATE               PIC 9(08).
           05  FILLER                      PIC X(07)
                   VALUE "  CCY:".
           05  RPT-HOME-CURRENCY           PIC X(03).
           05  FILLER                      PIC X(10)
                   VALUE "  STATUS:".
           05  RPT-ACCOUNT-STATUS          PIC X(02).
      *
       01  RPT-NO-HOLDER-LINE.
           05  FILLER                      PIC X(80)
                   VALUE "  ACCOUNT NOT ON THE ACCOUNT MASTER".
      *
       01  RPT-PROGRAM-LINE.
           05  FILLER                      PIC X(02) VALUE SPACES.
           OPEN INPUT ACCOUNT-LIST-FILE.
           OPEN INPUT PROGRAMNATIVE-MASTER.
           OPEN OUTPUT INQUIRY-REPORT-FILE.
           OPEN INPUT ACCOUNT-MASTER.
           IF ACCTMSTR-OK
               SET ACCTMSTR-FILE-PRESENT TO TRUE
           ELSE
               DISPLAY "ACCTINQ: NO ACCOUNT MASTER - STATUS "
                   WS-ACCTMSTR-STATUS " - HOLDER DETAILS OMITTED"
           END-IF.

           IF WS-LIST-STATUS EQUAL "00"
              AND WS-PROGMSTR-STATUS EQUAL "00"
           CLOSE ACCOUNT-LIST-FILE.
           CLOSE PROGRAMNATIVE-MASTER.
           CLOSE INQUIRY-REPORT-FILE.
           IF ACCTMSTR-FILE-PRESENT
               CLOSE ACCOUNT-MASTER
           END-IF.
      *
      * GOBACK, NOT EXIT PROGRAM: SECTIONS FOLLOW THIS ONE, AND IN A
      * MAIN PROGRAM EXIT PROGRAM FALLS THROUGH INTO THEM.
           MOVE RPT-ACCOUNT-LINE    TO INQUIRY-REPORT-RECORD.
           WRITE INQUIRY-REPORT-RECORD.

           IF ACCTMSTR-FILE-PRESENT
               PERFORM WRITE-HOLDER-LINE
           END-IF.

           MOVE "N" TO WS-MATCH-FOUND-SW.
           MOVE "N" TO WS-PROGMSTR-EOF-SW.
           MOVE WS-INQUIRY-ACCOUNT TO PN-ACCOUNT-NUMBER.
           PERFORM READ-ACCOUNT-LIST.
      *
       EXIT.
      *
      *****************************************************************
      * WRITE-HOLDER-LINE - WHO HOLDS THE ACCOUNT AND HOW WE SEE IT,
      * FROM THE ACCOUNT MASTER.
      *****************************************************************
       WRITE-HOLDER-LINE SECTION.
      *
           MOVE WS-INQUIRY-ACCOUNT TO AC-ACCOUNT-NUMBER.
           READ ACCOUNT-MASTER
               INVALID KEY
                   CONTINUE
           END-READ.
           IF ACCTMSTR-OK
               MOVE AC-HOLDER-NAME     TO RPT-HOLDER-NAME
               MOVE AC-OPEN-DATE       TO RPT-OPEN-DATE
               MOVE AC-HOME-CURRENCY   TO RPT-HOME-CURRENCY
               MOVE AC-STATUS-CODE     TO RPT-ACCOUNT-STATUS
               MOVE RPT-HOLDER-LINE    TO INQUIRY-REPORT-RECORD
           ELSE
               MOVE RPT-NO-HOLDER-LINE TO INQUIRY-REPORT-RECORD
           END-IF.
           WRITE INQUIRY-REPORT-RECORD.
      *
       EXIT.
      *
       READ-MASTER-NEXT SECTION.
      *
