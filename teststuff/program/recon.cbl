      *                NIGHTLY RUN OR MAINTENANCE HOLDS THE MASTER -
      *                CROSS-FOOTING A MASTER MID-UPDATE WOULD ONLY
      *                MANUFACTURE DIFFERENCES.
      *  2026-10-15 DL INTFOUT IS NOW 65 BYTES (THE DETAIL ENDS WITH
      *                THE PARTNER FEE); LAYOUT WIDENED TO MATCH.
      *  2026-10-15 DL RUNHIST IS NOW ARCHIVED BY HSTARCH, SO THE
      *                RUNHIST SIDE IS EVERY RUNHIST ARCHIVE ON ARCCAT,
      *                OLDEST FIRST, THEN THE LIVE FILE. EACH ARCHIVE
      *                MUST HOLD THE ENTRY COUNT AND APPROVED TOTAL
      *                ARCCAT RECORDED FOR IT; ONE THAT DOES NOT IS A
      *                DIFFERENCE LIKE ANY OTHER.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RUN-HISTORY-FILE
               ASSIGN TO WS-RUNHIST-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNHIST-STATUS.
           SELECT PROGRAMNATIVE-MASTER
               ASSIGN TO "RUNLOCK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOCK-STATUS.
           SELECT ARCHIVE-CATALOGUE-FILE
               ASSIGN TO "ARCCAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CATALOGUE-STATUS.
      *
       DATA DIVISION.
       FILE SECTION.
           05  INTF-DETAIL-BODY.
               10  INTF-PROGRAMNAME        PIC X(04).
               10  INTF-ACCOUNT-NUMBER     PIC 9(09).
               10  FILLER                  PIC X(51).
           05  INTF-TRAILER-BODY REDEFINES INTF-DETAIL-BODY.
               10  INTF-TRL-RECORD-COUNT   PIC 9(07).
               10  INTF-TRL-HASH-TOTAL     PIC 9(13).
               10  FILLER                  PIC X(44).
      *
       FD  RECON-REPORT-FILE
           LABEL RECORDS ARE STANDARD.
           LABEL RECORDS ARE STANDARD.
       01  RUN-LOCK-RECORD.
           COPY LOCKREF.
      *
       FD  ARCHIVE-CATALOGUE-FILE
           LABEL RECORDS ARE STANDARD.
       01  ARCHIVE-CATALOGUE-RECORD.
           COPY ARCCAT.
      *
       WORKING-STORAGE SECTION.
       01  WS-SWITCHES.
             88  TRAILER-SEEN                    VALUE "Y".
           05  WS-DIFFERENCE-SW            PIC X(01) VALUE "N".
             88  DIFFERENCE-FOUND                VALUE "Y".
           05  WS-CATALOGUE-EOF-SW         PIC X(01) VALUE "N".
             88  CATALOGUE-EOF                   VALUE "Y".
      *
       01  WS-RUNHIST-STATUS               PIC X(02) VALUE SPACES.
       01  WS-CATALOGUE-STATUS             PIC X(02) VALUE SPACES.
       01  WS-RUNHIST-FILENAME             PIC X(20) VALUE SPACES.
       01  WS-PROGMSTR-STATUS              PIC X(02) VALUE SPACES.
         88  PROGMSTR-OK                         VALUE "00".
       01  WS-INTERFACE-STATUS             PIC X(02) VALUE SPACES.
           05  WS-HIST-CANCELLED           PIC 9(09) COMP VALUE ZERO.
           05  WS-HIST-NET                 PIC S9(09) COMP VALUE ZERO.
           05  WS-HIST-ENTRY-COUNT         PIC 9(05) COMP VALUE ZERO.
      *
      *****************************************************************
      * ONE RUNHIST ARCHIVE'S OWN FIGURES, CHECKED AGAINST ITS ARCCAT
      * ENTRY.
      *****************************************************************
       01  WS-ARCHIVE-TOTALS.
           05  WS-ARCHIVES-READ            PIC 9(03) COMP VALUE ZERO.
           05  WS-FILE-READ-COUNT          PIC 9(07) COMP VALUE ZERO.
           05  WS-ARC-APPROVED-BEFORE      PIC 9(09) COMP VALUE ZERO.
           05  WS-ARC-APPROVED             PIC 9(09) COMP VALUE ZERO.
      *
       01  WS-MASTER-TOTALS.
           05  WS-MASTER-APPROVED          PIC 9(09) COMP VALUE ZERO.
      *
       EXIT.
      *
      *****************************************************************
      * TOTAL-RUN-HISTORY - THE MASTER COUNTS EVERY APPROVAL EVER
      * MADE, SO THE RUNHIST SIDE IS ALL OF HISTORY: EVERY ARCHIVE ON
      * ARCCAT IN THE ORDER IT WAS CATALOGUED (OLDEST FIRST, WHICH
      * KEEPS THE GENERATION TRACKING IN TIME ORDER), THEN THE LIVE
      * FILE. NO ARCCAT MEANS NOTHING HAS EVER BEEN ARCHIVED.
      *****************************************************************
       TOTAL-RUN-HISTORY SECTION.
      *
           OPEN INPUT ARCHIVE-CATALOGUE-FILE.
           IF WS-CATALOGUE-STATUS EQUAL "00"
               PERFORM READ-CATALOGUE-RECORD
               PERFORM TOTAL-ONE-ARCHIVE
                   UNTIL CATALOGUE-EOF
               CLOSE ARCHIVE-CATALOGUE-FILE
           END-IF.
           MOVE "RUNHIST" TO WS-RUNHIST-FILENAME.
           PERFORM TOTAL-RUN-HISTORY-FILE.
           SUBTRACT WS-HIST-CANCELLED FROM WS-HIST-APPROVED
               GIVING WS-HIST-NET.
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
       TOTAL-ONE-ARCHIVE SECTION.
      *
           IF AX-STORE-NAME EQUAL "RUNHIST"
               ADD 1 TO WS-ARCHIVES-READ
               MOVE AX-FILE-NAME     TO WS-RUNHIST-FILENAME
               MOVE WS-HIST-APPROVED TO WS-ARC-APPROVED-BEFORE
               PERFORM TOTAL-RUN-HISTORY-FILE
               SUBTRACT WS-ARC-APPROVED-BEFORE FROM WS-HIST-APPROVED
                   GIVING WS-ARC-APPROVED
               IF WS-FILE-READ-COUNT NOT EQUAL AX-RECORD-COUNT
                  OR WS-ARC-APPROVED NOT EQUAL AX-CONTROL-TOTAL
                   SET DIFFERENCE-FOUND TO TRUE
                   MOVE SPACES TO RPT-VERDICT-TEXT
                   STRING "  ARCHIVE "         DELIMITED BY SIZE
                          AX-FILE-NAME         DELIMITED BY SPACE
                          " DOES NOT MATCH ITS ARCCAT TOTALS"
                                               DELIMITED BY SIZE
                       INTO RPT-VERDICT-TEXT
                   PERFORM WRITE-VERDICT-LINE
               END-IF
           END-IF.
           PERFORM READ-CATALOGUE-RECORD.
      *
       EXIT.
      *
       TOTAL-RUN-HISTORY-FILE SECTION.
      *
           MOVE ZERO TO WS-FILE-READ-COUNT.
           MOVE "N"  TO WS-RUNHIST-EOF-SW.
           OPEN INPUT RUN-HISTORY-FILE.
           IF WS-RUNHIST-STATUS NOT EQUAL "00"
               DISPLAY "RECON: " WS-RUNHIST-FILENAME
                   " OPEN FAILED - STATUS " WS-RUNHIST-STATUS
               MOVE 16 TO RETURN-CODE
           ELSE
               PERFORM READ-RUN-HISTORY-RECORD
                   UNTIL RUNHIST-EOF
               CLOSE RUN-HISTORY-FILE
           END-IF.
      *
       EXIT.
      *
       TALLY-RUN-HISTORY-RECORD SECTION.
      *
           ADD 1 TO WS-HIST-ENTRY-COUNT.
           ADD 1 TO WS-FILE-READ-COUNT.
           IF RH-APPROVED-COUNT NUMERIC
               ADD RH-APPROVED-COUNT TO WS-HIST-APPROVED
           END-IF.
      *****************************************************************
       CROSS-FOOT-THE-STORES SECTION.
      *
           MOVE "RUNHIST ARCHIVES READ:" TO RPT-FIG-LABEL.
           MOVE WS-ARCHIVES-READ TO RPT-FIG-VALUE.
           PERFORM WRITE-FIGURE-LINE.
           MOVE "RUNHIST APPROVALS:" TO RPT-FIG-LABEL.
           MOVE WS-HIST-APPROVED TO RPT-FIG-VALUE.
           PERFORM WRITE-FIGURE-LINE.
