       IDENTIFICATION DIVISION.
       PROGRAM-ID. BLKSWEEP.
       AUTHOR. BATCH-SUPPORT-TEAM.
       INSTALLATION. DATA-CENTER-1.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.
      *
      * MODIFICATION HISTORY
      *  2026-10-15 DL FIRST VERSION. RETROACTIVE SWEEP FOR ACCOUNTS
      *                COMPLIANCE HAS JUST BLOCKED. BLOCKSCRN ONLY
      *                STOPS WHAT ARRIVES AFTER THE BLOCK; FOR EVERY
      *                ACCOUNT ON THE BLKSWP REQUEST FILE (WRITTEN BY
      *                BLKMAINT, WHICH CALLS THIS PROGRAM STRAIGHT
      *                AFTER ITS ADDS) THE BLKRPT COMPLIANCE REPORT
      *                LISTS EVERY PROGRAMNAME THE MASTER CARRIES FOR
      *                IT (READ THROUGH THE PN-ACCOUNT-NUMBER
      *                ALTERNATE KEY) WITH ITS APPROVAL COUNT, AND THE
      *                BILLING DETAIL ON THE RETAINED INTFOUT AND
      *                INTFIN EXTRACTS. EACH OF THOSE PROGRAMNAMES IS
      *                SUSPENDED ("SU") WITH AN MSTHIST IMAGE, AND ANY
      *                OF THE ACCOUNT'S RECORDS WAITING ON PENDIN OR
      *                HOLDIN ARE TAKEN OFF (ONTO BLKPULL) AND LISTED
      *                INSTEAD OF BEING RELEASED INTO THE NEXT RUN.
      *                HOLDS RUNLOCK FOR ITS DURATION; A SWEEP REFUSED
      *                FOR THE LOCK KEEPS ITS REQUESTS FOR NEXT TIME.
      *  2026-10-15 DL EXTRACT RECORDS WIDENED TO 65 BYTES FOR THE
      *                PARTNER FEE NOW CARRIED ON INTFOUT.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SWEEP-REQUEST-FILE
               ASSIGN TO "BLKSWP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REQUEST-STATUS.
           SELECT SWEEP-REPORT-FILE
               ASSIGN TO "BLKRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.
           SELECT PROGRAMNATIVE-MASTER
               ASSIGN TO "PROGMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PN-PROGRAMNAME
               ALTERNATE RECORD KEY IS PN-ACCOUNT-NUMBER
                   WITH DUPLICATES
               FILE STATUS IS WS-PROGMSTR-STATUS.
           SELECT MASTER-HISTORY-FILE
               ASSIGN TO "MSTHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MSTHIST-STATUS.
           SELECT CURRENT-EXTRACT-FILE
               ASSIGN TO "INTFOUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXTRACT-STATUS.
           SELECT PRIOR-EXTRACT-FILE
               ASSIGN TO "INTFIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXTRACT-STATUS.
           SELECT PENDING-IN
               ASSIGN TO "PENDIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARKED-STATUS.
           SELECT HOLDOVER-IN
               ASSIGN TO "HOLDIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARKED-STATUS.
           SELECT SWEEP-WORK-FILE
               ASSIGN TO "BLKWRK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WORK-STATUS.
           SELECT PULLED-RECORD-FILE
               ASSIGN TO "BLKPULL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PULLED-STATUS.
           SELECT RUN-LOCK-FILE
               ASSIGN TO "RUNLOCK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOCK-STATUS.
      *
       DATA DIVISION.
       FILE SECTION.
       FD  SWEEP-REQUEST-FILE
           LABEL RECORDS ARE STANDARD.
       01  SWEEP-REQUEST-RECORD.
           COPY BLKSWP.
      *
       FD  SWEEP-REPORT-FILE
           LABEL RECORDS ARE STANDARD.
       01  SWEEP-REPORT-RECORD             PIC X(100).
      *
       FD  PROGRAMNATIVE-MASTER
           LABEL RECORDS ARE STANDARD.
       01  PROGRAMNATIVE-MASTER-RECORD.
           COPY PNMASTER.
      *
       FD  MASTER-HISTORY-FILE
           LABEL RECORDS ARE STANDARD.
       01  MASTER-HISTORY-RECORD.
           COPY PNHIST.
      *
      *****************************************************************
      * CURRENT-EXTRACT-FILE / PRIOR-EXTRACT-FILE - THE LAST RUN'S
      * INTFOUT BILLING EXTRACT AND THE ONE BEFORE IT, ROTATED TO
      * INTFIN. ONLY THE "D" DETAILS AND "C" CANCELLATION OFFSETS
      * MATTER HERE; BOTH ARE READ INTO WS-EXTRACT-DETAIL, WHOSE
      * LAYOUT MIRRORS THE WS-INTF-*-LINE RECORDS IN TEST.
      *****************************************************************
       FD  CURRENT-EXTRACT-FILE
           LABEL RECORDS ARE STANDARD.
       01  CURRENT-EXTRACT-RECORD          PIC X(65).
      *
       FD  PRIOR-EXTRACT-FILE
           LABEL RECORDS ARE STANDARD.
       01  PRIOR-EXTRACT-RECORD            PIC X(65).
      *
      *****************************************************************
      * PENDING-IN / HOLDOVER-IN - TEST'S FUTURE-DATED WAREHOUSE (FEED
      * ID + DETAIL IMAGE) AND SUSPENDED-ACCOUNT HOLDOVER (DETAIL
      * IMAGE), AS WAITING FOR THE NEXT RUN. EACH IS COPIED TO
      * BLKWRK WITHOUT THE BLOCKED ACCOUNTS' RECORDS AND COPIED BACK.
      *****************************************************************
       FD  PENDING-IN
           LABEL RECORDS ARE STANDARD.
       01  PENDING-IN-RECORD               PIC X(45).
      *
       FD  HOLDOVER-IN
           LABEL RECORDS ARE STANDARD.
       01  HOLDOVER-IN-RECORD              PIC X(37).
      *
       FD  SWEEP-WORK-FILE
           LABEL RECORDS ARE STANDARD.
       01  SWEEP-WORK-RECORD               PIC X(45).
      *
      *****************************************************************
      * PULLED-RECORD-FILE - EVERY RECORD TAKEN OFF PENDIN OR HOLDIN,
      * APPENDED WITH THE DATE AND WHERE IT CAME FROM, SO COMPLIANCE
      * HAS THE FULL IMAGE SHOULD ONE EVER NEED TO GO BACK IN.
      *****************************************************************
       FD  PULLED-RECORD-FILE
           LABEL RECORDS ARE STANDARD.
       01  PULLED-RECORD.
           05  BP-PULLED-DATE              PIC 9(08).
           05  FILLER                      PIC X(01).
           05  BP-SOURCE                   PIC X(06).
           05  FILLER                      PIC X(01).
           05  BP-FEED-ID                  PIC X(08).
           05  FILLER                      PIC X(01).
           05  BP-DETAIL-IMAGE             PIC X(37).
      *
       FD  RUN-LOCK-FILE
           LABEL RECORDS ARE STANDARD.
       01  RUN-LOCK-RECORD.
           COPY LOCKREF.
      *
       WORKING-STORAGE SECTION.
       01  WS-SWITCHES.
           05  WS-REQUEST-EOF-SW           PIC X(01) VALUE "N".
             88  REQUEST-EOF                     VALUE "Y".
           05  WS-PROGMSTR-EOF-SW          PIC X(01) VALUE "N".
             88  PROGMSTR-EOF                    VALUE "Y".
           05  WS-EXTRACT-EOF-SW           PIC X(01) VALUE "N".
             88  EXTRACT-EOF                     VALUE "Y".
           05  WS-PARKED-EOF-SW            PIC X(01) VALUE "N".
             88  PARKED-EOF                      VALUE "Y".
           05  WS-WORK-EOF-SW              PIC X(01) VALUE "N".
             88  WORK-EOF                        VALUE "Y".
           05  WS-REQUEST-FOUND-SW         PIC X(01) VALUE "N".
             88  REQUEST-FOUND                   VALUE "Y".
             88  REQUEST-NOT-FOUND               VALUE "N".
      *
       01  WS-REQUEST-STATUS               PIC X(02) VALUE SPACES.
       01  WS-REPORT-STATUS                PIC X(02) VALUE SPACES.
       01  WS-PROGMSTR-STATUS              PIC X(02) VALUE SPACES.
         88  PROGMSTR-OK                         VALUE "00" "02".
       01  WS-MSTHIST-STATUS               PIC X(02) VALUE SPACES.
       01  WS-EXTRACT-STATUS               PIC X(02) VALUE SPACES.
       01  WS-PARKED-STATUS                PIC X(02) VALUE SPACES.
       01  WS-WORK-STATUS                  PIC X(02) VALUE SPACES.
       01  WS-PULLED-STATUS                PIC X(02) VALUE SPACES.
      *
       01  WS-LOG-CONTROLS.
           05  WS-LOG-DATE                 PIC 9(08) VALUE ZERO.
           05  WS-LOG-TIME                 PIC 9(08) VALUE ZERO.
      *
       77  WS-SUSPENDED-COUNT              PIC 9(07) COMP VALUE ZERO.
       77  WS-MASTER-LISTED-COUNT          PIC 9(07) COMP VALUE ZERO.
       77  WS-BILLING-LISTED-COUNT         PIC 9(07) COMP VALUE ZERO.
       77  WS-PULLED-PENDING-COUNT         PIC 9(07) COMP VALUE ZERO.
       77  WS-PULLED-HOLDOVER-COUNT        PIC 9(07) COMP VALUE ZERO.
       77  WS-FAILED-COUNT                 PIC 9(07) COMP VALUE ZERO.
      *
      *****************************************************************
      * RUN-LOCK CONTROLS - SEE THE LOCKREF COPYBOOK.
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
      * THE ACCOUNTS TO SWEEP, ONE ENTRY EACH (A REPEATED REQUEST FOR
      * THE SAME ACCOUNT IS SWEPT ONCE, AS FIRST BLOCKED).
      *****************************************************************
       77  WS-REQUEST-COUNT                PIC 9(04) COMP VALUE ZERO.
      *
       01  WS-REQUEST-TABLE.
           05  WS-REQ-ENTRY OCCURS 1000 TIMES INDEXED BY REQ-IDX.
               10  WS-REQ-ACCOUNT          PIC 9(09).
               10  WS-REQ-BLOCKED-DATE     PIC 9(08).
               10  WS-REQ-OPERATOR         PIC X(08).
      *
      *****************************************************************
      * PER-ACCOUNT FIGURES FOR THE ACCOUNT'S SUMMARY LINE. CANCELLED
      * BILLING ("C" OFFSETS) COMES OFF THE BILLED TOTAL.
      *****************************************************************
       01  WS-ACCOUNT-FIGURES.
           05  WS-SWEEP-ACCOUNT            PIC 9(09) VALUE ZERO.
           05  WS-ACCT-PROGRAM-COUNT       PIC 9(05) COMP VALUE ZERO.
           05  WS-ACCT-APPROVED-TOTAL      PIC 9(07) COMP VALUE ZERO.
           05  WS-ACCT-BILLING-COUNT       PIC 9(05) COMP VALUE ZERO.
           05  WS-ACCT-BILLED-TOTAL        PIC S9(11)V9(02)
                                           VALUE ZERO.
           05  WS-EXTRACT-NAME             PIC X(07) VALUE SPACES.
           05  WS-PULL-SOURCE              PIC X(06) VALUE SPACES.
           05  WS-OLD-STATUS               PIC X(02) VALUE SPACES.
           05  WS-MASTER-BEFORE-IMAGE      PIC X(28) VALUE SPACES.
      *
       01  WS-EXTRACT-DETAIL.
           05  EXT-RECORD-TYPE             PIC X(01).
             88  EXT-DETAIL-RECORD               VALUE "D".
             88  EXT-CANCEL-RECORD               VALUE "C".
           05  EXT-PROGRAMNAME             PIC X(04).
           05  EXT-ACCOUNT-NUMBER          PIC 9(09).
           05  EXT-EFFECTIVE-DATE          PIC 9(08).
           05  EXT-STATUS-CODE             PIC X(02).
           05  EXT-COPY-STRING             PIC X(09).
           05  EXT-ORIG-AMOUNT             PIC 9(07)V9(02).
           05  EXT-CURRENCY                PIC X(03).
           05  EXT-BASE-AMOUNT             PIC 9(09)V9(02).
           05  EXT-FEE-AMOUNT              PIC 9(07)V9(02).
      *
       01  WS-PARKED-RECORD.
           05  WS-PARK-FEED-ID             PIC X(08).
           05  WS-PARK-DETAIL-IMAGE.
               10  WS-PARK-RECORD-TYPE     PIC X(01).
               10  WS-PARK-PROGRAMNAME     PIC X(04).
               10  WS-PARK-LETTER          PIC X(01).
               10  WS-PARK-ACCOUNT-NUMBER  PIC 9(09).
               10  WS-PARK-EFFECTIVE-DATE  PIC 9(08).
               10  WS-PARK-STATUS-CODE     PIC X(02).
               10  WS-PARK-AMOUNT          PIC 9(07)V9(02).
               10  WS-PARK-CURRENCY-CODE   PIC X(03).
      *
       01  RPT-TITLE-LINE.
           05  FILLER                      PIC X(40)
                   VALUE "BLOCKLIST COMPLIANCE SWEEP    RUN DATE ".
           05  RPT-TITLE-DATE              PIC 9(08).
           05  FILLER                      PIC X(52) VALUE SPACES.
      *
       01  RPT-ACCOUNT-LINE.
           05  FILLER                      PIC X(09)
                   VALUE "ACCOUNT:".
           05  RPT-ACCOUNT-NUMBER          PIC 9(09).
           05  FILLER                      PIC X(12)
                   VALUE "  BLOCKED:".
           05  RPT-BLOCKED-DATE            PIC 9(08).
           05  FILLER                      PIC X(06) VALUE "  BY ".
           05  RPT-BLOCKED-BY              PIC X(08).
           05  FILLER                      PIC X(48) VALUE SPACES.
      *
       01  RPT-PROGRAM-LINE.
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  FILLER                      PIC X(09)
                   VALUE "PROGRAM:".
           05  RPT-PROGRAMNAME             PIC X(04).
           05  FILLER                      PIC X(12)
                   VALUE "  EFF-DATE:".
           05  RPT-EFFECTIVE-DATE          PIC 9(08).
           05  FILLER                      PIC X(10)
                   VALUE "  STATUS:".
           05  RPT-OLD-STATUS              PIC X(02).
           05  FILLER                      PIC X(12)
                   VALUE "  APPROVED:".
           05  RPT-APPROVED-COUNT          PIC ZZZZ9.
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  RPT-PROGRAM-OUTCOME         PIC X(16).
           05  FILLER                      PIC X(18) VALUE SPACES.
      *
       01  RPT-BILLING-LINE.
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  RPT-BILL-EXTRACT            PIC X(07).
           05  FILLER                      PIC X(01) VALUE SPACES.
           05  RPT-BILL-TYPE               PIC X(01).
           05  FILLER                      PIC X(01) VALUE SPACES.
           05  RPT-BILL-PROGRAMNAME        PIC X(04).
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  RPT-BILL-DATE               PIC 9(08).
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  RPT-BILL-ORIG-AMOUNT        PIC Z,ZZZ,ZZ9.99.
           05  FILLER                      PIC X(01) VALUE SPACES.
           05  RPT-BILL-CURRENCY           PIC X(03).
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  RPT-BILL-BASE-AMOUNT        PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                      PIC X(40) VALUE SPACES.
      *
       01  RPT-ACCOUNT-TOTAL-LINE.
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  FILLER                      PIC X(10)
                   VALUE "PROGRAMS:".
           05  RPT-TOT-PROGRAMS            PIC ZZZZ9.
           05  FILLER                      PIC X(13)
                   VALUE "  APPROVALS:".
           05  RPT-TOT-APPROVALS           PIC ZZZZZZ9.
           05  FILLER                      PIC X(18)
                   VALUE "  BILLING LINES:".
           05  RPT-TOT-BILLING             PIC ZZZZ9.
           05  FILLER                      PIC X(10)
                   VALUE "  BILLED:".
           05  RPT-TOT-BILLED              PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                      PIC X(15) VALUE SPACES.
      *
       01  RPT-PULLED-LINE.
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  RPT-PULL-SOURCE             PIC X(06).
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  RPT-PULL-ACCOUNT            PIC 9(09).
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  RPT-PULL-PROGRAMNAME        PIC X(04).
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  RPT-PULL-LETTER             PIC X(01).
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  RPT-PULL-DATE               PIC 9(08).
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  RPT-PULL-AMOUNT             PIC Z,ZZZ,ZZ9.99.
           05  FILLER                      PIC X(01) VALUE SPACES.
           05  RPT-PULL-CURRENCY           PIC X(03).
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  RPT-PULL-FEED-ID            PIC X(08).
           05  FILLER                      PIC X(34) VALUE SPACES.
      *
       01  RPT-COUNT-LINE.
           05  RPT-COUNT-LABEL             PIC X(34).
           05  RPT-COUNT-VALUE             PIC ZZZZZZ9.
           05  FILLER                      PIC X(59) VALUE SPACES.
      *
       PROCEDURE DIVISION.
      *
       MAIN SECTION.
      *
           ACCEPT WS-LOG-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-LOG-TIME FROM TIME.

           MOVE ZERO TO RETURN-CODE.
           PERFORM LOAD-SWEEP-REQUESTS.
           IF WS-REQUEST-COUNT EQUAL ZERO
               DISPLAY "BLKSWEEP: NO ACCOUNTS WAITING TO BE SWEPT"
               GO TO PROG-EX
           END-IF.

           PERFORM CHECK-RUN-LOCK.
           IF LOCK-HELD
               DISPLAY "BLKSWEEP: MASTER LOCKED BY "
                   WS-LOCK-HOLDER-NAME " SINCE " WS-LOCK-HELD-DATE
                   " " WS-LOCK-HELD-TIME " - SWEEP REFUSED"
               DISPLAY "BLKSWEEP: " WS-REQUEST-COUNT
                   " ACCOUNT(S) KEPT ON BLKSWP FOR THE NEXT SWEEP"
               MOVE 8 TO RETURN-CODE
               GO TO PROG-EX
           END-IF.
           PERFORM TAKE-RUN-LOCK.

           OPEN OUTPUT SWEEP-REPORT-FILE.
           OPEN I-O PROGRAMNATIVE-MASTER.
           OPEN EXTEND MASTER-HISTORY-FILE.
           OPEN EXTEND PULLED-RECORD-FILE.
           IF WS-PULLED-STATUS EQUAL "35"
               OPEN OUTPUT PULLED-RECORD-FILE
           END-IF.
           IF WS-REPORT-STATUS NOT EQUAL "00"
              OR WS-PROGMSTR-STATUS NOT EQUAL "00"
              OR WS-MSTHIST-STATUS NOT EQUAL "00"
              OR WS-PULLED-STATUS NOT EQUAL "00"
               DISPLAY "BLKSWEEP: FILE OPEN FAILED"
               DISPLAY "BLKSWEEP: REPORT STATUS  " WS-REPORT-STATUS
               DISPLAY "BLKSWEEP: MASTER STATUS  " WS-PROGMSTR-STATUS
               DISPLAY "BLKSWEEP: HISTORY STATUS " WS-MSTHIST-STATUS
               DISPLAY "BLKSWEEP: BLKPULL STATUS " WS-PULLED-STATUS
               MOVE 16 TO RETURN-CODE
               PERFORM RELEASE-RUN-LOCK
               GO TO PROG-EX
           END-IF.

           MOVE WS-LOG-DATE TO RPT-TITLE-DATE.
           MOVE RPT-TITLE-LINE TO SWEEP-REPORT-RECORD.
           WRITE SWEEP-REPORT-RECORD.
           PERFORM SWEEP-ONE-ACCOUNT
               VARYING REQ-IDX FROM 1 BY 1
               UNTIL REQ-IDX > WS-REQUEST-COUNT.

           PERFORM WRITE-PULLED-HEADING.
           PERFORM PULL-PENDING-RECORDS.
           PERFORM PULL-HOLDOVER-RECORDS.
           IF WS-PULLED-PENDING-COUNT EQUAL ZERO
              AND WS-PULLED-HOLDOVER-COUNT EQUAL ZERO
               MOVE "  NONE WAITING ON PENDIN OR HOLDIN"
                   TO SWEEP-REPORT-RECORD
               WRITE SWEEP-REPORT-RECORD
           END-IF.
           PERFORM WRITE-REPORT-TOTALS.

           CLOSE SWEEP-REPORT-FILE.
           CLOSE PROGRAMNATIVE-MASTER.
           CLOSE MASTER-HISTORY-FILE.
           CLOSE PULLED-RECORD-FILE.

      * A SWEEP THAT COULD NOT FINISH CLEANLY KEEPS ITS REQUESTS; THE
      * NEXT SWEEP REPEATS IT, AND SUSPENDING OR PULLING TWICE IS
      * HARMLESS.
           IF WS-FAILED-COUNT EQUAL ZERO
               OPEN OUTPUT SWEEP-REQUEST-FILE
               IF WS-REQUEST-STATUS EQUAL "00"
                   CLOSE SWEEP-REQUEST-FILE
               END-IF
           ELSE
               DISPLAY "BLKSWEEP: " WS-FAILED-COUNT
                   " FAILURE(S) - REQUESTS KEPT ON BLKSWP"
           END-IF.
           PERFORM RELEASE-RUN-LOCK.

           DISPLAY "BLKSWEEP: ACCOUNTS SWEPT " WS-REQUEST-COUNT
               " SUSPENDED " WS-SUSPENDED-COUNT
               " PULLED " WS-PULLED-PENDING-COUNT
               "/" WS-PULLED-HOLDOVER-COUNT.
      * FAILURES GRADE 8; ANYTHING FOUND FOR A BLOCKED ACCOUNT IS
      * WORTH COMPLIANCE'S ATTENTION AND GRADES 4.
           IF WS-FAILED-COUNT > ZERO
               MOVE 8 TO RETURN-CODE
           ELSE
               IF WS-MASTER-LISTED-COUNT > ZERO
                  OR WS-BILLING-LISTED-COUNT > ZERO
                  OR WS-PULLED-PENDING-COUNT > ZERO
                  OR WS-PULLED-HOLDOVER-COUNT > ZERO
                   MOVE 4 TO RETURN-CODE
               ELSE
                   MOVE ZERO TO RETURN-CODE
               END-IF
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
      * THE RUNLOCK PROTOCOL SHARED WITH TEST AND MSTMAINT: A MISSING
      * OR EMPTY FILE (OR A BLANK HOLDER) IS FREE; RELEASING REWRITES
      * THE FILE EMPTY.
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
               MOVE "BLKSWEEP"  TO LOCK-HOLDER
               MOVE WS-LOG-DATE TO LOCK-DATE
               MOVE WS-LOG-TIME TO LOCK-TIME
               WRITE RUN-LOCK-RECORD
               CLOSE RUN-LOCK-FILE
           ELSE
               DISPLAY "BLKSWEEP: RUN LOCK COULD NOT BE WRITTEN - "
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
               DISPLAY "BLKSWEEP: RUN LOCK COULD NOT BE RELEASED - "
                   "STATUS " WS-LOCK-STATUS
           END-IF.
      *
       EXIT.
      *
      *****************************************************************
      * LOAD-SWEEP-REQUESTS - NO BLKSWP, OR AN EMPTY ONE, IS NOTHING
      * TO DO.
      *****************************************************************
       LOAD-SWEEP-REQUESTS SECTION.
      *
           MOVE ZERO TO WS-REQUEST-COUNT.
           OPEN INPUT SWEEP-REQUEST-FILE.
           IF WS-REQUEST-STATUS EQUAL "00"
               PERFORM READ-SWEEP-REQUEST
               PERFORM STORE-SWEEP-REQUEST
                   UNTIL REQUEST-EOF
               CLOSE SWEEP-REQUEST-FILE
           END-IF.
      *
       EXIT.
      *
       READ-SWEEP-REQUEST SECTION.
      *
           READ SWEEP-REQUEST-FILE
               AT END
                   SET REQUEST-EOF TO TRUE
           END-READ.
      *
       EXIT.
      *
       STORE-SWEEP-REQUEST SECTION.
      *
           IF BS-ACCOUNT-NUMBER NUMERIC
              AND BS-ACCOUNT-NUMBER > ZERO
               MOVE BS-ACCOUNT-NUMBER TO WS-SWEEP-ACCOUNT
               PERFORM FIND-SWEEP-REQUEST
               IF REQUEST-NOT-FOUND
                   IF WS-REQUEST-COUNT < 1000
                       ADD 1 TO WS-REQUEST-COUNT
                       MOVE BS-ACCOUNT-NUMBER
                           TO WS-REQ-ACCOUNT(WS-REQUEST-COUNT)
                       MOVE BS-BLOCKED-DATE
                           TO WS-REQ-BLOCKED-DATE(WS-REQUEST-COUNT)
                       MOVE BS-OPERATOR-ID
                           TO WS-REQ-OPERATOR(WS-REQUEST-COUNT)
                   ELSE
      * THE LEFTOVER REQUESTS MUST SURVIVE FOR THE NEXT SWEEP, SO
      * THE FILE IS NOT EMPTIED AT THE END OF THIS ONE.
                       DISPLAY "BLKSWEEP: MORE THAN 1000 ACCOUNTS - "
                           "LEFT FOR THE NEXT SWEEP " BS-ACCOUNT-NUMBER
                       ADD 1 TO WS-FAILED-COUNT
                   END-IF
               END-IF
           ELSE
               DISPLAY "BLKSWEEP: BAD SWEEP REQUEST IGNORED - "
                   SWEEP-REQUEST-RECORD
           END-IF.
           PERFORM READ-SWEEP-REQUEST.
      *
       EXIT.
      *
      *****************************************************************
      * FIND-SWEEP-REQUEST - IS WS-SWEEP-ACCOUNT ONE OF THE ACCOUNTS
      * BEING SWEPT?
      *****************************************************************
       FIND-SWEEP-REQUEST SECTION.
      *
           SET REQUEST-NOT-FOUND TO TRUE.
           IF WS-REQUEST-COUNT > ZERO
               SET REQ-IDX TO 1
               SEARCH WS-REQ-ENTRY
                   AT END
                       SET REQUEST-NOT-FOUND TO TRUE
                   WHEN REQ-IDX > WS-REQUEST-COUNT
                       SET REQUEST-NOT-FOUND TO TRUE
                   WHEN WS-REQ-ACCOUNT(REQ-IDX) EQUAL WS-SWEEP-ACCOUNT
                       SET REQUEST-FOUND TO TRUE
               END-SEARCH
           END-IF.
      *
       EXIT.
      *
      *****************************************************************
      * SWEEP-ONE-ACCOUNT - THE ACCOUNT'S BLOCK OF THE REPORT: ITS
      * PROGRAMNAMES (SUSPENDED AS THEY ARE LISTED), ITS BILLING
      * DETAIL ON BOTH RETAINED EXTRACTS, AND A SUMMARY LINE.
      *****************************************************************
       SWEEP-ONE-ACCOUNT SECTION.
      *
           MOVE WS-REQ-ACCOUNT(REQ-IDX) TO WS-SWEEP-ACCOUNT.
           MOVE ZERO TO WS-ACCT-PROGRAM-COUNT.
           MOVE ZERO TO WS-ACCT-APPROVED-TOTAL.
           MOVE ZERO TO WS-ACCT-BILLING-COUNT.
           MOVE ZERO TO WS-ACCT-BILLED-TOTAL.

           MOVE SPACES TO SWEEP-REPORT-RECORD.
           WRITE SWEEP-REPORT-RECORD.
           MOVE WS-SWEEP-ACCOUNT             TO RPT-ACCOUNT-NUMBER.
           MOVE WS-REQ-BLOCKED-DATE(REQ-IDX) TO RPT-BLOCKED-DATE.
           MOVE WS-REQ-OPERATOR(REQ-IDX)     TO RPT-BLOCKED-BY.
           MOVE RPT-ACCOUNT-LINE TO SWEEP-REPORT-RECORD.
           WRITE SWEEP-REPORT-RECORD.

           PERFORM SWEEP-ACCOUNT-MASTERS.
           IF WS-ACCT-PROGRAM-COUNT EQUAL ZERO
               MOVE "  NO PROGRAMNAMES ON THE MASTER"
                   TO SWEEP-REPORT-RECORD
               WRITE SWEEP-REPORT-RECORD
           END-IF.

           PERFORM SCAN-CURRENT-EXTRACT.
           PERFORM SCAN-PRIOR-EXTRACT.
           IF WS-ACCT-BILLING-COUNT EQUAL ZERO
               MOVE "  NO BILLING DETAIL ON INTFOUT OR INTFIN"
                   TO SWEEP-REPORT-RECORD
               WRITE SWEEP-REPORT-RECORD
           END-IF.

           MOVE WS-ACCT-PROGRAM-COUNT  TO RPT-TOT-PROGRAMS.
           MOVE WS-ACCT-APPROVED-TOTAL TO RPT-TOT-APPROVALS.
           MOVE WS-ACCT-BILLING-COUNT  TO RPT-TOT-BILLING.
           MOVE WS-ACCT-BILLED-TOTAL   TO RPT-TOT-BILLED.
           MOVE RPT-ACCOUNT-TOTAL-LINE TO SWEEP-REPORT-RECORD.
           WRITE SWEEP-REPORT-RECORD.
      *
       EXIT.
      *
      *****************************************************************
      * SWEEP-ACCOUNT-MASTERS - EVERY MASTER RECORD ON THE ACCOUNT,
      * THROUGH THE PN-ACCOUNT-NUMBER ALTERNATE KEY. ONE NOT ALREADY
      * SUSPENDED IS SUSPENDED, WITH ITS MSTHIST IMAGE.
      *****************************************************************
       SWEEP-ACCOUNT-MASTERS SECTION.
      *
           MOVE "N" TO WS-PROGMSTR-EOF-SW.
           MOVE WS-SWEEP-ACCOUNT TO PN-ACCOUNT-NUMBER.
           START PROGRAMNATIVE-MASTER
               KEY IS EQUAL TO PN-ACCOUNT-NUMBER
               INVALID KEY
                   SET PROGMSTR-EOF TO TRUE
           END-START.
           IF NOT PROGMSTR-EOF
               PERFORM READ-MASTER-NEXT
               PERFORM SUSPEND-ONE-MASTER
                   UNTIL PROGMSTR-EOF
           END-IF.
      *
       EXIT.
      *
       READ-MASTER-NEXT SECTION.
      *
           READ PROGRAMNATIVE-MASTER NEXT RECORD
               AT END
                   SET PROGMSTR-EOF TO TRUE
           END-READ.
           IF NOT PROGMSTR-EOF
               IF NOT PROGMSTR-OK
                   DISPLAY "BLKSWEEP: MASTER READ FAILED - STATUS "
                       WS-PROGMSTR-STATUS
                   ADD 1 TO WS-FAILED-COUNT
                   SET PROGMSTR-EOF TO TRUE
               ELSE
                   IF PN-ACCOUNT-NUMBER NOT EQUAL WS-SWEEP-ACCOUNT
                       SET PROGMSTR-EOF TO TRUE
                   END-IF
               END-IF
           END-IF.
      *
       EXIT.
      *
       SUSPEND-ONE-MASTER SECTION.
      *
           ADD 1 TO WS-ACCT-PROGRAM-COUNT.
           ADD 1 TO WS-MASTER-LISTED-COUNT.
           ADD PN-APPROVED-COUNT TO WS-ACCT-APPROVED-TOTAL.
           MOVE PN-STATUS-CODE TO WS-OLD-STATUS.
           IF PN-STATUS-SUSPENDED
               MOVE "ALREADY SU" TO RPT-PROGRAM-OUTCOME
           ELSE
               MOVE PROGRAMNATIVE-MASTER-RECORD
                   TO WS-MASTER-BEFORE-IMAGE
               SET PN-STATUS-SUSPENDED TO TRUE
               REWRITE PROGRAMNATIVE-MASTER-RECORD
                   INVALID KEY
                       CONTINUE
               END-REWRITE
               IF PROGMSTR-OK
                   ADD 1 TO WS-SUSPENDED-COUNT
                   MOVE "NOW SUSPENDED" TO RPT-PROGRAM-OUTCOME
                   PERFORM WRITE-MASTER-HISTORY
               ELSE
                   ADD 1 TO WS-FAILED-COUNT
                   MOVE "UPDATE FAILED" TO RPT-PROGRAM-OUTCOME
                   DISPLAY "BLKSWEEP: REWRITE FAILED FOR "
                       PN-PROGRAMNAME " - STATUS " WS-PROGMSTR-STATUS
               END-IF
           END-IF.
           MOVE PN-PROGRAMNAME    TO RPT-PROGRAMNAME.
           MOVE PN-EFFECTIVE-DATE TO RPT-EFFECTIVE-DATE.
           MOVE WS-OLD-STATUS     TO RPT-OLD-STATUS.
           MOVE PN-APPROVED-COUNT TO RPT-APPROVED-COUNT.
           MOVE RPT-PROGRAM-LINE  TO SWEEP-REPORT-RECORD.
           WRITE SWEEP-REPORT-RECORD.
           PERFORM READ-MASTER-NEXT.
      *
       EXIT.
      *
       WRITE-MASTER-HISTORY SECTION.
      *
           MOVE WS-LOG-DATE            TO PH-CHANGE-DATE.
           MOVE WS-LOG-TIME            TO PH-CHANGE-TIME.
           MOVE "BLKSWEEP"             TO PH-SOURCE-PROGRAM.
           MOVE "U"                    TO PH-ACTION.
           MOVE PN-PROGRAMNAME         TO PH-PROGRAMNAME.
           MOVE WS-MASTER-BEFORE-IMAGE TO PH-BEFORE-IMAGE.
           MOVE PROGRAMNATIVE-MASTER-RECORD
                                       TO PH-AFTER-IMAGE.
           WRITE MASTER-HISTORY-RECORD.
      *
       EXIT.
      *
      *****************************************************************
      * SCAN-CURRENT-EXTRACT / SCAN-PRIOR-EXTRACT - THE ACCOUNT'S
      * BILLING DETAIL ON EACH RETAINED EXTRACT. EITHER ONE MISSING
      * (NOTHING ROTATED YET) SIMPLY HAS NOTHING TO SHOW.
      *****************************************************************
       SCAN-CURRENT-EXTRACT SECTION.
      *
           MOVE "INTFOUT" TO WS-EXTRACT-NAME.
           OPEN INPUT CURRENT-EXTRACT-FILE.
           IF WS-EXTRACT-STATUS EQUAL "00"
               MOVE "N" TO WS-EXTRACT-EOF-SW
               PERFORM READ-CURRENT-EXTRACT
               PERFORM LIST-CURRENT-EXTRACT-RECORD
                   UNTIL EXTRACT-EOF
               CLOSE CURRENT-EXTRACT-FILE
           END-IF.
      *
       EXIT.
      *
       READ-CURRENT-EXTRACT SECTION.
      *
           READ CURRENT-EXTRACT-FILE
               AT END
                   SET EXTRACT-EOF TO TRUE
           END-READ.
      *
       EXIT.
      *
       LIST-CURRENT-EXTRACT-RECORD SECTION.
      *
           MOVE CURRENT-EXTRACT-RECORD TO WS-EXTRACT-DETAIL.
           PERFORM LIST-BILLING-DETAIL.
           PERFORM READ-CURRENT-EXTRACT.
      *
       EXIT.
      *
       SCAN-PRIOR-EXTRACT SECTION.
      *
           MOVE "INTFIN" TO WS-EXTRACT-NAME.
           OPEN INPUT PRIOR-EXTRACT-FILE.
           IF WS-EXTRACT-STATUS EQUAL "00"
               MOVE "N" TO WS-EXTRACT-EOF-SW
               PERFORM READ-PRIOR-EXTRACT
               PERFORM LIST-PRIOR-EXTRACT-RECORD
                   UNTIL EXTRACT-EOF
               CLOSE PRIOR-EXTRACT-FILE
           END-IF.
      *
       EXIT.
      *
       READ-PRIOR-EXTRACT SECTION.
      *
           READ PRIOR-EXTRACT-FILE
               AT END
                   SET EXTRACT-EOF TO TRUE
           END-READ.
      *
       EXIT.
      *
       LIST-PRIOR-EXTRACT-RECORD SECTION.
      *
           MOVE PRIOR-EXTRACT-RECORD TO WS-EXTRACT-DETAIL.
           PERFORM LIST-BILLING-DETAIL.
           PERFORM READ-PRIOR-EXTRACT.
      *
       EXIT.
      *
       LIST-BILLING-DETAIL SECTION.
      *
           IF (EXT-DETAIL-RECORD OR EXT-CANCEL-RECORD)
              AND EXT-ACCOUNT-NUMBER NUMERIC
              AND EXT-ACCOUNT-NUMBER EQUAL WS-SWEEP-ACCOUNT
               ADD 1 TO WS-ACCT-BILLING-COUNT
               ADD 1 TO WS-BILLING-LISTED-COUNT
               IF EXT-CANCEL-RECORD
                   SUBTRACT EXT-BASE-AMOUNT FROM WS-ACCT-BILLED-TOTAL
               ELSE
                   ADD EXT-BASE-AMOUNT TO WS-ACCT-BILLED-TOTAL
               END-IF
               MOVE WS-EXTRACT-NAME    TO RPT-BILL-EXTRACT
               MOVE EXT-RECORD-TYPE    TO RPT-BILL-TYPE
               MOVE EXT-PROGRAMNAME    TO RPT-BILL-PROGRAMNAME
               MOVE EXT-EFFECTIVE-DATE TO RPT-BILL-DATE
               MOVE EXT-ORIG-AMOUNT    TO RPT-BILL-ORIG-AMOUNT
               MOVE EXT-CURRENCY       TO RPT-BILL-CURRENCY
               MOVE EXT-BASE-AMOUNT    TO RPT-BILL-BASE-AMOUNT
               MOVE RPT-BILLING-LINE   TO SWEEP-REPORT-RECORD
               WRITE SWEEP-REPORT-RECORD
           END-IF.
      *
       EXIT.
      *
       WRITE-PULLED-HEADING SECTION.
      *
           MOVE SPACES TO SWEEP-REPORT-RECORD.
           WRITE SWEEP-REPORT-RECORD.
           MOVE "RECORDS PULLED FROM PENDIN/HOLDIN - NOT RELEASED"
               TO SWEEP-REPORT-RECORD.
           WRITE SWEEP-REPORT-RECORD.
      *
       EXIT.
      *
      *****************************************************************
      * PULL-PENDING-RECORDS
      *
      * COPIES PENDIN TO BLKWRK, SENDING EACH BLOCKED ACCOUNT'S RECORD
      * TO BLKPULL AND THE REPORT INSTEAD, THEN - ONLY WHEN SOMETHING
      * WAS PULLED - COPIES BLKWRK BACK OVER PENDIN. SHOULD THE COPY
      * BACK FAIL TO OPEN, BLKWRK STILL HOLDS THE CLEANED FILE.
      *****************************************************************
       PULL-PENDING-RECORDS SECTION.
      *
           OPEN INPUT PENDING-IN.
           IF WS-PARKED-STATUS EQUAL "00"
               OPEN OUTPUT SWEEP-WORK-FILE
               IF WS-WORK-STATUS NOT EQUAL "00"
                   DISPLAY "BLKSWEEP: BLKWRK OPEN FAILED - STATUS "
                       WS-WORK-STATUS " - PENDIN NOT SWEPT"
                   ADD 1 TO WS-FAILED-COUNT
                   CLOSE PENDING-IN
               ELSE
                   MOVE "N" TO WS-PARKED-EOF-SW
                   PERFORM READ-PENDING-IN
                   PERFORM SIFT-PENDING-RECORD
                       UNTIL PARKED-EOF
                   CLOSE PENDING-IN
                   CLOSE SWEEP-WORK-FILE
                   IF WS-PULLED-PENDING-COUNT > ZERO
                       PERFORM REPLACE-PENDING-FILE
                   END-IF
               END-IF
           END-IF.
      *
       EXIT.
      *
       READ-PENDING-IN SECTION.
      *
           READ PENDING-IN
               AT END
                   SET PARKED-EOF TO TRUE
           END-READ.
      *
       EXIT.
      *
       SIFT-PENDING-RECORD SECTION.
      *
           MOVE PENDING-IN-RECORD TO WS-PARKED-RECORD.
           MOVE ZERO TO WS-SWEEP-ACCOUNT.
           IF WS-PARK-ACCOUNT-NUMBER NUMERIC
               MOVE WS-PARK-ACCOUNT-NUMBER TO WS-SWEEP-ACCOUNT
           END-IF.
           PERFORM FIND-SWEEP-REQUEST.
           IF REQUEST-FOUND
               ADD 1 TO WS-PULLED-PENDING-COUNT
               MOVE "PENDIN" TO WS-PULL-SOURCE
               PERFORM WRITE-PULLED-RECORD
           ELSE
               MOVE PENDING-IN-RECORD TO SWEEP-WORK-RECORD
               WRITE SWEEP-WORK-RECORD
           END-IF.
           PERFORM READ-PENDING-IN.
      *
       EXIT.
      *
       REPLACE-PENDING-FILE SECTION.
      *
           OPEN INPUT SWEEP-WORK-FILE.
           OPEN OUTPUT PENDING-IN.
           IF WS-WORK-STATUS NOT EQUAL "00"
              OR WS-PARKED-STATUS NOT EQUAL "00"
               DISPLAY "BLKSWEEP: PENDIN REPLACE FAILED - STATUS "
                   WS-PARKED-STATUS " / " WS-WORK-STATUS
               DISPLAY "BLKSWEEP: BLKWRK HOLDS THE SWEPT PENDIN"
               ADD 1 TO WS-FAILED-COUNT
           ELSE
               MOVE "N" TO WS-WORK-EOF-SW
               PERFORM READ-SWEEP-WORK
               PERFORM RESTORE-PENDING-RECORD
                   UNTIL WORK-EOF
           END-IF.
           CLOSE SWEEP-WORK-FILE.
           CLOSE PENDING-IN.
      *
       EXIT.
      *
       READ-SWEEP-WORK SECTION.
      *
           READ SWEEP-WORK-FILE
               AT END
                   SET WORK-EOF TO TRUE
           END-READ.
      *
       EXIT.
      *
       RESTORE-PENDING-RECORD SECTION.
      *
           MOVE SWEEP-WORK-RECORD TO PENDING-IN-RECORD.
           WRITE PENDING-IN-RECORD.
           PERFORM READ-SWEEP-WORK.
      *
       EXIT.
      *
      *****************************************************************
      * PULL-HOLDOVER-RECORDS - THE SAME FOR HOLDIN, WHOSE RECORDS ARE
      * BARE DETAIL IMAGES WITH NO FEED ID.
      *****************************************************************
       PULL-HOLDOVER-RECORDS SECTION.
      *
           OPEN INPUT HOLDOVER-IN.
           IF WS-PARKED-STATUS EQUAL "00"
               OPEN OUTPUT SWEEP-WORK-FILE
               IF WS-WORK-STATUS NOT EQUAL "00"
                   DISPLAY "BLKSWEEP: BLKWRK OPEN FAILED - STATUS "
                       WS-WORK-STATUS " - HOLDIN NOT SWEPT"
                   ADD 1 TO WS-FAILED-COUNT
                   CLOSE HOLDOVER-IN
               ELSE
                   MOVE "N" TO WS-PARKED-EOF-SW
                   PERFORM READ-HOLDOVER-IN
                   PERFORM SIFT-HOLDOVER-RECORD
                       UNTIL PARKED-EOF
                   CLOSE HOLDOVER-IN
                   CLOSE SWEEP-WORK-FILE
                   IF WS-PULLED-HOLDOVER-COUNT > ZERO
                       PERFORM REPLACE-HOLDOVER-FILE
                   END-IF
               END-IF
           END-IF.
      *
       EXIT.
      *
       READ-HOLDOVER-IN SECTION.
      *
           READ HOLDOVER-IN
               AT END
                   SET PARKED-EOF TO TRUE
           END-READ.
      *
       EXIT.
      *
       SIFT-HOLDOVER-RECORD SECTION.
      *
           MOVE SPACES TO WS-PARK-FEED-ID.
           MOVE HOLDOVER-IN-RECORD TO WS-PARK-DETAIL-IMAGE.
           MOVE ZERO TO WS-SWEEP-ACCOUNT.
           IF WS-PARK-ACCOUNT-NUMBER NUMERIC
               MOVE WS-PARK-ACCOUNT-NUMBER TO WS-SWEEP-ACCOUNT
           END-IF.
           PERFORM FIND-SWEEP-REQUEST.
           IF REQUEST-FOUND
               ADD 1 TO WS-PULLED-HOLDOVER-COUNT
               MOVE "HOLDIN" TO WS-PULL-SOURCE
               PERFORM WRITE-PULLED-RECORD
           ELSE
               MOVE HOLDOVER-IN-RECORD TO SWEEP-WORK-RECORD
               WRITE SWEEP-WORK-RECORD
           END-IF.
           PERFORM READ-HOLDOVER-IN.
      *
       EXIT.
      *
       REPLACE-HOLDOVER-FILE SECTION.
      *
           OPEN INPUT SWEEP-WORK-FILE.
           OPEN OUTPUT HOLDOVER-IN.
           IF WS-WORK-STATUS NOT EQUAL "00"
              OR WS-PARKED-STATUS NOT EQUAL "00"
               DISPLAY "BLKSWEEP: HOLDIN REPLACE FAILED - STATUS "
                   WS-PARKED-STATUS " / " WS-WORK-STATUS
               DISPLAY "BLKSWEEP: BLKWRK HOLDS THE SWEPT HOLDIN"
               ADD 1 TO WS-FAILED-COUNT
           ELSE
               MOVE "N" TO WS-WORK-EOF-SW
               PERFORM READ-SWEEP-WORK
               PERFORM RESTORE-HOLDOVER-RECORD
                   UNTIL WORK-EOF
           END-IF.
           CLOSE SWEEP-WORK-FILE.
           CLOSE HOLDOVER-IN.
      *
       EXIT.
      *
       RESTORE-HOLDOVER-RECORD SECTION.
      *
           MOVE SWEEP-WORK-RECORD TO HOLDOVER-IN-RECORD.
           WRITE HOLDOVER-IN-RECORD.
           PERFORM READ-SWEEP-WORK.
      *
       EXIT.
      *
      *****************************************************************
      * WRITE-PULLED-RECORD - WS-PULL-SOURCE IS SET BY THE CALLER AND
      * WS-PARKED-RECORD HOLDS THE RECORD BEING PULLED.
      *****************************************************************
       WRITE-PULLED-RECORD SECTION.
      *
           MOVE SPACES               TO PULLED-RECORD.
           MOVE WS-LOG-DATE          TO BP-PULLED-DATE.
           MOVE WS-PULL-SOURCE       TO BP-SOURCE.
           MOVE WS-PARK-FEED-ID      TO BP-FEED-ID.
           MOVE WS-PARK-DETAIL-IMAGE TO BP-DETAIL-IMAGE.
           MOVE WS-PULL-SOURCE       TO RPT-PULL-SOURCE.
           WRITE PULLED-RECORD.

           MOVE WS-PARK-ACCOUNT-NUMBER TO RPT-PULL-ACCOUNT.
           MOVE WS-PARK-PROGRAMNAME    TO RPT-PULL-PROGRAMNAME.
           MOVE WS-PARK-LETTER         TO RPT-PULL-LETTER.
           MOVE WS-PARK-EFFECTIVE-DATE TO RPT-PULL-DATE.
           MOVE ZERO                   TO RPT-PULL-AMOUNT.
           IF WS-PARK-AMOUNT NUMERIC
               MOVE WS-PARK-AMOUNT     TO RPT-PULL-AMOUNT
           END-IF.
           MOVE WS-PARK-CURRENCY-CODE  TO RPT-PULL-CURRENCY.
           MOVE WS-PARK-FEED-ID        TO RPT-PULL-FEED-ID.
           MOVE RPT-PULLED-LINE        TO SWEEP-REPORT-RECORD.
           WRITE SWEEP-REPORT-RECORD.
      *
       EXIT.
      *
       WRITE-REPORT-TOTALS SECTION.
      *
           MOVE SPACES TO SWEEP-REPORT-RECORD.
           WRITE SWEEP-REPORT-RECORD.
           MOVE "ACCOUNTS SWEPT:" TO RPT-COUNT-LABEL.
           MOVE WS-REQUEST-COUNT TO RPT-COUNT-VALUE.
           PERFORM WRITE-COUNT-LINE.
           MOVE "PROGRAMNAMES LISTED:" TO RPT-COUNT-LABEL.
           MOVE WS-MASTER-LISTED-COUNT TO RPT-COUNT-VALUE.
           PERFORM WRITE-COUNT-LINE.
           MOVE "PROGRAMNAMES SUSPENDED:" TO RPT-COUNT-LABEL.
           MOVE WS-SUSPENDED-COUNT TO RPT-COUNT-VALUE.
           PERFORM WRITE-COUNT-LINE.
           MOVE "BILLING LINES LISTED:" TO RPT-COUNT-LABEL.
           MOVE WS-BILLING-LISTED-COUNT TO RPT-COUNT-VALUE.
           PERFORM WRITE-COUNT-LINE.
           MOVE "PULLED FROM PENDIN:" TO RPT-COUNT-LABEL.
           MOVE WS-PULLED-PENDING-COUNT TO RPT-COUNT-VALUE.
           PERFORM WRITE-COUNT-LINE.
           MOVE "PULLED FROM HOLDIN:" TO RPT-COUNT-LABEL.
           MOVE WS-PULLED-HOLDOVER-COUNT TO RPT-COUNT-VALUE.
           PERFORM WRITE-COUNT-LINE.
           MOVE "FAILURES:" TO RPT-COUNT-LABEL.
           MOVE WS-FAILED-COUNT TO RPT-COUNT-VALUE.
           PERFORM WRITE-COUNT-LINE.
      *
       EXIT.
      *
       WRITE-COUNT-LINE SECTION.
      *
           MOVE RPT-COUNT-LINE TO SWEEP-REPORT-RECORD.
           WRITE SWEEP-REPORT-RECORD.
      *
       EXIT.
      *
       END PROGRAM BLKSWEEP.
