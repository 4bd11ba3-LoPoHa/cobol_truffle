       IDENTIFICATION DIVISION.
       PROGRAM-ID. HSTARCH.
       AUTHOR. BATCH-SUPPORT-TEAM.
       INSTALLATION. DATA-CENTER-1.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.
      *
      * MODIFICATION HISTORY
      *  2026-10-15 DL FIRST VERSION. ARCHIVES THE APPEND-ONLY STORES
      *                RETPARM NEVER COVERED - AUDITLOG, MSTHIST,
      *                RUNHIST AND MONSTAT. EACH STORE HAS ITS OWN
      *                POLICY FILE (ARCPOL.<STORE>, SEE THE ARCPOL
      *                COPYBOOK) GIVING ITS RETENTION IN CALENDAR
      *                DAYS; ENTRIES DATED BEFORE THE CUT-OFF MOVE TO
      *                A DATED ARCHIVE (<STORE>.CCYYMMDD, THE CUT-OFF)
      *                AND THE LIVE FILE IS REWRITTEN WITH THE REST.
      *                EVERY ARCHIVE IS CATALOGUED ON ARCCAT WITH ITS
      *                DATE RANGE, RECORD COUNTS AND CONTROL TOTAL.
      *                FOR MSTHIST A BASELINE SNAPSHOT OF EVERY MASTER
      *                RECORD AS IT STOOD AT THE CUT-OFF (MSTBASE.
      *                CCYYMMDD) IS WRITTEN ALONGSIDE, AND THE CUT-OFF
      *                NEVER PASSES THE NEWEST PNBKCAT BACKUP, SO
      *                PNRESTOR CAN STILL ROLL FORWARD FROM IT. HOLDS
      *                RUNLOCK FOR ITS DURATION - NOTHING MAY APPEND TO
      *                A STORE WHILE IT IS BEING REWRITTEN. AUDINQ,
      *                MSTHINQ, MONSUM AND RECON READ THE ARCHIVES
      *                THROUGH ARCCAT.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT POLICY-FILE
               ASSIGN TO WS-POLICY-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-POLICY-STATUS.
           SELECT STORE-FILE
               ASSIGN TO WS-STORE-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STORE-STATUS.
           SELECT ARCHIVE-FILE
               ASSIGN TO WS-ARCHIVE-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARCHIVE-STATUS.
           SELECT WORK-FILE
               ASSIGN TO "ARCWORK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WORK-STATUS.
           SELECT ARCHIVE-CATALOGUE-FILE
               ASSIGN TO "ARCCAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CATALOGUE-STATUS.
           SELECT BASELINE-FILE
               ASSIGN TO WS-BASELINE-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BASELINE-STATUS.
           SELECT PROGRAMNATIVE-MASTER
               ASSIGN TO "PROGMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PN-PROGRAMNAME
               ALTERNATE RECORD KEY IS PN-ACCOUNT-NUMBER
                   WITH DUPLICATES
               FILE STATUS IS WS-PROGMSTR-STATUS.
           SELECT BACKUP-CATALOGUE-FILE
               ASSIGN TO "PNBKCAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BACKUP-CAT-STATUS.
           SELECT RUN-LOCK-FILE
               ASSIGN TO "RUNLOCK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOCK-STATUS.
      *
       DATA DIVISION.
       FILE SECTION.
       FD  POLICY-FILE
           LABEL RECORDS ARE STANDARD.
       01  POLICY-RECORD.
           COPY ARCPOL.
      *
      *****************************************************************
      * STORE-FILE - WHICHEVER LIVE STORE IS BEING ARCHIVED. EVERY
      * ONE OF THE FOUR CARRIES ITS ENTRY DATE IN THE FIRST EIGHT
      * BYTES, SO THE SPLIT IS THE SAME FOR ALL; THE VIEWS BELOW ARE
      * ONLY FOR THE CONTROL TOTALS AND THE MSTHIST BASELINE. KEEP
      * THEM IN STEP WITH THE WRITERS (TEST'S WRITE-AUDIT-RECORD AND
      * WRITE-RUN-HISTORY, THE PNHIST AND MONSTAT COPYBOOKS).
      *****************************************************************
       FD  STORE-FILE
           LABEL RECORDS ARE STANDARD.
       01  STORE-RECORD.
           05  STORE-ENTRY-DATE            PIC 9(08).
           05  FILLER                      PIC X(92).
       01  STORE-AUDIT-VIEW.
           05  FILLER                      PIC X(56).
           05  SA-ACCOUNT-NUMBER           PIC 9(09).
           05  FILLER                      PIC X(35).
       01  STORE-HISTORY-VIEW.
           COPY PNHIST.
       01  STORE-RUNHIST-VIEW.
           05  FILLER                      PIC X(28).
           05  SR-APPROVED-COUNT           PIC 9(05).
           05  FILLER                      PIC X(67).
       01  STORE-MONSTAT-VIEW.
           COPY MONSTAT.
      *
       FD  ARCHIVE-FILE
           LABEL RECORDS ARE STANDARD.
       01  ARCHIVE-RECORD                  PIC X(100).
      *
      *****************************************************************
      * WORK-FILE - THE ENTRIES THAT STAY LIVE, COPIED BACK OVER THE
      * STORE ONCE THE ARCHIVE IS SAFELY WRITTEN. IF THE COPY-BACK
      * FAILS PART WAY, ARCWORK IS THE LIVE FILE TO PUT BACK.
      *****************************************************************
       FD  WORK-FILE
           LABEL RECORDS ARE STANDARD.
       01  WORK-RECORD                     PIC X(100).
      *
       FD  ARCHIVE-CATALOGUE-FILE
           LABEL RECORDS ARE STANDARD.
       01  ARCHIVE-CATALOGUE-RECORD.
           COPY ARCCAT.
      *
      *****************************************************************
      * BASELINE-FILE - ONE PNMASTER IMAGE PER MASTER RECORD AS IT
      * STOOD AT THE MSTHIST CUT-OFF.
      *****************************************************************
       FD  BASELINE-FILE
           LABEL RECORDS ARE STANDARD.
       01  BASELINE-RECORD                 PIC X(28).
      *
       FD  PROGRAMNATIVE-MASTER
           LABEL RECORDS ARE STANDARD.
       01  PROGRAMNATIVE-MASTER-RECORD.
           COPY PNMASTER.
      *
       FD  BACKUP-CATALOGUE-FILE
           LABEL RECORDS ARE STANDARD.
       01  BACKUP-CATALOGUE-RECORD.
           COPY PNBKCAT.
      *
       FD  RUN-LOCK-FILE
           LABEL RECORDS ARE STANDARD.
       01  RUN-LOCK-RECORD.
           COPY LOCKREF.
      *
       WORKING-STORAGE SECTION.
       01  WS-SWITCHES.
           05  WS-STORE-EOF-SW             PIC X(01) VALUE "N".
             88  STORE-EOF                       VALUE "Y".
           05  WS-WORK-EOF-SW              PIC X(01) VALUE "N".
             88  WORK-EOF                        VALUE "Y".
           05  WS-CATALOGUE-EOF-SW         PIC X(01) VALUE "N".
             88  CATALOGUE-EOF                   VALUE "Y".
           05  WS-BACKUP-CAT-EOF-SW        PIC X(01) VALUE "N".
             88  BACKUP-CAT-EOF                  VALUE "Y".
           05  WS-PROGMSTR-EOF-SW          PIC X(01) VALUE "N".
             88  PROGMSTR-EOF                    VALUE "Y".
           05  WS-POLICY-FOUND-SW          PIC X(01) VALUE "N".
             88  POLICY-FOUND                    VALUE "Y".
           05  WS-STORE-READY-SW           PIC X(01) VALUE "N".
             88  STORE-READY                     VALUE "Y".
           05  WS-ARCHIVE-OPEN-SW          PIC X(01) VALUE "N".
             88  ARCHIVE-OPEN                    VALUE "Y".
             88  ARCHIVE-FAILED                  VALUE "F".
           05  WS-FLC-FULL-SW              PIC X(01) VALUE "N".
             88  FLC-TABLE-FULL                  VALUE "Y".
           05  WS-FLC-FOUND-SW             PIC X(01) VALUE "N".
             88  FLC-FOUND                       VALUE "Y".
      *
       01  WS-POLICY-STATUS                PIC X(02) VALUE SPACES.
       01  WS-STORE-STATUS                 PIC X(02) VALUE SPACES.
         88  STORE-FILE-NOT-FOUND                VALUE "35".
       01  WS-ARCHIVE-STATUS               PIC X(02) VALUE SPACES.
       01  WS-WORK-STATUS                  PIC X(02) VALUE SPACES.
       01  WS-CATALOGUE-STATUS             PIC X(02) VALUE SPACES.
         88  CATALOGUE-FILE-NOT-FOUND            VALUE "35".
       01  WS-BASELINE-STATUS              PIC X(02) VALUE SPACES.
       01  WS-PROGMSTR-STATUS              PIC X(02) VALUE SPACES.
       01  WS-BACKUP-CAT-STATUS            PIC X(02) VALUE SPACES.
      *
       01  WS-LOG-CONTROLS.
           05  WS-LOG-DATE                 PIC 9(08) VALUE ZERO.
           05  WS-LOG-TIME                 PIC 9(08) VALUE ZERO.
      *
      *****************************************************************
      * THE STORES, IN THE ORDER THEY ARE ARCHIVED.
      *****************************************************************
       01  WS-STORE-LIST-VALUES            PIC X(32)
               VALUE "AUDITLOGMSTHIST RUNHIST MONSTAT ".
       01  FILLER REDEFINES WS-STORE-LIST-VALUES.
           05  WS-STORE-LIST-NAME          OCCURS 4 TIMES
                                           PIC X(08).
       77  WS-STORE-SUB                    PIC 9(02) COMP VALUE ZERO.
       77  WS-STORES-ARCHIVED              PIC 9(02) COMP VALUE ZERO.
      *
       01  WS-STORE-NAME                   PIC X(08) VALUE SPACES.
         88  STORE-IS-AUDITLOG                   VALUE "AUDITLOG".
         88  STORE-IS-MSTHIST                    VALUE "MSTHIST".
         88  STORE-IS-RUNHIST                    VALUE "RUNHIST".
         88  STORE-IS-MONSTAT                    VALUE "MONSTAT".
       01  WS-POLICY-FILENAME              PIC X(20) VALUE SPACES.
       01  WS-STORE-FILENAME               PIC X(20) VALUE SPACES.
       01  WS-ARCHIVE-FILENAME             PIC X(20) VALUE SPACES.
       01  WS-BASELINE-FILENAME            PIC X(20) VALUE SPACES.
      *
      *****************************************************************
      * ONE STORE'S FIGURES - CLEARED BEFORE EACH STORE.
      *****************************************************************
       01  WS-STORE-CONTROLS.
           05  WS-RETAIN-DAYS              PIC 9(05) VALUE ZERO.
           05  WS-CUTOFF-DATE              PIC 9(08) VALUE ZERO.
           05  WS-PREVIOUS-CUTOFF          PIC 9(08) VALUE ZERO.
           05  WS-LATEST-BACKUP-DATE       PIC 9(08) VALUE ZERO.
           05  WS-READ-COUNT               PIC 9(07) VALUE ZERO.
           05  WS-MOVED-COUNT              PIC 9(07) VALUE ZERO.
           05  WS-KEPT-COUNT               PIC 9(07) VALUE ZERO.
           05  WS-REWRITTEN-COUNT          PIC 9(07) VALUE ZERO.
           05  WS-FIRST-DATE               PIC 9(08) VALUE ZERO.
           05  WS-LAST-DATE                PIC 9(08) VALUE ZERO.
           05  WS-CONTROL-TOTAL            PIC 9(13)V9(02) VALUE ZERO.
           05  WS-BASELINE-COUNT           PIC 9(07) VALUE ZERO.
           05  WS-BASELINE-APPROVED        PIC 9(09) VALUE ZERO.
      *
      *****************************************************************
      * THE MASTER IMAGE AN MSTHIST CHANGE IS HASHED ON, AND THE
      * IMAGE WRITTEN TO THE BASELINE - BOTH PNMASTER-SHAPED.
      *****************************************************************
       01  WS-HASH-IMAGE.
           05  FILLER                      PIC X(04).
           05  WS-HASH-ACCOUNT-NUMBER      PIC 9(09).
           05  FILLER                      PIC X(15).
      *
       01  WS-BASELINE-IMAGE.
           05  WS-BL-PROGRAMNAME           PIC X(04).
           05  FILLER                      PIC X(19).
           05  WS-BL-APPROVED-COUNT        PIC 9(05).
      *
      *****************************************************************
      * FIRST-LIVE-CHANGE TABLE - FOR EVERY PROGRAMNAME CHANGED ON OR
      * AFTER THE MSTHIST CUT-OFF, ITS EARLIEST SUCH CHANGE. THAT
      * CHANGE'S BEFORE-IMAGE IS THE RECORD AS IT STOOD AT THE
      * CUT-OFF (AN ADD MEANS IT DID NOT EXIST THEN); A PROGRAMNAME
      * NOT IN THE TABLE IS UNCHANGED SINCE AND THE MASTER ITSELF IS
      * THE BASELINE. A HISTORY TOO BUSY FOR THE TABLE REFUSES THE
      * MSTHIST ARCHIVE RATHER THAN WRITE A WRONG BASELINE.
      *****************************************************************
       77  WS-FLC-COUNT                    PIC 9(05) COMP VALUE ZERO.
       01  WS-FIRST-LIVE-CHANGE-TABLE.
           05  WS-FLC-ENTRY OCCURS 2000 TIMES INDEXED BY FLC-IDX.
               10  WS-FLC-PROGRAMNAME      PIC X(04).
               10  WS-FLC-ACTION           PIC X(01).
               10  WS-FLC-BEFORE-IMAGE     PIC X(28).
               10  WS-FLC-MATCHED-SW       PIC X(01).
      *
      *****************************************************************
      * CUT-OFF ARITHMETIC - THE RUN DATE STEPPED BACK ONE CALENDAR
      * DAY AT A TIME, AS PNDORM DOES IT.
      *****************************************************************
       01  WS-CUTOFF-WORK.
           05  WS-CUT-CCYY                 PIC 9(04).
           05  WS-CUT-MM                   PIC 9(02).
           05  WS-CUT-DD                   PIC 9(02).
       01  WS-CUTOFF-WORK-NUM REDEFINES WS-CUTOFF-WORK
                                           PIC 9(08).
      *
       01  WS-MONTH-DAYS-VALUES            PIC X(24)
               VALUE "312831303130313130313031".
       01  FILLER REDEFINES WS-MONTH-DAYS-VALUES.
           05  WS-MONTH-DAYS               OCCURS 12 TIMES
                                           PIC 9(02).
      *
       01  WS-DATE-WORK-FIELDS.
           05  WS-DAYS-STEPPED             PIC 9(05) COMP VALUE ZERO.
           05  WS-MONTH-MAX-DAY            PIC 9(02) VALUE ZERO.
           05  WS-LEAP-QUOTIENT            PIC 9(04) COMP VALUE ZERO.
           05  WS-LEAP-REMAINDER           PIC 9(04) COMP VALUE ZERO.
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
       PROCEDURE DIVISION.
      *
       MAIN SECTION.
      *
           ACCEPT WS-LOG-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-LOG-TIME FROM TIME.

           PERFORM CHECK-RUN-LOCK.
           IF LOCK-HELD
               DISPLAY "HSTARCH: MASTER LOCKED BY "
                   WS-LOCK-HOLDER-NAME " SINCE " WS-LOCK-HELD-DATE
                   " " WS-LOCK-HELD-TIME " - ARCHIVE REFUSED"
               MOVE 8 TO RETURN-CODE
               GO TO PROG-EX
           END-IF.
           PERFORM TAKE-RUN-LOCK.

           PERFORM ARCHIVE-ONE-STORE
               VARYING WS-STORE-SUB FROM 1 BY 1
               UNTIL WS-STORE-SUB > 4.

           PERFORM RELEASE-RUN-LOCK.
           DISPLAY "HSTARCH: STORES ARCHIVED: " WS-STORES-ARCHIVED.
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
               MOVE "HSTARCH"   TO LOCK-HOLDER
               MOVE WS-LOG-DATE TO LOCK-DATE
               MOVE WS-LOG-TIME TO LOCK-TIME
               WRITE RUN-LOCK-RECORD
               CLOSE RUN-LOCK-FILE
           ELSE
               DISPLAY "HSTARCH: RUN LOCK COULD NOT BE WRITTEN - "
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
               DISPLAY "HSTARCH: RUN LOCK COULD NOT BE RELEASED - "
                   "STATUS " WS-LOCK-STATUS
           END-IF.
      *
       EXIT.
      *
      *****************************************************************
      * ARCHIVE-ONE-STORE
      *
      * EACH STEP RUNS ONLY WHILE THE STORE IS STILL READY; ANY STEP
      * THAT CANNOT GO ON SAYS WHY AND DROPS IT. THE LIVE FILE IS
      * ONLY REWRITTEN ONCE THE ARCHIVE (AND FOR MSTHIST THE
      * BASELINE) IS SAFELY WRITTEN, AND THE ARCHIVE ONLY COUNTS ONCE
      * IT IS ON ARCCAT.
      *****************************************************************
       ARCHIVE-ONE-STORE SECTION.
      *
           MOVE WS-STORE-LIST-NAME(WS-STORE-SUB) TO WS-STORE-NAME.
           INITIALIZE WS-STORE-CONTROLS.
           MOVE SPACES TO WS-BASELINE-FILENAME.
           MOVE ZERO TO WS-FLC-COUNT.
           MOVE "N"  TO WS-FLC-FULL-SW.
           MOVE "N"  TO WS-STORE-READY-SW.

           PERFORM READ-STORE-POLICY.
           IF STORE-READY AND STORE-IS-MSTHIST
               PERFORM HOLD-CUTOFF-TO-LATEST-BACKUP
           END-IF.
           IF STORE-READY
               PERFORM CHECK-PREVIOUS-CUTOFF
           END-IF.
           IF STORE-READY
               PERFORM SPLIT-STORE
           END-IF.
           IF STORE-READY AND STORE-IS-MSTHIST
               PERFORM WRITE-MASTER-BASELINE
           END-IF.
           IF STORE-READY
               PERFORM REPLACE-LIVE-STORE
           END-IF.
           IF STORE-READY
               PERFORM CATALOGUE-ARCHIVE
           END-IF.
      *
       EXIT.
      *
      *****************************************************************
      * READ-STORE-POLICY - ARCPOL.<STORE>. NO FILE, AN EMPTY FILE OR
      * A SWITCH NOT "Y" LEAVES THE STORE ALONE; A RETENTION THAT IS
      * NOT A POSITIVE NUMBER OF DAYS IS AN ERROR, NOT "ARCHIVE
      * EVERYTHING".
      *****************************************************************
       READ-STORE-POLICY SECTION.
      *
           MOVE SPACES TO WS-POLICY-FILENAME.
           STRING "ARCPOL."     DELIMITED BY SIZE
                  WS-STORE-NAME DELIMITED BY SPACE
               INTO WS-POLICY-FILENAME.
           MOVE "N" TO WS-POLICY-FOUND-SW.
           OPEN INPUT POLICY-FILE.
           IF WS-POLICY-STATUS EQUAL "00"
               READ POLICY-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       SET POLICY-FOUND TO TRUE
               END-READ
               CLOSE POLICY-FILE
           END-IF.

           IF NOT POLICY-FOUND
               DISPLAY "HSTARCH: " WS-STORE-NAME " - NO POLICY IN "
                   WS-POLICY-FILENAME " - NOT ARCHIVED"
           ELSE
               IF NOT AP-ARCHIVE-STORE
                   DISPLAY "HSTARCH: " WS-STORE-NAME
                       " - POLICY SAYS DO NOT ARCHIVE"
               ELSE
                   IF AP-RETAIN-DAYS NOT NUMERIC
                      OR AP-RETAIN-DAYS EQUAL ZERO
                       DISPLAY "HSTARCH: " WS-STORE-NAME
                           " - RETENTION DAYS MUST BE ABOVE ZERO"
                           " - NOT ARCHIVED"
                       IF RETURN-CODE < 4
                           MOVE 4 TO RETURN-CODE
                       END-IF
                   ELSE
                       MOVE AP-RETAIN-DAYS TO WS-RETAIN-DAYS
                       PERFORM COMPUTE-CUTOFF-DATE
                       SET STORE-READY TO TRUE
                   END-IF
               END-IF
           END-IF.
      *
       EXIT.
      *
      *****************************************************************
      * COMPUTE-CUTOFF-DATE - STEPS BACK FROM THE RUN DATE ONE
      * CALENDAR DAY AT A TIME, THE RETENTION DAYS OVER.
      *****************************************************************
       COMPUTE-CUTOFF-DATE SECTION.
      *
           MOVE WS-LOG-DATE TO WS-CUTOFF-WORK-NUM.
           MOVE ZERO TO WS-DAYS-STEPPED.
           PERFORM STEP-CUTOFF-DATE-BACK
               UNTIL WS-DAYS-STEPPED NOT < WS-RETAIN-DAYS.
           MOVE WS-CUTOFF-WORK-NUM TO WS-CUTOFF-DATE.
      *
       EXIT.
      *
       STEP-CUTOFF-DATE-BACK SECTION.
      *
           IF WS-CUT-DD > 1
               SUBTRACT 1 FROM WS-CUT-DD
           ELSE
               IF WS-CUT-MM > 1
                   SUBTRACT 1 FROM WS-CUT-MM
               ELSE
                   MOVE 12 TO WS-CUT-MM
                   SUBTRACT 1 FROM WS-CUT-CCYY
               END-IF
               MOVE WS-MONTH-DAYS(WS-CUT-MM) TO WS-MONTH-MAX-DAY
               IF WS-CUT-MM EQUAL 2
                   PERFORM CHECK-CUTOFF-LEAP-YEAR
               END-IF
               MOVE WS-MONTH-MAX-DAY TO WS-CUT-DD
           END-IF.
           ADD 1 TO WS-DAYS-STEPPED.
      *
       EXIT.
      *
       CHECK-CUTOFF-LEAP-YEAR SECTION.
      *
           DIVIDE WS-CUT-CCYY BY 4 GIVING WS-LEAP-QUOTIENT
               REMAINDER WS-LEAP-REMAINDER.
           IF WS-LEAP-REMAINDER EQUAL ZERO
               DIVIDE WS-CUT-CCYY BY 100
                   GIVING WS-LEAP-QUOTIENT
                   REMAINDER WS-LEAP-REMAINDER
               IF WS-LEAP-REMAINDER NOT EQUAL ZERO
                   MOVE 29 TO WS-MONTH-MAX-DAY
               ELSE
                   DIVIDE WS-CUT-CCYY BY 400
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
      *****************************************************************
      * HOLD-CUTOFF-TO-LATEST-BACKUP - PNRESTOR RELOADS A PNBKCAT
      * BACKUP AND ROLLS MSTHIST FORWARD FROM IT, SO NOTHING DATED ON
      * OR AFTER THE NEWEST BACKUP MAY LEAVE THE LIVE HISTORY. WITH
      * NO BACKUP AT ALL MSTHIST IS NOT ARCHIVED.
      *****************************************************************
       HOLD-CUTOFF-TO-LATEST-BACKUP SECTION.
      *
           MOVE ZERO TO WS-LATEST-BACKUP-DATE.
           MOVE "N"  TO WS-BACKUP-CAT-EOF-SW.
           OPEN INPUT BACKUP-CATALOGUE-FILE.
           IF WS-BACKUP-CAT-STATUS EQUAL "00"
               PERFORM READ-BACKUP-CATALOGUE
               PERFORM NOTE-BACKUP-DATE
                   UNTIL BACKUP-CAT-EOF
               CLOSE BACKUP-CATALOGUE-FILE
           END-IF.

           IF WS-LATEST-BACKUP-DATE EQUAL ZERO
               DISPLAY "HSTARCH: MSTHIST - NO BACKUP ON PNBKCAT TO "
                   "ROLL FORWARD FROM - NOT ARCHIVED"
               MOVE "N" TO WS-STORE-READY-SW
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           ELSE
               IF WS-CUTOFF-DATE > WS-LATEST-BACKUP-DATE
                   DISPLAY "HSTARCH: MSTHIST - CUT-OFF "
                       WS-CUTOFF-DATE " HELD BACK TO THE NEWEST "
                       "BACKUP, " WS-LATEST-BACKUP-DATE
                   MOVE WS-LATEST-BACKUP-DATE TO WS-CUTOFF-DATE
               END-IF
           END-IF.
      *
       EXIT.
      *
       READ-BACKUP-CATALOGUE SECTION.
      *
           READ BACKUP-CATALOGUE-FILE
               AT END
                   SET BACKUP-CAT-EOF TO TRUE
           END-READ.
      *
       EXIT.
      *
       NOTE-BACKUP-DATE SECTION.
      *
           IF BK-BACKUP-DATE NUMERIC
              AND BK-BACKUP-DATE > WS-LATEST-BACKUP-DATE
               MOVE BK-BACKUP-DATE TO WS-LATEST-BACKUP-DATE
           END-IF.
           PERFORM READ-BACKUP-CATALOGUE.
      *
       EXIT.
      *
      *****************************************************************
      * CHECK-PREVIOUS-CUTOFF - CUT-OFFS ONLY MOVE FORWARD: THE
      * READERS RELY ON EACH STORE'S ARCHIVES FOLLOWING ONE ANOTHER,
      * AND A SECOND RUN ON THE SAME CUT-OFF WOULD OVERWRITE THE
      * FIRST RUN'S ARCHIVE.
      *****************************************************************
       CHECK-PREVIOUS-CUTOFF SECTION.
      *
           MOVE ZERO TO WS-PREVIOUS-CUTOFF.
           MOVE "N"  TO WS-CATALOGUE-EOF-SW.
           OPEN INPUT ARCHIVE-CATALOGUE-FILE.
           IF WS-CATALOGUE-STATUS EQUAL "00"
               PERFORM READ-CATALOGUE-RECORD
               PERFORM NOTE-PREVIOUS-CUTOFF
                   UNTIL CATALOGUE-EOF
               CLOSE ARCHIVE-CATALOGUE-FILE
           END-IF.

           IF WS-CUTOFF-DATE NOT > WS-PREVIOUS-CUTOFF
               DISPLAY "HSTARCH: " WS-STORE-NAME
                   " - ALREADY ARCHIVED TO " WS-PREVIOUS-CUTOFF
                   " - NOTHING TO DO"
               MOVE "N" TO WS-STORE-READY-SW
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
       NOTE-PREVIOUS-CUTOFF SECTION.
      *
           IF AX-STORE-NAME EQUAL WS-STORE-NAME
              AND AX-CUTOFF-DATE NUMERIC
              AND AX-CUTOFF-DATE > WS-PREVIOUS-CUTOFF
               MOVE AX-CUTOFF-DATE TO WS-PREVIOUS-CUTOFF
           END-IF.
           PERFORM READ-CATALOGUE-RECORD.
      *
       EXIT.
      *
      *****************************************************************
      * SPLIT-STORE
      *
      * ONE PASS OVER THE LIVE STORE: ENTRIES DATED BEFORE THE
      * CUT-OFF GO TO THE ARCHIVE, EVERYTHING ELSE - INCLUDING ANY
      * LINE WITHOUT A USABLE DATE, WHICH IS NEVER ARCHIVED BLIND -
      * TO ARCWORK. THE ARCHIVE IS ONLY OPENED WHEN THE FIRST ENTRY
      * FOR IT TURNS UP, SO A STORE WITH NOTHING TO MOVE LEAVES NO
      * EMPTY FILE BEHIND.
      *****************************************************************
       SPLIT-STORE SECTION.
      *
           MOVE WS-STORE-NAME TO WS-STORE-FILENAME.
           MOVE SPACES TO WS-ARCHIVE-FILENAME.
           STRING WS-STORE-NAME  DELIMITED BY SPACE
                  "."            DELIMITED BY SIZE
                  WS-CUTOFF-DATE DELIMITED BY SIZE
               INTO WS-ARCHIVE-FILENAME.
           MOVE "N" TO WS-ARCHIVE-OPEN-SW.
           MOVE "N" TO WS-STORE-EOF-SW.

           OPEN INPUT STORE-FILE.
           IF WS-STORE-STATUS NOT EQUAL "00"
               MOVE "N" TO WS-STORE-READY-SW
               IF STORE-FILE-NOT-FOUND
                   DISPLAY "HSTARCH: " WS-STORE-NAME
                       " - NO LIVE FILE - NOTHING TO ARCHIVE"
               ELSE
                   DISPLAY "HSTARCH: " WS-STORE-NAME
                       " OPEN FAILED - STATUS " WS-STORE-STATUS
                   MOVE 16 TO RETURN-CODE
               END-IF
           ELSE
               OPEN OUTPUT WORK-FILE
               IF WS-WORK-STATUS NOT EQUAL "00"
                   DISPLAY "HSTARCH: ARCWORK OPEN FAILED - STATUS "
                       WS-WORK-STATUS " - " WS-STORE-NAME
                       " NOT ARCHIVED"
                   MOVE 16 TO RETURN-CODE
                   MOVE "N" TO WS-STORE-READY-SW
               ELSE
                   PERFORM READ-STORE-RECORD
                   PERFORM SPLIT-ONE-ENTRY
                       UNTIL STORE-EOF
                   CLOSE WORK-FILE
               END-IF
               CLOSE STORE-FILE
           END-IF.
           IF ARCHIVE-OPEN
               CLOSE ARCHIVE-FILE
           END-IF.

           IF ARCHIVE-FAILED
               MOVE "N" TO WS-STORE-READY-SW
           END-IF.
           IF FLC-TABLE-FULL
               DISPLAY "HSTARCH: MSTHIST - MORE THAN 2000 PROGRAMNAMES "
                   "CHANGED SINCE THE CUT-OFF - NO BASELINE, "
                   "NOT ARCHIVED"
               MOVE 12 TO RETURN-CODE
               MOVE "N" TO WS-STORE-READY-SW
           END-IF.
           IF STORE-READY AND WS-MOVED-COUNT EQUAL ZERO
               DISPLAY "HSTARCH: " WS-STORE-NAME
                   " - NOTHING DATED BEFORE " WS-CUTOFF-DATE
               MOVE "N" TO WS-STORE-READY-SW
           END-IF.
      *
       EXIT.
      *
       READ-STORE-RECORD SECTION.
      *
           READ STORE-FILE
               AT END
                   SET STORE-EOF TO TRUE
           END-READ.
      *
       EXIT.
      *
       SPLIT-ONE-ENTRY SECTION.
      *
           ADD 1 TO WS-READ-COUNT.
           IF STORE-ENTRY-DATE NUMERIC
              AND STORE-ENTRY-DATE < WS-CUTOFF-DATE
               PERFORM MOVE-ENTRY-TO-ARCHIVE
           ELSE
               PERFORM KEEP-ENTRY-LIVE
           END-IF.
           PERFORM READ-STORE-RECORD.
      *
       EXIT.
      *
       MOVE-ENTRY-TO-ARCHIVE SECTION.
      *
           IF WS-ARCHIVE-OPEN-SW EQUAL "N"
               OPEN OUTPUT ARCHIVE-FILE
               IF WS-ARCHIVE-STATUS EQUAL "00"
                   SET ARCHIVE-OPEN TO TRUE
               ELSE
                   SET ARCHIVE-FAILED TO TRUE
                   DISPLAY "HSTARCH: " WS-ARCHIVE-FILENAME
                       " OPEN FAILED - STATUS " WS-ARCHIVE-STATUS
                       " - " WS-STORE-NAME " NOT ARCHIVED"
                   MOVE 16 TO RETURN-CODE
               END-IF
           END-IF.

           IF ARCHIVE-OPEN
               MOVE STORE-RECORD TO ARCHIVE-RECORD
               WRITE ARCHIVE-RECORD
               ADD 1 TO WS-MOVED-COUNT
               IF WS-FIRST-DATE EQUAL ZERO
                  OR STORE-ENTRY-DATE < WS-FIRST-DATE
                   MOVE STORE-ENTRY-DATE TO WS-FIRST-DATE
               END-IF
               IF STORE-ENTRY-DATE > WS-LAST-DATE
                   MOVE STORE-ENTRY-DATE TO WS-LAST-DATE
               END-IF
               PERFORM ADD-TO-CONTROL-TOTAL
           END-IF.
      *
       EXIT.
      *
      *****************************************************************
      * ADD-TO-CONTROL-TOTAL - THE PER-STORE TOTAL DESCRIBED IN THE
      * ARCCAT COPYBOOK.
      *****************************************************************
       ADD-TO-CONTROL-TOTAL SECTION.
      *
           IF STORE-IS-AUDITLOG
               IF SA-ACCOUNT-NUMBER NUMERIC
                   ADD SA-ACCOUNT-NUMBER TO WS-CONTROL-TOTAL
               END-IF
           END-IF.
           IF STORE-IS-MSTHIST
               IF PH-ACTION-DELETE
                   MOVE PH-BEFORE-IMAGE TO WS-HASH-IMAGE
               ELSE
                   MOVE PH-AFTER-IMAGE  TO WS-HASH-IMAGE
               END-IF
               IF WS-HASH-ACCOUNT-NUMBER NUMERIC
                   ADD WS-HASH-ACCOUNT-NUMBER TO WS-CONTROL-TOTAL
               END-IF
           END-IF.
           IF STORE-IS-RUNHIST
               IF SR-APPROVED-COUNT NUMERIC
                   ADD SR-APPROVED-COUNT TO WS-CONTROL-TOTAL
               END-IF
           END-IF.
           IF STORE-IS-MONSTAT
               IF MS-AMOUNT NUMERIC
                   ADD MS-AMOUNT TO WS-CONTROL-TOTAL
               END-IF
           END-IF.
      *
       EXIT.
      *
       KEEP-ENTRY-LIVE SECTION.
      *
           MOVE STORE-RECORD TO WORK-RECORD.
           WRITE WORK-RECORD.
           ADD 1 TO WS-KEPT-COUNT.
           IF STORE-IS-MSTHIST
               PERFORM NOTE-FIRST-LIVE-CHANGE
           END-IF.
      *
       EXIT.
      *
      *****************************************************************
      * NOTE-FIRST-LIVE-CHANGE - MSTHIST IS IN TIME ORDER, SO THE
      * FIRST KEPT CHANGE SEEN FOR A PROGRAMNAME IS ITS EARLIEST.
      *****************************************************************
       NOTE-FIRST-LIVE-CHANGE SECTION.
      *
           IF PH-PROGRAMNAME NOT EQUAL SPACES
               SET FLC-IDX TO 1
               SEARCH WS-FLC-ENTRY
                   AT END
                       SET FLC-TABLE-FULL TO TRUE
                   WHEN FLC-IDX > WS-FLC-COUNT
                       ADD 1 TO WS-FLC-COUNT
                       MOVE PH-PROGRAMNAME
                           TO WS-FLC-PROGRAMNAME(FLC-IDX)
                       MOVE PH-ACTION
                           TO WS-FLC-ACTION(FLC-IDX)
                       MOVE PH-BEFORE-IMAGE
                           TO WS-FLC-BEFORE-IMAGE(FLC-IDX)
                       MOVE "N"
                           TO WS-FLC-MATCHED-SW(FLC-IDX)
                   WHEN WS-FLC-PROGRAMNAME(FLC-IDX)
                        EQUAL PH-PROGRAMNAME
                       CONTINUE
               END-SEARCH
           END-IF.
      *
       EXIT.
      *
      *****************************************************************
      * WRITE-MASTER-BASELINE
      *
      * THE MASTER AS IT STOOD AT THE CUT-OFF, WORKED BACK FROM THE
      * MASTER AS IT STANDS NOW (HELD STILL BY RUNLOCK): A
      * PROGRAMNAME UNCHANGED SINCE IS COPIED AS IT IS; ONE CHANGED
      * SINCE TAKES THE BEFORE-IMAGE OF ITS FIRST LATER CHANGE, OR IS
      * LEFT OUT IF THAT CHANGE ADDED IT; ONE DELETED SINCE IS NOT ON
      * THE MASTER AND COMES FROM THE TABLE ALONE. WORKING BACKWARDS
      * MEANS RECORDS OLDER THAN MSTHIST ITSELF ARE NOT LOST.
      *****************************************************************
       WRITE-MASTER-BASELINE SECTION.
      *
           MOVE SPACES TO WS-BASELINE-FILENAME.
           STRING "MSTBASE."     DELIMITED BY SIZE
                  WS-CUTOFF-DATE DELIMITED BY SIZE
               INTO WS-BASELINE-FILENAME.
           MOVE "N" TO WS-PROGMSTR-EOF-SW.

           OPEN INPUT PROGRAMNATIVE-MASTER.
           IF WS-PROGMSTR-STATUS NOT EQUAL "00"
               DISPLAY "HSTARCH: PROGMSTR OPEN FAILED - STATUS "
                   WS-PROGMSTR-STATUS " - MSTHIST NOT ARCHIVED"
               MOVE 16 TO RETURN-CODE
               MOVE "N" TO WS-STORE-READY-SW
           ELSE
               OPEN OUTPUT BASELINE-FILE
               IF WS-BASELINE-STATUS NOT EQUAL "00"
                   DISPLAY "HSTARCH: " WS-BASELINE-FILENAME
                       " OPEN FAILED - STATUS " WS-BASELINE-STATUS
                       " - MSTHIST NOT ARCHIVED"
                   MOVE 16 TO RETURN-CODE
                   MOVE "N" TO WS-STORE-READY-SW
               ELSE
                   PERFORM READ-MASTER-NEXT
                   PERFORM BASELINE-ONE-MASTER
                       UNTIL PROGMSTR-EOF
                   PERFORM BASELINE-DELETED-SINCE
                       VARYING FLC-IDX FROM 1 BY 1
                       UNTIL FLC-IDX > WS-FLC-COUNT
                   CLOSE BASELINE-FILE
               END-IF
               CLOSE PROGRAMNATIVE-MASTER
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
      *
       EXIT.
      *
       BASELINE-ONE-MASTER SECTION.
      *
           MOVE "N" TO WS-FLC-FOUND-SW.
           SET FLC-IDX TO 1.
           SEARCH WS-FLC-ENTRY
               WHEN FLC-IDX > WS-FLC-COUNT
                   CONTINUE
               WHEN WS-FLC-PROGRAMNAME(FLC-IDX) EQUAL PN-PROGRAMNAME
                   SET FLC-FOUND TO TRUE
           END-SEARCH.

           IF FLC-FOUND
               MOVE "Y" TO WS-FLC-MATCHED-SW(FLC-IDX)
               IF WS-FLC-ACTION(FLC-IDX) NOT EQUAL "A"
                   MOVE WS-FLC-BEFORE-IMAGE(FLC-IDX)
                       TO WS-BASELINE-IMAGE
                   PERFORM WRITE-BASELINE-IMAGE
               END-IF
           ELSE
               MOVE PROGRAMNATIVE-MASTER-RECORD TO WS-BASELINE-IMAGE
               PERFORM WRITE-BASELINE-IMAGE
           END-IF.
           PERFORM READ-MASTER-NEXT.
      *
       EXIT.
      *
       BASELINE-DELETED-SINCE SECTION.
      *
           IF WS-FLC-MATCHED-SW(FLC-IDX) EQUAL "N"
              AND WS-FLC-ACTION(FLC-IDX) NOT EQUAL "A"
               MOVE WS-FLC-BEFORE-IMAGE(FLC-IDX) TO WS-BASELINE-IMAGE
               PERFORM WRITE-BASELINE-IMAGE
           END-IF.
      *
       EXIT.
      *
       WRITE-BASELINE-IMAGE SECTION.
      *
           IF WS-BASELINE-IMAGE NOT EQUAL SPACES
               MOVE WS-BASELINE-IMAGE TO BASELINE-RECORD
               WRITE BASELINE-RECORD
               ADD 1 TO WS-BASELINE-COUNT
               IF WS-BL-APPROVED-COUNT NUMERIC
                   ADD WS-BL-APPROVED-COUNT TO WS-BASELINE-APPROVED
               END-IF
           END-IF.
      *
       EXIT.
      *
      *****************************************************************
      * REPLACE-LIVE-STORE - ARCWORK BACK OVER THE LIVE FILE. A SHORT
      * COPY LEAVES THE ARCHIVE UNCATALOGUED AND SAYS WHERE THE
      * COMPLETE LIVE FILE STILL IS.
      *****************************************************************
       REPLACE-LIVE-STORE SECTION.
      *
           MOVE "N" TO WS-WORK-EOF-SW.
           OPEN INPUT WORK-FILE.
           IF WS-WORK-STATUS NOT EQUAL "00"
               DISPLAY "HSTARCH: ARCWORK REOPEN FAILED - STATUS "
                   WS-WORK-STATUS " - " WS-STORE-NAME
                   " LEFT AS IT WAS, " WS-ARCHIVE-FILENAME
                   " NOT CATALOGUED"
               MOVE 16 TO RETURN-CODE
               MOVE "N" TO WS-STORE-READY-SW
           ELSE
               OPEN OUTPUT STORE-FILE
               IF WS-STORE-STATUS NOT EQUAL "00"
                   DISPLAY "HSTARCH: " WS-STORE-NAME
                       " REWRITE OPEN FAILED - STATUS "
                       WS-STORE-STATUS " - " WS-ARCHIVE-FILENAME
                       " NOT CATALOGUED"
                   MOVE 16 TO RETURN-CODE
                   MOVE "N" TO WS-STORE-READY-SW
               ELSE
                   PERFORM READ-WORK-RECORD
                   PERFORM COPY-ONE-KEPT-ENTRY
                       UNTIL WORK-EOF
                   CLOSE STORE-FILE
               END-IF
               CLOSE WORK-FILE
           END-IF.

           IF STORE-READY
              AND WS-REWRITTEN-COUNT NOT EQUAL WS-KEPT-COUNT
               DISPLAY "HSTARCH: " WS-STORE-NAME " REWRITTEN WITH "
                   WS-REWRITTEN-COUNT " OF " WS-KEPT-COUNT
                   " ENTRIES - RESTORE IT FROM ARCWORK"
               MOVE 16 TO RETURN-CODE
               MOVE "N" TO WS-STORE-READY-SW
           END-IF.
      *
       EXIT.
      *
       READ-WORK-RECORD SECTION.
      *
           READ WORK-FILE
               AT END
                   SET WORK-EOF TO TRUE
           END-READ.
      *
       EXIT.
      *
       COPY-ONE-KEPT-ENTRY SECTION.
      *
           MOVE WORK-RECORD TO STORE-RECORD.
           WRITE STORE-RECORD.
           IF WS-STORE-STATUS EQUAL "00"
               ADD 1 TO WS-REWRITTEN-COUNT
           END-IF.
           PERFORM READ-WORK-RECORD.
      *
       EXIT.
      *
      *****************************************************************
      * CATALOGUE-ARCHIVE - THE ARCHIVE ONLY EXISTS FOR THE READERS
      * ONCE IT IS ON ARCCAT. A FAILURE HERE LEAVES ITS ENTRIES OUT
      * OF EVERY INQUIRY, SO IT IS SAID LOUDLY.
      *****************************************************************
       CATALOGUE-ARCHIVE SECTION.
      *
           OPEN EXTEND ARCHIVE-CATALOGUE-FILE.
           IF CATALOGUE-FILE-NOT-FOUND
               OPEN OUTPUT ARCHIVE-CATALOGUE-FILE
           END-IF.
           IF WS-CATALOGUE-STATUS NOT EQUAL "00"
               DISPLAY "HSTARCH: ARCCAT OPEN FAILED - STATUS "
                   WS-CATALOGUE-STATUS " - " WS-ARCHIVE-FILENAME
                   " NOT CATALOGUED; ITS ENTRIES ARE NO LONGER LIVE"
               MOVE 16 TO RETURN-CODE
           ELSE
               MOVE SPACES               TO ARCHIVE-CATALOGUE-RECORD
               MOVE WS-STORE-NAME        TO AX-STORE-NAME
               MOVE WS-CUTOFF-DATE       TO AX-CUTOFF-DATE
               MOVE WS-LOG-DATE          TO AX-ARCHIVE-DATE
               MOVE WS-LOG-TIME          TO AX-ARCHIVE-TIME
               MOVE WS-ARCHIVE-FILENAME  TO AX-FILE-NAME
               MOVE WS-FIRST-DATE        TO AX-FIRST-DATE
               MOVE WS-LAST-DATE         TO AX-LAST-DATE
               MOVE WS-MOVED-COUNT       TO AX-RECORD-COUNT
               MOVE WS-KEPT-COUNT        TO AX-KEPT-COUNT
               MOVE WS-CONTROL-TOTAL     TO AX-CONTROL-TOTAL
               MOVE WS-BASELINE-FILENAME TO AX-BASELINE-NAME
               MOVE WS-BASELINE-COUNT    TO AX-BASELINE-COUNT
               MOVE WS-BASELINE-APPROVED TO AX-BASELINE-APPROVED
               WRITE ARCHIVE-CATALOGUE-RECORD
               CLOSE ARCHIVE-CATALOGUE-FILE
               ADD 1 TO WS-STORES-ARCHIVED
               DISPLAY "HSTARCH: " WS-STORE-NAME " - CUT-OFF "
                   WS-CUTOFF-DATE ", " WS-READ-COUNT " READ, "
                   WS-MOVED-COUNT " MOVED TO " WS-ARCHIVE-FILENAME
               DISPLAY "HSTARCH: " WS-STORE-NAME " - "
                   WS-KEPT-COUNT " KEPT LIVE, CONTROL TOTAL "
                   WS-CONTROL-TOTAL
               IF STORE-IS-MSTHIST
                   DISPLAY "HSTARCH: MSTHIST - BASELINE "
                       WS-BASELINE-FILENAME " " WS-BASELINE-COUNT
                       " RECORDS, APPROVED TOTAL "
                       WS-BASELINE-APPROVED
               END-IF
           END-IF.
      *
       EXIT.
      *
       END PROGRAM HSTARCH.
