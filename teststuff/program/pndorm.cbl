       IDENTIFICATION DIVISION.
       PROGRAM-ID. PNDORM.
       AUTHOR. BATCH-SUPPORT-TEAM.
       INSTALLATION. DATA-CENTER-1.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.
      *
      * MODIFICATION HISTORY
      *  2026-10-15 DL FIRST VERSION. DORMANCY SWEEP OVER PROGRAMNATIVE-
      *                MASTER. A PROGRAMNAME'S LAST ACTIVITY IS THE
      *                LATER OF ITS PN-EFFECTIVE-DATE AND THE LAST DAY
      *                THE DAILY RUN OR A SUPERVISOR DECISION CHANGED
      *                ITS RECORD ON MSTHIST; ONE STILL ACTIVE ("OK")
      *                WITH NO ACTIVITY IN THE LAST DRMPARM INACTIVITY
      *                DAYS (CALENDAR DAYS, DEFAULT 365) IS MOVED TO
      *                THE DORMANT STATUS "DO" WITH A BEFORE/AFTER
      *                IMAGE ON MSTHIST. DRMRPT LISTS THEM BY ACCOUNT.
      *                A DRMPARM MODE OF "R" REPORTS WITHOUT CHANGING
      *                ANYTHING. HOLDS RUNLOCK FOR ITS DURATION.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DORMANCY-PARM-FILE
               ASSIGN TO "DRMPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.
           SELECT DORMANCY-REPORT-FILE
               ASSIGN TO "DRMRPT"
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
           SELECT RUN-LOCK-FILE
               ASSIGN TO "RUNLOCK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOCK-STATUS.
      *
       DATA DIVISION.
       FILE SECTION.
      *****************************************************************
      * DORMANCY-PARM-FILE - THE INACTIVITY THRESHOLD IN CALENDAR
      * DAYS (ABSENT, ZERO OR NOT NUMERIC, 365 APPLIES) AND THE RUN
      * MODE: "R" REPORTS ONLY, ANYTHING ELSE UPDATES THE MASTER.
      *****************************************************************
       FD  DORMANCY-PARM-FILE
           LABEL RECORDS ARE STANDARD.
       01  DORMANCY-PARM-RECORD.
           05  DRMPARM-INACTIVE-DAYS       PIC 9(05).
           05  DRMPARM-MODE                PIC X(01).
             88  DRMPARM-REPORT-ONLY             VALUE "R".
      *
       FD  DORMANCY-REPORT-FILE
           LABEL RECORDS ARE STANDARD.
       01  DORMANCY-REPORT-RECORD          PIC X(90).
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
       FD  RUN-LOCK-FILE
           LABEL RECORDS ARE STANDARD.
       01  RUN-LOCK-RECORD.
           COPY LOCKREF.
      *
       WORKING-STORAGE SECTION.
       01  WS-SWITCHES.
           05  WS-PROGMSTR-EOF-SW          PIC X(01) VALUE "N".
             88  PROGMSTR-EOF                    VALUE "Y".
           05  WS-MSTHIST-EOF-SW           PIC X(01) VALUE "N".
             88  MSTHIST-EOF                     VALUE "Y".
           05  WS-TABLE-OVERFLOW-SW        PIC X(01) VALUE "N".
             88  ACTIVITY-TABLE-OVERFLOW         VALUE "Y".
           05  WS-REPORT-ONLY-SW           PIC X(01) VALUE "N".
             88  REPORT-ONLY-MODE                VALUE "Y".
      *
       01  WS-PARM-STATUS                  PIC X(02) VALUE SPACES.
       01  WS-REPORT-STATUS                PIC X(02) VALUE SPACES.
       01  WS-PROGMSTR-STATUS              PIC X(02) VALUE SPACES.
         88  PROGMSTR-OK                         VALUE "00".
       01  WS-MSTHIST-STATUS               PIC X(02) VALUE SPACES.
      *
       01  WS-LOG-CONTROLS.
           05  WS-LOG-DATE                 PIC 9(08) VALUE ZERO.
           05  WS-LOG-TIME                 PIC 9(08) VALUE ZERO.
      *
       77  WS-MASTER-COUNT                 PIC 9(07) COMP VALUE ZERO.
       77  WS-DORMANT-COUNT                PIC 9(07) COMP VALUE ZERO.
       77  WS-ALREADY-DORMANT-COUNT        PIC 9(07) COMP VALUE ZERO.
       77  WS-INACTIVE-OTHER-COUNT         PIC 9(07) COMP VALUE ZERO.
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
      * THE CUT-OFF. A PROGRAMNAME WHOSE LAST ACTIVITY FALLS BEFORE
      * WS-CUTOFF-DATE - THE RUN DATE LESS THE INACTIVITY DAYS - HAS
      * GONE QUIET.
      *****************************************************************
       01  WS-DORMANCY-CONTROLS.
           05  WS-INACTIVE-DAYS            PIC 9(05) VALUE 365.
           05  WS-CUTOFF-DATE              PIC 9(08) VALUE ZERO.
           05  WS-DAYS-STEPPED             PIC 9(05) COMP VALUE ZERO.
           05  WS-LAST-ACTIVITY            PIC 9(08) VALUE ZERO.
           05  WS-LAST-ACCOUNT             PIC 9(09) VALUE ZERO.
           05  WS-ACCOUNT-HEADED-SW        PIC X(01) VALUE "N".
             88  ACCOUNT-HEADED                  VALUE "Y".
      *
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
           05  WS-MONTH-MAX-DAY            PIC 9(02) VALUE ZERO.
           05  WS-LEAP-QUOTIENT            PIC 9(04) COMP VALUE ZERO.
           05  WS-LEAP-REMAINDER           PIC 9(04) COMP VALUE ZERO.
      *
      *****************************************************************
      * THE ACTIVITY TABLE - ONE ENTRY PER MASTER RECORD, LOADED IN
      * PROGRAMNAME ORDER STRAIGHT OFF THE FILE SO MSTHIST CAN BE
      * MATCHED AGAINST IT BY BINARY SEARCH. UNUSED ENTRIES CARRY
      * HIGH-VALUES AND SO STAY AT THE TOP OF THE KEY ORDER. A MASTER
      * TOO BIG FOR THE TABLE REFUSES THE SWEEP - A PROGRAMNAME LEFT
      * OUT WOULD LOOK QUIETER THAN IT IS.
      *****************************************************************
       77  WS-ACTIVITY-COUNT               PIC 9(05) COMP VALUE ZERO.
      *
       01  WS-ACTIVITY-TABLE.
           05  WS-ACT-ENTRY OCCURS 20000 TIMES
                   ASCENDING KEY IS WS-ACT-PROGRAMNAME
                   INDEXED BY ACT-IDX.
               10  WS-ACT-PROGRAMNAME      PIC X(04).
               10  WS-ACT-LAST-DATE        PIC 9(08).
      *
       01  WS-HISTORY-CONTROLS.
           05  WS-MASTER-BEFORE-IMAGE      PIC X(28) VALUE SPACES.
      *
       01  RPT-TITLE-LINE.
           05  FILLER                      PIC X(40)
                   VALUE "PROGRAMNATIVE DORMANCY SWEEP  RUN DATE ".
           05  RPT-TITLE-DATE              PIC 9(08).
           05  FILLER                      PIC X(42) VALUE SPACES.
      *
       01  RPT-THRESHOLD-LINE.
           05  FILLER                      PIC X(16)
                   VALUE "INACTIVE DAYS: ".
           05  RPT-INACTIVE-DAYS           PIC ZZZZ9.
           05  FILLER                      PIC X(29)
                   VALUE "  NO ACTIVITY ON OR AFTER: ".
           05  RPT-CUTOFF-DATE             PIC 9(08).
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  RPT-MODE-TEXT               PIC X(30).
      *
       01  RPT-ACCOUNT-LINE.
           05  FILLER                      PIC X(09)
                   VALUE "ACCOUNT:".
           05  RPT-ACCOUNT-NUMBER          PIC 9(09).
           05  FILLER                      PIC X(72) VALUE SPACES.
      *
       01  RPT-PROGRAM-LINE.
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  FILLER                      PIC X(09)
                   VALUE "PROGRAM:".
           05  RPT-PROGRAMNAME             PIC X(04).
           05  FILLER                      PIC X(12)
                   VALUE "  EFF-DATE:".
           05  RPT-EFFECTIVE-DATE          PIC 9(08).
           05  FILLER                      PIC X(17)
                   VALUE "  LAST ACTIVITY:".
           05  RPT-LAST-ACTIVITY           PIC 9(08).
           05  FILLER                      PIC X(12)
                   VALUE "  APPROVED:".
           05  RPT-APPROVED-COUNT          PIC ZZZZ9.
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  RPT-OUTCOME                 PIC X(11).
      *
       01  RPT-COUNT-LINE.
           05  RPT-COUNT-LABEL             PIC X(30).
           05  RPT-COUNT-VALUE             PIC ZZZZZZ9.
           05  FILLER                      PIC X(53) VALUE SPACES.
      *
       PROCEDURE DIVISION.
      *
       MAIN SECTION.
      *
           ACCEPT WS-LOG-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-LOG-TIME FROM TIME.

           PERFORM CHECK-RUN-LOCK.
           IF LOCK-HELD
               DISPLAY "PNDORM: MASTER LOCKED BY "
                   WS-LOCK-HOLDER-NAME " SINCE " WS-LOCK-HELD-DATE
                   " " WS-LOCK-HELD-TIME " - SWEEP REFUSED"
               DISPLAY "PNDORM: USE LOKMAINT TO FORCE-RELEASE A "
                   "CRASHED HOLDER"
               MOVE 8 TO RETURN-CODE
               GO TO PROG-EX
           END-IF.
           PERFORM TAKE-RUN-LOCK.
           PERFORM LOAD-DORMANCY-PARM.
           PERFORM COMPUTE-CUTOFF-DATE.

      * MSTHIST IS READ FOR ACTIVITY FIRST AND ONLY THEN OPENED TO
      * TAKE THE SWEEP'S OWN IMAGES.
           OPEN OUTPUT DORMANCY-REPORT-FILE.
           OPEN I-O PROGRAMNATIVE-MASTER.
           IF WS-PROGMSTR-STATUS EQUAL "00"
               PERFORM LOAD-ACTIVITY-TABLE
               PERFORM LOAD-HISTORY-ACTIVITY
           END-IF.
           IF REPORT-ONLY-MODE
               MOVE "00" TO WS-MSTHIST-STATUS
           ELSE
               OPEN EXTEND MASTER-HISTORY-FILE
           END-IF.
           IF WS-REPORT-STATUS NOT EQUAL "00"
              OR WS-PROGMSTR-STATUS NOT EQUAL "00"
              OR WS-MSTHIST-STATUS NOT EQUAL "00"
               DISPLAY "PNDORM: FILE OPEN FAILED"
               DISPLAY "PNDORM: REPORT STATUS  " WS-REPORT-STATUS
               DISPLAY "PNDORM: MASTER STATUS  " WS-PROGMSTR-STATUS
               DISPLAY "PNDORM: HISTORY STATUS " WS-MSTHIST-STATUS
               MOVE 16 TO RETURN-CODE
               PERFORM RELEASE-RUN-LOCK
               GO TO PROG-EX
           END-IF.
           PERFORM WRITE-REPORT-HEADING.

           IF ACTIVITY-TABLE-OVERFLOW
               DISPLAY "PNDORM: MORE THAN 20000 MASTER RECORDS - "
                   "SWEEP REFUSED"
               MOVE "SWEEP REFUSED - MASTER TOO LARGE FOR THE TABLE"
                   TO DORMANCY-REPORT-RECORD
               WRITE DORMANCY-REPORT-RECORD
               MOVE 12 TO RETURN-CODE
           ELSE
               PERFORM SWEEP-BY-ACCOUNT
               PERFORM WRITE-REPORT-TOTALS
           END-IF.

           CLOSE DORMANCY-REPORT-FILE.
           CLOSE PROGRAMNATIVE-MASTER.
           IF NOT REPORT-ONLY-MODE
               CLOSE MASTER-HISTORY-FILE
           END-IF.
           PERFORM RELEASE-RUN-LOCK.

           DISPLAY "PNDORM: MASTER RECORDS " WS-MASTER-COUNT
               " NEWLY DORMANT " WS-DORMANT-COUNT
               " ALREADY DORMANT " WS-ALREADY-DORMANT-COUNT.
           IF WS-FAILED-COUNT > ZERO
              AND RETURN-CODE < 8
               MOVE 8 TO RETURN-CODE
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
               MOVE "PNDORM"    TO LOCK-HOLDER
               MOVE WS-LOG-DATE TO LOCK-DATE
               MOVE WS-LOG-TIME TO LOCK-TIME
               WRITE RUN-LOCK-RECORD
               CLOSE RUN-LOCK-FILE
           ELSE
               DISPLAY "PNDORM: RUN LOCK COULD NOT BE WRITTEN - "
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
               DISPLAY "PNDORM: RUN LOCK COULD NOT BE RELEASED - "
                   "STATUS " WS-LOCK-STATUS
           END-IF.
      *
       EXIT.
      *
       LOAD-DORMANCY-PARM SECTION.
      *
           OPEN INPUT DORMANCY-PARM-FILE.
           IF WS-PARM-STATUS EQUAL "00"
               READ DORMANCY-PARM-FILE
                   AT END
                       CONTINUE
               END-READ
               IF WS-PARM-STATUS EQUAL "00"
                   IF DRMPARM-INACTIVE-DAYS NUMERIC
                      AND DRMPARM-INACTIVE-DAYS > ZERO
                       MOVE DRMPARM-INACTIVE-DAYS TO WS-INACTIVE-DAYS
                   END-IF
                   IF DRMPARM-REPORT-ONLY
                       SET REPORT-ONLY-MODE TO TRUE
                   END-IF
               END-IF
               CLOSE DORMANCY-PARM-FILE
           ELSE
               DISPLAY "PNDORM: NO DRMPARM - " WS-INACTIVE-DAYS
                   " INACTIVITY DAYS APPLY"
           END-IF.
      *
       EXIT.
      *
      *****************************************************************
      * COMPUTE-CUTOFF-DATE - STEPS BACK FROM THE RUN DATE ONE
      * CALENDAR DAY AT A TIME, THE INACTIVITY DAYS OVER.
      *****************************************************************
       COMPUTE-CUTOFF-DATE SECTION.
      *
           MOVE WS-LOG-DATE TO WS-CUTOFF-WORK-NUM.
           MOVE ZERO TO WS-DAYS-STEPPED.
           PERFORM STEP-CUTOFF-DATE-BACK
               UNTIL WS-DAYS-STEPPED NOT < WS-INACTIVE-DAYS.
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
       WRITE-REPORT-HEADING SECTION.
      *
           MOVE WS-LOG-DATE TO RPT-TITLE-DATE.
           MOVE RPT-TITLE-LINE TO DORMANCY-REPORT-RECORD.
           WRITE DORMANCY-REPORT-RECORD.
           MOVE WS-INACTIVE-DAYS TO RPT-INACTIVE-DAYS.
           MOVE WS-CUTOFF-DATE   TO RPT-CUTOFF-DATE.
           IF REPORT-ONLY-MODE
               MOVE "REPORT ONLY - MASTER UNCHANGED" TO RPT-MODE-TEXT
           ELSE
               MOVE "UPDATE" TO RPT-MODE-TEXT
           END-IF.
           MOVE RPT-THRESHOLD-LINE TO DORMANCY-REPORT-RECORD.
           WRITE DORMANCY-REPORT-RECORD.
           MOVE SPACES TO DORMANCY-REPORT-RECORD.
           WRITE DORMANCY-REPORT-RECORD.
      *
       EXIT.
      *
      *****************************************************************
      * LOAD-ACTIVITY-TABLE - EVERY MASTER RECORD IN PROGRAMNAME
      * ORDER, ITS PN-EFFECTIVE-DATE THE FIRST GUESS AT ITS LAST
      * ACTIVITY.
      *****************************************************************
       LOAD-ACTIVITY-TABLE SECTION.
      *
           MOVE HIGH-VALUES TO WS-ACTIVITY-TABLE.
           MOVE ZERO TO WS-ACTIVITY-COUNT.
           MOVE "N" TO WS-PROGMSTR-EOF-SW.
           MOVE LOW-VALUES TO PN-PROGRAMNAME.
           START PROGRAMNATIVE-MASTER
               KEY IS NOT LESS THAN PN-PROGRAMNAME
               INVALID KEY
                   SET PROGMSTR-EOF TO TRUE
           END-START.
           IF NOT PROGMSTR-EOF
               PERFORM READ-MASTER-NEXT
               PERFORM STORE-ACTIVITY-ENTRY
                   UNTIL PROGMSTR-EOF
                      OR ACTIVITY-TABLE-OVERFLOW
           END-IF.
      *
       EXIT.
      *
       STORE-ACTIVITY-ENTRY SECTION.
      *
           IF WS-ACTIVITY-COUNT < 20000
               ADD 1 TO WS-ACTIVITY-COUNT
               MOVE PN-PROGRAMNAME
                   TO WS-ACT-PROGRAMNAME(WS-ACTIVITY-COUNT)
               IF PN-EFFECTIVE-DATE NUMERIC
                   MOVE PN-EFFECTIVE-DATE
                       TO WS-ACT-LAST-DATE(WS-ACTIVITY-COUNT)
               ELSE
                   MOVE ZERO TO WS-ACT-LAST-DATE(WS-ACTIVITY-COUNT)
               END-IF
               PERFORM READ-MASTER-NEXT
           ELSE
               SET ACTIVITY-TABLE-OVERFLOW TO TRUE
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
           IF NOT PROGMSTR-OK
              AND NOT PROGMSTR-EOF
               DISPLAY "PNDORM: MASTER READ FAILED - STATUS "
                   WS-PROGMSTR-STATUS
               ADD 1 TO WS-FAILED-COUNT
               SET PROGMSTR-EOF TO TRUE
           END-IF.
      *
       EXIT.
      *
      *****************************************************************
      * LOAD-HISTORY-ACTIVITY - ONLY WHAT THE DAILY RUN AND THE
      * SUPERVISOR DECISIONS WROTE IS ACTIVITY. MAINTENANCE, RESTORES
      * AND THIS SWEEP ITSELF ARE HOUSEKEEPING AND DO NOT WAKE A
      * PROGRAMNAME UP.
      *****************************************************************
       LOAD-HISTORY-ACTIVITY SECTION.
      *
           OPEN INPUT MASTER-HISTORY-FILE.
           IF WS-MSTHIST-STATUS EQUAL "00"
               PERFORM READ-HISTORY-RECORD
               PERFORM NOTE-HISTORY-ACTIVITY
                   UNTIL MSTHIST-EOF
               CLOSE MASTER-HISTORY-FILE
           ELSE
               DISPLAY "PNDORM: NO MSTHIST - STATUS "
                   WS-MSTHIST-STATUS " - EFFECTIVE DATES ONLY"
           END-IF.
      *
       EXIT.
      *
       READ-HISTORY-RECORD SECTION.
      *
           READ MASTER-HISTORY-FILE
               AT END
                   SET MSTHIST-EOF TO TRUE
           END-READ.
           IF WS-MSTHIST-STATUS NOT EQUAL "00"
               SET MSTHIST-EOF TO TRUE
           END-IF.
      *
       EXIT.
      *
       NOTE-HISTORY-ACTIVITY SECTION.
      *
           IF (PH-SOURCE-PROGRAM EQUAL "TEST"
               OR PH-SOURCE-PROGRAM EQUAL "REVDECN")
              AND PH-CHANGE-DATE NUMERIC
               SEARCH ALL WS-ACT-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-ACT-PROGRAMNAME(ACT-IDX) EQUAL PH-PROGRAMNAME
                       IF PH-CHANGE-DATE > WS-ACT-LAST-DATE(ACT-IDX)
                           MOVE PH-CHANGE-DATE
                               TO WS-ACT-LAST-DATE(ACT-IDX)
                       END-IF
               END-SEARCH
           END-IF.
           PERFORM READ-HISTORY-RECORD.
      *
       EXIT.
      *
      *****************************************************************
      * SWEEP-BY-ACCOUNT - WALKS THE MASTER ON THE PN-ACCOUNT-NUMBER
      * ALTERNATE KEY SO THE REPORT COMES OUT BY ACCOUNT. ONLY AN
      * ACTIVE ("OK") RECORD IS MOVED; ONE ALREADY DORMANT IS COUNTED,
      * AND A QUIET ONE CLOSED OR SUSPENDED KEEPS ITS STATUS.
      *****************************************************************
       SWEEP-BY-ACCOUNT SECTION.
      *
           MOVE "N"  TO WS-PROGMSTR-EOF-SW.
           MOVE "N"  TO WS-ACCOUNT-HEADED-SW.
           MOVE ZERO TO PN-ACCOUNT-NUMBER.
           START PROGRAMNATIVE-MASTER
               KEY IS NOT LESS THAN PN-ACCOUNT-NUMBER
               INVALID KEY
                   SET PROGMSTR-EOF TO TRUE
           END-START.
           IF NOT PROGMSTR-EOF
               PERFORM READ-MASTER-NEXT
               PERFORM SWEEP-ONE-RECORD
                   UNTIL PROGMSTR-EOF
           END-IF.
      *
       EXIT.
      *
       SWEEP-ONE-RECORD SECTION.
      *
           ADD 1 TO WS-MASTER-COUNT.
           MOVE PN-EFFECTIVE-DATE TO WS-LAST-ACTIVITY.
           SEARCH ALL WS-ACT-ENTRY
               AT END
                   CONTINUE
               WHEN WS-ACT-PROGRAMNAME(ACT-IDX) EQUAL PN-PROGRAMNAME
                   MOVE WS-ACT-LAST-DATE(ACT-IDX) TO WS-LAST-ACTIVITY
           END-SEARCH.
           IF WS-LAST-ACTIVITY < WS-CUTOFF-DATE
               IF PN-STATUS-DORMANT
                   ADD 1 TO WS-ALREADY-DORMANT-COUNT
               ELSE
                   IF PN-STATUS-ACTIVE
                       PERFORM MAKE-RECORD-DORMANT
                   ELSE
                       ADD 1 TO WS-INACTIVE-OTHER-COUNT
                   END-IF
               END-IF
           END-IF.
           PERFORM READ-MASTER-NEXT.
      *
       EXIT.
      *
      *****************************************************************
      * MAKE-RECORD-DORMANT - THE STATUS CHANGE AND ITS MSTHIST IMAGE,
      * THEN THE REPORT LINE UNDER ITS ACCOUNT. IN REPORT-ONLY MODE
      * THE LINE SAYS WHAT WOULD HAPPEN AND NOTHING IS WRITTEN.
      *****************************************************************
       MAKE-RECORD-DORMANT SECTION.
      *
           IF REPORT-ONLY-MODE
               ADD 1 TO WS-DORMANT-COUNT
               MOVE "WOULD GO DO" TO RPT-OUTCOME
           ELSE
               MOVE PROGRAMNATIVE-MASTER-RECORD
                   TO WS-MASTER-BEFORE-IMAGE
               SET PN-STATUS-DORMANT TO TRUE
               REWRITE PROGRAMNATIVE-MASTER-RECORD
                   INVALID KEY
                       CONTINUE
               END-REWRITE
               IF PROGMSTR-OK
                   ADD 1 TO WS-DORMANT-COUNT
                   MOVE "NOW DORMANT" TO RPT-OUTCOME
                   PERFORM WRITE-MASTER-HISTORY
               ELSE
                   ADD 1 TO WS-FAILED-COUNT
                   MOVE "UPDATE FAIL" TO RPT-OUTCOME
                   DISPLAY "PNDORM: REWRITE FAILED FOR "
                       PN-PROGRAMNAME " - STATUS " WS-PROGMSTR-STATUS
               END-IF
           END-IF.
           IF NOT ACCOUNT-HEADED
              OR PN-ACCOUNT-NUMBER NOT EQUAL WS-LAST-ACCOUNT
               MOVE PN-ACCOUNT-NUMBER TO WS-LAST-ACCOUNT
               SET ACCOUNT-HEADED TO TRUE
               MOVE PN-ACCOUNT-NUMBER TO RPT-ACCOUNT-NUMBER
               MOVE RPT-ACCOUNT-LINE TO DORMANCY-REPORT-RECORD
               WRITE DORMANCY-REPORT-RECORD
           END-IF.
           MOVE PN-PROGRAMNAME    TO RPT-PROGRAMNAME.
           MOVE PN-EFFECTIVE-DATE TO RPT-EFFECTIVE-DATE.
           MOVE WS-LAST-ACTIVITY  TO RPT-LAST-ACTIVITY.
           MOVE PN-APPROVED-COUNT TO RPT-APPROVED-COUNT.
           MOVE RPT-PROGRAM-LINE  TO DORMANCY-REPORT-RECORD.
           WRITE DORMANCY-REPORT-RECORD.
      *
       EXIT.
      *
      *****************************************************************
      * WRITE-MASTER-HISTORY - THE DATED BEFORE/AFTER PAIR FOR THE
      * STATUS CHANGE JUST MADE.
      *****************************************************************
       WRITE-MASTER-HISTORY SECTION.
      *
           MOVE WS-LOG-DATE            TO PH-CHANGE-DATE.
           MOVE WS-LOG-TIME            TO PH-CHANGE-TIME.
           MOVE "PNDORM"               TO PH-SOURCE-PROGRAM.
           MOVE "U"                    TO PH-ACTION.
           MOVE PN-PROGRAMNAME         TO PH-PROGRAMNAME.
           MOVE WS-MASTER-BEFORE-IMAGE TO PH-BEFORE-IMAGE.
           MOVE PROGRAMNATIVE-MASTER-RECORD
                                       TO PH-AFTER-IMAGE.
           WRITE MASTER-HISTORY-RECORD.
      *
       EXIT.
      *
       WRITE-REPORT-TOTALS SECTION.
      *
           IF WS-DORMANT-COUNT EQUAL ZERO
              AND WS-FAILED-COUNT EQUAL ZERO
               MOVE "NO ACTIVE PROGRAM HAS GONE QUIET"
                   TO DORMANCY-REPORT-RECORD
               WRITE DORMANCY-REPORT-RECORD
           END-IF.
           MOVE SPACES TO DORMANCY-REPORT-RECORD.
           WRITE DORMANCY-REPORT-RECORD.
           MOVE "MASTER RECORDS READ:" TO RPT-COUNT-LABEL.
           MOVE WS-MASTER-COUNT TO RPT-COUNT-VALUE.
           PERFORM WRITE-COUNT-LINE.
           IF REPORT-ONLY-MODE
               MOVE "WOULD GO DORMANT:" TO RPT-COUNT-LABEL
           ELSE
               MOVE "MOVED TO DORMANT:" TO RPT-COUNT-LABEL
           END-IF.
           MOVE WS-DORMANT-COUNT TO RPT-COUNT-VALUE.
           PERFORM WRITE-COUNT-LINE.
           MOVE "ALREADY DORMANT:" TO RPT-COUNT-LABEL.
           MOVE WS-ALREADY-DORMANT-COUNT TO RPT-COUNT-VALUE.
           PERFORM WRITE-COUNT-LINE.
           MOVE "QUIET BUT CLOSED/SUSPENDED:" TO RPT-COUNT-LABEL.
           MOVE WS-INACTIVE-OTHER-COUNT TO RPT-COUNT-VALUE.
           PERFORM WRITE-COUNT-LINE.
           MOVE "UPDATES FAILED:" TO RPT-COUNT-LABEL.
           MOVE WS-FAILED-COUNT TO RPT-COUNT-VALUE.
           PERFORM WRITE-COUNT-LINE.
      *
       EXIT.
      *
       WRITE-COUNT-LINE SECTION.
      *
           MOVE RPT-COUNT-LINE TO DORMANCY-REPORT-RECORD.
           WRITE DORMANCY-REPORT-RECORD.
      *
       EXIT.
      *
       END PROGRAM PNDORM.
