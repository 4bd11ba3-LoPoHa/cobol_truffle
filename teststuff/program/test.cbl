      *                RANGE, ACCOUNT, PROGRAMNAME OR CALLED
      *                SUBPROGRAM - COMPLIANCE STOPS SCANNING THE
      *                WHOLE FILE BY EYE.
      *  2026-10-15 DL EVERY R001/R002 RECORD ROUTED TO MANUAL REVIEW
      *                IS NOW ALSO QUEUED ON THE REVQUE KEYED FILE
      *                (FEED ID/PROGRAMNAME/ACCOUNT/EFFECTIVE DATE)
      *                WITH ITS ENRICHED VALUES, FOR THE SUPERVISOR
      *                APPROVE/DECLINE DECISION RECORDED BY THE NEW
      *                REVDECN PROGRAM. RUNHIST ENTRIES OF MODE "V"
      *                (REVIEW DECISIONS) DO NOT COUNT AS RUNS WHEN
      *                THE DAY'S GENERATION NUMBER IS WORKED OUT.
      *  2026-10-15 DL EVERY EXCEPTION (BAR MANUAL-REVIEW LINES AND
      *                IN-RUN DUPLICATES) NOW OPENS OR REOPENS AN ITEM
      *                ON THE EXCINV EXCEPTION INVENTORY, KEYED ON
      *                FEED ID/PROGRAMNAME/ACCOUNT/EFFECTIVE DATE; A
      *                LATER NORMAL OR REPROCESS RUN THAT ACCEPTS THE
      *                SAME COMBINATION CLOSES IT. A REPROCESSED
      *                RECORD IS KEYED ON THE FEED ITS EXCEPTION LINE
      *                CAME FROM, NOT "REPROC". THE NEW EXCAGE PROGRAM
      *                AGES THE OPEN ITEMS AND TAKES WRITE-OFFS.
      *  2026-10-15 DL EVERY FEED'S HEADER FEED ID IS LOOKED UP ON THE
      *                NEW PARTNER PROFILE MASTER AT BALANCING TIME: A
      *                FEED FROM AN UNKNOWN OR INACTIVE PARTNER IS
      *                REFUSED THERE (RC 8, NOTED ON ITS BALANCE LINES,
      *                NO RETURN FILE) AND NONE OF ITS RECORDS IS
      *                PROCESSED. A DETAIL OUTSIDE ITS PARTNER'S
      *                ENTITLEMENTS IS REJECTED AS E014 (LETTER), E015
      *                (CURRENCY) OR E016 (OVER THE PARTNER CEILING).
      *                NO PARTNER FILE YET MEANS NO PARTNER CHECKS.
      *                MAINTAINED BY THE NEW PTNMAINT UTILITY.
      *  2026-10-15 DL THE NEW FEEDSCHD SCHEDULE SAYS WHICH FEEDS ARE
      *                DUE ON WHICH BUSCAL PROCESSING DAYS; THE REPORT
      *                NOW CARRIES A FEEDS EXPECTED / RECEIVED /
      *                MISSING SECTION, AND A MISSING FEED RAISES THE
      *                CONDITION CODE TO 4. EVERY FEED A COMPLETED
      *                NORMAL RUN PROCESSES IS ADDED TO THE NEW FEEDREG
      *                RECEIVED-FEED REGISTER (FEED ID, HEADER DATE,
      *                DETAIL COUNT, HASH TOTAL), AND A LATER FEED
      *                MATCHING AN ENTRY - OR AN EARLIER FEED IN THE
      *                SAME RUN - IS REFUSED AS A REPLAY (RC 8).
      *  2026-10-15 DL EVERY DETAIL'S ACCOUNT IS LOOKED UP ON THE NEW
      *                ACCTMSTR ACCOUNT MASTER: ONE NOT ON IT IS
      *                REJECTED AS E017, ONE WE HAVE CLOSED AS E018
      *                WHATEVER STATUS THE PARTNER SENT, AND A "D"
      *                RECORD WHOSE STATUS DISAGREES WITH OURS GOES TO
      *                MANUAL REVIEW AS R003 INSTEAD OF BEING
      *                APPROVED. AN "M" AMENDMENT THAT MOVES THE
      *                STATUS NOW MOVES IT ON THE ACCOUNT MASTER TOO,
      *                LOGGED TO ACTLOG. NO ACCOUNT MASTER YET MEANS
      *                NO ACCOUNT CHECKS. MAINTAINED BY THE NEW
      *                ACTMAINT UTILITY.
      *  2026-10-15 DL ROLLING ACCOUNT EXPOSURE: EVERY LETTER-C
      *                APPROVAL NOW POSTS ITS BASE-AMOUNT TO THE NEW
      *                EXPOSURE FILE UNDER ITS ACCOUNT AND RUN DATE,
      *                AND AN APPLIED "X" CANCELLATION TAKES IT BACK
      *                OUT. A RECORD THAT WOULD TAKE ITS ACCOUNT'S
      *                7- OR 30-BUSINESS-DAY TOTAL OVER THE CEILING IN
      *                FORCE ON THE NEW EXPCEIL FILE (PER ACCOUNT, OR
      *                THE HOUSE DEFAULT) GOES TO MANUAL REVIEW AS
      *                R004 INSTEAD OF BEING APPROVED, SO A LARGE
      *                AMOUNT SPLIT ACROSS RECORDS UNDER THE LETTER
      *                LIMIT IS CAUGHT. CEILINGS ARE MAINTAINED BY THE
      *                NEW EXPMAINT UTILITY; THE NEW EXPRPT REPORT
      *                LISTS THE ACCOUNTS CLOSEST TO THEIRS.
      *  2026-10-15 DL DORMANT PROGRAMNAMES: A NEW FEED RECORD FOR A
      *                PROGRAMNAME THE NEW PNDORM SWEEP HAS MADE
      *                DORMANT ("DO") GOES TO MANUAL REVIEW AS R005
      *                WHATEVER ITS LETTER INSTEAD OF BEING APPROVED,
      *                AND THE DAILY RUN NO LONGER REFRESHES A DORMANT
      *                RECORD'S STATUS FROM THE FEED - ONLY A
      *                SUPERVISOR APPROVAL IN REVDECN (OR AN "M"
      *                AMENDMENT) MAKES IT ACTIVE AGAIN.
      *  2026-10-15 DL PARTNER FEES: EVERY APPROVAL IS NOW PRICED FROM
      *                THE NEW EFFECTIVE-DATED FEEREF SCHEDULE (FLAT
      *                FEE PLUS A PERCENTAGE OF BASE-AMOUNT, WITHIN A
      *                MINIMUM AND MAXIMUM, PER FEED AND LETTER) AND
      *                EVERY APPLIED "X" CANCELLATION REFUNDED THE
      *                SAME FEE. THE FEE RIDES THE INTFOUT DETAIL AND
      *                CANCEL LINES, EACH PARTNER'S NET FEES POST TO
      *                GLOUT AS THEIR OWN PARTNER-RECEIVABLE/FEE-
      *                INCOME PAIR, AND FEES BILLED AND REFUNDED GO TO
      *                MONSTAT FOR THE MONSUM PARTNER STATEMENTS. THE
      *                SCHEDULE IS MAINTAINED BY THE NEW FEEMAINT
      *                UTILITY. ROLLOUT NOTE: THE INTFOUT RECORD IS
      *                NOW 65 BYTES - INTFACK, RECON, JOBDRV, BLKSWEEP
      *                AND REVDECN CHANGE WITH IT, AND THE BILLING
      *                RECEIVER MUST TAKE THE NEW FEE FIELD.
      *  2026-10-15 DL DATED FEED ARCHIVE: A NORMAL RUN NOW KEEPS EVERY
      *                PARTNER-FEED DETAIL IT PROCESSES ON THE NEW
      *                FEEDARC.CCYYMMDD.GGG GENERATION (NAMED LIKE ITS
      *                RPTOUT/EXCPOUT AND EXTENDED ON A RESTART), WITH
      *                THE OUTCOME, FIRST REASON CODE AND BASE-AMOUNT
      *                THE RUN GAVE IT, SO THE NEW WHATIF SIMULATION
      *                CAN REPLAY PAST FEEDS AGAINST PROPOSED LETLIMIT,
      *                CURRATE AND LETTREF VALUES. NOT PURGED BY THE
      *                RETPARM HOUSEKEEPING.
      *  2026-10-15 DL RISK SCORING: THE NEW RISKSCOR STEP JOINS THE
      *                ENRICHMENT CHAIN AND SCORES EVERY RECORD FROM
      *                THE RSKMAINT-MAINTAINED RISKREF FACTORS - FEED,
      *                CURRENCY, BASE-AMOUNT BAND, MONTHS THE
      *                PROGRAMNAME HAS BEEN ON THE MASTER AND THE
      *                ACCOUNT'S EXCINV ITEMS SEEN IN THE LAST 30
      *                BUSINESS DAYS. THE SCORE RIDES COPY-BASE, EVERY
      *                AUDITLOG LINE AND THE RECORD ECHO; A SCORE OVER
      *                THE RISKREF THRESHOLD GOES TO MANUAL REVIEW AS
      *                R006 (AFTER R004 IN PRECEDENCE, BEFORE LETTER-B)
      *                AND IS NEVER APPROVED. THE STATISTICS PAGE SHOWS
      *                EACH FEED'S SCORE DISTRIBUTION.
      *  2026-10-15 DL HOW NEW A PROGRAM IS NOW COUNTS FROM THE MASTER'S
      *                PN-FIRST-SEEN-DATE, SET ONLY WHEN THE RECORD IS
      *                ADDED. WS-ENT-SUB BACK WITH THE ENTITLEMENT
      *                CONTROLS. AUDIT RECORD CLEARED BEFORE BUILDING.
      *  2026-10-15 DL THE REASON-CODE STATISTICS TABLE GROWS FROM 15
      *                TO 30 CODES; A CODE THAT STILL DOES NOT FIT IS
      *                NAMED ON THE CONSOLE AND THE RUN ENDS WITH
      *                CONDITION CODE 4. R006 ADDED TO THE CODE LIST.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               ACCESS MODE IS RANDOM
               RECORD KEY IS SEEN-KEY
               FILE STATUS IS WS-SEENWRK-STATUS.
           SELECT REVIEW-QUEUE-FILE
               ASSIGN TO "REVQUE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RQ-KEY
               FILE STATUS IS WS-REVQUE-STATUS.
           SELECT EXCEPTION-INVENTORY-FILE
               ASSIGN TO "EXCINV"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EI-KEY
               FILE STATUS IS WS-EXCINV-STATUS.
           SELECT FEED-SCHEDULE-FILE
               ASSIGN TO "FEEDSCHD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FEEDSCHD-STATUS.
           SELECT FEED-REGISTER-FILE
               ASSIGN TO "FEEDREG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FR-KEY
               FILE STATUS IS WS-FEEDREG-STATUS.
           SELECT PARTNER-MASTER
               ASSIGN TO "PARTNER"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PT-FEED-ID
               FILE STATUS IS WS-PARTNER-STATUS.
           SELECT ACCOUNT-MASTER
               ASSIGN TO "ACCTMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS AC-ACCOUNT-NUMBER
               FILE STATUS IS WS-ACCTMSTR-STATUS.
           SELECT ACCOUNT-LOG-FILE
               ASSIGN TO "ACTLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACTLOG-STATUS.
           SELECT EXPOSURE-FILE
               ASSIGN TO "EXPOSURE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS EX-ACCOUNT-NUMBER
               FILE STATUS IS WS-EXPOSURE-STATUS.
           SELECT EXPOSURE-CEILING-FILE
               ASSIGN TO "EXPCEIL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CEILING-STATUS.
           SELECT FEE-SCHEDULE-FILE
               ASSIGN TO "FEEREF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FEEREF-STATUS.
           SELECT FEED-ARCHIVE-FILE
               ASSIGN TO WS-FEED-ARCHIVE-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FEEDARC-STATUS.
      *
       DATA DIVISION.
       FILE SECTION.
           05  AUDIT-ACCOUNT-NUMBER        PIC 9(09).
           05  FILLER                      PIC X(01) VALUE SPACES.
           05  AUDIT-FEED-ID               PIC X(08).
      * THE RISK SCORE AS IT STOOD AFTER THE CALL - ZERO UNTIL
      * RISKSCOR HAS RUN FOR THE RECORD.
           05  FILLER                      PIC X(01) VALUE SPACES.
           05  AUDIT-RISK-SCORE            PIC 9(03).
           05  FILLER                      PIC X(01) VALUE SPACES.
      *
      *****************************************************************
      * PROGRAMNATIVE-MASTER - PERSISTENT MASTER RECORD PER PROGRAMNAME.
      *****************************************************************
       FD  INTERFACE-FILE
           LABEL RECORDS ARE STANDARD.
       01  INTERFACE-RECORD                PIC X(65).
      *
      *****************************************************************
      * HOLDOVER-IN/HOLDOVER-OUT - SUSPENDED-ACCOUNT RECORDS ARE HELD
      * RUN-HISTORY-FILE - ONE RECORD PER RUN, APPENDED AT END OF JOB:
      * A DURABLE RECORD OF WHAT EACH RUN READ, APPROVED, REVIEWED AND
      * FAILED, AND THE BASIS FOR THE START-OF-RUN VOLUME TOLERANCE
      * CHECK. RH-RUN-MODE: "F" FRESH, "S" RESTART, "R" REPROCESS,
      * "V" REVIEW DECISIONS (APPENDED BY REVDECN, NOT BY THIS RUN).
      *****************************************************************
       FD  RUN-HISTORY-FILE
           LABEL RECORDS ARE STANDARD.
           LABEL RECORDS ARE STANDARD.
       01  RETURN-RECORD                   PIC X(93).
      *
      *****************************************************************
      * REVIEW-QUEUE-FILE - ONE OPEN ITEM PER RECORD ROUTED TO MANUAL
      * REVIEW, AWAITING THE SUPERVISOR DECISION REVDECN RECORDS. A
      * TRIAL NEVER OPENS IT.
      *****************************************************************
       FD  REVIEW-QUEUE-FILE
           LABEL RECORDS ARE STANDARD.
       01  REVIEW-QUEUE-RECORD.
           COPY REVQUE.
      *
      *****************************************************************
      * EXCEPTION-INVENTORY-FILE - ONE ITEM PER EXCEPTION COMBINATION,
      * OPEN UNTIL A LATER RUN ACCEPTS IT OR EXCAGE WRITES IT OFF. A
      * TRIAL NEVER OPENS IT.
      *****************************************************************
       FD  EXCEPTION-INVENTORY-FILE
           LABEL RECORDS ARE STANDARD.
       01  EXCEPTION-INVENTORY-RECORD.
           COPY EXCINV.
      *
      *****************************************************************
      * PARTNER-MASTER - WHAT EACH PARTNER MAY SEND US. READ ONLY
      * HERE: BY FEED ID AT BALANCING TIME, AND BY THE RECORD'S OWN
      * FEED ID FOR THE PER-DETAIL ENTITLEMENT CHECKS.
      *****************************************************************
       FD  PARTNER-MASTER
           LABEL RECORDS ARE STANDARD.
       01  PARTNER-MASTER-RECORD.
           COPY PARTNER.
      *
      *****************************************************************
      * FEED-SCHEDULE-FILE - WHICH FEEDS ARE DUE ON WHICH PROCESSING
      * DAYS; LOADED WHOLE WITH THE OTHER REFERENCE FILES.
      *****************************************************************
       FD  FEED-SCHEDULE-FILE
           LABEL RECORDS ARE STANDARD.
       01  FEED-SCHEDULE-RECORD.
           COPY FEEDSCHD.
      *
      *****************************************************************
      * FEED-REGISTER-FILE - EVERY FEED A COMPLETED RUN PROCESSED,
      * KEYED ON ITS HEADER AND TRAILER FIGURES FOR THE REPLAY CHECK.
      * A TRIAL ONLY READS IT.
      *****************************************************************
       FD  FEED-REGISTER-FILE
           LABEL RECORDS ARE STANDARD.
       01  FEED-REGISTER-RECORD.
           COPY FEEDREG.
      *
      *****************************************************************
      * ACCOUNT-MASTER - WHO HOLDS EACH ACCOUNT AND OUR OWN VIEW OF
      * ITS STATUS. READ FOR EVERY DETAIL; REWRITTEN ONLY WHEN AN
      * AMENDMENT MOVES THE STATUS, WITH THE CHANGE ON ACTLOG.
      *****************************************************************
       FD  ACCOUNT-MASTER
           LABEL RECORDS ARE STANDARD.
       01  ACCOUNT-MASTER-RECORD.
           COPY ACCTMSTR.
      *
       FD  ACCOUNT-LOG-FILE
           LABEL RECORDS ARE STANDARD.
       01  ACCOUNT-LOG-RECORD.
           COPY ACCTLOG.
      *
      *****************************************************************
      * EXPOSURE-FILE - EACH ACCOUNT'S APPROVED AMOUNTS BY BUSINESS
      * DAY, FOR THE ROLLING CEILING CHECK. A TRIAL ONLY READS IT.
      *****************************************************************
       FD  EXPOSURE-FILE
           LABEL RECORDS ARE STANDARD.
       01  EXPOSURE-RECORD.
           COPY EXPOSURE.
      *
       FD  EXPOSURE-CEILING-FILE
           LABEL RECORDS ARE STANDARD.
       01  EXPOSURE-CEILING-RECORD.
           COPY EXPCEIL.
      *
       FD  FEE-SCHEDULE-FILE
           LABEL RECORDS ARE STANDARD.
       01  FEE-SCHEDULE-RECORD.
           COPY FEEREF.
      *
      *****************************************************************
      * FEED-ARCHIVE-FILE - THE RUN'S FEEDARC GENERATION: EVERY
      * PARTNER-FEED DETAIL AS RECEIVED, WITH WHAT THIS RUN DID WITH
      * IT. SEE THE FEEDARC COPYBOOK.
      *****************************************************************
       FD  FEED-ARCHIVE-FILE
           LABEL RECORDS ARE STANDARD.
       01  FEED-ARCHIVE-RECORD.
           COPY FEEDARC.
      *
      *
       WORKING-STORAGE SECTION.
       01  PROGRAMNATIVE.
           05  WS-DUPLICATE-SW             PIC X(01) VALUE "N".
             88  RECORD-IS-DUPLICATE             VALUE "Y".
             88  RECORD-NOT-DUPLICATE            VALUE "N".
           05  WS-RECORD-EXCEPTION-SW      PIC X(01) VALUE "N".
             88  RECORD-EXCEPTED                 VALUE "Y".
             88  RECORD-NOT-EXCEPTED             VALUE "N".
      *
       01  WS-CLASSIFICATION-STATUS        PIC X(02) VALUE SPACES.
       01  WS-REPORT-STATUS                PIC X(02) VALUE SPACES.
      * E010 ENRICHMENT SKIPPED, E011 COPY-STRING LAYOUT,
      * E012 AMENDMENT/CANCELLATION TARGET NOT ON THE MASTER,
      * E013 CURRENCY CODE NOT ON THE RATE FILE,
      * E014 LETTER NOT ALLOWED FOR THE PARTNER, E015 CURRENCY NOT
      * ALLOWED FOR THE PARTNER, E016 OVER THE PARTNER CEILING,
      * E017 ACCOUNT NOT ON THE ACCOUNT MASTER, E018 ACCOUNT CLOSED
      * ON THE ACCOUNT MASTER,
      * R001 LETTER-B MANUAL REVIEW, R002 OVER-LIMIT MANUAL REVIEW,
      * R003 PARTNER STATUS DISAGREES WITH THE ACCOUNT MASTER,
      * R004 OVER THE ACCOUNT'S ROLLING EXPOSURE CEILING,
      * R005 PROGRAMNAME DORMANT ON THE MASTER,
      * R006 RISK SCORE OVER THRESHOLD.
      * (D001 DECLINED ON SUPERVISOR REVIEW IS WRITTEN TO THE PARTNER
      * RETURN FILE BY REVDECN, NEVER BY THIS RUN.)
      *****************************************************************
       01  WS-EXCEPTION-LINE.
           05  WS-EXC-REASON-CODE          PIC X(04).
      * MASTER CANNOT BE DOUBLE-COUNTED ACROSS THE RESTART.
      *****************************************************************
       01  WS-SEENWRK-STATUS               PIC X(02) VALUE SPACES.
      *
      * MANUAL-REVIEW QUEUE - SEE QUEUE-REVIEW-RECORD.
       01  WS-REVQUE-STATUS                PIC X(02) VALUE SPACES.
         88  REVQUE-FILE-NOT-FOUND               VALUE "35".
      *
      * EXCEPTION INVENTORY - SEE RECORD-INVENTORY-ITEM. THE FEED ID
      * AN ITEM IS KEYED ON IS THE RECORD'S OWN FEED, WHICH FOR A
      * REPROCESSED RECORD IS THE ONE ON ITS EXCEPTION LINE.
       01  WS-EXCINV-STATUS                PIC X(02) VALUE SPACES.
         88  EXCINV-OK                           VALUE "00".
         88  EXCINV-FILE-NOT-FOUND               VALUE "35".
       01  WS-INVENTORY-FEED-ID            PIC X(08) VALUE SPACES.
      *
      *****************************************************************
      * FEED SCHEDULE AND REPLAY-REGISTER CONTROLS - SEE
      * WRITE-FEED-SCHEDULE-LINES AND CHECK-FEED-REPLAY. NO FEEDSCHD
      * MEANS NOTHING IS EXPECTED, SAID ON THE REPORT. THE RUN DATE'S
      * WEEKDAY (1 MONDAY - 7 SUNDAY) PICKS THE WEEKLY FEEDS DUE.
      *****************************************************************
       01  WS-FEEDSCHD-STATUS              PIC X(02) VALUE SPACES.
       01  WS-FEEDREG-STATUS               PIC X(02) VALUE SPACES.
         88  FEEDREG-OK                          VALUE "00".
         88  FEEDREG-FILE-NOT-FOUND              VALUE "35".
      *
       01  WS-SCHEDULE-CONTROLS.
           05  WS-FEEDSCHD-FILE-SW         PIC X(01) VALUE "N".
             88  FEEDSCHD-FILE-PRESENT           VALUE "Y".
           05  WS-FEEDSCHD-EOF-SW          PIC X(01) VALUE "N".
             88  FEEDSCHD-EOF                    VALUE "Y".
           05  WS-FEEDREG-OPEN-SW          PIC X(01) VALUE "N".
             88  FEEDREG-OPEN                    VALUE "Y".
           05  WS-RUN-DAY-SW               PIC X(01) VALUE "P".
             88  RUN-DAY-PROCESSING              VALUE "P".
             88  RUN-DAY-HOLIDAY                 VALUE "H".
           05  WS-FEED-DUE-SW              PIC X(01) VALUE "N".
             88  FEED-DUE-TODAY                  VALUE "Y".
           05  WS-RUN-WEEKDAY              PIC 9(01) VALUE ZERO.
           05  WS-EARLIER-FEED             PIC 9(02) COMP VALUE ZERO.
      *
       77  WS-SCHEDULE-COUNT               PIC 9(03) COMP VALUE ZERO.
       77  WS-FEEDS-EXPECTED               PIC 9(03) COMP VALUE ZERO.
       77  WS-FEEDS-RECEIVED               PIC 9(03) COMP VALUE ZERO.
       77  WS-FEEDS-MISSING                PIC 9(03) COMP VALUE ZERO.
      *
       01  WS-SCHEDULE-TABLE.
           05  WS-SCHD-ENTRY OCCURS 100 TIMES INDEXED BY SCHD-IDX.
               10  WS-SCHD-FEED-ID         PIC X(08).
               10  WS-SCHD-FREQUENCY       PIC X(01).
                 88  WS-SCHD-DAILY               VALUE "D".
                 88  WS-SCHD-WEEKLY              VALUE "W".
               10  WS-SCHD-WEEKDAYS.
                   15  WS-SCHD-WEEKDAY-FLAG PIC X(01) OCCURS 7 TIMES.
      *
      *****************************************************************
      * PARTNER ENTITLEMENT CONTROLS - SEE CHECK-FEED-PARTNER AND
      * CHECK-PARTNER-ENTITLEMENT. NO PARTNER FILE AT ALL SWITCHES THE
      * PARTNER CHECKS OFF WITH ONE CONSOLE WARNING, THE SAME GRACEFUL
      * DEFAULTING EVERY OTHER REFERENCE FILE GETS. THE PROFILE LAST
      * READ STAYS IN THE RECORD AREA, AND WS-PARTNER-HELD-ID SAYS
      * WHOSE IT IS, SO A FEED'S DETAILS COST ONE READ BETWEEN THEM.
      *****************************************************************
       01  WS-PARTNER-STATUS               PIC X(02) VALUE SPACES.
         88  PARTNER-OK                          VALUE "00".
      *
       01  WS-PARTNER-CONTROLS.
           05  WS-PARTNER-FILE-SW          PIC X(01) VALUE "N".
             88  PARTNER-FILE-PRESENT            VALUE "Y".
           05  WS-PARTNER-FOUND-SW         PIC X(01) VALUE "N".
             88  PARTNER-FOUND                   VALUE "Y".
             88  PARTNER-NOT-FOUND               VALUE "N".
           05  WS-PARTNER-HELD-ID          PIC X(08) VALUE SPACES.
           05  WS-PARTNER-WANTED-ID        PIC X(08) VALUE SPACES.
           05  WS-ENTITLEMENT-SW           PIC X(01) VALUE "Y".
             88  RECORD-ENTITLED                 VALUE "Y".
             88  RECORD-NOT-ENTITLED             VALUE "N".
           05  WS-ENTITLED-VALUE-SW        PIC X(01) VALUE "N".
             88  VALUE-ENTITLED                  VALUE "Y".
           05  WS-ENT-SUB                  PIC 9(02) COMP VALUE ZERO.
      *
      *****************************************************************
      * ACCOUNT MASTER CONTROLS - SEE CHECK-ACCOUNT-MASTER. NO
      * ACCOUNT MASTER AT ALL SWITCHES THE ACCOUNT CHECKS OFF WITH ONE
      * CONSOLE WARNING. THE RECORD LAST READ STAYS IN THE RECORD
      * AREA FOR AMEND-ACCOUNT-STATUS.
      *****************************************************************
       01  WS-ACCTMSTR-STATUS              PIC X(02) VALUE SPACES.
         88  ACCTMSTR-OK                         VALUE "00".
       01  WS-ACTLOG-STATUS                PIC X(02) VALUE SPACES.
      *
       01  WS-ACCOUNT-CONTROLS.
           05  WS-ACCTMSTR-FILE-SW         PIC X(01) VALUE "N".
             88  ACCTMSTR-FILE-PRESENT           VALUE "Y".
           05  WS-ACTLOG-FILE-SW           PIC X(01) VALUE "N".
             88  ACTLOG-FILE-OPEN                VALUE "Y".
           05  WS-ACCOUNT-CHECK-SW         PIC X(01) VALUE "Y".
             88  ACCOUNT-ACCEPTED                VALUE "Y".
             88  ACCOUNT-REFUSED                 VALUE "N".
           05  WS-ACCOUNT-FOUND-SW         PIC X(01) VALUE "N".
             88  ACCOUNT-ON-MASTER               VALUE "Y".
           05  WS-STATUS-MISMATCH-SW       PIC X(01) VALUE "N".
             88  ACCOUNT-STATUS-MISMATCH         VALUE "Y".
           05  WS-PROGRAM-DORMANT-SW       PIC X(01) VALUE "N".
             88  PROGRAM-DORMANT                 VALUE "Y".
           05  WS-OLD-ACCOUNT-STATUS       PIC X(02) VALUE SPACES.
      *
       01  WS-ACCOUNT-LOG-DETAIL.
           05  WS-ACL-TAG                  PIC X(04).
           05  FILLER                      PIC X(03) VALUE "ST ".
           05  WS-ACL-STATUS               PIC X(02).
           05  FILLER                      PIC X(13)
                   VALUE " AMENDED VIA ".
           05  WS-ACL-PROGRAMNAME          PIC X(04).
           05  FILLER                      PIC X(06) VALUE " FEED ".
           05  WS-ACL-FEED-ID              PIC X(08).
           05  FILLER                      PIC X(10) VALUE SPACES.
      *
      *****************************************************************
      * EXPOSURE CONTROLS - SEE THE EXPOSURE AND EXPCEIL COPYBOOKS.
      * THE CEILINGS LOAD WITH THE OTHER REFERENCE FILES (AN
      * OVERFLOW REFUSES THE RUN - A DROPPED CEILING IS A CHECK NOT
      * MADE) AND COMPUTE-EXPOSURE-WINDOWS FIXES THE FIRST DATE OF
      * EACH ROLLING WINDOW ONCE FOR THE RUN DATE. A TRIAL READS THE
      * EXPOSURE FILE BUT NEVER POSTS TO IT.
      *****************************************************************
       01  WS-EXPOSURE-STATUS              PIC X(02) VALUE SPACES.
         88  EXPOSURE-OK                         VALUE "00".
         88  EXPOSURE-FILE-NOT-FOUND             VALUE "35".
       01  WS-CEILING-STATUS               PIC X(02) VALUE SPACES.
       77  WS-CEILING-COUNT                PIC 9(03) COMP VALUE ZERO.
      *
       01  WS-CEILING-TABLE.
           05  WS-CEIL-ENTRY OCCURS 500 TIMES INDEXED BY CEIL-IDX.
               10  WS-CEIL-ACCOUNT         PIC 9(09).
               10  WS-CEIL-EFF-DATE        PIC 9(08).
               10  WS-CEIL-7               PIC 9(11)V9(02).
               10  WS-CEIL-30              PIC 9(11)V9(02).
      *
       01  WS-EXPOSURE-CONTROLS.
           05  WS-EXPOSURE-OPEN-SW         PIC X(01) VALUE "N".
             88  EXPOSURE-FILE-OPEN              VALUE "Y".
           05  WS-CEILING-EOF-SW           PIC X(01) VALUE "N".
             88  CEILING-EOF                     VALUE "Y".
           05  WS-EXPOSURE-FOUND-SW        PIC X(01) VALUE "N".
             88  EXPOSURE-ON-FILE                VALUE "Y".
           05  WS-EXPOSURE-CEILING-SW      PIC X(01) VALUE "N".
             88  EXPOSURE-OVER-CEILING           VALUE "Y".
             88  EXPOSURE-WITHIN-CEILING         VALUE "N".
           05  WS-ACCT-CEILING-SW          PIC X(01) VALUE "N".
             88  ACCOUNT-CEILING-FOUND           VALUE "Y".
           05  WS-DFLT-CEILING-SW          PIC X(01) VALUE "N".
             88  DEFAULT-CEILING-FOUND           VALUE "Y".
           05  WS-EXP-WALK-HOLIDAY-SW      PIC X(01) VALUE "N".
             88  EXPOSURE-WALK-HOLIDAY           VALUE "Y".
           05  WS-EXP-WINDOW-7-START       PIC 9(08) VALUE ZERO.
           05  WS-EXP-WINDOW-30-START      PIC 9(08) VALUE ZERO.
           05  WS-EXP-WALK-DAYS            PIC 9(02) COMP VALUE ZERO.
           05  WS-EXP-WALK-GUARD           PIC 9(04) COMP VALUE ZERO.
           05  WS-EXP-SUB                  PIC 9(02) COMP VALUE ZERO.
           05  WS-EXP-KEEP-COUNT           PIC 9(02) COMP VALUE ZERO.
           05  WS-EXP-SUM-7                PIC S9(11)V9(02) VALUE ZERO.
           05  WS-EXP-SUM-30               PIC S9(11)V9(02) VALUE ZERO.
           05  WS-EXP-POST-AMOUNT          PIC S9(11)V9(02) VALUE ZERO.
           05  WS-EXP-PROJECTED            PIC 9(11)V9(02) VALUE ZERO.
           05  WS-EXP-ACCT-BEST-DATE       PIC 9(08) VALUE ZERO.
           05  WS-EXP-ACCT-CEILING-7       PIC 9(11)V9(02) VALUE ZERO.
           05  WS-EXP-ACCT-CEILING-30      PIC 9(11)V9(02) VALUE ZERO.
           05  WS-EXP-DFLT-BEST-DATE       PIC 9(08) VALUE ZERO.
           05  WS-EXP-DFLT-CEILING-7       PIC 9(11)V9(02) VALUE ZERO.
           05  WS-EXP-DFLT-CEILING-30      PIC 9(11)V9(02) VALUE ZERO.
           05  WS-EXP-CEILING-7            PIC 9(11)V9(02) VALUE ZERO.
           05  WS-EXP-CEILING-30           PIC 9(11)V9(02) VALUE ZERO.
      *
       01  WS-EXP-WALK-DATE.
           05  WS-EXP-WALK-CCYY            PIC 9(04).
           05  WS-EXP-WALK-MM              PIC 9(02).
           05  WS-EXP-WALK-DD              PIC 9(02).
       01  WS-EXP-WALK-DATE-NUM REDEFINES WS-EXP-WALK-DATE
                                           PIC 9(08).
      *
      *****************************************************************
      * PARTNER FEE CONTROLS - SEE THE FEEREF COPYBOOK. THE SCHEDULE
      * LOADS WITH THE OTHER REFERENCE FILES (AN OVERFLOW REFUSES THE
      * RUN - A DROPPED ENTRY IS A FEE NOT BILLED). EVERY APPROVAL IS
      * CHARGED AND EVERY APPLIED CANCELLATION REFUNDED UNDER THE
      * PARTNER'S OWN FEED, AND WS-FEE-TOTALS-TABLE ACCUMULATES BOTH
      * PER PARTNER FOR THE GLOUT FEE PAIRS AND THE MONSTAT FEE LINES.
      *****************************************************************
       01  WS-FEEREF-STATUS                PIC X(02) VALUE SPACES.
       77  WS-FEEREF-COUNT                 PIC 9(03) COMP VALUE ZERO.
       77  WS-FEE-TOTAL-COUNT              PIC 9(02) COMP VALUE ZERO.
      *
       01  WS-FEEREF-TABLE.
           05  WS-FRT-ENTRY OCCURS 500 TIMES INDEXED BY FRT-IDX.
               10  WS-FRT-FEED-ID          PIC X(08).
               10  WS-FRT-LETTER           PIC X(01).
               10  WS-FRT-EFF-DATE         PIC 9(08).
               10  WS-FRT-FLAT             PIC 9(05)V9(02).
               10  WS-FRT-PERCENT          PIC 9(03)V9(04).
               10  WS-FRT-MINIMUM          PIC 9(05)V9(02).
               10  WS-FRT-MAXIMUM          PIC 9(07)V9(02).
      *
       01  WS-FEE-TOTALS-TABLE.
           05  WS-FEE-TOTAL OCCURS 50 TIMES INDEXED BY FTL-IDX.
               10  WS-FTL-FEED-ID          PIC X(08).
               10  WS-FTL-BILLED-COUNT     PIC 9(07) COMP.
               10  WS-FTL-BILLED-AMOUNT    PIC 9(11)V9(02).
               10  WS-FTL-REFUND-COUNT     PIC 9(07) COMP.
               10  WS-FTL-REFUND-AMOUNT    PIC 9(11)V9(02).
      *
       01  WS-FEE-CONTROLS.
           05  WS-FEEREF-EOF-SW            PIC X(01) VALUE "N".
             88  FEEREF-EOF                      VALUE "Y".
           05  WS-FEE-LETTER-SW            PIC X(01) VALUE "N".
             88  LETTER-FEE-FOUND                VALUE "Y".
           05  WS-FEE-ANY-SW               PIC X(01) VALUE "N".
             88  ANY-LETTER-FEE-FOUND            VALUE "Y".
           05  WS-FEE-LETTER-BEST-DATE     PIC 9(08) VALUE ZERO.
           05  WS-FEE-ANY-BEST-DATE        PIC 9(08) VALUE ZERO.
           05  WS-FEE-LETTER-IDX           PIC 9(03) COMP VALUE ZERO.
           05  WS-FEE-ANY-IDX              PIC 9(03) COMP VALUE ZERO.
           05  WS-FEE-PICK-IDX             PIC 9(03) COMP VALUE ZERO.
           05  WS-FEE-WORK                 PIC 9(11)V9(02) VALUE ZERO.
           05  WS-FEE-AMOUNT               PIC 9(07)V9(02) VALUE ZERO.
           05  WS-FEE-NET                  PIC S9(11)V9(02) VALUE ZERO.
      *
      *****************************************************************
      * FEED ARCHIVE CONTROLS - SEE THE FEEDARC COPYBOOK. THE OUTCOME
      * STARTS EVERY RECORD AS "N"; THE FIRST EXCEPTION OR REVIEW
      * LINE WRITTEN FOR IT SETS "E" OR "R" AND ITS REASON CODE, AN
      * APPROVAL SETS "A", AND PARKING OR HOLDING IT OVER "W" OR "H".
      * AN ARCHIVE THAT WILL NOT OPEN COSTS THE SIMULATION ITS
      * HISTORY, NOT THE RUN ITS OUTPUT - A WARNING, RC 4.
      *****************************************************************
       01  WS-FEEDARC-STATUS               PIC X(02) VALUE SPACES.
       01  WS-FEED-ARCHIVE-FILENAME        PIC X(20) VALUE SPACES.
      *
       01  WS-FEED-ARCHIVE-CONTROLS.
           05  WS-FEEDARC-OPEN-SW          PIC X(01) VALUE "N".
             88  FEEDARC-OPEN                    VALUE "Y".
           05  WS-ARC-OUTCOME              PIC X(01) VALUE "N".
             88  ARC-OUTCOME-UNDECIDED           VALUE "N".
           05  WS-ARC-REASON-CODE          PIC X(04) VALUE SPACES.
      *
       01  WS-CURRENT-COMBINATION.
           05  WS-COMB-PROGRAMNAME         PIC X(04).
           05  FILLER                      PIC X(01) VALUE "H".
           05  WS-INTF-HDR-DATE            PIC 9(08) VALUE ZERO.
           05  FILLER                      PIC X(08) VALUE "TESTINTF".
           05  FILLER                      PIC X(48) VALUE SPACES.
      *
      * THE DETAIL CARRIES BOTH SIDES OF THE CONVERSION: THE AMOUNT
      * AND CURRENCY AS THE PARTNER SENT THEM, AND THE BASE-CURRENCY
      * AMOUNT THE LIMIT CHECK AND TOTALS WERE JUDGED ON - THEN THE
      * PARTNER FEE CHARGED FOR THE APPROVAL (ZERO IF NONE IS DUE).
       01  WS-INTF-DETAIL-LINE.
           05  FILLER                      PIC X(01) VALUE "D".
           05  WS-INTF-DTL-PROGRAMNAME     PIC X(04).
           05  WS-INTF-DTL-ORIG-AMOUNT     PIC 9(07)V9(02).
           05  WS-INTF-DTL-CURRENCY        PIC X(03).
           05  WS-INTF-DTL-BASE-AMOUNT     PIC 9(09)V9(02).
           05  WS-INTF-DTL-FEE-AMOUNT      PIC 9(07)V9(02).
      *
      *****************************************************************
      * WS-INTF-CANCEL-LINE - OFFSETTING EXTRACT LINE FOR AN "X"
      * CANCELLATION, SO BILLING CAN BACK OUT A DETAIL IT ALREADY
      * RECEIVED. "C" LINES COUNT AND HASH INTO THE TRAILER THE SAME
      * WAY "D" DETAILS DO - THE RECEIVER STILL BALANCES THE FILE.
      * THE FEE ON A "C" LINE IS THE ONE REFUNDED TO THE PARTNER.
      *****************************************************************
       01  WS-INTF-CANCEL-LINE.
           05  FILLER                      PIC X(01) VALUE "C".
           05  WS-INTF-CXL-ORIG-AMOUNT     PIC 9(07)V9(02).
           05  WS-INTF-CXL-CURRENCY        PIC X(03).
           05  WS-INTF-CXL-BASE-AMOUNT     PIC 9(09)V9(02).
           05  WS-INTF-CXL-FEE-AMOUNT      PIC 9(07)V9(02).
      *
       01  WS-INTF-TRAILER-LINE.
           05  FILLER                      PIC X(01) VALUE "T".
           05  WS-INTF-TRL-RECORD-COUNT    PIC 9(07).
           05  WS-INTF-TRL-HASH-TOTAL      PIC 9(13).
           05  FILLER                      PIC X(44) VALUE SPACES.
      *
      *****************************************************************
      * MULTI-FEED CONTROLS - THE FEEDS NAMED BY FEEDLIST, EACH WITH
               10  WS-FEED-TBL-TRL-HASH    PIC 9(13).
               10  WS-FEED-TBL-DATE        PIC 9(08).
               10  WS-FEED-STALE-FLAG      PIC X(01).
      * "U" UNKNOWN OR "I" INACTIVE PARTNER, OR "R" A REPLAY OF A
      * FEED ALREADY PROCESSED (FIRST PROCESSED ON THE REPLAY DATE),
      * REFUSES THE FEED.
               10  WS-FEED-REFUSAL-FLAG    PIC X(01).
                 88  FEED-REFUSED                VALUE "U" "I" "R".
                 88  FEED-PARTNER-REFUSED        VALUE "U" "I".
                 88  FEED-REPLAY-REFUSED         VALUE "R".
               10  WS-FEED-REPLAY-DATE     PIC 9(08).
               10  WS-FEED-READ-COUNT      PIC 9(07) COMP.
               10  WS-FEED-EXC-COUNT       PIC 9(07) COMP.
      * RISK SCORES IN BANDS OF 25 (THE LAST 100 UP) AND THE RECORDS
      * SENT TO REVIEW ON THEIR SCORE - SEE TALLY-RISK-SCORE.
               10  WS-FEED-SCORE-COUNTS.
                   15  WS-FEED-SCORE-BAND  PIC 9(07) COMP
                                           OCCURS 5 TIMES.
                   15  WS-FEED-RISK-REVIEW-COUNT
                                           PIC 9(07) COMP.
      *
       77  WS-OTHER-READ-COUNT             PIC 9(07) COMP VALUE ZERO.
       77  WS-OTHER-EXC-COUNT              PIC 9(07) COMP VALUE ZERO.
       77  WS-REASON-STAT-COUNT              PIC 9(02) COMP VALUE ZERO.
      *
       01  WS-REASON-STATS-TABLE.
           05  WS-REASON-STAT OCCURS 30 TIMES INDEXED BY RSN-IDX.
               10  WS-RSN-CODE             PIC X(04).
               10  WS-RSN-TEXT             PIC X(40).
               10  WS-RSN-COUNT            PIC 9(07) COMP.
                   VALUE "CLASSIFICATION RUN REPORT".
      *
       01  RPT-COLUMN-LINE.
           05  FILLER                      PIC X(61)
                   VALUE "PGM   L  TAG          FEED      AMT/CCY/BASE".
           05  FILLER                      PIC X(19) VALUE "RSK".
      *
       01  RPT-SKIP-NOTE-LINE.
           05  FILLER                      PIC X(80)
           05  RPT-DTL-CURRENCY            PIC X(03).
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  RPT-DTL-BASE-AMOUNT         PIC ZZZZZZZZ9,99.
           05  FILLER                      PIC X(01) VALUE SPACES.
           05  RPT-DTL-RISK-SCORE          PIC ZZ9.
           05  FILLER                      PIC X(16) VALUE SPACES.
      *
       01  RPT-REPROCESS-NOTE-LINE.
           05  FILLER                      PIC X(80)
                   VALUE "  EXCEPTIONS:".
           05  RPT-FEED-STAT-EXC           PIC ZZZZZZ9.
           05  FILLER                      PIC X(27) VALUE SPACES.
      *
       01  RPT-SUB-RISK-LINE.
           05  FILLER                      PIC X(80)
                   VALUE "RISK SCORE DISTRIBUTION PER FEED".
      *
       01  RPT-RISK-COLUMN-LINE.
           05  FILLER                      PIC X(14) VALUE SPACES.
           05  FILLER                      PIC X(08) VALUE "    0-24".
           05  FILLER                      PIC X(08) VALUE "   25-49".
           05  FILLER                      PIC X(08) VALUE "   50-74".
           05  FILLER                      PIC X(08) VALUE "   75-99".
           05  FILLER                      PIC X(08) VALUE "    100+".
           05  FILLER                      PIC X(09) VALUE "   REVIEW".
           05  FILLER                      PIC X(17) VALUE SPACES.
      *
       01  RPT-RISK-STAT-LINE.
           05  FILLER                      PIC X(06) VALUE "FEED".
           05  RPT-RISK-STAT-ID            PIC X(08).
           05  RPT-RISK-BAND-ENTRY OCCURS 5 TIMES.
               10  FILLER                  PIC X(01) VALUE SPACE.
               10  RPT-RISK-BAND-COUNT     PIC ZZZZZZ9.
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  RPT-RISK-STAT-REVIEW        PIC ZZZZZZ9.
           05  FILLER                      PIC X(17) VALUE SPACES.
      *
       01  RPT-STATUS-COUNT-LINE.
           05  FILLER                      PIC X(08)
           05  RPT-BAL-FEED-DATE           PIC 9(08).
           05  FILLER                      PIC X(59)
                   VALUE " - NOT THE RUN DATE".
      *
       01  RPT-BAL-REPLAY-LINE.
           05  FILLER                      PIC X(30)
                   VALUE "  REPLAY OF FEED PROCESSED ON:".
           05  RPT-BAL-REPLAY-DATE         PIC 9(08).
           05  FILLER                      PIC X(42)
                   VALUE " - FEED REFUSED, NOTHING PROCESSED".
      *
       01  RPT-BAL-PARTNER-LINE.
           05  FILLER                      PIC X(11)
                   VALUE "  PARTNER:".
           05  RPT-BAL-PARTNER-STATE       PIC X(10).
           05  FILLER                      PIC X(59)
                   VALUE " - FEED REFUSED, NOTHING PROCESSED".
      *
      *****************************************************************
      * FEEDS EXPECTED / RECEIVED / MISSING - ONE LINE PER FEED DUE
      * TODAY BY FEEDSCHD, ONE PER FEED THAT ARRIVED UNSCHEDULED, AND
      * THE THREE COUNTS.
      *****************************************************************
       01  RPT-SCHED-HEADER-LINE.
           05  FILLER                      PIC X(19)
                   VALUE "FEED SCHEDULE FOR:".
           05  RPT-SCHED-RUN-DATE          PIC 9(08).
           05  FILLER                      PIC X(53) VALUE SPACES.
      *
       01  RPT-SCHED-NOTE-LINE.
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  RPT-SCHED-NOTE              PIC X(78).
      *
       01  RPT-SCHED-FEED-LINE.
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  RPT-SCHED-CATEGORY          PIC X(13).
           05  RPT-SCHED-FEED-ID           PIC X(08).
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  RPT-SCHED-RESULT            PIC X(20).
           05  FILLER                      PIC X(35) VALUE SPACES.
      *
       01  RPT-SCHED-TOTAL-LINE.
           05  FILLER                      PIC X(18)
                   VALUE "  FEEDS EXPECTED:".
           05  RPT-SCHED-EXPECTED          PIC ZZ9.
           05  FILLER                      PIC X(12)
                   VALUE "  RECEIVED:".
           05  RPT-SCHED-RECEIVED          PIC ZZ9.
           05  FILLER                      PIC X(11)
                   VALUE "  MISSING:".
           05  RPT-SCHED-MISSING           PIC ZZ9.
           05  FILLER                      PIC X(30) VALUE SPACES.
      *
      *****************************************************************
      * RPT-MASTER-LINE - ONE LINE PER PROGRAMNATIVE-MASTER RECORD,
      * WITHOUT CHANGING ANY PROCEDURE DIVISION LOGIC.
      *****************************************************************
       01  ENRICHMENT-TABLE.
           05  ENRICHMENT-ENTRY OCCURS 4 TIMES INDEXED BY ENR-IDX.
               10  ENRICHMENT-PGM-NAME     PIC X(12).
               10  ENRICHMENT-OK-COUNT     PIC 9(07) COMP.
               10  ENRICHMENT-FAIL-COUNT   PIC 9(07) COMP.
      *
       01  ENRICHMENT-COUNT                PIC 9(02) COMP VALUE 4.
      *
       77  WS-BLOCKED-COUNT                PIC 9(07) COMP VALUE ZERO.
      *
         88  RECORD-BLOCKLISTED                    VALUE "Y".
         88  RECORD-NOT-BLOCKLISTED                VALUE "N".
      *
      *****************************************************************
      * RISK-SCORING CONTROLS - SEE PREPARE-RISK-INPUTS. THE RECENT-
      * EXCEPTION TABLE HOLDS ONE ENTRY PER ACCOUNT WITH AN EXCINV
      * ITEM LAST SEEN IN THE 30-BUSINESS-DAY EXPOSURE WINDOW, KEPT
      * IN ACCOUNT SEQUENCE AS IT LOADS SO THE PER-RECORD LOOKUP IS A
      * BINARY SEARCH. IT IS LOADED ONCE, AT THE START OF THE RUN, SO
      * TODAY'S OWN EXCEPTIONS COUNT FROM TOMORROW ON. SCORES ARE
      * TALLIED PER FEED IN BANDS OF 25 FOR THE STATISTICS PAGE.
      *****************************************************************
       77  WS-RECENT-EXC-COUNT             PIC 9(05) COMP VALUE ZERO.
      *
       01  WS-RISK-CONTROLS.
           05  WS-RECENT-EXC-EOF-SW        PIC X(01) VALUE "N".
             88  RECENT-EXC-EOF                  VALUE "Y".
           05  WS-RECENT-EXC-FULL-SW       PIC X(01) VALUE "N".
             88  RECENT-EXC-TABLE-FULL           VALUE "Y".
           05  WS-RXC-FOUND-SW             PIC X(01) VALUE "N".
             88  RECENT-EXC-ACCOUNT-FOUND        VALUE "Y".
           05  WS-RXC-ACCOUNT              PIC 9(09) VALUE ZERO.
           05  WS-RXC-LOW                  PIC 9(05) COMP VALUE ZERO.
           05  WS-RXC-HIGH                 PIC 9(05) COMP VALUE ZERO.
           05  WS-RXC-MID                  PIC 9(05) COMP VALUE ZERO.
           05  WS-RXC-SHIFT                PIC 9(05) COMP VALUE ZERO.
           05  WS-RISK-RUN-DATE.
               10  WS-RISK-RUN-CCYY        PIC 9(04).
               10  WS-RISK-RUN-MM          PIC 9(02).
               10  WS-RISK-RUN-DD          PIC 9(02).
           05  WS-RISK-AGE-MONTHS          PIC S9(07) VALUE ZERO.
           05  WS-RISK-BAND-SUB            PIC 9(02) COMP VALUE ZERO.
      *
       01  WS-RECENT-EXC-TABLE.
           05  WS-RXC-ENTRY OCCURS 1 TO 20000 TIMES
                   DEPENDING ON WS-RECENT-EXC-COUNT
                   ASCENDING KEY IS WS-RXC-ACCT
                   INDEXED BY RXC-IDX.
               10  WS-RXC-ACCT             PIC 9(09).
               10  WS-RXC-ITEMS            PIC 9(04).
      *
      * SCORE BANDS 0-24, 25-49, 50-74, 75-99 AND 100 UP, AND THE
      * RECORDS SENT TO REVIEW ON THEIR SCORE, FOR THE NON-FEED
      * SOURCES (HOLDOVER, RELEASED AND REPROCESSED RECORDS). THE
      * FEEDS' OWN COUNTS LIVE ON WS-FEED-TABLE.
       01  WS-OTHER-SCORE-COUNTS.
           05  WS-OTHER-SCORE-BAND         PIC 9(07) COMP
                                           OCCURS 5 TIMES.
           05  WS-OTHER-RISK-REVIEW-COUNT  PIC 9(07) COMP.
      *
      *LINKAGE SECTION.
      * todo only allow copy in linkage section.
      *
      *
          ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
          ACCEPT WS-RUN-START-TIME FROM TIME.
          ACCEPT WS-RUN-WEEKDAY FROM DAY-OF-WEEK.

      * THE LOCK COMES FIRST - NOTHING IS OPENED, LOADED OR WRITTEN
      * UNTIL THE MASTER IS OURS.
          PERFORM LOAD-BUSINESS-CALENDAR.
          PERFORM LOAD-LETTER-LIMITS.
          PERFORM LOAD-CURRENCY-RATES.
          PERFORM LOAD-FEED-SCHEDULE.
          PERFORM LOAD-EXPOSURE-CEILINGS.
          PERFORM LOAD-FEE-SCHEDULE.
          PERFORM COMPUTE-EXPOSURE-WINDOWS.

      * A PARTLY-LOADED REFERENCE TABLE MUST NOT VALIDATE ANYTHING:
      * REFUSE THE RUN OUTRIGHT WITH THE GRADED CODE.
          INITIALIZE WS-LETTER-STATS-TABLE.
          INITIALIZE WS-REASON-STATS-TABLE.
          INITIALIZE WS-RECENT-COUNTS-TABLE.
          INITIALIZE WS-OTHER-SCORE-COUNTS.
          PERFORM LOAD-RUN-SEQUENCE-PARM.
          PERFORM LOAD-CHECKPOINT.

          PERFORM BUILD-OUTPUT-FILENAMES.
          PERFORM OPEN-PROGRAMNATIVE-MASTER.
          PERFORM OPEN-SEEN-WORK-FILE.
      * READ BEFORE THE INVENTORY IS OPENED FOR UPDATE, AND IN A
      * TRIAL TOO - SCORING IS PART OF WHAT A TRIAL SHOWS.
          PERFORM LOAD-RECENT-EXCEPTIONS.
          IF NOT TRIAL-RUN-MODE
              PERFORM OPEN-REVIEW-QUEUE
              PERFORM OPEN-EXCEPTION-INVENTORY
          END-IF.
          PERFORM OPEN-PARTNER-MASTER.
          PERFORM OPEN-ACCOUNT-MASTER.
          PERFORM OPEN-EXPOSURE-FILE.

      * A NORMAL RUN BALANCES AND READS THE DAILY FEED; THE "R" RUN
      * MODE READS A CORRECTED EXCEPTION FILE INSTEAD AND HAS NO
              END-IF
          ELSE
              PERFORM LOAD-FEED-LIST
              PERFORM OPEN-FEED-REGISTER
              PERFORM BALANCE-ALL-FEEDS
      * A FEED THAT CANNOT BE OPENED SHOWS UP AS OUT OF BALANCE AND
      * REFUSES THE RUN; THE GATE BELOW ONLY GUARDS THE OUTPUT SIDE.

          OPEN EXTEND AUDIT-LOG-FILE.
          OPEN EXTEND MASTER-HISTORY-FILE.
          IF NOT TRIAL-RUN-MODE
             AND NOT REPROCESS-RUN-MODE
              PERFORM OPEN-FEED-ARCHIVE
          END-IF.

          IF INPUT-OPEN-OK
             AND WS-REPORT-STATUS EQUAL "00"
             AND (TRIAL-RUN-MODE
                  OR (WS-INTERFACE-STATUS EQUAL "00"
                      AND WS-HOLDOVER-OUT-STATUS EQUAL "00"
                      AND WS-PENDING-OUT-STATUS EQUAL "00"
                      AND WS-REVQUE-STATUS EQUAL "00"
                      AND WS-EXCINV-STATUS EQUAL "00"
                      AND EXPOSURE-FILE-OPEN))
             AND WS-MSTHIST-STATUS EQUAL "00"
             AND WS-SEENWRK-STATUS EQUAL "00"
             AND (REPROCESS-RUN-MODE OR TRIAL-RUN-MODE OR FEEDREG-OPEN)
             AND PROGMSTR-OK
              PERFORM WRITE-REPORT-HEADER
              IF REPROCESS-RUN-MODE
                      WRITE REPORT-RECORD
                  END-IF
                  PERFORM WRITE-FEED-BALANCE-LINES
                  PERFORM WRITE-FEED-SCHEDULE-LINES
                  PERFORM CHECK-VOLUME-TOLERANCE
                  PERFORM WRITE-VOLUME-LINE
                  IF FEED-IN-BALANCE AND VOLUME-ACCEPTABLE
                              PERFORM CLEAR-CHECKPOINT
                              PERFORM WRITE-INTERFACE-TRAILER
                              PERFORM WRITE-GL-POSTING-FILE
                              PERFORM REGISTER-PROCESSED-FEEDS
                          END-IF
                          PERFORM WRITE-REPORT-SUMMARY-LINES
                          PERFORM WRITE-STATISTICS-PAGE
                  WS-INTERFACE-STATUS
              DISPLAY "PROGRAMNATIVE-MASTER STATUS: "
                  WS-PROGMSTR-STATUS
              DISPLAY "FEED-REGISTER STATUS:        "
                  WS-FEEDREG-STATUS
              DISPLAY "EXPOSURE-FILE STATUS:        "
                  WS-EXPOSURE-STATUS
              MOVE 16 TO WS-CANDIDATE-RETURN-CODE
              PERFORM RAISE-RETURN-CODE
          END-IF.

          IF NOT TRIAL-RUN-MODE
              CLOSE INTERFACE-FILE
              CLOSE REVIEW-QUEUE-FILE
              CLOSE EXCEPTION-INVENTORY-FILE
          END-IF.
          CLOSE AUDIT-LOG-FILE.
          CLOSE MASTER-HISTORY-FILE.
          CLOSE SEEN-WORK-FILE.
          CLOSE PROGRAMNATIVE-MASTER.
          IF PARTNER-FILE-PRESENT
              CLOSE PARTNER-MASTER
          END-IF.
          IF ACCTMSTR-FILE-PRESENT
              CLOSE ACCOUNT-MASTER
          END-IF.
          IF ACTLOG-FILE-OPEN
              CLOSE ACCOUNT-LOG-FILE
          END-IF.
          IF FEEDARC-OPEN
              CLOSE FEED-ARCHIVE-FILE
          END-IF.
          IF EXPOSURE-FILE-OPEN
              CLOSE EXPOSURE-FILE
          END-IF.
          IF FEEDREG-OPEN
              CLOSE FEED-REGISTER-FILE
          END-IF.

          PERFORM RELEASE-RUN-LOCK.

       EXIT.

       PROCESS-ONE-FEED SECTION.
      *
      * A FEED REFUSED AT BALANCING TIME (ITS PARTNER, OR A REPLAY)
      * IS NEVER OPENED HERE, SO NONE OF ITS RECORDS REACHES THE
      * MASTER. THE REFUSAL IS THE SAME ON A RESTART, SO THE
      * CHECKPOINT COUNT (WHICH THE SKIPPED FEED NEVER ADDS TO) STILL
      * LINES UP.
           IF NOT FEED-REFUSED(WS-CURRENT-FEED)
               PERFORM PROCESS-FEED-FILE
           END-IF.
      *
       EXIT.

       PROCESS-FEED-FILE SECTION.
      *
           MOVE WS-FEED-FILE-NAME(WS-CURRENT-FEED)
               TO WS-CLASS-FILENAME.
      *****************************************************************
       PROCESS-ONE-DETAIL SECTION.
      *
           SET RECORD-NOT-EXCEPTED TO TRUE.
           SET RECORD-ENTITLED TO TRUE.
           SET ACCOUNT-ACCEPTED TO TRUE.
           MOVE "N" TO WS-STATUS-MISMATCH-SW.
           MOVE "N" TO WS-PROGRAM-DORMANT-SW.
           SET EXPOSURE-WITHIN-CEILING TO TRUE.
           SET ARC-OUTCOME-UNDECIDED TO TRUE.
           MOVE SPACES TO WS-ARC-REASON-CODE.
           IF REPROCESS-RUN-MODE
               MOVE WS-REPRO-FEED-ID   TO WS-INVENTORY-FEED-ID
           ELSE
               MOVE WS-CURRENT-FEED-ID TO WS-INVENTORY-FEED-ID
           END-IF.
           MOVE WS-CLASS-PROGRAMNAME    TO PROGRAMNAME.
           MOVE WS-CLASS-LETTER         TO LETTER.
           MOVE WS-CLASS-ACCOUNT-NUMBER TO ACCOUNT-NUMBER.
               PERFORM WRITE-EXCEPTION-RECORD
           END-IF.

      * THE PARTNER'S ENTITLEMENTS ARE CHECKED ONCE THE RECORD IS
      * KNOWN GOOD IN ITSELF, AND BEFORE THE ACCOUNT DISPOSITION, SO
      * A BREACH IS NEVER HELD OVER AND RETRIED.
           IF RECORD-NOT-DUPLICATE
              AND LETTER-VALID AND EFFECTIVE-DATE-VALID
              AND AMOUNT-FIELD-VALID AND CURRENCY-VALID
               PERFORM CHECK-PARTNER-ENTITLEMENT
           END-IF.

      * OUR OWN ACCOUNT MASTER HAS THE LAST WORD ON THE ACCOUNT: IT IS
      * CHECKED AHEAD OF THE PARTNER'S STATUS CODE, SO AN ACCOUNT WE
      * HAVE CLOSED IS REJECTED EVEN WHEN THE PARTNER SAYS "OK".
           IF RECORD-NOT-DUPLICATE
              AND LETTER-VALID AND EFFECTIVE-DATE-VALID
              AND AMOUNT-FIELD-VALID AND CURRENCY-VALID
              AND RECORD-ENTITLED
               PERFORM CHECK-ACCOUNT-MASTER
           END-IF.

           IF RECORD-NOT-DUPLICATE
              AND LETTER-VALID AND EFFECTIVE-DATE-VALID
              AND AMOUNT-FIELD-VALID AND CURRENCY-VALID
              AND RECORD-ENTITLED AND ACCOUNT-ACCEPTED
               PERFORM CHECK-ACCOUNT-STATUS
           END-IF.

           IF RECORD-NOT-DUPLICATE
              AND LETTER-VALID AND EFFECTIVE-DATE-VALID
              AND AMOUNT-FIELD-VALID AND CURRENCY-VALID
              AND RECORD-ENTITLED AND ACCOUNT-ACCEPTED
              AND STATUS-PROCESSABLE
              AND WS-CLASS-AMEND
               PERFORM APPLY-AMENDMENT-RECORD
           IF RECORD-NOT-DUPLICATE
              AND LETTER-VALID AND EFFECTIVE-DATE-VALID
              AND AMOUNT-FIELD-VALID AND CURRENCY-VALID
              AND RECORD-ENTITLED AND ACCOUNT-ACCEPTED
              AND STATUS-PROCESSABLE
              AND WS-CLASS-CANCEL
               PERFORM APPLY-CANCELLATION-RECORD
           IF RECORD-NOT-DUPLICATE
              AND LETTER-VALID AND EFFECTIVE-DATE-VALID
              AND AMOUNT-FIELD-VALID AND CURRENCY-VALID
              AND RECORD-ENTITLED AND ACCOUNT-ACCEPTED
              AND STATUS-PROCESSABLE
              AND NOT WS-CLASS-AMEND
              AND NOT WS-CLASS-CANCEL
               DISPLAY LETTER-A

               IF ENRICHMENT-ALL-OK
                   PERFORM TALLY-RISK-SCORE
                   PERFORM CHECK-LETTER-LIMIT
                   PERFORM CHECK-PROGRAM-DORMANT
      * ONLY A RECORD ON ITS WAY TO APPROVAL ADDS TO THE ACCOUNT'S
      * EXPOSURE, SO ONLY ONE IS HELD AGAINST THE CEILINGS.
                   IF LETTER-C AND AMOUNT-WITHIN-LIMIT
                      AND NOT ACCOUNT-STATUS-MISMATCH
                      AND NOT PROGRAM-DORMANT
                       PERFORM CHECK-EXPOSURE-CEILING
                   END-IF
                   PERFORM RUN-CLASSIFICATION-SECTIONS
               ELSE
                   MOVE SPACES TO WS-EXCEPTION-LINE
               END-IF

      * AN OVER-LIMIT RECORD GOES TO MANUAL REVIEW WHATEVER ITS
      * LETTER, AND SO DOES ONE WHOSE STATUS DISAGREES WITH THE
      * ACCOUNT MASTER, ONE FOR A DORMANT PROGRAMNAME, ONE THAT
      * WOULD TAKE ITS ACCOUNT OVER AN EXPOSURE CEILING OR ONE WHOSE
      * RISK SCORE IS OVER THE THRESHOLD; A LETTER-B RECORD
      * OTHERWISE CLEAN TAKES THE REVIEW PATH IT ALWAYS HAS.
               IF ENRICHMENT-ALL-OK
                   IF AMOUNT-OVER-LIMIT
                       PERFORM OVER-LIMIT-REVIEW
                   ELSE
                       IF ACCOUNT-STATUS-MISMATCH
                           PERFORM STATUS-MISMATCH-REVIEW
                       ELSE
                           IF PROGRAM-DORMANT
                               PERFORM DORMANT-PROGRAM-REVIEW
                           ELSE
                               IF EXPOSURE-OVER-CEILING
                                   PERFORM EXPOSURE-CEILING-REVIEW
                               ELSE
                                   IF RISK-REVIEW-NEEDED
                                       PERFORM RISK-SCORE-REVIEW
                                   ELSE
                                     IF LETTER EQUAL LETTER-B
                                       PERFORM LETTER-B-REVIEW-SECTION
                                     END-IF
                                   END-IF
                               END-IF
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-IF.

      * A RECORD THAT CLEARED EVERY CHECK WITHOUT AN EXCEPTION (A
      * MANUAL-REVIEW ROUTING IS NOT ONE) HAS BEEN ACCEPTED, AND ANY
      * INVENTORY ITEM STILL OPEN FOR ITS COMBINATION IS CLOSED.
           IF RECORD-NOT-DUPLICATE
              AND LETTER-VALID AND EFFECTIVE-DATE-VALID
              AND AMOUNT-FIELD-VALID AND CURRENCY-VALID
              AND RECORD-ENTITLED AND ACCOUNT-ACCEPTED
              AND STATUS-PROCESSABLE
              AND RECORD-NOT-EXCEPTED
               PERFORM CLOSE-INVENTORY-ITEM
           END-IF.

      * ONLY A PARTNER'S OWN FEED IS ARCHIVED - HOLDOVER AND PENDING
      * RELEASES RUN WITH NO CURRENT FEED.
           IF FEEDARC-OPEN
              AND WS-CURRENT-FEED > ZERO
               PERFORM WRITE-FEED-ARCHIVE-RECORD
           END-IF.
      *
       EXIT.

      * ACCOUNT COMBINATION. THE MASTER IS LOOKED UP DIRECTLY - NOT
      * THROUGH READ-PROGRAMNATIVE-MASTER, WHICH REFRESHES FIELDS AND
      * ADDS FIRST SIGHTINGS - AND THE AMENDED STATUS-CODE IS
      * REWRITTEN, ON THE ACCOUNT MASTER AS WELL AS PROGMSTR WHEN IT
      * MOVES. THE MASTER CARRIES NO AMOUNT, SO AN AMENDED AMOUNT
      * TRAVELS ON THE RECORD AND SHOWS IN THE PER-LETTER TOTALS; THE
      * STATUS IS WHAT THE MASTER TAKES. AN AMENDMENT FOR A
      * COMBINATION THE MASTER DOES NOT CARRY IS AN E012 EXCEPTION,
               MOVE "U" TO WS-MASTER-HISTORY-ACTION
               MOVE STATUS-CODE          TO PN-STATUS-CODE
               PERFORM WRITE-PROGRAMNATIVE-MASTER
               PERFORM AMEND-ACCOUNT-STATUS
               ADD 1 TO WS-AMEND-COUNT
               MOVE SPACES               TO RPT-DETAIL-LINE
               MOVE PROGRAMNAME          TO RPT-DTL-PROGRAMNAME
      *
       EXIT.

      *****************************************************************
      * AMEND-ACCOUNT-STATUS
      *
      * AN APPLIED AMENDMENT WHOSE STATUS DIFFERS FROM THE ACCOUNT
      * MASTER'S MOVES THE ACCOUNT MASTER TOO. CHECK-ACCOUNT-MASTER
      * LEFT THE ACCOUNT'S RECORD IN THE RECORD AREA. THE OLD AND NEW
      * STATUS GO ON ACTLOG, BESIDE THE ACTMAINT CHANGES. A TRIAL
      * CHANGES NOTHING.
      *****************************************************************
       AMEND-ACCOUNT-STATUS SECTION.
      *
           IF ACCTMSTR-FILE-PRESENT
              AND ACCOUNT-ON-MASTER
              AND AC-STATUS-CODE NOT EQUAL STATUS-CODE
              AND NOT TRIAL-RUN-MODE
               MOVE AC-STATUS-CODE  TO WS-OLD-ACCOUNT-STATUS
               MOVE STATUS-CODE     TO AC-STATUS-CODE
               MOVE WS-RUN-DATE     TO AC-LAST-CHANGED-DATE
               MOVE "TEST"          TO AC-LAST-CHANGED-BY
               REWRITE ACCOUNT-MASTER-RECORD
                   INVALID KEY
                       CONTINUE
               END-REWRITE
               IF ACCTMSTR-OK
                   MOVE "OLD"                 TO WS-ACL-TAG
                   MOVE WS-OLD-ACCOUNT-STATUS TO WS-ACL-STATUS
                   PERFORM WRITE-ACCOUNT-LOG
                   MOVE "NEW"                 TO WS-ACL-TAG
                   MOVE AC-STATUS-CODE        TO WS-ACL-STATUS
                   PERFORM WRITE-ACCOUNT-LOG
               ELSE
                   DISPLAY "ACCTMSTR REWRITE FAILED - STATUS "
                       WS-ACCTMSTR-STATUS " FOR " AC-ACCOUNT-NUMBER
               END-IF
           END-IF.
      *
       EXIT.

       WRITE-ACCOUNT-LOG SECTION.
      *
           IF ACTLOG-FILE-OPEN
               ACCEPT WS-AUDIT-DATE FROM DATE YYYYMMDD
               ACCEPT WS-AUDIT-TIME FROM TIME
               MOVE PROGRAMNAME           TO WS-ACL-PROGRAMNAME
               MOVE WS-CURRENT-FEED-ID    TO WS-ACL-FEED-ID
               MOVE SPACES                TO ACCOUNT-LOG-RECORD
               MOVE WS-AUDIT-DATE         TO AL-DATE
               MOVE WS-AUDIT-TIME         TO AL-TIME
               MOVE "M"                   TO AL-ACTION
               MOVE AC-ACCOUNT-NUMBER     TO AL-ACCOUNT-NUMBER
               MOVE WS-ACCOUNT-LOG-DETAIL TO AL-DETAIL
               MOVE "TEST"                TO AL-OPERATOR
               WRITE ACCOUNT-LOG-RECORD
           END-IF.
      *
       EXIT.

      *****************************************************************
      * APPLY-CANCELLATION-RECORD
      *
      * "X" RECORD: BACKS OUT A PRIOR DAY'S APPROVAL. PN-APPROVED-
      * COUNT GOES BACK DOWN ON THE MASTER AND AN OFFSETTING "C" LINE
      * GOES ON THE INTFOUT EXTRACT SO BILLING CAN REVERSE ITS SIDE;
      * ITS BASE-AMOUNT COMES OFF THE ACCOUNT'S ROLLING EXPOSURE.
      * TODAY'S WS-APPROVED-COUNT IS NOT TOUCHED - THE APPROVAL BEING
      * BACKED OUT BELONGS TO AN EARLIER RUN'S FIGURES. A CANCELLATION
      * FOR A COMBINATION THE MASTER DOES NOT CARRY, OR ONE WITH NO
               MOVE "U" TO WS-MASTER-HISTORY-ACTION
               SUBTRACT 1 FROM PN-APPROVED-COUNT
               PERFORM WRITE-PROGRAMNATIVE-MASTER
               PERFORM COMPUTE-RECORD-FEE
               PERFORM WRITE-INTERFACE-CANCEL
               PERFORM ACCUMULATE-FEE-REFUNDED
               COMPUTE WS-EXP-POST-AMOUNT = ZERO - BASE-AMOUNT
               PERFORM POST-ACCOUNT-EXPOSURE
               ADD 1 TO WS-CANCEL-COUNT
               MOVE SPACES               TO RPT-DETAIL-LINE
               MOVE PROGRAMNAME          TO RPT-DTL-PROGRAMNAME
           MOVE "AMOUNT OVER LETTER LIMIT - MANUAL REVIEW"
               TO WS-EXC-REASON.
           PERFORM WRITE-EXCEPTION-RECORD.
           PERFORM QUEUE-REVIEW-RECORD.
      *
       EXIT.

      *****************************************************************
      * STATUS-MISMATCH-REVIEW
      *
      * THE MANUAL-REVIEW PATH FOR A RECORD WHOSE PARTNER STATUS
      * DISAGREES WITH THE ACCOUNT MASTER - THE SUPERVISOR DECIDES
      * WHICH SIDE IS RIGHT BEFORE ANYTHING IS APPROVED.
      *****************************************************************
       STATUS-MISMATCH-REVIEW SECTION.
      *
           ADD 1 TO WS-REVIEW-COUNT.
           MOVE SPACES TO WS-EXCEPTION-LINE.
           MOVE "R003" TO WS-EXC-REASON-CODE.
           MOVE "STATUS DIFFERS FROM ACCOUNT MASTER"
               TO WS-EXC-REASON.
           PERFORM WRITE-EXCEPTION-RECORD.
           PERFORM QUEUE-REVIEW-RECORD.
      *
       EXIT.

      *****************************************************************
      * EXPOSURE-CEILING-REVIEW
      *
      * THE MANUAL-REVIEW PATH FOR A RECORD THAT WOULD TAKE ITS
      * ACCOUNT'S ROLLING EXPOSURE OVER A CEILING - THE SUPERVISOR
      * DECIDES WHETHER THE ACCOUNT MAY GO THAT FAR.
      *****************************************************************
       EXPOSURE-CEILING-REVIEW SECTION.
      *
           ADD 1 TO WS-REVIEW-COUNT.
           MOVE SPACES TO WS-EXCEPTION-LINE.
           MOVE "R004" TO WS-EXC-REASON-CODE.
           MOVE "OVER EXPOSURE CEILING - MANUAL REVIEW"
               TO WS-EXC-REASON.
           PERFORM WRITE-EXCEPTION-RECORD.
           PERFORM QUEUE-REVIEW-RECORD.
      *
       EXIT.

      *****************************************************************
      * DORMANT-PROGRAM-REVIEW
      *
      * THE MANUAL-REVIEW PATH FOR A NEW RECORD FOR A PROGRAMNAME
      * PNDORM HAS MADE DORMANT - THE SUPERVISOR CONFIRMS IT IS
      * GENUINELY BACK IN USE, AND REVDECN'S APPROVAL REACTIVATES IT.
      *****************************************************************
       DORMANT-PROGRAM-REVIEW SECTION.
      *
           ADD 1 TO WS-REVIEW-COUNT.
           MOVE SPACES TO WS-EXCEPTION-LINE.
           MOVE "R005" TO WS-EXC-REASON-CODE.
           MOVE "PROGRAMNAME DORMANT - MANUAL REVIEW"
               TO WS-EXC-REASON.
           PERFORM WRITE-EXCEPTION-RECORD.
           PERFORM QUEUE-REVIEW-RECORD.
      *
       EXIT.

      *****************************************************************
      * RISK-SCORE-REVIEW
      *
      * THE MANUAL-REVIEW PATH FOR A RECORD RISKSCOR SCORED OVER THE
      * RISKREF THRESHOLD. THE SCORE GOES ON THE FEED'S (OR THE
      * NON-FEED SOURCES') REVIEW COUNT FOR THE STATISTICS PAGE.
      *****************************************************************
       RISK-SCORE-REVIEW SECTION.
      *
           ADD 1 TO WS-REVIEW-COUNT.
           IF WS-CURRENT-FEED > ZERO
               ADD 1 TO WS-FEED-RISK-REVIEW-COUNT(WS-CURRENT-FEED)
           ELSE
               ADD 1 TO WS-OTHER-RISK-REVIEW-COUNT
           END-IF.
           MOVE SPACES TO WS-EXCEPTION-LINE.
           MOVE "R006" TO WS-EXC-REASON-CODE.
           MOVE "RISK SCORE OVER THRESHOLD - MANUAL REVIEW"
               TO WS-EXC-REASON.
           PERFORM WRITE-EXCEPTION-RECORD.
           PERFORM QUEUE-REVIEW-RECORD.
      *
       EXIT.

      *****************************************************************
      * CHECK-PROGRAM-DORMANT
      *
      * LOOKS THE PROGRAMNAME UP ON THE MASTER AHEAD OF CLASSIFICATION
      * - READ-PROGRAMNATIVE-MASTER READS IT AGAIN AFTERWARDS - AND
      * FLAGS ONE PNDORM HAS MADE DORMANT. A FIRST SIGHTING IS NOT
      * DORMANT.
      *****************************************************************
       CHECK-PROGRAM-DORMANT SECTION.
      *
           MOVE "N" TO WS-PROGRAM-DORMANT-SW.
           MOVE PROGRAMNAME TO PN-PROGRAMNAME.
           READ PROGRAMNATIVE-MASTER
               INVALID KEY
                   CONTINUE
           END-READ.
           IF PROGMSTR-OK
              AND PN-STATUS-DORMANT
               SET PROGRAM-DORMANT TO TRUE
           END-IF.
      *
       EXIT.

      *****************************************************************
      * CHECK-EXPOSURE-CEILING
      *
      * ADDS THE RECORD'S BASE-AMOUNT TO ITS ACCOUNT'S ROLLING 7- AND
      * 30-BUSINESS-DAY TOTALS AND COMPARES EACH AGAINST THE CEILING
      * IN FORCE; GOING OVER EITHER (A ZERO CEILING IS NONE) FLAGS
      * THE RECORD FOR REVIEW. NO CEILINGS ON FILE, OR NONE IN FORCE
      * FOR THE ACCOUNT, MEANS NOTHING TO CHECK. APPROVALS EARLIER IN
      * THE SAME RUN ARE ALREADY ON THE FILE AND COUNT.
      *****************************************************************
       CHECK-EXPOSURE-CEILING SECTION.
      *
           SET EXPOSURE-WITHIN-CEILING TO TRUE.
           IF WS-CEILING-COUNT > ZERO
               PERFORM PICK-EXPOSURE-CEILING
               IF WS-EXP-CEILING-7 > ZERO
                  OR WS-EXP-CEILING-30 > ZERO
                   PERFORM READ-ACCOUNT-EXPOSURE
                   COMPUTE WS-EXP-PROJECTED =
                       EX-ROLLING-7-TOTAL + BASE-AMOUNT
                   IF WS-EXP-CEILING-7 > ZERO
                      AND WS-EXP-PROJECTED > WS-EXP-CEILING-7
                       SET EXPOSURE-OVER-CEILING TO TRUE
                   END-IF
                   COMPUTE WS-EXP-PROJECTED =
                       EX-ROLLING-30-TOTAL + BASE-AMOUNT
                   IF WS-EXP-CEILING-30 > ZERO
                      AND WS-EXP-PROJECTED > WS-EXP-CEILING-30
                       SET EXPOSURE-OVER-CEILING TO TRUE
                   END-IF
               END-IF
           END-IF.
      *
       EXIT.

      *****************************************************************
      * PICK-EXPOSURE-CEILING / PICK-CEILING-IN-FORCE
      *
      * THE ACCOUNT'S OWN ENTRY IN FORCE (LATEST EFFECTIVE DATE NOT
      * AFTER TODAY; ON A DATE TIE THE LAST IN THE FILE) BEATS THE
      * HOUSE DEFAULT UNDER ACCOUNT ZERO; NEITHER MEANS NO CEILING.
      *****************************************************************
       PICK-EXPOSURE-CEILING SECTION.
      *
           MOVE "N"  TO WS-ACCT-CEILING-SW.
           MOVE "N"  TO WS-DFLT-CEILING-SW.
           MOVE ZERO TO WS-EXP-ACCT-BEST-DATE.
           MOVE ZERO TO WS-EXP-DFLT-BEST-DATE.
           PERFORM PICK-CEILING-IN-FORCE
               VARYING CEIL-IDX FROM 1 BY 1
               UNTIL CEIL-IDX > WS-CEILING-COUNT.
           IF ACCOUNT-CEILING-FOUND
               MOVE WS-EXP-ACCT-CEILING-7  TO WS-EXP-CEILING-7
               MOVE WS-EXP-ACCT-CEILING-30 TO WS-EXP-CEILING-30
           ELSE
               IF DEFAULT-CEILING-FOUND
                   MOVE WS-EXP-DFLT-CEILING-7  TO WS-EXP-CEILING-7
                   MOVE WS-EXP-DFLT-CEILING-30 TO WS-EXP-CEILING-30
               ELSE
                   MOVE ZERO TO WS-EXP-CEILING-7
                   MOVE ZERO TO WS-EXP-CEILING-30
               END-IF
           END-IF.
      *
       EXIT.

       PICK-CEILING-IN-FORCE SECTION.
      *
           IF WS-CEIL-EFF-DATE(CEIL-IDX) NOT > WS-RUN-DATE
               IF WS-CEIL-ACCOUNT(CEIL-IDX) EQUAL ACCOUNT-NUMBER
                   IF NOT ACCOUNT-CEILING-FOUND
                      OR WS-CEIL-EFF-DATE(CEIL-IDX)
                         NOT < WS-EXP-ACCT-BEST-DATE
                       MOVE "Y" TO WS-ACCT-CEILING-SW
                       MOVE WS-CEIL-EFF-DATE(CEIL-IDX)
                           TO WS-EXP-ACCT-BEST-DATE
                       MOVE WS-CEIL-7(CEIL-IDX)
                           TO WS-EXP-ACCT-CEILING-7
                       MOVE WS-CEIL-30(CEIL-IDX)
                           TO WS-EXP-ACCT-CEILING-30
                   END-IF
               ELSE
                   IF WS-CEIL-ACCOUNT(CEIL-IDX) EQUAL ZERO
                      AND (NOT DEFAULT-CEILING-FOUND
                           OR WS-CEIL-EFF-DATE(CEIL-IDX)
                              NOT < WS-EXP-DFLT-BEST-DATE)
                       MOVE "Y" TO WS-DFLT-CEILING-SW
                       MOVE WS-CEIL-EFF-DATE(CEIL-IDX)
                           TO WS-EXP-DFLT-BEST-DATE
                       MOVE WS-CEIL-7(CEIL-IDX)
                           TO WS-EXP-DFLT-CEILING-7
                       MOVE WS-CEIL-30(CEIL-IDX)
                           TO WS-EXP-DFLT-CEILING-30
                   END-IF
               END-IF
           END-IF.
      *
       EXIT.

      *****************************************************************
      * COMPUTE-RECORD-FEE / PICK-FEE-IN-FORCE
      *
      * PRICES THE CURRENT RECORD FOR ITS PARTNER (THE ORIGINAL FEED,
      * ALSO IN A REPROCESS RUN) INTO WS-FEE-AMOUNT. THE FEED'S ENTRY
      * FOR THE RECORD'S OWN LETTER BEATS ITS "*" ENTRY; OF EACH, THE
      * ONE IN FORCE IS THE LATEST EFFECTIVE DATE NOT AFTER THE
      * RECORD'S EFFECTIVE DATE (ON A TIE THE LAST IN THE FILE), SO
      * AN "X" CANCELLATION IS REFUNDED EXACTLY WHAT ITS APPROVAL WAS
      * CHARGED. FLAT FEE PLUS THE PERCENTAGE OF BASE-AMOUNT, RAISED
      * TO THE MINIMUM AND CAPPED AT A NON-ZERO MAXIMUM. NO ENTRY IN
      * FORCE MEANS NO FEE.
      *****************************************************************
       COMPUTE-RECORD-FEE SECTION.
      *
           MOVE ZERO TO WS-FEE-AMOUNT.
           MOVE "N"  TO WS-FEE-LETTER-SW.
           MOVE "N"  TO WS-FEE-ANY-SW.
           MOVE ZERO TO WS-FEE-LETTER-BEST-DATE.
           MOVE ZERO TO WS-FEE-ANY-BEST-DATE.
           IF WS-FEEREF-COUNT > ZERO
               PERFORM PICK-FEE-IN-FORCE
                   VARYING FRT-IDX FROM 1 BY 1
                   UNTIL FRT-IDX > WS-FEEREF-COUNT
           END-IF.
           IF LETTER-FEE-FOUND
               MOVE WS-FEE-LETTER-IDX TO WS-FEE-PICK-IDX
           ELSE
               MOVE WS-FEE-ANY-IDX    TO WS-FEE-PICK-IDX
           END-IF.
           IF LETTER-FEE-FOUND OR ANY-LETTER-FEE-FOUND
               COMPUTE WS-FEE-WORK ROUNDED =
                   WS-FRT-FLAT(WS-FEE-PICK-IDX)
                 + BASE-AMOUNT * WS-FRT-PERCENT(WS-FEE-PICK-IDX) / 100
               IF WS-FEE-WORK < WS-FRT-MINIMUM(WS-FEE-PICK-IDX)
                   MOVE WS-FRT-MINIMUM(WS-FEE-PICK-IDX) TO WS-FEE-WORK
               END-IF
               IF WS-FRT-MAXIMUM(WS-FEE-PICK-IDX) > ZERO
                  AND WS-FEE-WORK > WS-FRT-MAXIMUM(WS-FEE-PICK-IDX)
                   MOVE WS-FRT-MAXIMUM(WS-FEE-PICK-IDX) TO WS-FEE-WORK
               END-IF
      * AN UNCAPPED PERCENTAGE OF A VERY LARGE AMOUNT STOPS AT THE
      * LARGEST FEE THE INTFOUT DETAIL CAN CARRY.
               IF WS-FEE-WORK > 9999999,99
                   MOVE 9999999,99 TO WS-FEE-WORK
               END-IF
               MOVE WS-FEE-WORK TO WS-FEE-AMOUNT
           END-IF.
      *
       EXIT.

       PICK-FEE-IN-FORCE SECTION.
      *
           IF WS-FRT-FEED-ID(FRT-IDX) EQUAL WS-INVENTORY-FEED-ID
              AND WS-FRT-EFF-DATE(FRT-IDX) NOT > EFFECTIVE-DATE
               IF WS-FRT-LETTER(FRT-IDX) EQUAL LETTER
                   IF NOT LETTER-FEE-FOUND
                      OR WS-FRT-EFF-DATE(FRT-IDX)
                         NOT < WS-FEE-LETTER-BEST-DATE
                       MOVE "Y" TO WS-FEE-LETTER-SW
                       MOVE WS-FRT-EFF-DATE(FRT-IDX)
                           TO WS-FEE-LETTER-BEST-DATE
                       SET WS-FEE-LETTER-IDX TO FRT-IDX
                   END-IF
               ELSE
                   IF WS-FRT-LETTER(FRT-IDX) EQUAL "*"
                      AND (NOT ANY-LETTER-FEE-FOUND
                           OR WS-FRT-EFF-DATE(FRT-IDX)
                              NOT < WS-FEE-ANY-BEST-DATE)
                       MOVE "Y" TO WS-FEE-ANY-SW
                       MOVE WS-FRT-EFF-DATE(FRT-IDX)
                           TO WS-FEE-ANY-BEST-DATE
                       SET WS-FEE-ANY-IDX TO FRT-IDX
                   END-IF
               END-IF
           END-IF.
      *
       EXIT.

      *****************************************************************
      * ACCUMULATE-FEE-BILLED / ACCUMULATE-FEE-REFUNDED
      *
      * ADDS THE FEE JUST PRICED TO ITS PARTNER'S ENTRY IN
      * WS-FEE-TOTALS-TABLE. A ZERO FEE IS NOT A CHARGE AND IS NOT
      * COUNTED. A TRIAL ACCUMULATES TOO, BUT NEVER WRITES GLOUT OR
      * MONSTAT, SO NOTHING IS BILLED.
      *****************************************************************
       ACCUMULATE-FEE-BILLED SECTION.
      *
           IF WS-FEE-AMOUNT > ZERO
               PERFORM FIND-FEE-TOTAL
               IF FTL-IDX NOT > WS-FEE-TOTAL-COUNT
                   ADD 1 TO WS-FTL-BILLED-COUNT(FTL-IDX)
                   ADD WS-FEE-AMOUNT TO WS-FTL-BILLED-AMOUNT(FTL-IDX)
               END-IF
           END-IF.
      *
       EXIT.

       ACCUMULATE-FEE-REFUNDED SECTION.
      *
           IF WS-FEE-AMOUNT > ZERO
               PERFORM FIND-FEE-TOTAL
               IF FTL-IDX NOT > WS-FEE-TOTAL-COUNT
                   ADD 1 TO WS-FTL-REFUND-COUNT(FTL-IDX)
                   ADD WS-FEE-AMOUNT TO WS-FTL-REFUND-AMOUNT(FTL-IDX)
               END-IF
           END-IF.
      *
       EXIT.

      * LEAVES FTL-IDX ON THE PARTNER'S ENTRY, ADDING ONE IF NEEDED;
      * A FULL TABLE LEAVES IT PAST THE END AND SAYS SO.
       FIND-FEE-TOTAL SECTION.
      *
           SET FTL-IDX TO 1.
           SEARCH WS-FEE-TOTAL
               AT END
                   PERFORM ADD-FEE-TOTAL
               WHEN FTL-IDX > WS-FEE-TOTAL-COUNT
                   PERFORM ADD-FEE-TOTAL
               WHEN WS-FTL-FEED-ID(FTL-IDX) EQUAL WS-INVENTORY-FEED-ID
                   CONTINUE
           END-SEARCH.
      *
       EXIT.

       ADD-FEE-TOTAL SECTION.
      *
           IF WS-FEE-TOTAL-COUNT < 50
               ADD 1 TO WS-FEE-TOTAL-COUNT
               SET FTL-IDX TO WS-FEE-TOTAL-COUNT
               MOVE WS-INVENTORY-FEED-ID TO WS-FTL-FEED-ID(FTL-IDX)
               MOVE ZERO TO WS-FTL-BILLED-COUNT(FTL-IDX)
               MOVE ZERO TO WS-FTL-BILLED-AMOUNT(FTL-IDX)
               MOVE ZERO TO WS-FTL-REFUND-COUNT(FTL-IDX)
               MOVE ZERO TO WS-FTL-REFUND-AMOUNT(FTL-IDX)
           ELSE
               DISPLAY "WARNING: FEE TOTALS TABLE FULL - FEE FOR "
                   WS-INVENTORY-FEED-ID " NOT POSTED"
               SET FTL-IDX TO 51
           END-IF.
      *
       EXIT.

      *****************************************************************
      * READ-ACCOUNT-EXPOSURE
      *
      * BRINGS THE ACCOUNT'S EXPOSURE RECORD INTO THE RECORD AREA -
      * AN EMPTY ONE IF THE ACCOUNT HAS NONE YET, OR IF NO EXPOSURE
      * FILE COULD BE OPENED FOR A TRIAL - WITH ITS ROLLING TOTALS
      * WORKED OUT FOR TODAY'S WINDOWS.
      *****************************************************************
       READ-ACCOUNT-EXPOSURE SECTION.
      *
           MOVE "N" TO WS-EXPOSURE-FOUND-SW.
           IF EXPOSURE-FILE-OPEN
               MOVE ACCOUNT-NUMBER TO EX-ACCOUNT-NUMBER
               READ EXPOSURE-FILE
                   INVALID KEY
                       CONTINUE
               END-READ
               IF EXPOSURE-OK
                   SET EXPOSURE-ON-FILE TO TRUE
               END-IF
           END-IF.
           IF NOT EXPOSURE-ON-FILE
               INITIALIZE EXPOSURE-RECORD
               MOVE ACCOUNT-NUMBER TO EX-ACCOUNT-NUMBER
           END-IF.
           PERFORM RECOMPUTE-EXPOSURE-TOTALS.
      *
       EXIT.

      *****************************************************************
      * RECOMPUTE-EXPOSURE-TOTALS / AGE-EXPOSURE-BUCKET
      *
      * DROPS THE DAY BUCKETS OLDER THAN THE 30-DAY WINDOW, CLOSING
      * UP THE ONES KEPT (THEY STAY IN DATE ORDER), AND SUMS THE
      * KEPT BUCKETS INTO THE TWO ROLLING TOTALS. CANCELLATIONS CAN
      * LEAVE A WINDOW NEGATIVE; IT IS CARRIED AS ZERO.
      *****************************************************************
       RECOMPUTE-EXPOSURE-TOTALS SECTION.
      *
           MOVE ZERO TO WS-EXP-KEEP-COUNT.
           MOVE ZERO TO WS-EXP-SUM-7.
           MOVE ZERO TO WS-EXP-SUM-30.
           IF EX-BUCKET-COUNT > 40
               MOVE 40 TO EX-BUCKET-COUNT
           END-IF.
           IF EX-BUCKET-COUNT > ZERO
               PERFORM AGE-EXPOSURE-BUCKET
                   VARYING WS-EXP-SUB FROM 1 BY 1
                   UNTIL WS-EXP-SUB > EX-BUCKET-COUNT
           END-IF.
           MOVE WS-EXP-KEEP-COUNT TO EX-BUCKET-COUNT.
           IF WS-EXP-SUM-7 < ZERO
               MOVE ZERO TO EX-ROLLING-7-TOTAL
           ELSE
               MOVE WS-EXP-SUM-7 TO EX-ROLLING-7-TOTAL
           END-IF.
           IF WS-EXP-SUM-30 < ZERO
               MOVE ZERO TO EX-ROLLING-30-TOTAL
           ELSE
               MOVE WS-EXP-SUM-30 TO EX-ROLLING-30-TOTAL
           END-IF.
      *
       EXIT.

       AGE-EXPOSURE-BUCKET SECTION.
      *
           IF EX-DAY-DATE(WS-EXP-SUB) NOT < WS-EXP-WINDOW-30-START
               ADD 1 TO WS-EXP-KEEP-COUNT
               IF WS-EXP-KEEP-COUNT < WS-EXP-SUB
                   MOVE EX-DAY-BUCKET(WS-EXP-SUB)
                       TO EX-DAY-BUCKET(WS-EXP-KEEP-COUNT)
               END-IF
               ADD EX-DAY-AMOUNT(WS-EXP-KEEP-COUNT) TO WS-EXP-SUM-30
               IF EX-DAY-DATE(WS-EXP-KEEP-COUNT)
                  NOT < WS-EXP-WINDOW-7-START
                   ADD EX-DAY-AMOUNT(WS-EXP-KEEP-COUNT)
                       TO WS-EXP-SUM-7
               END-IF
           END-IF.
      *
       EXIT.

      *****************************************************************
      * POST-ACCOUNT-EXPOSURE
      *
      * WS-EXP-POST-AMOUNT IS SET BY THE CALLER - AN APPROVAL'S
      * BASE-AMOUNT, OR A CANCELLATION'S AS A NEGATIVE - AND LANDS IN
      * TODAY'S BUCKET FOR THE ACCOUNT, OPENED IF NEED BE. A TRIAL
      * POSTS NOTHING.
      *****************************************************************
       POST-ACCOUNT-EXPOSURE SECTION.
      *
           IF EXPOSURE-FILE-OPEN
              AND NOT TRIAL-RUN-MODE
               PERFORM READ-ACCOUNT-EXPOSURE
               IF EX-BUCKET-COUNT EQUAL ZERO
                   PERFORM OPEN-EXPOSURE-BUCKET
               ELSE
                   IF EX-DAY-DATE(EX-BUCKET-COUNT) EQUAL WS-RUN-DATE
                      OR EX-BUCKET-COUNT NOT < 40
                       ADD WS-EXP-POST-AMOUNT
                           TO EX-DAY-AMOUNT(EX-BUCKET-COUNT)
                   ELSE
                       PERFORM OPEN-EXPOSURE-BUCKET
                   END-IF
               END-IF
               PERFORM RECOMPUTE-EXPOSURE-TOTALS
               MOVE WS-RUN-DATE TO EX-LAST-POSTED-DATE
               IF EXPOSURE-ON-FILE
                   REWRITE EXPOSURE-RECORD
                       INVALID KEY
                           CONTINUE
                   END-REWRITE
               ELSE
                   WRITE EXPOSURE-RECORD
                       INVALID KEY
                           CONTINUE
                   END-WRITE
               END-IF
               IF NOT EXPOSURE-OK
                   DISPLAY "EXPOSURE POSTING FAILED - STATUS "
                       WS-EXPOSURE-STATUS " FOR " EX-ACCOUNT-NUMBER
               END-IF
           END-IF.
      *
       EXIT.

       OPEN-EXPOSURE-BUCKET SECTION.
      *
           ADD 1 TO EX-BUCKET-COUNT.
           MOVE WS-RUN-DATE        TO EX-DAY-DATE(EX-BUCKET-COUNT).
           MOVE WS-EXP-POST-AMOUNT TO EX-DAY-AMOUNT(EX-BUCKET-COUNT).
      *
       EXIT.

      *****************************************************************
      * TALLY-LETTER-STATS
      *
      * ACCUMULATES THE PER-LETTER RECORD COUNT AND AMOUNT TOTAL FOR
      * EVERY DETAIL SEEN, VALID OR NOT, SO THE SUMMARY REFLECTS THE
      * WHOLE FEED.
      *****************************************************************
       TALLY-LETTER-STATS SECTION.
      *
           SET LTR-IDX TO 1.
           SEARCH WS-LETTER-STAT
               AT END
                   PERFORM ADD-LETTER-STAT-ENTRY
               WHEN LTR-IDX > WS-LETTER-STAT-COUNT
                   PERFORM ADD-LETTER-STAT-ENTRY
               WHEN WS-LTR-LETTER(LTR-IDX) EQUAL LETTER
                   ADD 1 TO WS-LTR-RECORD-COUNT(LTR-IDX)
                   ADD BASE-AMOUNT
                       TO WS-LTR-AMOUNT-TOTAL(LTR-IDX)
           END-SEARCH.
      *
       EXIT.

      *****************************************************************
      * TALLY-GL-STATS
      *
      * ACCUMULATES THE BASE-CURRENCY AMOUNT PER LETTER/FEED FOR THE
      * GLOUT POSTING EXTRACT - THE SAME POPULATION TALLY-LETTER-
      * STATS COUNTS, SO THE EXTRACT'S TRAILER TIES TO THE REPORT.
      *****************************************************************
       TALLY-GL-STATS SECTION.
      *
           MOVE LETTER             TO WS-GL-CUR-LETTER.
           MOVE WS-CURRENT-FEED-ID TO WS-GL-CUR-FEED-ID.
           SET GL-IDX TO 1.
           SEARCH WS-GL-ENTRY
               AT END
                   PERFORM ADD-GL-ENTRY
               WHEN GL-IDX > WS-GL-ENTRY-COUNT
                   PERFORM ADD-GL-ENTRY
               WHEN WS-GL-KEY(GL-IDX) EQUAL WS-GL-CURRENT-KEY
                   ADD 1 TO WS-GL-RECORDS(GL-IDX)
                   ADD BASE-AMOUNT TO WS-GL-AMOUNT(GL-IDX)
           END-SEARCH.
      *
       EXIT.

       ADD-GL-ENTRY SECTION.
      *
           IF WS-GL-ENTRY-COUNT < 50
               ADD 1 TO WS-GL-ENTRY-COUNT
               MOVE WS-GL-CURRENT-KEY
                   TO WS-GL-KEY(WS-GL-ENTRY-COUNT)
               MOVE 1 TO WS-GL-RECORDS(WS-GL-ENTRY-COUNT)
               MOVE BASE-AMOUNT TO WS-GL-AMOUNT(WS-GL-ENTRY-COUNT)
           ELSE
               DISPLAY "WARNING: GL TABLE FULL - "
                   WS-GL-CUR-LETTER "/" WS-GL-CUR-FEED-ID
                   " NOT POSTED"
           END-IF.
      *
       EXIT.

      *****************************************************************
      * TALLY-STATUS-STATS
      *****************************************************************
       TALLY-STATUS-STATS SECTION.
      *
           IF STATUS-ACTIVE
               ADD 1 TO WS-STAT-ACTIVE-COUNT
           ELSE
               IF STATUS-CLOSED
                   ADD 1 TO WS-STAT-CLOSED-COUNT
               ELSE
                   IF STATUS-SUSPENDED
                       ADD 1 TO WS-STAT-SUSPENDED-COUNT
                   ELSE
                       ADD 1 TO WS-STAT-OTHER-COUNT
                   END-IF
               END-IF
           END-IF.
      *
       EXIT.

       ADD-LETTER-STAT-ENTRY SECTION.
      *
           IF WS-LETTER-STAT-COUNT < 10
               ADD 1 TO WS-LETTER-STAT-COUNT
               MOVE LETTER TO WS-LTR-LETTER(WS-LETTER-STAT-COUNT)
               MOVE 1      TO WS-LTR-RECORD-COUNT(WS-LETTER-STAT-COUNT)
               MOVE BASE-AMOUNT
                   TO WS-LTR-AMOUNT-TOTAL(WS-LETTER-STAT-COUNT)
           ELSE
               DISPLAY "WARNING: LETTER STAT TABLE FULL - "
                   LETTER " NOT COUNTED"
           END-IF.
      *
       EXIT.

      *****************************************************************
      * CHECK-ACCOUNT-STATUS
      *
      * ACTS ON THE STATUS-CODE 88-LEVELS INSTEAD OF IGNORING THEM:
      * A CLOSED ACCOUNT IS REJECTED TO THE EXCEPTION REPORT, A
      * SUSPENDED ACCOUNT IS WRITTEN TO THE HOLDOVER FILE SO THE
      * RECORD IS DELAYED TO THE NEXT RUN RATHER THAN APPROVED OR
      * LOST. A SUSPENDED RECORD COMING BACK FROM THE HOLDOVER FILE
      * PROCESSES NORMALLY - THE DELAY ALREADY HAPPENED; HOLDING IT
      * AGAIN WOULD CYCLE IT FOREVER. ANY OTHER STATUS PROCESSES AS
      * BEFORE.
      *****************************************************************
       CHECK-ACCOUNT-STATUS SECTION.
      *
           SET STATUS-PROCESSABLE TO TRUE.

           IF STATUS-CLOSED
               SET STATUS-REJECTED TO TRUE
               MOVE SPACES TO WS-EXCEPTION-LINE
               MOVE "E006" TO WS-EXC-REASON-CODE
               MOVE "ACCOUNT STATUS CLOSED" TO WS-EXC-REASON
      *****************************************************************
       WRITE-HOLDOVER-RECORD SECTION.
      *
           MOVE "H" TO WS-ARC-OUTCOME.
      * IN A TRIAL THE SUSPENSION IS OBSERVED (AND COUNTED) BUT
      * NOTHING IS CARRIED FORWARD - HOLDOUT IS NOT EVEN OPEN.
           IF NOT TRIAL-RUN-MODE
      *****************************************************************
       WAREHOUSE-FUTURE-RECORD SECTION.
      *
           MOVE "W" TO WS-ARC-OUTCOME.
           MOVE WS-CURRENT-FEED-ID TO WS-PEND-FEED-ID.
           MOVE WS-CLASS-RECORD    TO WS-PEND-DETAIL-IMAGE.
      * A TRIAL ONLY REPORTS WHAT WOULD BE PARKED - PENDOUT IS NOT
       EXIT.

      *****************************************************************
      * LOAD-EXPOSURE-CEILINGS
      *
      * LOADS THE EXPCEIL REFERENCE FILE INTO WS-CEILING-TABLE. IF THE
      * FILE HAS NOT BEEN SUPPLIED THE TABLE STAYS EMPTY AND NO
      * ACCOUNT HAS A CEILING - EXPOSURE IS STILL ACCUMULATED. AN
      * OVERFLOW REFUSES THE RUN, AS THE CALENDAR'S DOES.
      *****************************************************************
       LOAD-EXPOSURE-CEILINGS SECTION.
      *
           OPEN INPUT EXPOSURE-CEILING-FILE.
           IF WS-CEILING-STATUS EQUAL "00"
               PERFORM READ-EXPOSURE-CEILING-RECORD
               PERFORM STORE-EXPOSURE-CEILING-RECORD
                   UNTIL CEILING-EOF
               CLOSE EXPOSURE-CEILING-FILE
           END-IF.
      *
       EXIT.

       READ-EXPOSURE-CEILING-RECORD SECTION.
      *
           READ EXPOSURE-CEILING-FILE
               AT END
                   SET CEILING-EOF TO TRUE
           END-READ.
      *
       EXIT.

       STORE-EXPOSURE-CEILING-RECORD SECTION.
      *
           IF WS-CEILING-COUNT < 500
               ADD 1 TO WS-CEILING-COUNT
               MOVE EC-ACCOUNT-NUMBER
                   TO WS-CEIL-ACCOUNT(WS-CEILING-COUNT)
               MOVE EC-EFFECTIVE-DATE
                   TO WS-CEIL-EFF-DATE(WS-CEILING-COUNT)
               MOVE EC-CEILING-7  TO WS-CEIL-7(WS-CEILING-COUNT)
               MOVE EC-CEILING-30 TO WS-CEIL-30(WS-CEILING-COUNT)
           ELSE
               DISPLAY "EXPOSURE CEILING TABLE OVERFLOW AT "
                   EC-ACCOUNT-NUMBER
               SET REFERENCE-TABLE-OVERFLOW TO TRUE
           END-IF.
           PERFORM READ-EXPOSURE-CEILING-RECORD.
      *
       EXIT.

      *****************************************************************
      * LOAD-FEE-SCHEDULE
      *
      * LOADS THE FEEREF PARTNER FEE SCHEDULE INTO WS-FEEREF-TABLE. IF
      * THE FILE HAS NOT BEEN SUPPLIED THE TABLE STAYS EMPTY AND NO
      * PARTNER IS CHARGED. AN OVERFLOW REFUSES THE RUN, AS THE
      * CEILINGS' DOES.
      *****************************************************************
       LOAD-FEE-SCHEDULE SECTION.
      *
           OPEN INPUT FEE-SCHEDULE-FILE.
           IF WS-FEEREF-STATUS EQUAL "00"
               PERFORM READ-FEE-SCHEDULE-RECORD
               PERFORM STORE-FEE-SCHEDULE-RECORD
                   UNTIL FEEREF-EOF
               CLOSE FEE-SCHEDULE-FILE
           END-IF.
      *
       EXIT.

       READ-FEE-SCHEDULE-RECORD SECTION.
      *
           READ FEE-SCHEDULE-FILE
               AT END
                   SET FEEREF-EOF TO TRUE
           END-READ.
      *
       EXIT.

       STORE-FEE-SCHEDULE-RECORD SECTION.
      *
           IF WS-FEEREF-COUNT < 500
               ADD 1 TO WS-FEEREF-COUNT
               MOVE FE-FEED-ID        TO WS-FRT-FEED-ID(WS-FEEREF-COUNT)
               MOVE FE-LETTER         TO WS-FRT-LETTER(WS-FEEREF-COUNT)
               MOVE FE-EFFECTIVE-DATE
                   TO WS-FRT-EFF-DATE(WS-FEEREF-COUNT)
               MOVE FE-FLAT-FEE       TO WS-FRT-FLAT(WS-FEEREF-COUNT)
               MOVE FE-PERCENT
                   TO WS-FRT-PERCENT(WS-FEEREF-COUNT)
               MOVE FE-MINIMUM-FEE
                   TO WS-FRT-MINIMUM(WS-FEEREF-COUNT)
               MOVE FE-MAXIMUM-FEE
                   TO WS-FRT-MAXIMUM(WS-FEEREF-COUNT)
           ELSE
               DISPLAY "FEE SCHEDULE TABLE OVERFLOW AT "
                   FE-FEED-ID " " FE-LETTER
               SET REFERENCE-TABLE-OVERFLOW TO TRUE
           END-IF.
           PERFORM READ-FEE-SCHEDULE-RECORD.
      *
       EXIT.

      *****************************************************************
      * COMPUTE-EXPOSURE-WINDOWS
      *
      * WALKS BACK FROM THE RUN DATE THROUGH THE BUSINESS CALENDAR:
      * THE 7TH BUSINESS DAY COUNTING TODAY (IF IT IS ONE) OPENS THE
      * 7-DAY WINDOW, THE 30TH THE 30-DAY WINDOW. HOLIDAYS DO NOT
      * COUNT BUT FALL INSIDE THE WINDOW THEY SIT IN. NO BUSCAL MEANS
      * EVERY DAY COUNTS. THE WALK GIVES UP AFTER 400 DAYS.
      *****************************************************************
       COMPUTE-EXPOSURE-WINDOWS SECTION.
      *
           MOVE WS-RUN-DATE TO WS-EXP-WALK-DATE-NUM.
           MOVE WS-RUN-DATE TO WS-EXP-WINDOW-7-START.
           MOVE WS-RUN-DATE TO WS-EXP-WINDOW-30-START.
           MOVE ZERO TO WS-EXP-WALK-DAYS.
           MOVE ZERO TO WS-EXP-WALK-GUARD.
           PERFORM CHECK-EXPOSURE-WALK-HOLIDAY.
           PERFORM COUNT-EXPOSURE-WALK-DAY
               UNTIL WS-EXP-WALK-DAYS NOT < 30
                  OR WS-EXP-WALK-GUARD > 400.
      *
       EXIT.

       COUNT-EXPOSURE-WALK-DAY SECTION.
      *
           IF NOT EXPOSURE-WALK-HOLIDAY
               ADD 1 TO WS-EXP-WALK-DAYS
               IF WS-EXP-WALK-DAYS NOT > 7
                   MOVE WS-EXP-WALK-DATE-NUM TO WS-EXP-WINDOW-7-START
               END-IF
               MOVE WS-EXP-WALK-DATE-NUM TO WS-EXP-WINDOW-30-START
           END-IF.
           IF WS-EXP-WALK-DAYS < 30
               PERFORM STEP-EXPOSURE-DATE-BACK
               ADD 1 TO WS-EXP-WALK-GUARD
               PERFORM CHECK-EXPOSURE-WALK-HOLIDAY
           END-IF.
      *
       EXIT.

       STEP-EXPOSURE-DATE-BACK SECTION.
      *
           IF WS-EXP-WALK-DD > 1
               SUBTRACT 1 FROM WS-EXP-WALK-DD
           ELSE
               IF WS-EXP-WALK-MM > 1
                   SUBTRACT 1 FROM WS-EXP-WALK-MM
               ELSE
                   MOVE 12 TO WS-EXP-WALK-MM
                   SUBTRACT 1 FROM WS-EXP-WALK-CCYY
               END-IF
               MOVE WS-MONTH-DAYS(WS-EXP-WALK-MM) TO WS-MONTH-MAX-DAY
               IF WS-EXP-WALK-MM EQUAL 2
                   PERFORM CHECK-EXPOSURE-LEAP-YEAR
               END-IF
               MOVE WS-MONTH-MAX-DAY TO WS-EXP-WALK-DD
           END-IF.
      *
       EXIT.

       CHECK-EXPOSURE-LEAP-YEAR SECTION.
      *
           DIVIDE WS-EXP-WALK-CCYY BY 4 GIVING WS-LEAP-QUOTIENT
               REMAINDER WS-LEAP-REMAINDER.
           IF WS-LEAP-REMAINDER EQUAL ZERO
               DIVIDE WS-EXP-WALK-CCYY BY 100
                   GIVING WS-LEAP-QUOTIENT
                   REMAINDER WS-LEAP-REMAINDER
               IF WS-LEAP-REMAINDER NOT EQUAL ZERO
                   MOVE 29 TO WS-MONTH-MAX-DAY
               ELSE
                   DIVIDE WS-EXP-WALK-CCYY BY 400
                       GIVING WS-LEAP-QUOTIENT
                       REMAINDER WS-LEAP-REMAINDER
                   IF WS-LEAP-REMAINDER EQUAL ZERO
                       MOVE 29 TO WS-MONTH-MAX-DAY
                   END-IF
               END-IF
           END-IF.
      *
       EXIT.

       CHECK-EXPOSURE-WALK-HOLIDAY SECTION.
      *
           MOVE "N" TO WS-EXP-WALK-HOLIDAY-SW.
           IF WS-CALENDAR-COUNT > ZERO
               SET CAL-IDX TO 1
               SEARCH WS-CAL-ENTRY
                   AT END
                       CONTINUE
                   WHEN CAL-IDX > WS-CALENDAR-COUNT
                       CONTINUE
                   WHEN WS-CAL-DATE(CAL-IDX)
                           EQUAL WS-EXP-WALK-DATE-NUM
                      AND WS-CAL-HOLIDAY(CAL-IDX)
                       SET EXPOSURE-WALK-HOLIDAY TO TRUE
               END-SEARCH
           END-IF.
      *
       EXIT.

      *****************************************************************
      * LOAD-CURRENCY-RATES
      *
      * LOADS THE CURRATE REFERENCE FILE INTO WS-RATE-TABLE. IF THE
      * FILE HAS NOT BEEN SUPPLIED THE TABLE STAYS EMPTY AND ONLY
      * BASE-CURRENCY (OR BLANK-CODED) RECORDS CONVERT - THE SAME
      * GRACEFUL DEFAULTING THE OTHER REFERENCE FILES GET.
      *****************************************************************
       LOAD-CURRENCY-RATES SECTION.
      *
           OPEN INPUT CURRENCY-RATE-FILE.
           IF WS-RATE-STATUS EQUAL "00"
               PERFORM READ-CURRENCY-RATE-RECORD
               PERFORM STORE-CURRENCY-RATE-RECORD
                   UNTIL RATE-EOF
      *
       EXIT.

      *****************************************************************
      * LOAD-FEED-SCHEDULE
      *
      * LOADS FEEDSCHD INTO WS-SCHEDULE-TABLE. A MISSING FILE LEAVES
      * NOTHING EXPECTED; AN OVERFLOW REFUSES THE RUN LIKE ANY OTHER
      * PARTLY-LOADED REFERENCE TABLE - A DROPPED ENTRY WOULD HIDE
      * A MISSING FEED.
      *****************************************************************
       LOAD-FEED-SCHEDULE SECTION.
      *
           OPEN INPUT FEED-SCHEDULE-FILE.
           IF WS-FEEDSCHD-STATUS EQUAL "00"
               SET FEEDSCHD-FILE-PRESENT TO TRUE
               PERFORM READ-FEED-SCHEDULE-RECORD
               PERFORM STORE-FEED-SCHEDULE-RECORD
                   UNTIL FEEDSCHD-EOF
               CLOSE FEED-SCHEDULE-FILE
           END-IF.
      *
       EXIT.

       READ-FEED-SCHEDULE-RECORD SECTION.
      *
           READ FEED-SCHEDULE-FILE
               AT END
                   SET FEEDSCHD-EOF TO TRUE
           END-READ.
      *
       EXIT.

       STORE-FEED-SCHEDULE-RECORD SECTION.
      *
           IF FS-FEED-ID NOT EQUAL SPACES
               IF WS-SCHEDULE-COUNT < 100
                   ADD 1 TO WS-SCHEDULE-COUNT
                   MOVE FS-FEED-ID
                       TO WS-SCHD-FEED-ID(WS-SCHEDULE-COUNT)
                   MOVE FS-FREQUENCY
                       TO WS-SCHD-FREQUENCY(WS-SCHEDULE-COUNT)
                   MOVE FS-WEEKDAYS
                       TO WS-SCHD-WEEKDAYS(WS-SCHEDULE-COUNT)
               ELSE
                   DISPLAY "FEED SCHEDULE TABLE OVERFLOW AT "
                       FS-FEED-ID
                   SET REFERENCE-TABLE-OVERFLOW TO TRUE
               END-IF
           END-IF.
           PERFORM READ-FEED-SCHEDULE-RECORD.
      *
       EXIT.

      *****************************************************************
      * CONVERT-TRANSACTION-AMOUNT
      *
       TALLY-RUN-HISTORY-RECORD SECTION.
      *
           ADD 1 TO WS-HIST-TOTAL-COUNT.
      * A REVIEW-DECISION ENTRY ("V") WROTE NO GENERATION OF ITS OWN -
      * IT RECORDS THE GENERATION IT POSTED INTO - SO IT IS NOT A RUN
      * FOR NUMBERING TODAY'S NEXT GENERATION.
           IF RH-RUN-DATE EQUAL WS-RUN-DATE
              AND RH-RUN-MODE NOT EQUAL "V"
               ADD 1 TO WS-RUNS-TODAY
           END-IF.

      * WRITE-MONTH-STATS
      *
      * APPENDS THE RUN'S PER-LETTER, PER-REASON AND PER-FEED
      * BREAKDOWNS, AND EACH PARTNER'S FEES BILLED AND REFUNDED, TO
      * MONSTAT AT END OF JOB - THE FIGURES THE REPORT
      * PRINTS BUT RUNHIST DOES NOT CARRY - SO MONSUM CAN BUILD THE
      * MONTH-END PACK WITHOUT A SPREADSHEET SESSION. A RUN WITH
      * NOTHING TO SAY WRITES NOTHING.
                       VARYING FEED-IDX FROM 1 BY 1
                       UNTIL FEED-IDX > WS-FEED-COUNT
               END-IF
               IF WS-FEE-TOTAL-COUNT > ZERO
                   PERFORM WRITE-MONTH-FEE-LINES
                       VARYING FTL-IDX FROM 1 BY 1
                       UNTIL FTL-IDX > WS-FEE-TOTAL-COUNT
               END-IF
               CLOSE MONTH-STATS-FILE
           ELSE
               DISPLAY "WARNING: MONTH-STATS OPEN FAILED - STATUS "
      *
       EXIT.

       WRITE-MONTH-FEE-LINES SECTION.
      *
           MOVE SPACES TO MONTH-STATS-RECORD.
           MOVE WS-RUN-DATE               TO MS-RUN-DATE.
           MOVE "B"                       TO MS-LINE-TYPE.
           MOVE WS-FTL-FEED-ID(FTL-IDX)   TO MS-KEY.
           MOVE WS-FTL-BILLED-COUNT(FTL-IDX)  TO MS-COUNT.
           MOVE ZERO                      TO MS-COUNT-2.
           MOVE WS-FTL-BILLED-AMOUNT(FTL-IDX) TO MS-AMOUNT.
           WRITE MONTH-STATS-RECORD.

           MOVE SPACES TO MONTH-STATS-RECORD.
           MOVE WS-RUN-DATE               TO MS-RUN-DATE.
           MOVE "U"                       TO MS-LINE-TYPE.
           MOVE WS-FTL-FEED-ID(FTL-IDX)   TO MS-KEY.
           MOVE WS-FTL-REFUND-COUNT(FTL-IDX)  TO MS-COUNT.
           MOVE ZERO                      TO MS-COUNT-2.
           MOVE WS-FTL-REFUND-AMOUNT(FTL-IDX) TO MS-AMOUNT.
           WRITE MONTH-STATS-RECORD.
      *
       EXIT.

      *****************************************************************
      * LOAD-RETENTION-PARM
      *
                  "."                DELIMITED BY SIZE
                  WS-GENERATION      DELIMITED BY SIZE
               INTO WS-EXCEPTION-FILENAME.

           MOVE SPACES TO WS-FEED-ARCHIVE-FILENAME.
           STRING "FEEDARC."         DELIMITED BY SIZE
                  WS-GENERATION-DATE DELIMITED BY SIZE
                  "."                DELIMITED BY SIZE
                  WS-GENERATION      DELIMITED BY SIZE
               INTO WS-FEED-ARCHIVE-FILENAME.
      *
       EXIT.

      *****************************************************************
       WRITE-PARTNER-RETURN-FILES SECTION.
      *
           PERFORM WRITE-FEED-RETURN-FILE
               VARYING FEED-IDX FROM 1 BY 1
               UNTIL FEED-IDX > WS-FEED-COUNT.
      *
       EXIT.

      * A FEED REFUSED AT BALANCING TIME GETS NO RETURN: AN EMPTY,
      * BALANCED ONE WOULD READ AS "NOTHING BOUNCED", AN UNKNOWN
      * PARTNER IS NOT ONE WE SEND FILES TO, AND A REPLAY'S RETURN
      * WENT OUT WITH THE ORIGINAL.
       WRITE-FEED-RETURN-FILE SECTION.
      *
           IF NOT FEED-REFUSED(FEED-IDX)
               PERFORM WRITE-ONE-RETURN-FILE
           END-IF.
      *
       EXIT.

       WRITE-ONE-RETURN-FILE SECTION.
      *
           IF WS-FEED-RETURN-NAME(FEED-IDX) NOT EQUAL SPACES
      * UNREMARKED.
           MOVE WS-FEED-DATE TO WS-FEED-TBL-DATE(WS-CURRENT-FEED).
           MOVE "N" TO WS-FEED-STALE-FLAG(WS-CURRENT-FEED).
           PERFORM CHECK-FEED-PARTNER.
           PERFORM CHECK-FEED-REPLAY.
           IF FEED-HEADER-SEEN
              AND WS-FEED-DATE NOT EQUAL WS-RUN-DATE
               MOVE "Y" TO WS-FEED-STALE-FLAG(WS-CURRENT-FEED)
               TO WS-FEED-TBL-TRL-HASH(WS-CURRENT-FEED).
           MOVE ZERO TO WS-FEED-READ-COUNT(WS-CURRENT-FEED).
           MOVE ZERO TO WS-FEED-EXC-COUNT(WS-CURRENT-FEED).
           INITIALIZE WS-FEED-SCORE-COUNTS(WS-CURRENT-FEED).
           ADD WS-FEED-DETAIL-COUNT TO WS-TOTAL-FEED-VOLUME.
      *
       EXIT.
      *
       EXIT.

      *****************************************************************
      * CHECK-FEED-PARTNER
      *
      * THE HEADER'S FEED ID MUST NAME AN ACTIVE PARTNER ON THE
      * PARTNER MASTER. AN UNKNOWN OR INACTIVE ONE REFUSES THAT FEED
      * ALONE - ITS RECORDS ARE NEVER PROCESSED, SO NOTHING OF IT
      * REACHES THE MASTER - WHILE THE OTHER PARTNERS' FEEDS RUN AS
      * NORMAL; THE REFUSAL IS AN ERROR (RC 8) FOR OPERATIONS TO
      * CHASE. A FEED WITH NO HEADER IS ALREADY OUT OF BALANCE.
      *****************************************************************
       CHECK-FEED-PARTNER SECTION.
      *
           MOVE SPACE TO WS-FEED-REFUSAL-FLAG(WS-CURRENT-FEED).
           IF PARTNER-FILE-PRESENT
              AND FEED-HEADER-SEEN
               MOVE WS-FEED-ID TO WS-PARTNER-WANTED-ID
               PERFORM READ-PARTNER-PROFILE
               IF PARTNER-NOT-FOUND
                   MOVE "U" TO WS-FEED-REFUSAL-FLAG(WS-CURRENT-FEED)
                   DISPLAY "FEED " WS-FEED-ID " IS FROM AN UNKNOWN "
                       "PARTNER - FEED REFUSED"
               ELSE
                   IF PT-INACTIVE
                       MOVE "I"
                           TO WS-FEED-REFUSAL-FLAG(WS-CURRENT-FEED)
                       DISPLAY "FEED " WS-FEED-ID " IS FROM AN "
                           "INACTIVE PARTNER - FEED REFUSED"
                   ELSE
                       MOVE "Y"
                           TO WS-FEED-REFUSAL-FLAG(WS-CURRENT-FEED)
                   END-IF
               END-IF
               IF FEED-PARTNER-REFUSED(WS-CURRENT-FEED)
                   MOVE 8 TO WS-CANDIDATE-RETURN-CODE
                   PERFORM RAISE-RETURN-CODE
               END-IF
           END-IF.
      *
       EXIT.

      *****************************************************************
      * READ-PARTNER-PROFILE
      *
      * BRINGS WS-PARTNER-WANTED-ID'S PROFILE INTO THE RECORD AREA,
      * UNLESS IT IS ALREADY THERE.
      *****************************************************************
       READ-PARTNER-PROFILE SECTION.
      *
           IF WS-PARTNER-WANTED-ID NOT EQUAL WS-PARTNER-HELD-ID
               MOVE WS-PARTNER-WANTED-ID TO WS-PARTNER-HELD-ID
               MOVE WS-PARTNER-WANTED-ID TO PT-FEED-ID
               READ PARTNER-MASTER
                   INVALID KEY
                       SET PARTNER-NOT-FOUND TO TRUE
                   NOT INVALID KEY
                       SET PARTNER-FOUND TO TRUE
               END-READ
           END-IF.
      *
       EXIT.

      *****************************************************************
      * CHECK-FEED-REPLAY
      *
      * A FEED WHOSE HEADER FEED ID AND DATE AND WHOSE TRAILER COUNT
      * AND HASH ALL MATCH A FEED ALREADY PROCESSED IS THE SAME FILE
      * SENT AGAIN, WHATEVER IT IS NOW CALLED: IT IS REFUSED (RC 8)
      * LIKE A FEED FROM AN UNKNOWN PARTNER, BEFORE THE RECORD-LEVEL
      * DUPLICATE CHECK EVER SEES IT. "ALREADY PROCESSED" IS AN ENTRY
      * ON THE FEEDREG REGISTER OR AN EARLIER FEED IN TONIGHT'S OWN
      * LIST.
      *****************************************************************
       CHECK-FEED-REPLAY SECTION.
      *
           MOVE ZERO TO WS-FEED-REPLAY-DATE(WS-CURRENT-FEED).
           IF FEED-HEADER-SEEN
              AND NOT FEED-REFUSED(WS-CURRENT-FEED)
              AND FEEDREG-OPEN
               MOVE WS-FEED-ID          TO FR-FEED-ID
               MOVE WS-FEED-DATE        TO FR-HEADER-DATE
               MOVE WS-TRL-RECORD-COUNT TO FR-RECORD-COUNT
               MOVE WS-TRL-HASH-TOTAL   TO FR-HASH-TOTAL
               READ FEED-REGISTER-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "R"
                           TO WS-FEED-REFUSAL-FLAG(WS-CURRENT-FEED)
                       MOVE FR-PROCESSED-DATE
                           TO WS-FEED-REPLAY-DATE(WS-CURRENT-FEED)
               END-READ
           END-IF.

           IF FEED-HEADER-SEEN
              AND NOT FEED-REFUSED(WS-CURRENT-FEED)
               PERFORM CHECK-EARLIER-FEED
                   VARYING WS-EARLIER-FEED FROM 1 BY 1
                   UNTIL WS-EARLIER-FEED NOT < WS-CURRENT-FEED
                      OR FEED-REFUSED(WS-CURRENT-FEED)
           END-IF.

           IF FEED-REPLAY-REFUSED(WS-CURRENT-FEED)
               DISPLAY "FEED " WS-FEED-ID " DATED " WS-FEED-DATE
                   " REPLAYS A FEED PROCESSED ON "
                   WS-FEED-REPLAY-DATE(WS-CURRENT-FEED)
                   " - FEED REFUSED"
               MOVE 8 TO WS-CANDIDATE-RETURN-CODE
               PERFORM RAISE-RETURN-CODE
           END-IF.
      *
       EXIT.

       CHECK-EARLIER-FEED SECTION.
      *
           IF WS-FEED-TBL-ID(WS-EARLIER-FEED) EQUAL WS-FEED-ID
              AND WS-FEED-TBL-DATE(WS-EARLIER-FEED) EQUAL WS-FEED-DATE
              AND WS-FEED-TBL-TRL-COUNT(WS-EARLIER-FEED)
                  EQUAL WS-TRL-RECORD-COUNT
              AND WS-FEED-TBL-TRL-HASH(WS-EARLIER-FEED)
                  EQUAL WS-TRL-HASH-TOTAL
               MOVE "R" TO WS-FEED-REFUSAL-FLAG(WS-CURRENT-FEED)
               MOVE WS-RUN-DATE
                   TO WS-FEED-REPLAY-DATE(WS-CURRENT-FEED)
           END-IF.
      *
       EXIT.

      *****************************************************************
      * REGISTER-PROCESSED-FEEDS
      *
      * ONCE A NORMAL RUN HAS COMPLETED - NOT BEFORE, SO A RESTART
      * AFTER A CRASH IS NOT TAKEN FOR A REPLAY OF ITSELF - EVERY FEED
      * IT PROCESSED GOES ON THE FEEDREG REGISTER.
      *****************************************************************
       REGISTER-PROCESSED-FEEDS SECTION.
      *
           IF FEEDREG-OPEN
               PERFORM REGISTER-ONE-FEED
                   VARYING FEED-IDX FROM 1 BY 1
                   UNTIL FEED-IDX > WS-FEED-COUNT
           END-IF.
      *
       EXIT.

       REGISTER-ONE-FEED SECTION.
      *
           IF WS-FEED-BALANCED-FLAG(FEED-IDX) EQUAL "Y"
              AND NOT FEED-REFUSED(FEED-IDX)
               MOVE WS-FEED-TBL-ID(FEED-IDX)       TO FR-FEED-ID
               MOVE WS-FEED-TBL-DATE(FEED-IDX)     TO FR-HEADER-DATE
               MOVE WS-FEED-TBL-TRL-COUNT(FEED-IDX)
                   TO FR-RECORD-COUNT
               MOVE WS-FEED-TBL-TRL-HASH(FEED-IDX) TO FR-HASH-TOTAL
               MOVE WS-FEED-FILE-NAME(FEED-IDX)    TO FR-FILE-NAME
               MOVE WS-RUN-DATE                    TO FR-PROCESSED-DATE
               MOVE WS-RUN-START-TIME              TO FR-PROCESSED-TIME
               WRITE FEED-REGISTER-RECORD
                   INVALID KEY
                       DISPLAY "WARNING: FEED " FR-FEED-ID
                           " ALREADY ON THE FEED REGISTER - STATUS "
                           WS-FEEDREG-STATUS
               END-WRITE
           END-IF.
      *
       EXIT.

      *****************************************************************
      * OPEN-FEED-ARCHIVE / WRITE-FEED-ARCHIVE-RECORD
      *
      * THE RUN'S FEEDARC GENERATION FOLLOWS RPTOUT/EXCPOUT: A FRESH
      * RUN STARTS IT, A RESTART EXTENDS IT, SO THE RECORDS BEFORE
      * THE CHECKPOINT (NEVER PROCESSED AGAIN) KEEP THEIR ENTRIES.
      *****************************************************************
       OPEN-FEED-ARCHIVE SECTION.
      *
           IF WS-CHECKPOINT-COUNT > ZERO
               OPEN EXTEND FEED-ARCHIVE-FILE
           ELSE
               OPEN OUTPUT FEED-ARCHIVE-FILE
           END-IF.
           IF WS-FEEDARC-STATUS EQUAL "00"
               SET FEEDARC-OPEN TO TRUE
           ELSE
               DISPLAY "WARNING: FEED ARCHIVE " WS-FEED-ARCHIVE-FILENAME
                   " WOULD NOT OPEN - STATUS " WS-FEEDARC-STATUS
                   " - FEEDS NOT ARCHIVED"
               MOVE 4 TO WS-CANDIDATE-RETURN-CODE
               PERFORM RAISE-RETURN-CODE
           END-IF.
      *
       EXIT.

       WRITE-FEED-ARCHIVE-RECORD SECTION.
      *
           MOVE WS-GENERATION-DATE    TO FA-RUN-DATE.
           MOVE WS-CURRENT-FEED-ID    TO FA-FEED-ID.
           MOVE WS-FEED-TBL-DATE(WS-CURRENT-FEED)
                                      TO FA-FEED-DATE.
           MOVE WS-CLASS-RECORD       TO FA-DETAIL-IMAGE.
           MOVE WS-ARC-OUTCOME        TO FA-OUTCOME.
           MOVE WS-ARC-REASON-CODE    TO FA-REASON-CODE.
           MOVE BASE-AMOUNT           TO FA-BASE-AMOUNT.
           WRITE FEED-ARCHIVE-RECORD.
      *
       EXIT.

      *****************************************************************
      * WRITE-FEED-BALANCE-LINES
      *
               MOVE RPT-BAL-STALE-LINE TO REPORT-RECORD
               WRITE REPORT-RECORD
           END-IF.

           IF FEED-PARTNER-REFUSED(FEED-IDX)
               IF WS-FEED-REFUSAL-FLAG(FEED-IDX) EQUAL "I"
                   MOVE "INACTIVE"   TO RPT-BAL-PARTNER-STATE
               ELSE
                   MOVE "UNKNOWN"    TO RPT-BAL-PARTNER-STATE
               END-IF
               MOVE RPT-BAL-PARTNER-LINE TO REPORT-RECORD
               WRITE REPORT-RECORD
           END-IF.

           IF FEED-REPLAY-REFUSED(FEED-IDX)
               MOVE WS-FEED-REPLAY-DATE(FEED-IDX)
                   TO RPT-BAL-REPLAY-DATE
               MOVE RPT-BAL-REPLAY-LINE TO REPORT-RECORD
               WRITE REPORT-RECORD
           END-IF.
      *
       EXIT.

      *****************************************************************
      * WRITE-FEED-SCHEDULE-LINES
      *
      * THE FEEDS EXPECTED / RECEIVED / MISSING SECTION. A FEED IS
      * DUE WHEN THE RUN DATE IS A BUSCAL PROCESSING DAY AND ITS
      * FEEDSCHD ENTRY IS DAILY, OR WEEKLY WITH TODAY'S WEEKDAY
      * MARKED. IT IS RECEIVED WHEN ONE OF TONIGHT'S FEEDS CARRIED ITS
      * FEED ID - EVEN IF THAT FEED WAS THEN REFUSED, WHICH ITS OWN
      * BALANCE LINES SAY. EVERY MISSING FEED RAISES RC 4. FEEDS THAT
      * ARRIVED WITHOUT BEING DUE ARE LISTED AS UNSCHEDULED.
      *****************************************************************
       WRITE-FEED-SCHEDULE-LINES SECTION.
      *
           MOVE ZERO TO WS-FEEDS-EXPECTED.
           MOVE ZERO TO WS-FEEDS-RECEIVED.
           MOVE ZERO TO WS-FEEDS-MISSING.
           MOVE WS-RUN-DATE TO RPT-SCHED-RUN-DATE.
           MOVE RPT-SCHED-HEADER-LINE TO REPORT-RECORD.
           WRITE REPORT-RECORD.

           PERFORM CHECK-RUN-DAY-HOLIDAY.
           IF NOT FEEDSCHD-FILE-PRESENT
               MOVE "NO FEED SCHEDULE SUPPLIED - NO FEEDS EXPECTED"
                   TO RPT-SCHED-NOTE
               MOVE RPT-SCHED-NOTE-LINE TO REPORT-RECORD
               WRITE REPORT-RECORD
           ELSE
               IF RUN-DAY-HOLIDAY
                   MOVE "NOT A PROCESSING DAY - NO FEEDS EXPECTED"
                       TO RPT-SCHED-NOTE
                   MOVE RPT-SCHED-NOTE-LINE TO REPORT-RECORD
                   WRITE REPORT-RECORD
               ELSE
                   PERFORM WRITE-ONE-SCHEDULE-LINE
                       VARYING SCHD-IDX FROM 1 BY 1
                       UNTIL SCHD-IDX > WS-SCHEDULE-COUNT
               END-IF
           END-IF.

           IF FEEDSCHD-FILE-PRESENT
               PERFORM WRITE-UNSCHEDULED-LINE
                   VARYING FEED-IDX FROM 1 BY 1
                   UNTIL FEED-IDX > WS-FEED-COUNT
           END-IF.

           MOVE WS-FEEDS-EXPECTED TO RPT-SCHED-EXPECTED.
           MOVE WS-FEEDS-RECEIVED TO RPT-SCHED-RECEIVED.
           MOVE WS-FEEDS-MISSING  TO RPT-SCHED-MISSING.
           MOVE RPT-SCHED-TOTAL-LINE TO REPORT-RECORD.
           WRITE REPORT-RECORD.

           IF WS-FEEDS-MISSING > ZERO
               MOVE 4 TO WS-CANDIDATE-RETURN-CODE
               PERFORM RAISE-RETURN-CODE
           END-IF.
      *
       EXIT.

       WRITE-ONE-SCHEDULE-LINE SECTION.
      *
           MOVE "N" TO WS-FEED-DUE-SW.
           IF WS-SCHD-DAILY(SCHD-IDX)
               SET FEED-DUE-TODAY TO TRUE
           ELSE
               IF WS-SCHD-WEEKLY(SCHD-IDX)
                  AND WS-RUN-WEEKDAY > ZERO
                  AND WS-SCHD-WEEKDAY-FLAG(SCHD-IDX, WS-RUN-WEEKDAY)
                      EQUAL "Y"
                   SET FEED-DUE-TODAY TO TRUE
               END-IF
           END-IF.

           IF FEED-DUE-TODAY
               ADD 1 TO WS-FEEDS-EXPECTED
               MOVE "EXPECTED:"              TO RPT-SCHED-CATEGORY
               MOVE WS-SCHD-FEED-ID(SCHD-IDX) TO RPT-SCHED-FEED-ID
               SET FEED-IDX TO 1
               SEARCH WS-FEED-ENTRY
                   AT END
                       ADD 1 TO WS-FEEDS-MISSING
                       MOVE "MISSING"         TO RPT-SCHED-RESULT
                       DISPLAY "SCHEDULED FEED "
                           WS-SCHD-FEED-ID(SCHD-IDX) " IS MISSING"
                   WHEN FEED-IDX > WS-FEED-COUNT
                       ADD 1 TO WS-FEEDS-MISSING
                       MOVE "MISSING"         TO RPT-SCHED-RESULT
                       DISPLAY "SCHEDULED FEED "
                           WS-SCHD-FEED-ID(SCHD-IDX) " IS MISSING"
                   WHEN WS-FEED-TBL-ID(FEED-IDX)
                           EQUAL WS-SCHD-FEED-ID(SCHD-IDX)
                       ADD 1 TO WS-FEEDS-RECEIVED
                       MOVE "RECEIVED"        TO RPT-SCHED-RESULT
               END-SEARCH
               MOVE RPT-SCHED-FEED-LINE TO REPORT-RECORD
               WRITE REPORT-RECORD
           END-IF.
      *
       EXIT.

      *****************************************************************
      * WRITE-UNSCHEDULED-LINE - A FEED THAT ARRIVED WITHOUT A
      * FEEDSCHD ENTRY DUE TODAY IS PROCESSED AS NORMAL, BUT NAMED SO
      * THE SCHEDULE CAN BE PUT RIGHT.
      *****************************************************************
       WRITE-UNSCHEDULED-LINE SECTION.
      *
           MOVE "N" TO WS-FEED-DUE-SW.
           IF RUN-DAY-PROCESSING
               PERFORM CHECK-FEED-SCHEDULED
                   VARYING SCHD-IDX FROM 1 BY 1
                   UNTIL SCHD-IDX > WS-SCHEDULE-COUNT
                      OR FEED-DUE-TODAY
           END-IF.
           IF NOT FEED-DUE-TODAY
               MOVE "UNSCHEDULED:"           TO RPT-SCHED-CATEGORY
               MOVE WS-FEED-TBL-ID(FEED-IDX) TO RPT-SCHED-FEED-ID
               MOVE "RECEIVED"               TO RPT-SCHED-RESULT
               MOVE RPT-SCHED-FEED-LINE TO REPORT-RECORD
               WRITE REPORT-RECORD
           END-IF.
      *
       EXIT.

       CHECK-FEED-SCHEDULED SECTION.
      *
           IF WS-SCHD-FEED-ID(SCHD-IDX) EQUAL WS-FEED-TBL-ID(FEED-IDX)
               IF WS-SCHD-DAILY(SCHD-IDX)
                   SET FEED-DUE-TODAY TO TRUE
               ELSE
                   IF WS-SCHD-WEEKLY(SCHD-IDX)
                      AND WS-RUN-WEEKDAY > ZERO
                      AND WS-SCHD-WEEKDAY-FLAG(SCHD-IDX, WS-RUN-WEEKDAY)
                          EQUAL "Y"
                       SET FEED-DUE-TODAY TO TRUE
                   END-IF
               END-IF
           END-IF.
      *
       EXIT.

       CHECK-RUN-DAY-HOLIDAY SECTION.
      *
           SET RUN-DAY-PROCESSING TO TRUE.
           IF WS-CALENDAR-COUNT > ZERO
               SET CAL-IDX TO 1
               SEARCH WS-CAL-ENTRY
                   AT END
                       CONTINUE
                   WHEN CAL-IDX > WS-CALENDAR-COUNT
                       CONTINUE
                   WHEN WS-CAL-DATE(CAL-IDX) EQUAL WS-RUN-DATE
                      AND WS-CAL-HOLIDAY(CAL-IDX)
                       SET RUN-DAY-HOLIDAY TO TRUE
               END-SEARCH
           END-IF.
      *
       EXIT.

           MOVE "BLOCKSCRN"    TO ENRICHMENT-PGM-NAME(1).
           MOVE "OTHER"        TO ENRICHMENT-PGM-NAME(2).
           MOVE "SIMPLECALLED" TO ENRICHMENT-PGM-NAME(3).
      * RISKSCOR RUNS LAST: IT SCORES THE RECORD ONLY ONCE THE
      * SCREENING AND ENRICHMENT STEPS HAVE ALL TAKEN.
           MOVE "RISKSCOR"     TO ENRICHMENT-PGM-NAME(4).
      *
       EXIT.

      * WRITE-AUDIT-RECORD. ENRICHMENT-ALL-OK REFLECTS THE WHOLE CHAIN,
      * NOT JUST WHICHEVER CALL HAPPENED TO RUN LAST, SO A CALLER
      * DOWNSTREAM (SEE PROCESS-CLASSIFICATION-RECORDS) CAN TELL WHETHER
      * EVERY STEP TOOK BEFORE ACTING ON THE RECORD FURTHER. THE RISK
      * SCORING INPUTS ARE FILLED IN ALONGSIDE THE TAGS, AND THE SCORE
      * AND REVIEW FLAG CLEARED, SO NO RECORD CAN INHERIT THE LAST
      * ONE'S.
      *****************************************************************
       ENRICH-RECORD SECTION.
      *
           MOVE PROGRAMNAME    TO COPY-STRING-PART1.
           MOVE ACCOUNT-NUMBER TO COPY-NUMBER-PART1.
           MOVE ACCOUNT-NUMBER TO COPY-ACCOUNT-NUMBER.
           PERFORM PREPARE-RISK-INPUTS.
           MOVE ZERO TO COPY-RISK-SCORE.
           SET RISK-REVIEW-NOT-NEEDED TO TRUE.

           SET ENRICHMENT-ALL-OK TO TRUE.

       EXIT.

      *****************************************************************
      * RECONCILE-COPY-STRING-LAYOUTS
      *
      * COPY-STRING-PART1/PART2 ARE THE ONLY FIELDS AN ENRICHMENT
      * SUBPROGRAM IS SUPPOSED TO TOUCH WITHIN COPY-STRING; THE FILLER
      * BYTE BETWEEN THEM (POSITION 5) IS NEVER WRITTEN BY OTHER OR
      * SIMPLECALLED. IF A SUBPROGRAM EVER OVERRUNS ITS LINKAGE
      * PARAMETER, THAT FILLER BYTE IS WHAT WILL SHOW IT - COMPARING
      * COPY-STRING-REDEFINE1/REDEFINE2 AGAINST COPY-STRING WOULD NOT,
      * SINCE THOSE ARE JUST REDEFINES OF THE SAME BYTES.
      *****************************************************************
       RECONCILE-COPY-STRING-LAYOUTS SECTION.
      *
           IF COPY-STRING(5:1) NOT EQUAL SPACE
               DISPLAY "COPY-STRING LAYOUT MISMATCH FOR " PROGRAMNAME
               MOVE SPACES TO WS-EXCEPTION-LINE
               MOVE "E011" TO WS-EXC-REASON-CODE
               MOVE "COPY-STRING LAYOUT RECONCILIATION FAILED"
                   TO WS-EXC-REASON
               PERFORM WRITE-EXCEPTION-RECORD
           END-IF.
      *
       EXIT.

      *****************************************************************
      * WRITE-AUDIT-RECORD
      *
      * WS-AUDIT-STRING-BEFORE/AFTER ARE SET BY THE CALLER BEFORE THIS
      * IS PERFORMED.
      *****************************************************************
       WRITE-AUDIT-RECORD SECTION.
      *
           ACCEPT WS-AUDIT-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-AUDIT-TIME FROM TIME.
           MOVE SPACES                 TO AUDIT-LOG-RECORD.
           MOVE WS-AUDIT-DATE          TO AUDIT-DATE.
           MOVE WS-AUDIT-TIME          TO AUDIT-TIME.
           MOVE PROGRAMNAME            TO AUDIT-PROGRAMNAME.
           MOVE ENRICHMENT-PGM-NAME(ENR-IDX)
                                       TO AUDIT-CALLED-PGM.
           MOVE WS-AUDIT-STRING-BEFORE TO AUDIT-STRING-BEFORE.
           MOVE WS-AUDIT-STRING-AFTER  TO AUDIT-STRING-AFTER.
           MOVE ACCOUNT-NUMBER         TO AUDIT-ACCOUNT-NUMBER.
           MOVE WS-CURRENT-FEED-ID     TO AUDIT-FEED-ID.
           MOVE COPY-RISK-SCORE        TO AUDIT-RISK-SCORE.
           WRITE AUDIT-LOG-RECORD.
      *
       EXIT.

      *****************************************************************
      * PREPARE-RISK-INPUTS
      *
      * FILLS IN WHAT RISKSCOR SCORES: THE RECORD'S FEED, CURRENCY AND
      * BASE-AMOUNT, THE WHOLE CALENDAR MONTHS SINCE THE PROGRAMNAME
      * WAS FIRST SEEN (ZERO WHEN IT IS NOT ON THE MASTER YET, OR THE
      * DATE IS AHEAD OF THE RUN; 9999 WHEN THE RECORD PREDATES
      * PN-FIRST-SEEN-DATE, SO IT IS NEVER TAKEN FOR NEW - ITS
      * PN-EFFECTIVE-DATE IS ONLY ITS LATEST SIGHTING) AND THE
      * ACCOUNT'S RECENT
      * EXCEPTION COUNT FROM THE TABLE LOAD-RECENT-EXCEPTIONS BUILT.
      * THE MASTER READ HERE IS REPEATED BY CHECK-PROGRAM-DORMANT AND
      * READ-PROGRAMNATIVE-MASTER, WHICH DO NOT RELY ON IT.
      *****************************************************************
       PREPARE-RISK-INPUTS SECTION.
      *
           MOVE WS-CURRENT-FEED-ID   TO COPY-FEED-ID.
           MOVE TRANSACTION-CURRENCY TO COPY-CURRENCY.
           MOVE BASE-AMOUNT          TO COPY-BASE-AMOUNT.

           MOVE ZERO TO COPY-PROGRAM-AGE.
           MOVE PROGRAMNAME TO PN-PROGRAMNAME.
           READ PROGRAMNATIVE-MASTER
               INVALID KEY
                   CONTINUE
           END-READ.
           IF PROGMSTR-OK
               IF PN-FIRST-SEEN-DATE NUMERIC
                   MOVE WS-RUN-DATE TO WS-RISK-RUN-DATE
                   COMPUTE WS-RISK-AGE-MONTHS =
                       (WS-RISK-RUN-CCYY * 12 + WS-RISK-RUN-MM)
                     - (PN-FIRST-SEEN-CCYY * 12
                        + PN-FIRST-SEEN-MM)
                   IF WS-RISK-AGE-MONTHS > 9999
                       MOVE 9999 TO COPY-PROGRAM-AGE
                   ELSE
                       IF WS-RISK-AGE-MONTHS > ZERO
                           MOVE WS-RISK-AGE-MONTHS TO COPY-PROGRAM-AGE
                       END-IF
                   END-IF
               ELSE
                   MOVE 9999 TO COPY-PROGRAM-AGE
               END-IF
           END-IF.

           MOVE ZERO TO COPY-RECENT-EXCEPTIONS.
           IF WS-RECENT-EXC-COUNT > ZERO
               SEARCH ALL WS-RXC-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-RXC-ACCT(RXC-IDX) EQUAL ACCOUNT-NUMBER
                       MOVE WS-RXC-ITEMS(RXC-IDX)
                           TO COPY-RECENT-EXCEPTIONS
               END-SEARCH
           END-IF.
      *
       EXIT.

      *****************************************************************
      * TALLY-RISK-SCORE
      *
      * COUNTS A SCORED RECORD INTO ITS FEED'S SCORE BAND - 0-24,
      * 25-49, 50-74, 75-99, 100 AND UP - OR INTO THE NON-FEED
      * SOURCES' BANDS WHEN NO PARTNER FEED IS BEING READ.
      *****************************************************************
       TALLY-RISK-SCORE SECTION.
      *
           DIVIDE COPY-RISK-SCORE BY 25 GIVING WS-RISK-BAND-SUB.
           ADD 1 TO WS-RISK-BAND-SUB.
           IF WS-RISK-BAND-SUB > 5
               MOVE 5 TO WS-RISK-BAND-SUB
           END-IF.
           IF WS-CURRENT-FEED > ZERO
               ADD 1 TO WS-FEED-SCORE-BAND(WS-CURRENT-FEED,
                                           WS-RISK-BAND-SUB)
           ELSE
               ADD 1 TO WS-OTHER-SCORE-BAND(WS-RISK-BAND-SUB)
           END-IF.
      *
       EXIT.

      *****************************************************************
      * LOAD-RECENT-EXCEPTIONS
      *
      * READS THE WHOLE EXCEPTION INVENTORY ONCE AND COUNTS, PER
      * ACCOUNT, THE ITEMS LAST SEEN ON OR AFTER THE FIRST DAY OF THE
      * 30-BUSINESS-DAY EXPOSURE WINDOW, WHATEVER STATE THEY ARE IN
      * NOW. ITEMS WHOSE ACCOUNT WAS NOT NUMERIC ARE SKIPPED. NO
      * INVENTORY YET MEANS NO RECENT EXCEPTIONS. A TABLE THAT FILLS
      * IS SAID ON THE CONSOLE AND RAISES THE RUN TO RC 4: ACCOUNTS
      * THAT DID NOT FIT SCORE AS IF THEY HAD NONE.
      *****************************************************************
       LOAD-RECENT-EXCEPTIONS SECTION.
      *
           MOVE ZERO TO WS-RECENT-EXC-COUNT.
           OPEN INPUT EXCEPTION-INVENTORY-FILE.
           IF EXCINV-OK
               PERFORM READ-RECENT-EXCEPTION
               PERFORM STORE-RECENT-EXCEPTION
                   UNTIL RECENT-EXC-EOF
               CLOSE EXCEPTION-INVENTORY-FILE
           END-IF.
           IF RECENT-EXC-TABLE-FULL
               DISPLAY "RECENT-EXCEPTION TABLE FULL AT 20000 ACCOUNTS"
                   " - LATER ACCOUNTS SCORED WITHOUT THEIR EXCEPTIONS"
               MOVE 4 TO WS-CANDIDATE-RETURN-CODE
               PERFORM RAISE-RETURN-CODE
           END-IF.
      *
       EXIT.

       READ-RECENT-EXCEPTION SECTION.
      *
           READ EXCEPTION-INVENTORY-FILE NEXT RECORD
               AT END
                   SET RECENT-EXC-EOF TO TRUE
           END-READ.
      *
       EXIT.

       STORE-RECENT-EXCEPTION SECTION.
      *
           IF EI-ACCOUNT-NUMBER NUMERIC
              AND EI-LAST-SEEN-DATE NUMERIC
              AND EI-LAST-SEEN-DATE NOT < WS-EXP-WINDOW-30-START
               MOVE EI-ACCOUNT-NUMBER TO WS-RXC-ACCOUNT
               PERFORM FIND-RECENT-EXC-SLOT
               IF RECENT-EXC-ACCOUNT-FOUND
                   IF WS-RXC-ITEMS(WS-RXC-LOW) < 9999
                       ADD 1 TO WS-RXC-ITEMS(WS-RXC-LOW)
                   END-IF
               ELSE
                   IF WS-RECENT-EXC-COUNT < 20000
                       PERFORM INSERT-RECENT-EXC-ENTRY
                   ELSE
                       SET RECENT-EXC-TABLE-FULL TO TRUE
                   END-IF
               END-IF
           END-IF.
           PERFORM READ-RECENT-EXCEPTION.
      *
       EXIT.

      *****************************************************************
      * FIND-RECENT-EXC-SLOT
      *
      * BINARY SEARCH OF THE TABLE SO FAR FOR WS-RXC-ACCOUNT. ON EXIT
      * WS-RXC-LOW IS ITS ENTRY WHEN FOUND, OTHERWISE THE POSITION IT
      * BELONGS AT TO KEEP THE TABLE IN ACCOUNT SEQUENCE.
      *****************************************************************
       FIND-RECENT-EXC-SLOT SECTION.
      *
           MOVE "N" TO WS-RXC-FOUND-SW.
           MOVE 1 TO WS-RXC-LOW.
           MOVE WS-RECENT-EXC-COUNT TO WS-RXC-HIGH.
           PERFORM HALVE-RECENT-EXC-RANGE
               UNTIL WS-RXC-LOW > WS-RXC-HIGH
                  OR RECENT-EXC-ACCOUNT-FOUND.
      *
       EXIT.

       HALVE-RECENT-EXC-RANGE SECTION.
      *
           COMPUTE WS-RXC-MID = (WS-RXC-LOW + WS-RXC-HIGH) / 2.
           IF WS-RXC-ACCT(WS-RXC-MID) EQUAL WS-RXC-ACCOUNT
               SET RECENT-EXC-ACCOUNT-FOUND TO TRUE
               MOVE WS-RXC-MID TO WS-RXC-LOW
           ELSE
               IF WS-RXC-ACCT(WS-RXC-MID) < WS-RXC-ACCOUNT
                   COMPUTE WS-RXC-LOW = WS-RXC-MID + 1
               ELSE
                   COMPUTE WS-RXC-HIGH = WS-RXC-MID - 1
               END-IF
           END-IF.
      *
       EXIT.

      *****************************************************************
      * INSERT-RECENT-EXC-ENTRY
      *
      * OPENS A GAP AT WS-RXC-LOW BY MOVING EVERY LATER ENTRY UP ONE,
      * AND PUTS THE NEW ACCOUNT IN IT WITH A COUNT OF ONE.
      *****************************************************************
       INSERT-RECENT-EXC-ENTRY SECTION.
      *
           ADD 1 TO WS-RECENT-EXC-COUNT.
           PERFORM SHIFT-RECENT-EXC-ENTRY
               VARYING WS-RXC-SHIFT FROM WS-RECENT-EXC-COUNT BY -1
               UNTIL WS-RXC-SHIFT NOT > WS-RXC-LOW.
           MOVE WS-RXC-ACCOUNT TO WS-RXC-ACCT(WS-RXC-LOW).
           MOVE 1              TO WS-RXC-ITEMS(WS-RXC-LOW).
      *
       EXIT.

       SHIFT-RECENT-EXC-ENTRY SECTION.
      *
           MOVE WS-RXC-ENTRY(WS-RXC-SHIFT - 1)
               TO WS-RXC-ENTRY(WS-RXC-SHIFT).
      *
       EXIT.

      *
       EXIT.

      *****************************************************************
      * CHECK-PARTNER-ENTITLEMENT
      *
      * THE RECORD'S LETTER AND CURRENCY (A BLANK CURRENCY IS THE BASE
      * CURRENCY, AS IN THE CONVERSION) MUST BE ON ITS PARTNER'S
      * LISTS, AND ITS BASE-CURRENCY AMOUNT WITHIN THE PARTNER'S
      * CEILING: E014, E015 AND E016, THE FIRST BREACH ONLY. THE
      * PARTNER IS THE RECORD'S OWN FEED - FOR A REPROCESSED RECORD
      * THE ONE ON ITS EXCEPTION LINE, FOR A PENDING RELEASE THE ONE
      * IT ARRIVED ON. A HOLDOVER RECORD, WHOSE FEED IS NOT KEPT, OR
      * A FEED NO LONGER ON THE FILE IS NOT CHECKED HERE: TODAY'S
      * FEEDS HAVE ALREADY PASSED CHECK-FEED-PARTNER.
      *****************************************************************
       CHECK-PARTNER-ENTITLEMENT SECTION.
      *
           IF PARTNER-FILE-PRESENT
               MOVE WS-INVENTORY-FEED-ID TO WS-PARTNER-WANTED-ID
               PERFORM READ-PARTNER-PROFILE
               IF PARTNER-FOUND
                   MOVE "N" TO WS-ENTITLED-VALUE-SW
                   IF PT-ALLOWED-LETTER(1) EQUAL "*"
                       SET VALUE-ENTITLED TO TRUE
                   ELSE
                       PERFORM CHECK-ALLOWED-LETTER
                           VARYING WS-ENT-SUB FROM 1 BY 1
                           UNTIL WS-ENT-SUB > 10
                              OR VALUE-ENTITLED
                   END-IF
                   IF NOT VALUE-ENTITLED
                       SET RECORD-NOT-ENTITLED TO TRUE
                       MOVE SPACES TO WS-EXCEPTION-LINE
                       MOVE "E014" TO WS-EXC-REASON-CODE
                       MOVE "LETTER NOT ALLOWED FOR PARTNER"
                           TO WS-EXC-REASON
                       PERFORM WRITE-EXCEPTION-RECORD
                   END-IF
               END-IF
           END-IF.

           IF PARTNER-FILE-PRESENT
              AND PARTNER-FOUND
              AND RECORD-ENTITLED
               MOVE "N" TO WS-ENTITLED-VALUE-SW
               IF PT-ALLOWED-CURRENCY(1) EQUAL "*"
                   SET VALUE-ENTITLED TO TRUE
               ELSE
                   PERFORM CHECK-ALLOWED-CURRENCY
                       VARYING WS-ENT-SUB FROM 1 BY 1
                       UNTIL WS-ENT-SUB > 10
                          OR VALUE-ENTITLED
               END-IF
               IF NOT VALUE-ENTITLED
                   SET RECORD-NOT-ENTITLED TO TRUE
                   MOVE SPACES TO WS-EXCEPTION-LINE
                   MOVE "E015" TO WS-EXC-REASON-CODE
                   MOVE "CURRENCY NOT ALLOWED FOR PARTNER"
                       TO WS-EXC-REASON
                   PERFORM WRITE-EXCEPTION-RECORD
               END-IF
           END-IF.

           IF PARTNER-FILE-PRESENT
              AND PARTNER-FOUND
              AND RECORD-ENTITLED
              AND PT-AMOUNT-CEILING > ZERO
              AND BASE-AMOUNT > PT-AMOUNT-CEILING
               SET RECORD-NOT-ENTITLED TO TRUE
               MOVE SPACES TO WS-EXCEPTION-LINE
               MOVE "E016" TO WS-EXC-REASON-CODE
               MOVE "AMOUNT OVER PARTNER CEILING" TO WS-EXC-REASON
               PERFORM WRITE-EXCEPTION-RECORD
           END-IF.
      *
       EXIT.

      *****************************************************************
      * CHECK-ACCOUNT-MASTER
      *
      * THE DETAIL'S ACCOUNT MUST BE ON OUR ACCOUNT MASTER (E017) AND
      * NOT CLOSED THERE (E018). A "D" RECORD WHOSE PARTNER STATUS
      * DISAGREES WITH OURS IS ONLY FLAGGED HERE - IT IS ROUTED TO
      * REVIEW (R003) ONCE ENRICHED, LIKE AN OVER-LIMIT RECORD. AN
      * AMENDMENT'S STATUS IS MEANT TO DIFFER - IT IS THE CHANGE - AND
      * A CANCELLATION'S STATUS IS NOT ACTED ON, SO NEITHER IS
      * FLAGGED. NO ACCOUNT MASTER AT ALL MEANS NO ACCOUNT CHECKS.
      *****************************************************************
       CHECK-ACCOUNT-MASTER SECTION.
      *
           MOVE "N" TO WS-ACCOUNT-FOUND-SW.
           IF ACCTMSTR-FILE-PRESENT
               MOVE ACCOUNT-NUMBER TO AC-ACCOUNT-NUMBER
               READ ACCOUNT-MASTER
                   INVALID KEY
                       CONTINUE
               END-READ
               IF ACCTMSTR-OK
                   SET ACCOUNT-ON-MASTER TO TRUE
               ELSE
                   SET ACCOUNT-REFUSED TO TRUE
                   MOVE SPACES TO WS-EXCEPTION-LINE
                   MOVE "E017" TO WS-EXC-REASON-CODE
                   MOVE "ACCOUNT NOT ON ACCOUNT MASTER"
                       TO WS-EXC-REASON
                   PERFORM WRITE-EXCEPTION-RECORD
               END-IF
           END-IF.

           IF ACCOUNT-ON-MASTER
               IF AC-STATUS-CLOSED
                   SET ACCOUNT-REFUSED TO TRUE
                   MOVE SPACES TO WS-EXCEPTION-LINE
                   MOVE "E018" TO WS-EXC-REASON-CODE
                   MOVE "ACCOUNT CLOSED ON ACCOUNT MASTER"
                       TO WS-EXC-REASON
                   PERFORM WRITE-EXCEPTION-RECORD
               ELSE
                   IF AC-STATUS-CODE NOT EQUAL STATUS-CODE
                      AND NOT WS-CLASS-AMEND
                      AND NOT WS-CLASS-CANCEL
                       SET ACCOUNT-STATUS-MISMATCH TO TRUE
                   END-IF
               END-IF
           END-IF.
      *
       EXIT.

       CHECK-ALLOWED-LETTER SECTION.
      *
           IF WS-CLASS-LETTER NOT EQUAL SPACE
              AND PT-ALLOWED-LETTER(WS-ENT-SUB) EQUAL WS-CLASS-LETTER
               SET VALUE-ENTITLED TO TRUE
           END-IF.
      *
       EXIT.

       CHECK-ALLOWED-CURRENCY SECTION.
      *
           IF PT-ALLOWED-CURRENCY(WS-ENT-SUB) EQUAL TRANSACTION-CURRENCY
               SET VALUE-ENTITLED TO TRUE
           END-IF.
      *
       EXIT.

      *****************************************************************
      * WRITE-EXCEPTION-RECORD
      *
               ADD 1 TO WS-OTHER-EXC-COUNT
           END-IF.
           PERFORM TALLY-EXCEPTION-REASON.
           IF ARC-OUTCOME-UNDECIDED
               MOVE WS-EXC-REASON-CODE TO WS-ARC-REASON-CODE
               IF WS-EXC-REASON-CODE(1:1) EQUAL "R"
                   MOVE "R" TO WS-ARC-OUTCOME
               ELSE
                   MOVE "E" TO WS-ARC-OUTCOME
               END-IF
           END-IF.
           IF WS-EXC-REASON-CODE(1:1) NOT EQUAL "R"
              AND WS-EXC-REASON-CODE NOT EQUAL "E007"
               SET RECORD-EXCEPTED TO TRUE
               PERFORM RECORD-INVENTORY-ITEM
           END-IF.
      *
       EXIT.

      *****************************************************************
      * RECORD-INVENTORY-ITEM / CLOSE-INVENTORY-ITEM
      *
      * THE EXCINV EXCEPTION INVENTORY. AN EXCEPTION OPENS AN ITEM FOR
      * ITS COMBINATION; THE SAME COMBINATION FAILING AGAIN UPDATES
      * THE ITEM'S REASON AND LAST-SEEN DATE AND COUNTS THE REPEAT,
      * AND REOPENS IT AFRESH IF IT HAD BEEN CLOSED OR WRITTEN OFF.
      * ACCEPTANCE CLOSES AN OPEN ITEM; AN ACCEPTED COMBINATION WITH
      * NO OPEN ITEM IS NOTHING TO DO. A TRIAL TOUCHES NEITHER.
      *****************************************************************
       RECORD-INVENTORY-ITEM SECTION.
      *
           IF NOT TRIAL-RUN-MODE
               MOVE WS-INVENTORY-FEED-ID    TO EI-FEED-ID
               MOVE WS-CLASS-PROGRAMNAME    TO EI-PROGRAMNAME
               MOVE WS-CLASS-RECORD(7:9)    TO EI-ACCOUNT-NUMBER
               MOVE WS-CLASS-RECORD(16:8)   TO EI-EFFECTIVE-DATE
               READ EXCEPTION-INVENTORY-FILE
                   INVALID KEY
                       CONTINUE
               END-READ
               IF EXCINV-OK
                   IF NOT EI-OPEN
                       SET EI-OPEN          TO TRUE
                       MOVE WS-RUN-DATE     TO EI-OPENED-DATE
                       MOVE ZERO            TO EI-OCCURRENCES
                       MOVE ZERO            TO EI-CLOSED-DATE
                       MOVE SPACES          TO EI-CLOSED-BY
                       MOVE SPACES          TO EI-WRITEOFF-REASON
                   END-IF
                   MOVE WS-EXC-REASON-CODE  TO EI-REASON-CODE
                   MOVE WS-EXC-REASON       TO EI-REASON-TEXT
                   MOVE WS-RUN-DATE         TO EI-LAST-SEEN-DATE
                   IF EI-OCCURRENCES < 999
                       ADD 1 TO EI-OCCURRENCES
                   END-IF
                   MOVE WS-CLASS-RECORD     TO EI-DETAIL-IMAGE
                   REWRITE EXCEPTION-INVENTORY-RECORD
                       INVALID KEY
                           CONTINUE
                   END-REWRITE
               ELSE
                   MOVE WS-EXC-REASON-CODE  TO EI-REASON-CODE
                   MOVE WS-EXC-REASON       TO EI-REASON-TEXT
                   MOVE WS-RUN-DATE         TO EI-OPENED-DATE
                   MOVE WS-RUN-DATE         TO EI-LAST-SEEN-DATE
                   MOVE 1                   TO EI-OCCURRENCES
                   SET EI-OPEN              TO TRUE
                   MOVE ZERO                TO EI-CLOSED-DATE
                   MOVE SPACES              TO EI-CLOSED-BY
                   MOVE SPACES              TO EI-WRITEOFF-REASON
                   MOVE WS-CLASS-RECORD     TO EI-DETAIL-IMAGE
                   WRITE EXCEPTION-INVENTORY-RECORD
                       INVALID KEY
                           CONTINUE
                   END-WRITE
               END-IF
               IF NOT EXCINV-OK
                   DISPLAY "EXCINV WRITE FAILED - STATUS "
                       WS-EXCINV-STATUS " FOR " EI-KEY
               END-IF
           END-IF.
      *
       EXIT.

       CLOSE-INVENTORY-ITEM SECTION.
      *
           IF NOT TRIAL-RUN-MODE
               MOVE WS-INVENTORY-FEED-ID    TO EI-FEED-ID
               MOVE WS-CLASS-PROGRAMNAME    TO EI-PROGRAMNAME
               MOVE WS-CLASS-RECORD(7:9)    TO EI-ACCOUNT-NUMBER
               MOVE WS-CLASS-RECORD(16:8)   TO EI-EFFECTIVE-DATE
               READ EXCEPTION-INVENTORY-FILE
                   INVALID KEY
                       CONTINUE
               END-READ
               IF EXCINV-OK
                  AND EI-OPEN
                   SET EI-CLOSED            TO TRUE
                   MOVE WS-RUN-DATE         TO EI-CLOSED-DATE
                   IF REPROCESS-RUN-MODE
                       MOVE "REPROC"        TO EI-CLOSED-BY
                   ELSE
                       MOVE "TEST"          TO EI-CLOSED-BY
                   END-IF
                   REWRITE EXCEPTION-INVENTORY-RECORD
                       INVALID KEY
                           DISPLAY "EXCINV CLOSE FAILED - STATUS "
                               WS-EXCINV-STATUS " FOR " EI-KEY
                   END-REWRITE
               END-IF
           END-IF.
      *
       EXIT.


       ADD-REASON-STAT-ENTRY SECTION.
      *
           IF WS-REASON-STAT-COUNT < 30
               ADD 1 TO WS-REASON-STAT-COUNT
               MOVE WS-EXC-REASON-CODE
                   TO WS-RSN-CODE(WS-REASON-STAT-COUNT)
               MOVE WS-EXC-REASON
                   TO WS-RSN-TEXT(WS-REASON-STAT-COUNT)
               MOVE 1 TO WS-RSN-COUNT(WS-REASON-STAT-COUNT)
           ELSE
               DISPLAY "WARNING: REASON STAT TABLE FULL - "
                   WS-EXC-REASON-CODE " NOT COUNTED"
               MOVE 4 TO WS-CANDIDATE-RETURN-CODE
               PERFORM RAISE-RETURN-CODE
           END-IF.
      *
       EXIT.
           MOVE "R001" TO WS-EXC-REASON-CODE.
           MOVE "ROUTED FOR MANUAL REVIEW" TO WS-EXC-REASON.
           PERFORM WRITE-EXCEPTION-RECORD.
           PERFORM QUEUE-REVIEW-RECORD.
      *
       EXIT.

      *****************************************************************
      * QUEUE-REVIEW-RECORD
      *
      * PUTS THE RECORD JUST ROUTED TO REVIEW ON THE REVQUE FILE AS
      * AN OPEN ITEM, WITH THE ENRICHED COPY-STRING AND BASE-AMOUNT
      * AN APPROVAL WILL NEED AND THE DETAIL IMAGE A DECLINE WILL
      * RETURN. THE SAME COMBINATION SENT AGAIN BY THE SAME FEED
      * REPLACES (AND REOPENS) THE EARLIER ITEM RATHER THAN
      * QUEUEING IT TWICE. A TRIAL QUEUES NOTHING.
      *****************************************************************
       QUEUE-REVIEW-RECORD SECTION.
      *
           IF NOT TRIAL-RUN-MODE
               MOVE SPACES                 TO REVIEW-QUEUE-RECORD
               MOVE WS-CURRENT-FEED-ID     TO RQ-FEED-ID
               MOVE PROGRAMNAME            TO RQ-PROGRAMNAME
               MOVE ACCOUNT-NUMBER         TO RQ-ACCOUNT-NUMBER
               MOVE EFFECTIVE-DATE         TO RQ-EFFECTIVE-DATE
               MOVE WS-EXC-REASON-CODE     TO RQ-REASON-CODE
               MOVE WS-RUN-DATE            TO RQ-QUEUED-DATE
               SET RQ-OPEN                 TO TRUE
               MOVE ZERO                   TO RQ-DECISION-DATE
               MOVE COPY-STRING            TO RQ-COPY-STRING
               MOVE BASE-AMOUNT            TO RQ-BASE-AMOUNT
               MOVE WS-CLASS-RECORD        TO RQ-DETAIL-IMAGE
               WRITE REVIEW-QUEUE-RECORD
                   INVALID KEY
                       REWRITE REVIEW-QUEUE-RECORD
                       END-REWRITE
               END-WRITE
               IF WS-REVQUE-STATUS NOT EQUAL "00"
                   DISPLAY "REVQUE WRITE FAILED - STATUS "
                       WS-REVQUE-STATUS " FOR " RQ-KEY
               END-IF
           END-IF.
      *
       EXIT.

      *
       EXIT.

      *****************************************************************
      * OPEN-REVIEW-QUEUE
      *
      * THE REVIEW QUEUE IS DURABLE - ITEMS WAIT ON IT ACROSS RUNS
      * UNTIL A SUPERVISOR DECIDES THEM - SO IT IS ONLY CREATED WHEN
      * IT DOES NOT EXIST YET, THE SAME RULE AS THE MASTER.
      *****************************************************************
       OPEN-REVIEW-QUEUE SECTION.
      *
           OPEN I-O REVIEW-QUEUE-FILE.
           IF REVQUE-FILE-NOT-FOUND
               OPEN OUTPUT REVIEW-QUEUE-FILE
               CLOSE REVIEW-QUEUE-FILE
               OPEN I-O REVIEW-QUEUE-FILE
           END-IF.
      *
       EXIT.

      *****************************************************************
      * OPEN-EXCEPTION-INVENTORY
      *
      * DURABLE ACROSS RUNS LIKE THE REVIEW QUEUE, AND CREATED ONLY
      * WHEN IT DOES NOT EXIST YET.
      *****************************************************************
       OPEN-EXCEPTION-INVENTORY SECTION.
      *
           OPEN I-O EXCEPTION-INVENTORY-FILE.
           IF EXCINV-FILE-NOT-FOUND
               OPEN OUTPUT EXCEPTION-INVENTORY-FILE
               CLOSE EXCEPTION-INVENTORY-FILE
               OPEN I-O EXCEPTION-INVENTORY-FILE
           END-IF.
      *
       EXIT.

      *****************************************************************
      * OPEN-FEED-REGISTER
      *
      * DURABLE ACROSS RUNS, AND CREATED ONLY WHEN IT DOES NOT EXIST
      * YET. A TRIAL ONLY READS IT - NO REGISTER YET MEANS A TRIAL
      * FINDS NO REPLAYS.
      *****************************************************************
       OPEN-FEED-REGISTER SECTION.
      *
           IF TRIAL-RUN-MODE
               OPEN INPUT FEED-REGISTER-FILE
           ELSE
               OPEN I-O FEED-REGISTER-FILE
               IF FEEDREG-FILE-NOT-FOUND
                   OPEN OUTPUT FEED-REGISTER-FILE
                   CLOSE FEED-REGISTER-FILE
                   OPEN I-O FEED-REGISTER-FILE
               END-IF
           END-IF.
           IF FEEDREG-OK
               SET FEEDREG-OPEN TO TRUE
           END-IF.
      *
       EXIT.

      *****************************************************************
      * OPEN-PARTNER-MASTER
      *
      * READ ONLY, AND NEVER CREATED HERE - PTNMAINT OWNS IT. UNTIL
      * THE FIRST PARTNER IS ADDED THERE ARE NO PARTNER CHECKS.
      *****************************************************************
       OPEN-PARTNER-MASTER SECTION.
      *
           OPEN INPUT PARTNER-MASTER.
           IF PARTNER-OK
               SET PARTNER-FILE-PRESENT TO TRUE
           ELSE
               DISPLAY "WARNING: NO PARTNER MASTER - STATUS "
                   WS-PARTNER-STATUS " - PARTNER CHECKS OFF"
           END-IF.
      *
       EXIT.

      *****************************************************************
      * OPEN-ACCOUNT-MASTER
      *
      * NEVER CREATED HERE - ACTMAINT OWNS IT. UNTIL THE FIRST ACCOUNT
      * IS ADDED THERE ARE NO ACCOUNT CHECKS. OPENED FOR UPDATE, AND
      * ACTLOG WITH IT, BECAUSE AMENDMENTS CARRY STATUS CHANGES ONTO
      * IT; A TRIAL ONLY READS IT.
      *****************************************************************
       OPEN-ACCOUNT-MASTER SECTION.
      *
           IF TRIAL-RUN-MODE
               OPEN INPUT ACCOUNT-MASTER
           ELSE
               OPEN I-O ACCOUNT-MASTER
           END-IF.
           IF ACCTMSTR-OK
               SET ACCTMSTR-FILE-PRESENT TO TRUE
           ELSE
               DISPLAY "WARNING: NO ACCOUNT MASTER - STATUS "
                   WS-ACCTMSTR-STATUS " - ACCOUNT CHECKS OFF"
           END-IF.
           IF ACCTMSTR-FILE-PRESENT
              AND NOT TRIAL-RUN-MODE
               OPEN EXTEND ACCOUNT-LOG-FILE
               IF WS-ACTLOG-STATUS EQUAL "35"
                   OPEN OUTPUT ACCOUNT-LOG-FILE
               END-IF
               IF WS-ACTLOG-STATUS EQUAL "00"
                   SET ACTLOG-FILE-OPEN TO TRUE
               ELSE
                   DISPLAY "WARNING: ACTLOG OPEN FAILED - STATUS "
                       WS-ACTLOG-STATUS " - STATUS CHANGES UNLOGGED"
               END-IF
           END-IF.
      *
       EXIT.

      *****************************************************************
      * OPEN-EXPOSURE-FILE
      *
      * DURABLE ACROSS RUNS, AND CREATED ONLY WHEN IT DOES NOT EXIST
      * YET. A TRIAL ONLY READS IT - NO FILE YET MEANS A TRIAL SEES
      * EVERY ACCOUNT WITH NOTHING ON IT.
      *****************************************************************
       OPEN-EXPOSURE-FILE SECTION.
      *
           IF TRIAL-RUN-MODE
               OPEN INPUT EXPOSURE-FILE
           ELSE
               OPEN I-O EXPOSURE-FILE
               IF EXPOSURE-FILE-NOT-FOUND
                   OPEN OUTPUT EXPOSURE-FILE
                   CLOSE EXPOSURE-FILE
                   OPEN I-O EXPOSURE-FILE
               END-IF
           END-IF.
           IF EXPOSURE-OK
               SET EXPOSURE-FILE-OPEN TO TRUE
           END-IF.
      *
       EXIT.

      *****************************************************************
      * READ-CLASSIFICATION-RECORD
      *
           MOVE TRANSACTION-AMOUNT   TO RPT-DTL-ORIG-AMOUNT.
           MOVE TRANSACTION-CURRENCY TO RPT-DTL-CURRENCY.
           MOVE BASE-AMOUNT          TO RPT-DTL-BASE-AMOUNT.
           MOVE COPY-RISK-SCORE      TO RPT-DTL-RISK-SCORE.
           MOVE RPT-DETAIL-LINE      TO REPORT-RECORD.
           WRITE REPORT-RECORD.
      *
           MOVE EFFECTIVE-DATE-CCYY     TO PN-EFFECTIVE-DATE-CCYY.
           MOVE EFFECTIVE-DATE-MM       TO PN-EFFECTIVE-DATE-MM.
           MOVE EFFECTIVE-DATE-DD       TO PN-EFFECTIVE-DATE-DD.
      * A DORMANT PROGRAMNAME STAYS DORMANT UNTIL A SUPERVISOR
      * APPROVES ITS RETURN; THE FEED'S STATUS DOES NOT WAKE IT.
           IF NOT PROGRAM-DORMANT
               MOVE STATUS-CODE         TO PN-STATUS-CODE
           END-IF.
      *
       EXIT.

       SECOND-SECTION SECTION.
           DISPLAY "SECOND SECTION".

      * AN OVER-LIMIT RECORD, ONE WHOSE STATUS DISAGREES WITH THE
      * ACCOUNT MASTER, ONE FOR A DORMANT PROGRAMNAME, OR ONE OVER ITS
      * ACCOUNT'S EXPOSURE CEILING, OR ONE RISK-SCORED OVER THE
      * THRESHOLD, IS ON ITS WAY TO MANUAL REVIEW AND MUST NOT COUNT
      * AS AN APPROVAL, LETTER-C OR NOT. AN APPROVAL ADDS TO THE
      * ACCOUNT'S EXPOSURE AND IS CHARGED THE PARTNER FEE.
           IF LETTER-C AND AMOUNT-WITHIN-LIMIT
              AND NOT ACCOUNT-STATUS-MISMATCH
              AND NOT PROGRAM-DORMANT
              AND EXPOSURE-WITHIN-CEILING
              AND RISK-REVIEW-NOT-NEEDED
               ADD 1 TO WS-APPROVED-COUNT
               ADD 1 TO PN-APPROVED-COUNT
               MOVE "A" TO WS-ARC-OUTCOME
               PERFORM COMPUTE-RECORD-FEE
               PERFORM WRITE-INTERFACE-DETAIL
               PERFORM ACCUMULATE-FEE-BILLED
               MOVE BASE-AMOUNT TO WS-EXP-POST-AMOUNT
               PERFORM POST-ACCOUNT-EXPOSURE
           END-IF.

           PERFORM WRITE-PROGRAMNATIVE-MASTER.
               MOVE TRANSACTION-AMOUNT   TO WS-INTF-DTL-ORIG-AMOUNT
               MOVE TRANSACTION-CURRENCY TO WS-INTF-DTL-CURRENCY
               MOVE BASE-AMOUNT          TO WS-INTF-DTL-BASE-AMOUNT
               MOVE WS-FEE-AMOUNT        TO WS-INTF-DTL-FEE-AMOUNT
               MOVE WS-INTF-DETAIL-LINE  TO INTERFACE-RECORD
               WRITE INTERFACE-RECORD
               ADD 1 TO WS-INTF-RECORD-COUNT
               MOVE TRANSACTION-AMOUNT   TO WS-INTF-CXL-ORIG-AMOUNT
               MOVE TRANSACTION-CURRENCY TO WS-INTF-CXL-CURRENCY
               MOVE BASE-AMOUNT          TO WS-INTF-CXL-BASE-AMOUNT
               MOVE WS-FEE-AMOUNT        TO WS-INTF-CXL-FEE-AMOUNT
               MOVE WS-INTF-CANCEL-LINE  TO INTERFACE-RECORD
               WRITE INTERFACE-RECORD
               ADD 1 TO WS-INTF-RECORD-COUNT
      * OPPOSITE SO THE FILE ALWAYS BALANCES, AND A TRAILER WHOSE
      * DEBIT TOTAL EQUALS THE SUM OF THE REPORT'S PER-LETTER AMOUNT
      * TOTALS. ONLY WRITTEN AT A SUCCESSFUL END OF JOB - AN ABORTED
      * RUN POSTS NOTHING, LIKE THE INTERFACE TRAILER. THE PARTNER
      * FEES FOLLOW AS THEIR OWN PAIR PER PARTNER (SEE
      * WRITE-ONE-FEE-GL-PAIR), INSIDE THE SAME TRAILER TOTALS.
      *****************************************************************
       WRITE-GL-POSTING-FILE SECTION.
      *
                       VARYING GL-IDX FROM 1 BY 1
                       UNTIL GL-IDX > WS-GL-ENTRY-COUNT
               END-IF
               IF WS-FEE-TOTAL-COUNT > ZERO
                   PERFORM WRITE-ONE-FEE-GL-PAIR
                       VARYING FTL-IDX FROM 1 BY 1
                       UNTIL FTL-IDX > WS-FEE-TOTAL-COUNT
               END-IF
               MOVE WS-GL-RECORD-COUNT TO WS-GL-TRL-RECORD-COUNT
               MOVE WS-GL-DEBIT-TOTAL  TO WS-GL-TRL-DEBIT-TOTAL
               MOVE WS-GL-CREDIT-TOTAL TO WS-GL-TRL-CREDIT-TOTAL
      *
       EXIT.

      *****************************************************************
      * WRITE-ONE-FEE-GL-PAIR
      *
      * ONE PARTNER'S NET FEES FOR THE RUN (BILLED LESS REFUNDED): A
      * NET CHARGE IS DR PARTNER RECEIVABLE / CR FEE INCOME, A NET
      * REFUND THE SAME PAIR REVERSED. THE LETTER IS LEFT BLANK - FEES
      * ARE BILLED PER PARTNER, NOT PER LETTER. A PARTNER WHOSE FEES
      * NET TO ZERO POSTS NOTHING.
      *****************************************************************
       WRITE-ONE-FEE-GL-PAIR SECTION.
      *
           COMPUTE WS-FEE-NET = WS-FTL-BILLED-AMOUNT(FTL-IDX)
                              - WS-FTL-REFUND-AMOUNT(FTL-IDX).
           IF WS-FEE-NET NOT EQUAL ZERO
               MOVE SPACE                  TO WS-GL-DTL-LETTER
               MOVE WS-FTL-FEED-ID(FTL-IDX) TO WS-GL-DTL-FEED-ID
               MOVE WS-FEE-NET             TO WS-GL-DTL-AMOUNT
               MOVE WS-RUN-DATE            TO WS-GL-DTL-DATE
               MOVE WS-GENERATION          TO WS-GL-DTL-GENERATION
               MOVE "DR"                   TO WS-GL-DTL-SIDE
               IF WS-FEE-NET > ZERO
                   MOVE "PARTNRECV"        TO WS-GL-DTL-ACCOUNT
               ELSE
                   MOVE "FEEINCOME"        TO WS-GL-DTL-ACCOUNT
               END-IF
               MOVE WS-GL-DETAIL-LINE TO GL-POSTING-RECORD
               WRITE GL-POSTING-RECORD
               ADD WS-GL-DTL-AMOUNT TO WS-GL-DEBIT-TOTAL
               ADD 1 TO WS-GL-RECORD-COUNT
               MOVE "CR"                   TO WS-GL-DTL-SIDE
               IF WS-FEE-NET > ZERO
                   MOVE "FEEINCOME"        TO WS-GL-DTL-ACCOUNT
               ELSE
                   MOVE "PARTNRECV"        TO WS-GL-DTL-ACCOUNT
               END-IF
               MOVE WS-GL-DETAIL-LINE TO GL-POSTING-RECORD
               WRITE GL-POSTING-RECORD
               ADD WS-GL-DTL-AMOUNT TO WS-GL-CREDIT-TOTAL
               ADD 1 TO WS-GL-RECORD-COUNT
           END-IF.
      *
       EXIT.

      *****************************************************************
      * WRITE-PROGRAMNATIVE-MASTER
      *
      * PERSISTS THE CURRENT PROGRAMNATIVE-MASTER-RECORD, WRITING A NEW
      * ONE THE FIRST TIME A PROGRAMNAME IS SEEN AND REWRITING IT ON
      * EVERY SUBSEQUENT SIGHTING. ONLY THE ADD STAMPS THE RUN DATE
      * AS PN-FIRST-SEEN-DATE; A REWRITE CARRIES IT THROUGH.
      *****************************************************************
       WRITE-PROGRAMNATIVE-MASTER SECTION.
      *
           IF NOT TRIAL-RUN-MODE
               REWRITE PROGRAMNATIVE-MASTER-RECORD
                   INVALID KEY
                       MOVE WS-RUN-DATE TO PN-FIRST-SEEN-DATE
                       WRITE PROGRAMNATIVE-MASTER-RECORD
               END-REWRITE
               PERFORM WRITE-MASTER-HISTORY
      *
      * THE OPERATIONS STATISTICS SECTION, WRITTEN AFTER THE SUMMARY
      * BLOCK: RUN TIMES, PER-LETTER RECORDS AND AMOUNTS, PER-STATUS
      * RECORD COUNTS, EXCEPTIONS BY REASON CODE, PER-SUBPROGRAM
      * ENRICHMENT OUTCOMES, AND PER FEED THE RECORD AND EXCEPTION
      * COUNTS AND THE SPREAD OF RISK SCORES WITH THE NUMBER OF
      * RECORDS SENT TO REVIEW ON THEIR SCORE.
      *****************************************************************
       WRITE-STATISTICS-PAGE SECTION.
      *
               MOVE RPT-FEED-STAT-LINE   TO REPORT-RECORD
               WRITE REPORT-RECORD
           END-IF.

           MOVE RPT-SUB-RISK-LINE     TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE RPT-RISK-COLUMN-LINE  TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           IF WS-FEED-COUNT > ZERO
               PERFORM WRITE-RISK-STAT-LINE
                   VARYING FEED-IDX FROM 1 BY 1
                   UNTIL FEED-IDX > WS-FEED-COUNT
           END-IF.
           IF WS-OTHER-READ-COUNT > ZERO
               INITIALIZE RPT-RISK-STAT-LINE
               MOVE "OTHER"              TO RPT-RISK-STAT-ID
               PERFORM MOVE-OTHER-SCORE-BAND
                   VARYING WS-RISK-BAND-SUB FROM 1 BY 1
                   UNTIL WS-RISK-BAND-SUB > 5
               MOVE WS-OTHER-RISK-REVIEW-COUNT
                                         TO RPT-RISK-STAT-REVIEW
               MOVE RPT-RISK-STAT-LINE   TO REPORT-RECORD
               WRITE REPORT-RECORD
           END-IF.
      *
       EXIT.

      *****************************************************************
      * WRITE-RISK-STAT-LINE
      *
      * ONE FEED'S RISK SCORES IN BANDS OF 25, AND HOW MANY OF ITS
      * RECORDS WENT TO MANUAL REVIEW ON THEIR SCORE (R006).
      *****************************************************************
       WRITE-RISK-STAT-LINE SECTION.
      *
           INITIALIZE RPT-RISK-STAT-LINE.
           MOVE WS-FEED-TBL-ID(FEED-IDX)      TO RPT-RISK-STAT-ID.
           PERFORM MOVE-FEED-SCORE-BAND
               VARYING WS-RISK-BAND-SUB FROM 1 BY 1
               UNTIL WS-RISK-BAND-SUB > 5.
           MOVE WS-FEED-RISK-REVIEW-COUNT(FEED-IDX)
                                              TO RPT-RISK-STAT-REVIEW.
           MOVE RPT-RISK-STAT-LINE            TO REPORT-RECORD.
           WRITE REPORT-RECORD.
      *
       EXIT.

       MOVE-FEED-SCORE-BAND SECTION.
      *
           MOVE WS-FEED-SCORE-BAND(FEED-IDX, WS-RISK-BAND-SUB)
               TO RPT-RISK-BAND-COUNT(WS-RISK-BAND-SUB).
      *
       EXIT.

       MOVE-OTHER-SCORE-BAND SECTION.
      *
           MOVE WS-OTHER-SCORE-BAND(WS-RISK-BAND-SUB)
               TO RPT-RISK-BAND-COUNT(WS-RISK-BAND-SUB).
      *
       EXIT.

