       IDENTIFICATION DIVISION.
       PROGRAM-ID. WHATIF.
       AUTHOR. BATCH-SUPPORT-TEAM.
       INSTALLATION. DATA-CENTER-1.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.
      *
      * MODIFICATION HISTORY
      *  2026-10-15 DL FIRST VERSION. WHAT-IF REPLAY OF PAST PARTNER
      *                FEEDS AGAINST PROPOSED REFERENCE VALUES, BEFORE
      *                THEY ARE KEYED THROUGH LETMAINT, LIMMAINT OR
      *                CURMAINT. THE WHATIFPM PARAMETERS GIVE THE RUN
      *                DATES (AND OPTIONALLY ONE FEED) TO REPLAY AND
      *                THE PROPOSED LETTER-A/LETTER-B, LETLIMIT LIMITS
      *                AND CURRATE RATES. EVERY DETAIL ON THE FEEDARC
      *                GENERATIONS OF THOSE DATES IS PUT BACK THROUGH
      *                TEST'S LETTER, AMOUNT, CURRENCY, PARTNER AND
      *                LIMIT RULES WITH THE PROPOSED VALUES, AND THE
      *                WHATIFRP REPORT SHOWS, BY FEED AND LETTER, HOW
      *                MANY RECORDS AND HOW MUCH BASE-AMOUNT WOULD
      *                MOVE BETWEEN APPROVAL, REVIEW AND EXCEPTION
      *                AGAINST WHAT THE RUNS REALLY DID. WRITES NO
      *                DURABLE FILE, BUT STAYS OUT WHILE RUNLOCK IS
      *                HELD.
      *  2026-10-15 DL A REAL R006 (RISK SCORE OVER THRESHOLD) IS
      *                CARRIED LIKE R003-R005: THE PROPOSED VALUES DO
      *                NOT TOUCH THE RISKREF FACTORS IT WAS SCORED ON.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT WHATIF-REPORT-FILE
               ASSIGN TO "WHATIFRP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.
           SELECT WHATIF-PARM-FILE
               ASSIGN TO "WHATIFPM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WHATIFPM-STATUS.
           SELECT FEED-ARCHIVE-FILE
               ASSIGN TO WS-FEED-ARCHIVE-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FEEDARC-STATUS.
           SELECT LETTERREF-FILE
               ASSIGN TO "LETTREF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LETTERREF-STATUS.
           SELECT LETTER-LIMIT-FILE
               ASSIGN TO "LETLIMIT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LIMIT-STATUS.
           SELECT CURRENCY-RATE-FILE
               ASSIGN TO "CURRATE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RATE-STATUS.
           SELECT PARTNER-MASTER
               ASSIGN TO "PARTNER"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PT-FEED-ID
               FILE STATUS IS WS-PARTNER-STATUS.
           SELECT RUN-LOCK-FILE
               ASSIGN TO "RUNLOCK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOCK-STATUS.
      *
       DATA DIVISION.
       FILE SECTION.
       FD  WHATIF-REPORT-FILE
           LABEL RECORDS ARE STANDARD.
       01  WHATIF-REPORT-RECORD            PIC X(120).
      *
      *****************************************************************
      * WHATIF-PARM-FILE - ONE LINE PER PARAMETER, TYPE IN COLUMN 1:
      *   R  FROM DATE, TO DATE (CCYYMMDD, RUN DATES OF THE ARCHIVE
      *      GENERATIONS TO REPLAY) AND A FEED ID, BLANK FOR EVERY
      *      FEED. EXACTLY ONE IS REQUIRED.
      *   L  PROPOSED LETTER-A AND LETTER-B. AT MOST ONE.
      *   M  A LETTER AND ITS PROPOSED LIMIT, REPLACING WHATEVER
      *      LETLIMIT HAD IN FORCE FOR IT ON EACH RUN DATE.
      *   C  A CURRENCY AND ITS PROPOSED RATE, REPLACING THE RATE THE
      *      RUNS CONVERTED IT AT (OR ADDING AN UNKNOWN CURRENCY).
      * A LINE THAT CANNOT BE READ REFUSES THE WHOLE SIMULATION - A
      * PROPOSAL QUIETLY LEFT OUT WOULD GIVE A MISLEADING ANSWER.
      *****************************************************************
       FD  WHATIF-PARM-FILE
           LABEL RECORDS ARE STANDARD.
       01  WHATIF-PARM-RECORD.
           05  WIPARM-TYPE                 PIC X(01).
             88  WIPARM-RANGE                    VALUE "R".
             88  WIPARM-LETTERS                  VALUE "L".
             88  WIPARM-LIMIT                    VALUE "M".
             88  WIPARM-RATE                     VALUE "C".
           05  WIPARM-DATA                 PIC X(39).
       01  WIPARM-RANGE-RECORD.
           05  FILLER                      PIC X(01).
           05  WIPARM-FROM-DATE            PIC 9(08).
           05  WIPARM-TO-DATE              PIC 9(08).
           05  WIPARM-FEED-ID              PIC X(08).
           05  FILLER                      PIC X(15).
       01  WIPARM-LETTERS-RECORD.
           05  FILLER                      PIC X(01).
           05  WIPARM-LETTER-A             PIC X(01).
           05  WIPARM-LETTER-B             PIC X(01).
           05  FILLER                      PIC X(37).
       01  WIPARM-LIMIT-RECORD.
           05  FILLER                      PIC X(01).
           05  WIPARM-LIMIT-LETTER         PIC X(01).
           05  WIPARM-LIMIT-AMOUNT         PIC 9(07)V9(02).
           05  FILLER                      PIC X(29).
       01  WIPARM-RATE-RECORD.
           05  FILLER                      PIC X(01).
           05  WIPARM-RATE-CURRENCY        PIC X(03).
           05  WIPARM-RATE-VALUE           PIC 9(03)V9(06).
           05  FILLER                      PIC X(27).
      *
       FD  FEED-ARCHIVE-FILE
           LABEL RECORDS ARE STANDARD.
       01  FEED-ARCHIVE-RECORD.
           COPY FEEDARC.
      *
       FD  LETTERREF-FILE
           LABEL RECORDS ARE STANDARD.
       01  LETTERREF-RECORD.
           COPY LETTERREF.
      *
       FD  LETTER-LIMIT-FILE
           LABEL RECORDS ARE STANDARD.
       01  LETTER-LIMIT-RECORD.
           05  LIMIT-LETTER                PIC X(01).
           05  LIMIT-AMOUNT                PIC 9(07)V9(02).
           05  LIMIT-EFFECTIVE-DATE        PIC 9(08).
      *
       FD  CURRENCY-RATE-FILE
           LABEL RECORDS ARE STANDARD.
       01  CURRENCY-RATE-RECORD.
           COPY CURREF.
      *
       FD  PARTNER-MASTER
           LABEL RECORDS ARE STANDARD.
       01  PARTNER-MASTER-RECORD.
           COPY PARTNER.
      *
       FD  RUN-LOCK-FILE
           LABEL RECORDS ARE STANDARD.
       01  RUN-LOCK-RECORD.
           COPY LOCKREF.
      *
       WORKING-STORAGE SECTION.
       01  WS-SWITCHES.
           05  WS-WHATIFPM-EOF-SW          PIC X(01) VALUE "N".
             88  WHATIFPM-EOF                    VALUE "Y".
           05  WS-PARM-REFUSED-SW          PIC X(01) VALUE "N".
             88  PARM-REFUSED                    VALUE "Y".
           05  WS-RANGE-GIVEN-SW           PIC X(01) VALUE "N".
             88  RANGE-GIVEN                     VALUE "Y".
           05  WS-LETTERS-PROPOSED-SW      PIC X(01) VALUE "N".
             88  LETTERS-PROPOSED                VALUE "Y".
           05  WS-FEEDARC-EOF-SW           PIC X(01) VALUE "N".
             88  FEEDARC-EOF                     VALUE "Y".
           05  WS-LIMIT-EOF-SW             PIC X(01) VALUE "N".
             88  LIMIT-EOF                       VALUE "Y".
           05  WS-RATE-EOF-SW              PIC X(01) VALUE "N".
             88  RATE-EOF                        VALUE "Y".
           05  WS-PARTNER-FILE-SW          PIC X(01) VALUE "N".
             88  PARTNER-FILE-PRESENT            VALUE "Y".
           05  WS-PARTNER-FOUND-SW         PIC X(01) VALUE "N".
             88  PARTNER-FOUND                   VALUE "Y".
             88  PARTNER-NOT-FOUND               VALUE "N".
           05  WS-ENTITLED-VALUE-SW        PIC X(01) VALUE "N".
             88  VALUE-ENTITLED                  VALUE "Y".
           05  WS-LIMIT-FOUND-SW           PIC X(01) VALUE "N".
             88  LIMIT-IN-FORCE-FOUND            VALUE "Y".
           05  WS-RATE-FOUND-SW            PIC X(01) VALUE "N".
             88  RATE-FOUND                      VALUE "Y".
           05  WS-ROW-LOCATED-SW           PIC X(01) VALUE "N".
             88  ROW-LOCATED                     VALUE "Y".
      *
       01  WS-REPORT-STATUS                PIC X(02) VALUE SPACES.
       01  WS-WHATIFPM-STATUS              PIC X(02) VALUE SPACES.
       01  WS-FEEDARC-STATUS               PIC X(02) VALUE SPACES.
       01  WS-LETTERREF-STATUS             PIC X(02) VALUE SPACES.
       01  WS-LIMIT-STATUS                 PIC X(02) VALUE SPACES.
       01  WS-RATE-STATUS                  PIC X(02) VALUE SPACES.
       01  WS-PARTNER-STATUS               PIC X(02) VALUE SPACES.
         88  PARTNER-OK                          VALUE "00".
      *
       01  WS-RUN-DATE                     PIC 9(08) VALUE ZERO.
       01  WS-BASE-CURRENCY                PIC X(03) VALUE "EUR".
       01  WS-FEED-ARCHIVE-FILENAME        PIC X(20) VALUE SPACES.
      *
       77  WS-ARCHIVE-COUNT                PIC 9(05) COMP VALUE ZERO.
       77  WS-REPLAYED-COUNT               PIC 9(07) COMP VALUE ZERO.
       77  WS-MOVED-COUNT                  PIC 9(07) COMP VALUE ZERO.
       77  WS-ASSUMED-CLEAN-COUNT          PIC 9(07) COMP VALUE ZERO.
       77  WS-UNTABULATED-COUNT            PIC 9(07) COMP VALUE ZERO.
      *
      *****************************************************************
      * RUN-LOCK CONTROLS - SEE THE LOCKREF COPYBOOK. THE SIMULATION
      * READS THE SAME REFERENCE FILES THE MAINTENANCE UTILITIES AND
      * THE NIGHTLY RUN UPDATE, SO IT STAYS OUT WHILE THEY ARE BUSY.
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
      * THE REPLAY RANGE AND THE PROPOSAL, FROM WHATIFPM.
      *****************************************************************
       01  WS-REPLAY-RANGE.
           05  WS-RANGE-FROM-DATE          PIC 9(08) VALUE ZERO.
           05  WS-RANGE-TO-DATE            PIC 9(08) VALUE ZERO.
           05  WS-RANGE-FEED-ID            PIC X(08) VALUE SPACES.
      *
       01  WS-PROPOSAL.
           05  WS-PROP-LETTER-A            PIC X(01) VALUE SPACES.
           05  WS-PROP-LETTER-B            PIC X(01) VALUE SPACES.
           05  WS-PROP-LIMIT-COUNT         PIC 9(02) COMP VALUE ZERO.
           05  WS-PROP-LIMIT-ENTRY OCCURS 10 TIMES
                                   INDEXED BY PLIM-IDX.
               10  WS-PROP-LIMIT-LETTER    PIC X(01).
               10  WS-PROP-LIMIT-AMOUNT    PIC 9(07)V9(02).
           05  WS-PROP-RATE-COUNT          PIC 9(02) COMP VALUE ZERO.
           05  WS-PROP-RATE-ENTRY OCCURS 20 TIMES
                                  INDEXED BY PRATE-IDX.
               10  WS-PROP-RATE-CURRENCY   PIC X(03).
               10  WS-PROP-RATE-VALUE      PIC 9(03)V9(06).
      *
      *****************************************************************
      * TODAY'S REFERENCE VALUES, LOADED AS TEST LOADS THEM. LETTREF
      * ABSENT LEAVES "A"/"B"; THE LETTERS IN FORCE FOR THE REPLAY ARE
      * THE PROPOSED ONES WHEN GIVEN, OTHERWISE TODAY'S.
      *****************************************************************
       01  WS-CURRENT-LETTERS.
           05  WS-CURR-LETTER-A            PIC X(01) VALUE "A".
           05  WS-CURR-LETTER-B            PIC X(01) VALUE "B".
       01  WS-SIM-LETTERS.
           05  WS-SIM-LETTER-A             PIC X(01) VALUE SPACES.
           05  WS-SIM-LETTER-B             PIC X(01) VALUE SPACES.
      *
       77  WS-LIMIT-COUNT                  PIC 9(03) COMP VALUE ZERO.
      *
       01  WS-LIMIT-TABLE.
           05  WS-LIMIT-ENTRY OCCURS 50 TIMES INDEXED BY LIM-IDX.
               10  WS-LIMIT-LETTER         PIC X(01).
               10  WS-LIMIT-AMOUNT         PIC 9(07)V9(02).
               10  WS-LIMIT-EFF-DATE       PIC 9(08).
      *
       01  WS-LIMIT-WORK.
           05  WS-LIMIT-WANTED-LETTER      PIC X(01) VALUE SPACES.
           05  WS-LIMIT-AS-OF-DATE         PIC 9(08) VALUE ZERO.
           05  WS-LIMIT-BEST-DATE          PIC 9(08) VALUE ZERO.
           05  WS-LIMIT-BEST-AMOUNT        PIC 9(07)V9(02) VALUE ZERO.
      *
       77  WS-RATE-COUNT                   PIC 9(03) COMP VALUE ZERO.
      *
       01  WS-RATE-TABLE.
           05  WS-RATE-ENTRY OCCURS 50 TIMES INDEXED BY RATE-IDX.
               10  WS-RATE-CURRENCY        PIC X(03).
               10  WS-RATE-VALUE           PIC 9(03)V9(06).
      *
       01  WS-PARTNER-CONTROLS.
           05  WS-PARTNER-HELD-ID          PIC X(08) VALUE SPACES.
           05  WS-ENT-SUB                  PIC 9(02) COMP VALUE ZERO.
      *
      *****************************************************************
      * THE DATE WALK OVER THE REPLAY RANGE. EVERY GENERATION NUMBER
      * OF EVERY DATE IS LOOKED FOR: A REPROCESS OR REFUSED RUN TAKES
      * A NUMBER BUT ARCHIVES NO FEED, SO A DAY'S ARCHIVES NEED NOT
      * RUN 001, 002, 003 WITHOUT A GAP.
      *****************************************************************
       01  WS-WALK-DATE.
           05  WS-WALK-CCYY                PIC 9(04).
           05  WS-WALK-MM                  PIC 9(02).
           05  WS-WALK-DD                  PIC 9(02).
       01  WS-WALK-DATE-NUM REDEFINES WS-WALK-DATE
                                           PIC 9(08).
      *
       01  WS-WALK-CONTROLS.
           05  WS-GEN-SUB                  PIC 9(04) COMP VALUE ZERO.
           05  WS-WALK-GENERATION          PIC 9(03) VALUE ZERO.
      *
       01  WS-CHECK-DATE.
           05  WS-CHECK-CCYY               PIC 9(04).
           05  WS-CHECK-MM                 PIC 9(02).
           05  WS-CHECK-DD                 PIC 9(02).
       01  WS-CHECK-DATE-NUM REDEFINES WS-CHECK-DATE
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
      * ONE RECORD'S REPLAY. THE ACTUAL OUTCOME IS THE ONE ON THE
      * ARCHIVE; THE WHAT-IF OUTCOME IS BUILT UP CHECK BY CHECK, AND
      * ONCE A CHECK DECIDES IT (SIM-DECIDED) THE REST ARE SKIPPED -
      * THE SAME FIRST-FAILURE-WINS ORDER AS TEST. BOTH ARE FOLDED TO
      * ONE OF THE FOUR REPORT CATEGORIES.
      *****************************************************************
       01  WS-SIM-CONTROLS.
           05  WS-SIM-DECIDED-SW           PIC X(01) VALUE "N".
             88  SIM-DECIDED                     VALUE "Y".
           05  WS-SIM-CURRENCY-SW          PIC X(01) VALUE "Y".
             88  SIM-CURRENCY-KNOWN              VALUE "Y".
             88  SIM-CURRENCY-UNKNOWN            VALUE "N".
           05  WS-SIM-OUTCOME              PIC X(01) VALUE SPACES.
           05  WS-SIM-REASON-CODE          PIC X(04) VALUE SPACES.
           05  WS-SIM-CURRENCY             PIC X(03) VALUE SPACES.
           05  WS-SIM-BASE-AMOUNT          PIC 9(09)V9(02) VALUE ZERO.
           05  WS-SIM-LIMIT-AMOUNT         PIC 9(07)V9(02) VALUE ZERO.
           05  WS-SIM-LIMIT-SW             PIC X(01) VALUE "N".
             88  SIM-LIMIT-APPLIES               VALUE "Y".
           05  WS-ACTUAL-CATEGORY          PIC 9(01) COMP VALUE ZERO.
           05  WS-SIM-CATEGORY             PIC 9(01) COMP VALUE ZERO.
           05  WS-CATEGORY-OUTCOME         PIC X(01) VALUE SPACES.
           05  WS-CATEGORY-RESULT          PIC 9(01) COMP VALUE ZERO.
      *
       01  WS-CATEGORY-NAME-VALUES         PIC X(40)
               VALUE "APPROVAL  REVIEW    EXCEPTION OTHER     ".
       01  FILLER REDEFINES WS-CATEGORY-NAME-VALUES.
           05  WS-CATEGORY-NAME            OCCURS 4 TIMES
                                           PIC X(10).
      *
      *****************************************************************
      * THE SUMMARY - ONE ROW PER FEED AND LETTER, KEPT IN KEY ORDER
      * AS ROWS ARE ADDED. EACH ROW HOLDS A FROM/TO MATRIX OVER THE
      * FOUR CATEGORIES (ACTUAL DOWN, WHAT-IF ACROSS): THE RECORDS IN
      * EACH CELL, THEIR BASE-AMOUNT AS THE RUN HAD IT AND AS THE
      * PROPOSAL WOULD HAVE IT. A RECORD FOR A NEW ROW WHEN THE TABLE
      * IS FULL STILL COUNTS IN THE GRAND TOTALS.
      *****************************************************************
       77  WS-ROW-COUNT                    PIC 9(03) COMP VALUE ZERO.
       77  WS-ROW-POS                      PIC 9(03) COMP VALUE ZERO.
       77  WS-ROW-SUB                      PIC 9(03) COMP VALUE ZERO.
       77  WS-FROM-SUB                     PIC 9(01) COMP VALUE ZERO.
       77  WS-TO-SUB                       PIC 9(01) COMP VALUE ZERO.
      *
       01  WS-ROW-KEY.
           05  WS-ROW-KEY-FEED-ID          PIC X(08).
           05  WS-ROW-KEY-LETTER           PIC X(01).
      *
       01  WS-SUMMARY-TABLE.
           05  WS-ROW-ENTRY OCCURS 500 TIMES.
               10  WS-ROW-ENTRY-KEY.
                   15  WS-ROW-FEED-ID      PIC X(08).
                   15  WS-ROW-LETTER       PIC X(01).
               10  WS-ROW-MATRIX.
                   15  WS-ROW-FROM OCCURS 4 TIMES.
                       20  WS-ROW-TO OCCURS 4 TIMES.
                           25  WS-ROW-RECS PIC 9(07) COMP.
                           25  WS-ROW-ACT-AMT
                                           PIC 9(11)V9(02).
                           25  WS-ROW-SIM-AMT
                                           PIC 9(11)V9(02).
      *
       01  WS-GRAND-MATRIX.
           05  WS-GRAND-FROM OCCURS 4 TIMES.
               10  WS-GRAND-TO OCCURS 4 TIMES.
                   15  WS-GRAND-RECS       PIC 9(07) COMP.
                   15  WS-GRAND-ACT-AMT    PIC 9(11)V9(02).
                   15  WS-GRAND-SIM-AMT    PIC 9(11)V9(02).
      *
      * THE MATRIX BEING PRINTED - A ROW'S OR THE GRAND TOTALS'.
       01  WS-BLOCK-MATRIX.
           05  WS-BLOCK-FROM OCCURS 4 TIMES.
               10  WS-BLOCK-TO OCCURS 4 TIMES.
                   15  WS-BLOCK-RECS       PIC 9(07) COMP.
                   15  WS-BLOCK-ACT-AMT    PIC 9(11)V9(02).
                   15  WS-BLOCK-SIM-AMT    PIC 9(11)V9(02).
      *
       01  WS-BLOCK-WORK.
           05  WS-BLOCK-ACT-RECS           PIC 9(07) VALUE ZERO.
           05  WS-BLOCK-ACT-TOTAL          PIC 9(11)V9(02) VALUE ZERO.
           05  WS-BLOCK-SIM-RECS           PIC 9(07) VALUE ZERO.
           05  WS-BLOCK-SIM-TOTAL          PIC 9(11)V9(02) VALUE ZERO.
           05  WS-BLOCK-CHG-RECS           PIC S9(07) VALUE ZERO.
           05  WS-BLOCK-CHG-TOTAL          PIC S9(11)V9(02) VALUE ZERO.
           05  WS-BLOCK-MOVE-LINES         PIC 9(03) COMP VALUE ZERO.
      *
       01  RPT-TITLE-LINE.
           05  FILLER                      PIC X(34)
                   VALUE "WHAT-IF REPLAY OF ARCHIVED FEEDS".
           05  FILLER                      PIC X(05) VALUE "FROM ".
           05  RPT-TITLE-FROM              PIC 9(08).
           05  FILLER                      PIC X(04) VALUE " TO ".
           05  RPT-TITLE-TO                PIC 9(08).
           05  FILLER                      PIC X(07) VALUE "  FEED ".
           05  RPT-TITLE-FEED              PIC X(08).
           05  FILLER                      PIC X(11)
                   VALUE "  RUN DATE ".
           05  RPT-TITLE-DATE              PIC 9(08).
           05  FILLER                      PIC X(27) VALUE SPACES.
      *
       01  RPT-LETTERS-LINE.
           05  RPT-LTR-LABEL               PIC X(20).
           05  FILLER                      PIC X(09) VALUE "LETTER-A ".
           05  RPT-LTR-SIM-A               PIC X(01).
           05  FILLER                      PIC X(11)
                   VALUE "  LETTER-B ".
           05  RPT-LTR-SIM-B               PIC X(01).
           05  FILLER                      PIC X(18)
                   VALUE "   TODAY LETTER-A ".
           05  RPT-LTR-CURR-A              PIC X(01).
           05  FILLER                      PIC X(11)
                   VALUE "  LETTER-B ".
           05  RPT-LTR-CURR-B              PIC X(01).
           05  FILLER                      PIC X(47) VALUE SPACES.
      *
       01  RPT-LIMIT-LINE.
           05  FILLER                      PIC X(20)
                   VALUE "PROPOSED LIMIT".
           05  FILLER                      PIC X(07) VALUE "LETTER ".
           05  RPT-LIM-LETTER              PIC X(01).
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  RPT-LIM-PROPOSED            PIC Z,ZZZ,ZZ9.99.
           05  FILLER                      PIC X(19)
                   VALUE "   IN FORCE TODAY ".
           05  RPT-LIM-CURRENT             PIC Z,ZZZ,ZZ9.99.
           05  RPT-LIM-CURRENT-X REDEFINES RPT-LIM-CURRENT
                                           PIC X(12).
           05  FILLER                      PIC X(47) VALUE SPACES.
      *
       01  RPT-RATE-LINE.
           05  FILLER                      PIC X(20)
                   VALUE "PROPOSED RATE".
           05  FILLER                      PIC X(09) VALUE "CURRENCY ".
           05  RPT-RATE-CURRENCY           PIC X(03).
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  RPT-RATE-PROPOSED           PIC ZZ9.999999.
           05  FILLER                      PIC X(19)
                   VALUE "   ON CURRATE NOW ".
           05  RPT-RATE-CURRENT            PIC ZZ9.999999.
           05  RPT-RATE-CURRENT-X REDEFINES RPT-RATE-CURRENT
                                           PIC X(10).
           05  FILLER                      PIC X(47) VALUE SPACES.
      *
       01  RPT-ROW-HEADING-LINE.
           05  FILLER                      PIC X(05) VALUE "FEED ".
           05  RPT-ROW-FEED-ID             PIC X(08).
           05  FILLER                      PIC X(09)
                   VALUE "  LETTER ".
           05  RPT-ROW-LETTER              PIC X(01).
           05  FILLER                      PIC X(97) VALUE SPACES.
      *
       01  RPT-OUTCOME-HEADING-LINE.
           05  FILLER                      PIC X(12) VALUE "  OUTCOME".
           05  FILLER                      PIC X(13)
                   VALUE "  ACTUAL RECS".
           05  FILLER                      PIC X(19)
                   VALUE "    ACTUAL BASE AMT".
           05  FILLER                      PIC X(13)
                   VALUE " WHAT-IF RECS".
           05  FILLER                      PIC X(19)
                   VALUE "   WHAT-IF BASE AMT".
           05  FILLER                      PIC X(13)
                   VALUE "  CHANGE RECS".
           05  FILLER                      PIC X(20)
                   VALUE "     CHANGE BASE AMT".
           05  FILLER                      PIC X(11) VALUE SPACES.
      *
       01  RPT-OUTCOME-LINE.
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  RPT-OUT-CATEGORY            PIC X(10).
           05  FILLER                      PIC X(04) VALUE SPACES.
           05  RPT-OUT-ACT-RECS            PIC Z,ZZZ,ZZ9.
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  RPT-OUT-ACT-AMT             PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                      PIC X(04) VALUE SPACES.
           05  RPT-OUT-SIM-RECS            PIC Z,ZZZ,ZZ9.
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  RPT-OUT-SIM-AMT             PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                      PIC X(03) VALUE SPACES.
           05  RPT-OUT-CHG-RECS            PIC --,---,--9.
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  RPT-OUT-CHG-AMT             PIC ---,---,---,--9.99.
           05  FILLER                      PIC X(11) VALUE SPACES.
      *
       01  RPT-MOVE-HEADING-LINE.
           05  FILLER                      PIC X(28)
                   VALUE "  MOVED FROM    TO".
           05  FILLER                      PIC X(09) VALUE "     RECS".
           05  FILLER                      PIC X(19)
                   VALUE "    ACTUAL BASE AMT".
           05  FILLER                      PIC X(19)
                   VALUE "   WHAT-IF BASE AMT".
           05  FILLER                      PIC X(45) VALUE SPACES.
      *
       01  RPT-MOVE-LINE.
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  RPT-MOVE-FROM               PIC X(10).
           05  FILLER                      PIC X(04) VALUE SPACES.
           05  RPT-MOVE-TO                 PIC X(10).
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  RPT-MOVE-RECS               PIC Z,ZZZ,ZZ9.
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  RPT-MOVE-ACT-AMT            PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  RPT-MOVE-SIM-AMT            PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                      PIC X(45) VALUE SPACES.
      *
       01  RPT-COUNT-LINE.
           05  RPT-COUNT-LABEL             PIC X(30).
           05  RPT-COUNT-VALUE             PIC ZZZZZZ9.
           05  FILLER                      PIC X(83) VALUE SPACES.
      *
       PROCEDURE DIVISION.
      *
       MAIN SECTION.
      *
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.

           PERFORM CHECK-RUN-LOCK.
           IF LOCK-HELD
               DISPLAY "WHATIF: MASTER LOCKED BY "
                   WS-LOCK-HOLDER-NAME " SINCE " WS-LOCK-HELD-DATE
                   " " WS-LOCK-HELD-TIME " - SIMULATION REFUSED"
               MOVE 8 TO RETURN-CODE
               GO TO PROG-EX
           END-IF.
           PERFORM LOAD-WHATIF-PARM.
           IF PARM-REFUSED
               DISPLAY "WHATIF: WHATIFPM NOT USABLE - SIMULATION "
                   "REFUSED"
               MOVE 8 TO RETURN-CODE
               GO TO PROG-EX
           END-IF.
           PERFORM LOAD-LETTER-REFERENCE.
           PERFORM LOAD-LETTER-LIMITS.
           PERFORM LOAD-CURRENCY-RATES.
           IF LETTERS-PROPOSED
               MOVE WS-PROP-LETTER-A TO WS-SIM-LETTER-A
               MOVE WS-PROP-LETTER-B TO WS-SIM-LETTER-B
           ELSE
               MOVE WS-CURR-LETTER-A TO WS-SIM-LETTER-A
               MOVE WS-CURR-LETTER-B TO WS-SIM-LETTER-B
           END-IF.

           OPEN INPUT PARTNER-MASTER.
           IF PARTNER-OK
               SET PARTNER-FILE-PRESENT TO TRUE
           ELSE
               DISPLAY "WHATIF: NO PARTNER MASTER - STATUS "
                   WS-PARTNER-STATUS " - PARTNER CHECKS OFF"
           END-IF.

           OPEN OUTPUT WHATIF-REPORT-FILE.
           IF WS-REPORT-STATUS NOT EQUAL "00"
               DISPLAY "WHATIF: REPORT OPEN FAILED - STATUS "
                   WS-REPORT-STATUS
               MOVE 16 TO RETURN-CODE
               GO TO PROG-EX
           END-IF.
           PERFORM WRITE-REPORT-HEADING.

           MOVE WS-RANGE-FROM-DATE TO WS-WALK-DATE-NUM.
           PERFORM REPLAY-ONE-DATE
               UNTIL WS-WALK-DATE-NUM > WS-RANGE-TO-DATE.

           PERFORM WRITE-SUMMARY-ROWS.
           PERFORM WRITE-GRAND-TOTALS.
           PERFORM WRITE-REPORT-TOTALS.
           CLOSE WHATIF-REPORT-FILE.
           IF PARTNER-FILE-PRESENT
               CLOSE PARTNER-MASTER
           END-IF.

           DISPLAY "WHATIF: ARCHIVES " WS-ARCHIVE-COUNT
               " RECORDS " WS-REPLAYED-COUNT
               " MOVED " WS-MOVED-COUNT.
           IF WS-ARCHIVE-COUNT EQUAL ZERO
               DISPLAY "WHATIF: NO FEED ARCHIVE IN THE RANGE "
                   WS-RANGE-FROM-DATE " TO " WS-RANGE-TO-DATE
               MOVE 4 TO RETURN-CODE
           END-IF.
           IF WS-UNTABULATED-COUNT > ZERO
               DISPLAY "WHATIF: SUMMARY TABLE FULL - "
                   WS-UNTABULATED-COUNT
                   " RECORDS IN THE GRAND TOTALS ONLY"
               MOVE 12 TO RETURN-CODE
           END-IF.
      *
      * GOBACK, NOT EXIT PROGRAM: SECTIONS FOLLOW THIS ONE, AND IN A
      * MAIN PROGRAM EXIT PROGRAM FALLS THROUGH INTO THEM.
       PROG-EX.
           GOBACK.
      *
      *****************************************************************
      * CHECK-RUN-LOCK - THE RUNLOCK PROTOCOL SHARED WITH TEST: A
      * MISSING OR EMPTY FILE (OR A BLANK HOLDER) IS FREE.
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
      *****************************************************************
      * LOAD-WHATIF-PARM - SEE WHATIF-PARM-FILE. NO FILE, NO RANGE
      * LINE OR ANY LINE IN ERROR REFUSES THE SIMULATION; BLANK LINES
      * ARE PASSED OVER. A REPEATED LIMIT LETTER OR RATE CURRENCY
      * REPLACES THE EARLIER LINE FOR IT.
      *****************************************************************
       LOAD-WHATIF-PARM SECTION.
      *
           OPEN INPUT WHATIF-PARM-FILE.
           IF WS-WHATIFPM-STATUS EQUAL "00"
               PERFORM READ-WHATIF-PARM-RECORD
               PERFORM STORE-WHATIF-PARM-RECORD
                   UNTIL WHATIFPM-EOF
                      OR PARM-REFUSED
               CLOSE WHATIF-PARM-FILE
           ELSE
               DISPLAY "WHATIF: NO WHATIFPM - STATUS "
                   WS-WHATIFPM-STATUS
               SET PARM-REFUSED TO TRUE
           END-IF.
           IF NOT PARM-REFUSED
              AND NOT RANGE-GIVEN
               DISPLAY "WHATIF: WHATIFPM HAS NO R (RANGE) LINE"
               SET PARM-REFUSED TO TRUE
           END-IF.
      *
       EXIT.
      *
       READ-WHATIF-PARM-RECORD SECTION.
      *
           READ WHATIF-PARM-FILE
               AT END
                   SET WHATIFPM-EOF TO TRUE
           END-READ.
      *
       EXIT.
      *
       STORE-WHATIF-PARM-RECORD SECTION.
      *
           IF WHATIF-PARM-RECORD NOT EQUAL SPACES
               IF WIPARM-RANGE
                   PERFORM STORE-RANGE-PARM
               ELSE
                   IF WIPARM-LETTERS
                       PERFORM STORE-LETTERS-PARM
                   ELSE
                       IF WIPARM-LIMIT
                           PERFORM STORE-LIMIT-PARM
                       ELSE
                           IF WIPARM-RATE
                               PERFORM STORE-RATE-PARM
                           ELSE
                               DISPLAY "WHATIF: UNKNOWN WHATIFPM LINE "
                                   WHATIF-PARM-RECORD
                               SET PARM-REFUSED TO TRUE
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-IF.
           PERFORM READ-WHATIF-PARM-RECORD.
      *
       EXIT.
      *
       STORE-RANGE-PARM SECTION.
      *
           IF RANGE-GIVEN
               DISPLAY "WHATIF: MORE THAN ONE R (RANGE) LINE"
               SET PARM-REFUSED TO TRUE
           ELSE
               IF WIPARM-FROM-DATE NOT NUMERIC
                  OR WIPARM-TO-DATE NOT NUMERIC
                  OR WIPARM-FROM-DATE > WIPARM-TO-DATE
                   DISPLAY "WHATIF: BAD REPLAY RANGE "
                       WIPARM-FROM-DATE " TO " WIPARM-TO-DATE
                   SET PARM-REFUSED TO TRUE
               ELSE
                   MOVE WIPARM-FROM-DATE TO WS-CHECK-DATE-NUM
                   IF WS-CHECK-MM < 1 OR WS-CHECK-MM > 12
                      OR WS-CHECK-DD < 1 OR WS-CHECK-DD > 31
                       DISPLAY "WHATIF: BAD REPLAY FROM DATE "
                           WIPARM-FROM-DATE
                       SET PARM-REFUSED TO TRUE
                   ELSE
                       SET RANGE-GIVEN TO TRUE
                       MOVE WIPARM-FROM-DATE TO WS-RANGE-FROM-DATE
                       MOVE WIPARM-TO-DATE   TO WS-RANGE-TO-DATE
                       MOVE WIPARM-FEED-ID   TO WS-RANGE-FEED-ID
                   END-IF
               END-IF
           END-IF.
      *
       EXIT.
      *
      * THE SAME RULES LETMAINT HOLDS THE LETTERS TO: TWO DIFFERENT,
      * NON-BLANK LETTERS, NEITHER OF THEM THE FIXED LETTER-C.
       STORE-LETTERS-PARM SECTION.
      *
           IF LETTERS-PROPOSED
               DISPLAY "WHATIF: MORE THAN ONE L (LETTERS) LINE"
               SET PARM-REFUSED TO TRUE
           ELSE
               IF WIPARM-LETTER-A EQUAL SPACE
                  OR WIPARM-LETTER-B EQUAL SPACE
                  OR WIPARM-LETTER-A EQUAL WIPARM-LETTER-B
                  OR WIPARM-LETTER-A EQUAL "C"
                  OR WIPARM-LETTER-B EQUAL "C"
                   DISPLAY "WHATIF: BAD PROPOSED LETTERS "
                       WIPARM-LETTER-A WIPARM-LETTER-B
                   SET PARM-REFUSED TO TRUE
               ELSE
                   SET LETTERS-PROPOSED TO TRUE
                   MOVE WIPARM-LETTER-A TO WS-PROP-LETTER-A
                   MOVE WIPARM-LETTER-B TO WS-PROP-LETTER-B
               END-IF
           END-IF.
      *
       EXIT.
      *
       STORE-LIMIT-PARM SECTION.
      *
           IF WIPARM-LIMIT-LETTER EQUAL SPACE
              OR WIPARM-LIMIT-AMOUNT NOT NUMERIC
               DISPLAY "WHATIF: BAD PROPOSED LIMIT " WIPARM-DATA
               SET PARM-REFUSED TO TRUE
           ELSE
               SET PLIM-IDX TO 1
               SEARCH WS-PROP-LIMIT-ENTRY
                   AT END
                       PERFORM ADD-PROPOSED-LIMIT
                   WHEN PLIM-IDX > WS-PROP-LIMIT-COUNT
                       PERFORM ADD-PROPOSED-LIMIT
                   WHEN WS-PROP-LIMIT-LETTER(PLIM-IDX)
                           EQUAL WIPARM-LIMIT-LETTER
                       MOVE WIPARM-LIMIT-AMOUNT
                           TO WS-PROP-LIMIT-AMOUNT(PLIM-IDX)
               END-SEARCH
           END-IF.
      *
       EXIT.
      *
       ADD-PROPOSED-LIMIT SECTION.
      *
           IF WS-PROP-LIMIT-COUNT < 10
               ADD 1 TO WS-PROP-LIMIT-COUNT
               MOVE WIPARM-LIMIT-LETTER
                   TO WS-PROP-LIMIT-LETTER(WS-PROP-LIMIT-COUNT)
               MOVE WIPARM-LIMIT-AMOUNT
                   TO WS-PROP-LIMIT-AMOUNT(WS-PROP-LIMIT-COUNT)
           ELSE
               DISPLAY "WHATIF: MORE THAN 10 PROPOSED LIMITS"
               SET PARM-REFUSED TO TRUE
           END-IF.
      *
       EXIT.
      *
       STORE-RATE-PARM SECTION.
      *
           IF WIPARM-RATE-CURRENCY EQUAL SPACES
              OR WIPARM-RATE-CURRENCY EQUAL WS-BASE-CURRENCY
              OR WIPARM-RATE-VALUE NOT NUMERIC
              OR WIPARM-RATE-VALUE EQUAL ZERO
               DISPLAY "WHATIF: BAD PROPOSED RATE " WIPARM-DATA
               SET PARM-REFUSED TO TRUE
           ELSE
               SET PRATE-IDX TO 1
               SEARCH WS-PROP-RATE-ENTRY
                   AT END
                       PERFORM ADD-PROPOSED-RATE
                   WHEN PRATE-IDX > WS-PROP-RATE-COUNT
                       PERFORM ADD-PROPOSED-RATE
                   WHEN WS-PROP-RATE-CURRENCY(PRATE-IDX)
                           EQUAL WIPARM-RATE-CURRENCY
                       MOVE WIPARM-RATE-VALUE
                           TO WS-PROP-RATE-VALUE(PRATE-IDX)
               END-SEARCH
           END-IF.
      *
       EXIT.
      *
       ADD-PROPOSED-RATE SECTION.
      *
           IF WS-PROP-RATE-COUNT < 20
               ADD 1 TO WS-PROP-RATE-COUNT
               MOVE WIPARM-RATE-CURRENCY
                   TO WS-PROP-RATE-CURRENCY(WS-PROP-RATE-COUNT)
               MOVE WIPARM-RATE-VALUE
                   TO WS-PROP-RATE-VALUE(WS-PROP-RATE-COUNT)
           ELSE
               DISPLAY "WHATIF: MORE THAN 20 PROPOSED RATES"
               SET PARM-REFUSED TO TRUE
           END-IF.
      *
       EXIT.
      *
      *****************************************************************
      * LOAD-LETTER-REFERENCE / LOAD-LETTER-LIMITS /
      * LOAD-CURRENCY-RATES - TODAY'S LETTREF, LETLIMIT AND CURRATE,
      * LOADED AS TEST LOADS THEM, WITH THE SAME DEFAULTS.
      *****************************************************************
       LOAD-LETTER-REFERENCE SECTION.
      *
           OPEN INPUT LETTERREF-FILE.
           IF WS-LETTERREF-STATUS EQUAL "00"
               READ LETTERREF-FILE
                   AT END
                       CONTINUE
               END-READ
               IF WS-LETTERREF-STATUS EQUAL "00"
                   MOVE LETREF-LETTER-A TO WS-CURR-LETTER-A
                   MOVE LETREF-LETTER-B TO WS-CURR-LETTER-B
               END-IF
               CLOSE LETTERREF-FILE
           END-IF.
      *
       EXIT.
      *
       LOAD-LETTER-LIMITS SECTION.
      *
           OPEN INPUT LETTER-LIMIT-FILE.
           IF WS-LIMIT-STATUS EQUAL "00"
               PERFORM READ-LETTER-LIMIT-RECORD
               PERFORM STORE-LETTER-LIMIT-RECORD
                   UNTIL LIMIT-EOF
               CLOSE LETTER-LIMIT-FILE
           END-IF.
      *
       EXIT.
      *
       READ-LETTER-LIMIT-RECORD SECTION.
      *
           READ LETTER-LIMIT-FILE
               AT END
                   SET LIMIT-EOF TO TRUE
           END-READ.
      *
       EXIT.
      *
       STORE-LETTER-LIMIT-RECORD SECTION.
      *
           IF WS-LIMIT-COUNT < 50
               ADD 1 TO WS-LIMIT-COUNT
               MOVE LIMIT-LETTER TO WS-LIMIT-LETTER(WS-LIMIT-COUNT)
               MOVE LIMIT-AMOUNT TO WS-LIMIT-AMOUNT(WS-LIMIT-COUNT)
               IF LIMIT-EFFECTIVE-DATE NUMERIC
                   MOVE LIMIT-EFFECTIVE-DATE
                       TO WS-LIMIT-EFF-DATE(WS-LIMIT-COUNT)
               ELSE
                   MOVE ZERO TO WS-LIMIT-EFF-DATE(WS-LIMIT-COUNT)
               END-IF
           ELSE
               DISPLAY "WHATIF: LIMIT TABLE FULL - ENTRY DROPPED "
                   LIMIT-LETTER
           END-IF.
           PERFORM READ-LETTER-LIMIT-RECORD.
      *
       EXIT.
      *
       LOAD-CURRENCY-RATES SECTION.
      *
           OPEN INPUT CURRENCY-RATE-FILE.
           IF WS-RATE-STATUS EQUAL "00"
               PERFORM READ-CURRENCY-RATE-RECORD
               PERFORM STORE-CURRENCY-RATE-RECORD
                   UNTIL RATE-EOF
               CLOSE CURRENCY-RATE-FILE
           END-IF.
      *
       EXIT.
      *
       READ-CURRENCY-RATE-RECORD SECTION.
      *
           READ CURRENCY-RATE-FILE
               AT END
                   SET RATE-EOF TO TRUE
           END-READ.
      *
       EXIT.
      *
       STORE-CURRENCY-RATE-RECORD SECTION.
      *
           IF WS-RATE-COUNT < 50
               ADD 1 TO WS-RATE-COUNT
               MOVE CURREF-CURRENCY-CODE
                   TO WS-RATE-CURRENCY(WS-RATE-COUNT)
               MOVE CURREF-RATE
                   TO WS-RATE-VALUE(WS-RATE-COUNT)
           ELSE
               DISPLAY "WHATIF: RATE TABLE FULL - ENTRY DROPPED "
                   CURREF-CURRENCY-CODE
           END-IF.
           PERFORM READ-CURRENCY-RATE-RECORD.
      *
       EXIT.
      *
      *****************************************************************
      * FIND-LIMIT-IN-FORCE / PICK-LIMIT-IN-FORCE - TEST'S RULE FOR
      * THE LIMIT IN FORCE FOR WS-LIMIT-WANTED-LETTER ON
      * WS-LIMIT-AS-OF-DATE: THE LATEST EFFECTIVE DATE NOT AFTER IT,
      * THE LAST ENTRY WINNING A TIE.
      *****************************************************************
       FIND-LIMIT-IN-FORCE SECTION.
      *
           MOVE "N"  TO WS-LIMIT-FOUND-SW.
           MOVE ZERO TO WS-LIMIT-BEST-DATE.
           MOVE ZERO TO WS-LIMIT-BEST-AMOUNT.
           IF WS-LIMIT-COUNT > ZERO
               PERFORM PICK-LIMIT-IN-FORCE
                   VARYING LIM-IDX FROM 1 BY 1
                   UNTIL LIM-IDX > WS-LIMIT-COUNT
           END-IF.
      *
       EXIT.
      *
       PICK-LIMIT-IN-FORCE SECTION.
      *
           IF WS-LIMIT-LETTER(LIM-IDX) EQUAL WS-LIMIT-WANTED-LETTER
              AND WS-LIMIT-EFF-DATE(LIM-IDX)
                  NOT > WS-LIMIT-AS-OF-DATE
               IF NOT LIMIT-IN-FORCE-FOUND
                  OR WS-LIMIT-EFF-DATE(LIM-IDX)
                     NOT < WS-LIMIT-BEST-DATE
                   MOVE "Y" TO WS-LIMIT-FOUND-SW
                   MOVE WS-LIMIT-EFF-DATE(LIM-IDX)
                       TO WS-LIMIT-BEST-DATE
                   MOVE WS-LIMIT-AMOUNT(LIM-IDX)
                       TO WS-LIMIT-BEST-AMOUNT
               END-IF
           END-IF.
      *
       EXIT.
      *
      *****************************************************************
      * WRITE-REPORT-HEADING - THE TITLE, THEN WHAT IS PROPOSED SET
      * AGAINST WHAT IS ON THE REFERENCE FILES TODAY.
      *****************************************************************
       WRITE-REPORT-HEADING SECTION.
      *
           MOVE WS-RANGE-FROM-DATE TO RPT-TITLE-FROM.
           MOVE WS-RANGE-TO-DATE   TO RPT-TITLE-TO.
           IF WS-RANGE-FEED-ID EQUAL SPACES
               MOVE "ALL"            TO RPT-TITLE-FEED
           ELSE
               MOVE WS-RANGE-FEED-ID TO RPT-TITLE-FEED
           END-IF.
           MOVE WS-RUN-DATE        TO RPT-TITLE-DATE.
           MOVE RPT-TITLE-LINE TO WHATIF-REPORT-RECORD.
           WRITE WHATIF-REPORT-RECORD.
           MOVE SPACES TO WHATIF-REPORT-RECORD.
           WRITE WHATIF-REPORT-RECORD.

           IF LETTERS-PROPOSED
               MOVE "PROPOSED LETTERS"  TO RPT-LTR-LABEL
           ELSE
               MOVE "LETTERS UNCHANGED" TO RPT-LTR-LABEL
           END-IF.
           MOVE WS-SIM-LETTER-A  TO RPT-LTR-SIM-A.
           MOVE WS-SIM-LETTER-B  TO RPT-LTR-SIM-B.
           MOVE WS-CURR-LETTER-A TO RPT-LTR-CURR-A.
           MOVE WS-CURR-LETTER-B TO RPT-LTR-CURR-B.
           MOVE RPT-LETTERS-LINE TO WHATIF-REPORT-RECORD.
           WRITE WHATIF-REPORT-RECORD.

           IF WS-PROP-LIMIT-COUNT > ZERO
               PERFORM WRITE-PROPOSED-LIMIT-LINE
                   VARYING PLIM-IDX FROM 1 BY 1
                   UNTIL PLIM-IDX > WS-PROP-LIMIT-COUNT
           END-IF.
           IF WS-PROP-RATE-COUNT > ZERO
               PERFORM WRITE-PROPOSED-RATE-LINE
                   VARYING PRATE-IDX FROM 1 BY 1
                   UNTIL PRATE-IDX > WS-PROP-RATE-COUNT
           END-IF.
           IF NOT LETTERS-PROPOSED
              AND WS-PROP-LIMIT-COUNT EQUAL ZERO
              AND WS-PROP-RATE-COUNT EQUAL ZERO
               MOVE "NO REFERENCE CHANGE PROPOSED - A CLEAN REPLAY"
                   TO WHATIF-REPORT-RECORD
               WRITE WHATIF-REPORT-RECORD
           END-IF.
      *
       EXIT.
      *
       WRITE-PROPOSED-LIMIT-LINE SECTION.
      *
           MOVE WS-PROP-LIMIT-LETTER(PLIM-IDX) TO RPT-LIM-LETTER.
           MOVE WS-PROP-LIMIT-AMOUNT(PLIM-IDX) TO RPT-LIM-PROPOSED.
           MOVE WS-PROP-LIMIT-LETTER(PLIM-IDX)
               TO WS-LIMIT-WANTED-LETTER.
           MOVE WS-RUN-DATE TO WS-LIMIT-AS-OF-DATE.
           PERFORM FIND-LIMIT-IN-FORCE.
           IF LIMIT-IN-FORCE-FOUND
               MOVE WS-LIMIT-BEST-AMOUNT TO RPT-LIM-CURRENT
           ELSE
               MOVE "    NO LIMIT" TO RPT-LIM-CURRENT-X
           END-IF.
           MOVE RPT-LIMIT-LINE TO WHATIF-REPORT-RECORD.
           WRITE WHATIF-REPORT-RECORD.
      *
       EXIT.
      *
       WRITE-PROPOSED-RATE-LINE SECTION.
      *
           MOVE WS-PROP-RATE-CURRENCY(PRATE-IDX) TO RPT-RATE-CURRENCY.
           MOVE WS-PROP-RATE-VALUE(PRATE-IDX)    TO RPT-RATE-PROPOSED.
           MOVE WS-PROP-RATE-CURRENCY(PRATE-IDX) TO WS-SIM-CURRENCY.
           PERFORM FIND-CURRENT-RATE.
           IF RATE-FOUND
               MOVE WS-RATE-VALUE(RATE-IDX) TO RPT-RATE-CURRENT
           ELSE
               MOVE " NOT THERE" TO RPT-RATE-CURRENT-X
           END-IF.
           MOVE RPT-RATE-LINE TO WHATIF-REPORT-RECORD.
           WRITE WHATIF-REPORT-RECORD.
      *
       EXIT.
      *
      *****************************************************************
      * REPLAY-ONE-DATE / REPLAY-ONE-GENERATION - EVERY FEEDARC
      * GENERATION OF ONE RUN DATE, THEN ON TO THE NEXT CALENDAR DAY.
      *****************************************************************
       REPLAY-ONE-DATE SECTION.
      *
           PERFORM REPLAY-ONE-GENERATION
               VARYING WS-GEN-SUB FROM 1 BY 1
               UNTIL WS-GEN-SUB > 999.
           PERFORM STEP-WALK-DATE-FORWARD.
      *
       EXIT.
      *
       REPLAY-ONE-GENERATION SECTION.
      *
           MOVE WS-GEN-SUB TO WS-WALK-GENERATION.
           MOVE SPACES TO WS-FEED-ARCHIVE-FILENAME.
           STRING "FEEDARC."         DELIMITED BY SIZE
                  WS-WALK-DATE-NUM   DELIMITED BY SIZE
                  "."                DELIMITED BY SIZE
                  WS-WALK-GENERATION DELIMITED BY SIZE
               INTO WS-FEED-ARCHIVE-FILENAME.
           OPEN INPUT FEED-ARCHIVE-FILE.
           IF WS-FEEDARC-STATUS EQUAL "00"
               ADD 1 TO WS-ARCHIVE-COUNT
               MOVE "N" TO WS-FEEDARC-EOF-SW
               PERFORM READ-FEED-ARCHIVE-RECORD
               PERFORM REPLAY-ONE-RECORD
                   UNTIL FEEDARC-EOF
               CLOSE FEED-ARCHIVE-FILE
           END-IF.
      *
       EXIT.
      *
       READ-FEED-ARCHIVE-RECORD SECTION.
      *
           READ FEED-ARCHIVE-FILE
               AT END
                   SET FEEDARC-EOF TO TRUE
           END-READ.
      *
       EXIT.
      *
       STEP-WALK-DATE-FORWARD SECTION.
      *
           MOVE WS-MONTH-DAYS(WS-WALK-MM) TO WS-MONTH-MAX-DAY.
           IF WS-WALK-MM EQUAL 2
               PERFORM CHECK-WALK-LEAP-YEAR
           END-IF.
           IF WS-WALK-DD < WS-MONTH-MAX-DAY
               ADD 1 TO WS-WALK-DD
           ELSE
               MOVE 1 TO WS-WALK-DD
               IF WS-WALK-MM < 12
                   ADD 1 TO WS-WALK-MM
               ELSE
                   MOVE 1 TO WS-WALK-MM
                   ADD 1 TO WS-WALK-CCYY
               END-IF
           END-IF.
      *
       EXIT.
      *
       CHECK-WALK-LEAP-YEAR SECTION.
      *
           DIVIDE WS-WALK-CCYY BY 4 GIVING WS-LEAP-QUOTIENT
               REMAINDER WS-LEAP-REMAINDER.
           IF WS-LEAP-REMAINDER EQUAL ZERO
               DIVIDE WS-WALK-CCYY BY 100
                   GIVING WS-LEAP-QUOTIENT
                   REMAINDER WS-LEAP-REMAINDER
               IF WS-LEAP-REMAINDER NOT EQUAL ZERO
                   MOVE 29 TO WS-MONTH-MAX-DAY
               ELSE
                   DIVIDE WS-WALK-CCYY BY 400
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
       REPLAY-ONE-RECORD SECTION.
      *
           IF WS-RANGE-FEED-ID EQUAL SPACES
              OR FA-FEED-ID EQUAL WS-RANGE-FEED-ID
               ADD 1 TO WS-REPLAYED-COUNT
               PERFORM SIMULATE-RECORD
               PERFORM TALLY-RECORD
           END-IF.
           PERFORM READ-FEED-ARCHIVE-RECORD.
      *
       EXIT.
      *
      *****************************************************************
      * SIMULATE-RECORD
      *
      * TEST'S ORDER OF CHECKS, WITH THE PROPOSED VALUES. ONLY THE
      * RULES THE PROPOSAL CAN CHANGE ARE RE-RUN: THE LETTER (E001),
      * THE AMOUNT AND CURRENCY (E005, E013), THE PARTNER'S
      * ENTITLEMENTS ON THE NEW BASE-AMOUNT (E014-E016) AND THE
      * LETTER LIMIT (R002) AND LETTER ROUTING (R001/APPROVAL).
      * EVERYTHING ELSE DEPENDS ON FILES AS THEY STOOD THAT NIGHT -
      * THE DUPLICATE CHECK, THE CALENDAR, THE ACCOUNT MASTER, THE
      * ENRICHMENT CHAIN, DORMANCY, EXPOSURE - AND ITS ACTUAL RESULT
      * IS CARRIED ACROSS. A RECORD THAT REALLY STOPPED AT A CHECK
      * THE PROPOSAL NOW LETS IT PAST NEVER REACHED THOSE LATER
      * CHECKS; IT IS TAKEN AS CLEAN THROUGH THEM AND COUNTED.
      *****************************************************************
       SIMULATE-RECORD SECTION.
      *
           MOVE "N"    TO WS-SIM-DECIDED-SW.
           MOVE "N"    TO WS-SIM-OUTCOME.
           MOVE SPACES TO WS-SIM-REASON-CODE.
           PERFORM SIM-CONVERT-AMOUNT.

           IF FA-REASON-CODE EQUAL "E007"
               PERFORM SIM-CARRY-ACTUAL
           END-IF.

           IF NOT SIM-DECIDED
              AND FA-LETTER NOT EQUAL WS-SIM-LETTER-A
              AND FA-LETTER NOT EQUAL WS-SIM-LETTER-B
              AND FA-LETTER NOT EQUAL "C"
               MOVE "E001" TO WS-SIM-REASON-CODE
               PERFORM SIM-EXCEPTION
           END-IF.

           IF NOT SIM-DECIDED
              AND (FA-REASON-CODE EQUAL "E002"
                   OR FA-REASON-CODE EQUAL "E004"
                   OR FA-PARKED)
               PERFORM SIM-CARRY-ACTUAL
           END-IF.

           IF NOT SIM-DECIDED
              AND FA-AMOUNT NOT NUMERIC
               MOVE "E005" TO WS-SIM-REASON-CODE
               PERFORM SIM-EXCEPTION
           END-IF.

           IF NOT SIM-DECIDED
              AND SIM-CURRENCY-UNKNOWN
               MOVE "E013" TO WS-SIM-REASON-CODE
               PERFORM SIM-EXCEPTION
           END-IF.

           IF NOT SIM-DECIDED
               PERFORM SIM-PARTNER-ENTITLEMENT
           END-IF.

           IF NOT SIM-DECIDED
               IF FA-REASON-CODE EQUAL "E001"
                  OR FA-REASON-CODE EQUAL "E005"
                  OR FA-REASON-CODE EQUAL "E013"
                  OR FA-REASON-CODE EQUAL "E014"
                  OR FA-REASON-CODE EQUAL "E015"
                  OR FA-REASON-CODE EQUAL "E016"
                   ADD 1 TO WS-ASSUMED-CLEAN-COUNT
               ELSE
                   IF FA-EXCEPTED OR FA-HELD-OVER
                       PERFORM SIM-CARRY-ACTUAL
                   END-IF
               END-IF
           END-IF.

           IF NOT SIM-DECIDED
              AND (FA-AMEND OR FA-CANCEL)
               MOVE "N" TO WS-SIM-OUTCOME
               SET SIM-DECIDED TO TRUE
           END-IF.

           IF NOT SIM-DECIDED
               PERFORM SIM-CLASSIFY-DETAIL
           END-IF.
      *
       EXIT.
      *
       SIM-CARRY-ACTUAL SECTION.
      *
           MOVE FA-OUTCOME     TO WS-SIM-OUTCOME.
           MOVE FA-REASON-CODE TO WS-SIM-REASON-CODE.
           SET SIM-DECIDED TO TRUE.
      *
       EXIT.
      *
       SIM-EXCEPTION SECTION.
      *
           MOVE "E" TO WS-SIM-OUTCOME.
           SET SIM-DECIDED TO TRUE.
      *
       EXIT.
      *
      *****************************************************************
      * SIM-CONVERT-AMOUNT
      *
      * A PROPOSED RATE CONVERTS THE AMOUNT AFRESH. OTHERWISE THE
      * BASE-AMOUNT IS THE ONE THE RUN WORKED OUT, SO ONLY THE
      * PROPOSAL MOVES ANYTHING - UNLESS THE RUN NEVER CONVERTED IT
      * (IT STOPPED AT THE LETTER FIRST, OR DID NOT KNOW THE
      * CURRENCY), WHEN TODAY'S CURRATE RATE IS USED IF THERE IS ONE.
      *****************************************************************
       SIM-CONVERT-AMOUNT SECTION.
      *
           SET SIM-CURRENCY-KNOWN TO TRUE.
           MOVE ZERO TO WS-SIM-BASE-AMOUNT.
           MOVE FA-CURRENCY-CODE TO WS-SIM-CURRENCY.
           IF WS-SIM-CURRENCY EQUAL SPACES
               MOVE WS-BASE-CURRENCY TO WS-SIM-CURRENCY
           END-IF.
           IF FA-AMOUNT NUMERIC
               MOVE "N" TO WS-RATE-FOUND-SW
               IF WS-PROP-RATE-COUNT > ZERO
                   SET PRATE-IDX TO 1
                   SEARCH WS-PROP-RATE-ENTRY
                       AT END
                           CONTINUE
                       WHEN PRATE-IDX > WS-PROP-RATE-COUNT
                           CONTINUE
                       WHEN WS-PROP-RATE-CURRENCY(PRATE-IDX)
                               EQUAL WS-SIM-CURRENCY
                           SET RATE-FOUND TO TRUE
                           COMPUTE WS-SIM-BASE-AMOUNT ROUNDED =
                               FA-AMOUNT * WS-PROP-RATE-VALUE(PRATE-IDX)
                   END-SEARCH
               END-IF
               IF NOT RATE-FOUND
                   IF WS-SIM-CURRENCY EQUAL WS-BASE-CURRENCY
                       MOVE FA-AMOUNT TO WS-SIM-BASE-AMOUNT
                   ELSE
                       IF FA-REASON-CODE NOT EQUAL "E013"
                          AND (FA-BASE-AMOUNT > ZERO
                               OR FA-AMOUNT EQUAL ZERO)
                           MOVE FA-BASE-AMOUNT TO WS-SIM-BASE-AMOUNT
                       ELSE
                           PERFORM FIND-CURRENT-RATE
                           IF RATE-FOUND
                               COMPUTE WS-SIM-BASE-AMOUNT ROUNDED =
                                   FA-AMOUNT * WS-RATE-VALUE(RATE-IDX)
                           ELSE
                               SET SIM-CURRENCY-UNKNOWN TO TRUE
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-IF.
      *
       EXIT.
      *
       FIND-CURRENT-RATE SECTION.
      *
           MOVE "N" TO WS-RATE-FOUND-SW.
           IF WS-RATE-COUNT > ZERO
               SET RATE-IDX TO 1
               SEARCH WS-RATE-ENTRY
                   AT END
                       CONTINUE
                   WHEN RATE-IDX > WS-RATE-COUNT
                       CONTINUE
                   WHEN WS-RATE-CURRENCY(RATE-IDX)
                           EQUAL WS-SIM-CURRENCY
                       SET RATE-FOUND TO TRUE
               END-SEARCH
           END-IF.
      *
       EXIT.
      *
      *****************************************************************
      * SIM-PARTNER-ENTITLEMENT - TEST'S E014/E015/E016 AGAINST THE
      * PARTNER PROFILE AS IT STANDS TODAY, THE CEILING ON THE
      * WHAT-IF BASE-AMOUNT.
      *****************************************************************
       SIM-PARTNER-ENTITLEMENT SECTION.
      *
           IF PARTNER-FILE-PRESENT
              AND FA-FEED-ID NOT EQUAL WS-PARTNER-HELD-ID
               MOVE FA-FEED-ID TO WS-PARTNER-HELD-ID
               MOVE FA-FEED-ID TO PT-FEED-ID
               READ PARTNER-MASTER
                   INVALID KEY
                       SET PARTNER-NOT-FOUND TO TRUE
                   NOT INVALID KEY
                       SET PARTNER-FOUND TO TRUE
               END-READ
           END-IF.

           IF PARTNER-FILE-PRESENT
              AND PARTNER-FOUND
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
                   MOVE "E014" TO WS-SIM-REASON-CODE
                   PERFORM SIM-EXCEPTION
               END-IF
           END-IF.

           IF PARTNER-FILE-PRESENT
              AND PARTNER-FOUND
              AND NOT SIM-DECIDED
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
                   MOVE "E015" TO WS-SIM-REASON-CODE
                   PERFORM SIM-EXCEPTION
               END-IF
           END-IF.

           IF PARTNER-FILE-PRESENT
              AND PARTNER-FOUND
              AND NOT SIM-DECIDED
              AND PT-AMOUNT-CEILING > ZERO
              AND WS-SIM-BASE-AMOUNT > PT-AMOUNT-CEILING
               MOVE "E016" TO WS-SIM-REASON-CODE
               PERFORM SIM-EXCEPTION
           END-IF.
      *
       EXIT.
      *
       CHECK-ALLOWED-LETTER SECTION.
      *
           IF FA-LETTER NOT EQUAL SPACE
              AND PT-ALLOWED-LETTER(WS-ENT-SUB) EQUAL FA-LETTER
               SET VALUE-ENTITLED TO TRUE
           END-IF.
      *
       EXIT.
      *
       CHECK-ALLOWED-CURRENCY SECTION.
      *
           IF PT-ALLOWED-CURRENCY(WS-ENT-SUB) EQUAL WS-SIM-CURRENCY
               SET VALUE-ENTITLED TO TRUE
           END-IF.
      *
       EXIT.
      *
      *****************************************************************
      * SIM-CLASSIFY-DETAIL
      *
      * A "D" RECORD THAT GOT THIS FAR: THE LIMIT FOR ITS LETTER - THE
      * PROPOSED ONE, ELSE THE LETLIMIT ENTRY IN FORCE ON THE NIGHT
      * IT RAN - THEN TEST'S ROUTING PRECEDENCE. A REAL R002 HID ANY
      * LATER REVIEW REASON, SO A RECORD NOW UNDER ITS LIMIT IS TAKEN
      * AS CLEAN PAST THEM LIKE ANY OTHER NEWLY-PASSED RECORD. THE
      * STATUS, DORMANCY, EXPOSURE AND RISK-SCORE REVIEWS (R003-R006)
      * DO NOT DEPEND ON ANYTHING PROPOSED AND ARE CARRIED AS THEY
      * FELL.
      *****************************************************************
       SIM-CLASSIFY-DETAIL SECTION.
      *
           MOVE "N" TO WS-SIM-LIMIT-SW.
           SET PLIM-IDX TO 1.
           SEARCH WS-PROP-LIMIT-ENTRY
               AT END
                   CONTINUE
               WHEN PLIM-IDX > WS-PROP-LIMIT-COUNT
                   CONTINUE
               WHEN WS-PROP-LIMIT-LETTER(PLIM-IDX) EQUAL FA-LETTER
                   SET SIM-LIMIT-APPLIES TO TRUE
                   MOVE WS-PROP-LIMIT-AMOUNT(PLIM-IDX)
                       TO WS-SIM-LIMIT-AMOUNT
           END-SEARCH.
           IF NOT SIM-LIMIT-APPLIES
               MOVE FA-LETTER   TO WS-LIMIT-WANTED-LETTER
               MOVE FA-RUN-DATE TO WS-LIMIT-AS-OF-DATE
               PERFORM FIND-LIMIT-IN-FORCE
               IF LIMIT-IN-FORCE-FOUND
                   SET SIM-LIMIT-APPLIES TO TRUE
                   MOVE WS-LIMIT-BEST-AMOUNT TO WS-SIM-LIMIT-AMOUNT
               END-IF
           END-IF.

           IF SIM-LIMIT-APPLIES
              AND WS-SIM-BASE-AMOUNT > WS-SIM-LIMIT-AMOUNT
               MOVE "R"    TO WS-SIM-OUTCOME
               MOVE "R002" TO WS-SIM-REASON-CODE
           ELSE
               IF FA-REASON-CODE EQUAL "R003"
                  OR FA-REASON-CODE EQUAL "R004"
                  OR FA-REASON-CODE EQUAL "R005"
                  OR FA-REASON-CODE EQUAL "R006"
                   PERFORM SIM-CARRY-ACTUAL
               ELSE
                   IF FA-REASON-CODE EQUAL "R002"
                       ADD 1 TO WS-ASSUMED-CLEAN-COUNT
                   END-IF
                   IF FA-LETTER EQUAL "C"
                       MOVE "A" TO WS-SIM-OUTCOME
                   ELSE
                       IF FA-LETTER EQUAL WS-SIM-LETTER-B
                           MOVE "R"    TO WS-SIM-OUTCOME
                           MOVE "R001" TO WS-SIM-REASON-CODE
                       ELSE
                           MOVE "N" TO WS-SIM-OUTCOME
                       END-IF
                   END-IF
               END-IF
           END-IF.
           SET SIM-DECIDED TO TRUE.
      *
       EXIT.
      *
      *****************************************************************
      * TALLY-RECORD - THE RECORD INTO ITS FEED/LETTER ROW AND THE
      * GRAND TOTALS, IN THE CELL FOR ITS ACTUAL AND WHAT-IF
      * CATEGORIES.
      *****************************************************************
       TALLY-RECORD SECTION.
      *
           MOVE FA-OUTCOME TO WS-CATEGORY-OUTCOME.
           PERFORM SET-CATEGORY.
           MOVE WS-CATEGORY-RESULT TO WS-ACTUAL-CATEGORY.
           MOVE WS-SIM-OUTCOME TO WS-CATEGORY-OUTCOME.
           PERFORM SET-CATEGORY.
           MOVE WS-CATEGORY-RESULT TO WS-SIM-CATEGORY.
           IF WS-ACTUAL-CATEGORY NOT EQUAL WS-SIM-CATEGORY
               ADD 1 TO WS-MOVED-COUNT
           END-IF.

           ADD 1 TO WS-GRAND-RECS(WS-ACTUAL-CATEGORY, WS-SIM-CATEGORY).
           ADD FA-BASE-AMOUNT
               TO WS-GRAND-ACT-AMT(WS-ACTUAL-CATEGORY, WS-SIM-CATEGORY).
           ADD WS-SIM-BASE-AMOUNT
               TO WS-GRAND-SIM-AMT(WS-ACTUAL-CATEGORY, WS-SIM-CATEGORY).

           MOVE FA-FEED-ID TO WS-ROW-KEY-FEED-ID.
           MOVE FA-LETTER  TO WS-ROW-KEY-LETTER.
           PERFORM FIND-SUMMARY-ROW.
           IF WS-ROW-POS > ZERO
               ADD 1 TO WS-ROW-RECS(WS-ROW-POS, WS-ACTUAL-CATEGORY,
                                    WS-SIM-CATEGORY)
               ADD FA-BASE-AMOUNT
                   TO WS-ROW-ACT-AMT(WS-ROW-POS, WS-ACTUAL-CATEGORY,
                                     WS-SIM-CATEGORY)
               ADD WS-SIM-BASE-AMOUNT
                   TO WS-ROW-SIM-AMT(WS-ROW-POS, WS-ACTUAL-CATEGORY,
                                     WS-SIM-CATEGORY)
           ELSE
               ADD 1 TO WS-UNTABULATED-COUNT
           END-IF.
      *
       EXIT.
      *
       SET-CATEGORY SECTION.
      *
           IF WS-CATEGORY-OUTCOME EQUAL "A"
               MOVE 1 TO WS-CATEGORY-RESULT
           ELSE
               IF WS-CATEGORY-OUTCOME EQUAL "R"
                   MOVE 2 TO WS-CATEGORY-RESULT
               ELSE
                   IF WS-CATEGORY-OUTCOME EQUAL "E"
                       MOVE 3 TO WS-CATEGORY-RESULT
                   ELSE
                       MOVE 4 TO WS-CATEGORY-RESULT
                   END-IF
               END-IF
           END-IF.
      *
       EXIT.
      *
      *****************************************************************
      * FIND-SUMMARY-ROW - WS-ROW-POS ENDS ON THE ROW FOR WS-ROW-KEY,
      * A NEW ONE OPENED IN KEY ORDER IF NEED BE, OR ZERO WHEN A NEW
      * ROW IS NEEDED AND THE TABLE IS FULL.
      *****************************************************************
       FIND-SUMMARY-ROW SECTION.
      *
           MOVE "N" TO WS-ROW-LOCATED-SW.
           MOVE ZERO TO WS-ROW-POS.
           PERFORM LOCATE-SUMMARY-ROW
               VARYING WS-ROW-SUB FROM 1 BY 1
               UNTIL WS-ROW-SUB > WS-ROW-COUNT
                  OR ROW-LOCATED.
           IF ROW-LOCATED
               IF WS-ROW-ENTRY-KEY(WS-ROW-POS) NOT EQUAL WS-ROW-KEY
                   PERFORM OPEN-SUMMARY-ROW
               END-IF
           ELSE
               PERFORM OPEN-SUMMARY-ROW
           END-IF.
      *
       EXIT.
      *
      * A NEW ROW GOES IN AHEAD OF THE FIRST HIGHER KEY (THE ROWS
      * FROM THERE DOWN SHIFT ONE PLACE) OR AT THE FOOT.
       OPEN-SUMMARY-ROW SECTION.
      *
           IF WS-ROW-COUNT < 500
               IF NOT ROW-LOCATED
                   COMPUTE WS-ROW-POS = WS-ROW-COUNT + 1
               ELSE
                   PERFORM SHIFT-SUMMARY-ROW
                       VARYING WS-ROW-SUB FROM WS-ROW-COUNT BY -1
                       UNTIL WS-ROW-SUB < WS-ROW-POS
               END-IF
               ADD 1 TO WS-ROW-COUNT
               INITIALIZE WS-ROW-ENTRY(WS-ROW-POS)
               MOVE WS-ROW-KEY TO WS-ROW-ENTRY-KEY(WS-ROW-POS)
           ELSE
               MOVE ZERO TO WS-ROW-POS
           END-IF.
      *
       EXIT.
      *
       LOCATE-SUMMARY-ROW SECTION.
      *
           IF WS-ROW-ENTRY-KEY(WS-ROW-SUB) NOT < WS-ROW-KEY
               SET ROW-LOCATED TO TRUE
               MOVE WS-ROW-SUB TO WS-ROW-POS
           END-IF.
      *
       EXIT.
      *
       SHIFT-SUMMARY-ROW SECTION.
      *
           MOVE WS-ROW-ENTRY(WS-ROW-SUB)
               TO WS-ROW-ENTRY(WS-ROW-SUB + 1).
      *
       EXIT.
      *
      *****************************************************************
      * WRITE-SUMMARY-ROWS / WRITE-GRAND-TOTALS - ONE BLOCK PER FEED
      * AND LETTER, THEN THE SAME BLOCK OVER EVERYTHING REPLAYED.
      *****************************************************************
       WRITE-SUMMARY-ROWS SECTION.
      *
           IF WS-ROW-COUNT EQUAL ZERO
               MOVE SPACES TO WHATIF-REPORT-RECORD
               WRITE WHATIF-REPORT-RECORD
               MOVE "NO ARCHIVED RECORD IN THE RANGE"
                   TO WHATIF-REPORT-RECORD
               WRITE WHATIF-REPORT-RECORD
           ELSE
               PERFORM WRITE-SUMMARY-ROW
                   VARYING WS-ROW-SUB FROM 1 BY 1
                   UNTIL WS-ROW-SUB > WS-ROW-COUNT
           END-IF.
      *
       EXIT.
      *
       WRITE-SUMMARY-ROW SECTION.
      *
           MOVE SPACES TO WHATIF-REPORT-RECORD.
           WRITE WHATIF-REPORT-RECORD.
           MOVE WS-ROW-FEED-ID(WS-ROW-SUB) TO RPT-ROW-FEED-ID.
           MOVE WS-ROW-LETTER(WS-ROW-SUB)  TO RPT-ROW-LETTER.
           MOVE RPT-ROW-HEADING-LINE TO WHATIF-REPORT-RECORD.
           WRITE WHATIF-REPORT-RECORD.
           MOVE WS-ROW-MATRIX(WS-ROW-SUB) TO WS-BLOCK-MATRIX.
           PERFORM WRITE-MATRIX-BLOCK.
      *
       EXIT.
      *
       WRITE-GRAND-TOTALS SECTION.
      *
           MOVE SPACES TO WHATIF-REPORT-RECORD.
           WRITE WHATIF-REPORT-RECORD.
           MOVE "ALL FEEDS AND LETTERS" TO WHATIF-REPORT-RECORD.
           WRITE WHATIF-REPORT-RECORD.
           MOVE WS-GRAND-MATRIX TO WS-BLOCK-MATRIX.
           PERFORM WRITE-MATRIX-BLOCK.
      *
       EXIT.
      *
      *****************************************************************
      * WRITE-MATRIX-BLOCK - WS-BLOCK-MATRIX AS FOUR OUTCOME LINES
      * (EACH CATEGORY'S RECORDS AND BASE-AMOUNT AS THEY WERE, AS THEY
      * WOULD BE, AND THE CHANGE), THEN ONE LINE PER NON-EMPTY MOVE
      * FROM ONE CATEGORY TO ANOTHER.
      *****************************************************************
       WRITE-MATRIX-BLOCK SECTION.
      *
           MOVE RPT-OUTCOME-HEADING-LINE TO WHATIF-REPORT-RECORD.
           WRITE WHATIF-REPORT-RECORD.
           PERFORM WRITE-OUTCOME-LINE
               VARYING WS-FROM-SUB FROM 1 BY 1
               UNTIL WS-FROM-SUB > 4.
           MOVE ZERO TO WS-BLOCK-MOVE-LINES.
           MOVE RPT-MOVE-HEADING-LINE TO WHATIF-REPORT-RECORD.
           WRITE WHATIF-REPORT-RECORD.
           PERFORM WRITE-MOVE-LINES
               VARYING WS-FROM-SUB FROM 1 BY 1
               UNTIL WS-FROM-SUB > 4.
           IF WS-BLOCK-MOVE-LINES EQUAL ZERO
               MOVE "  NO RECORD WOULD MOVE" TO WHATIF-REPORT-RECORD
               WRITE WHATIF-REPORT-RECORD
           END-IF.
      *
       EXIT.
      *
      * WS-FROM-SUB IS THE CATEGORY THE LINE IS FOR: ITS ACTUAL
      * FIGURES ARE ITS ROW OF THE MATRIX, ITS WHAT-IF FIGURES ITS
      * COLUMN.
       WRITE-OUTCOME-LINE SECTION.
      *
           MOVE ZERO TO WS-BLOCK-ACT-RECS.
           MOVE ZERO TO WS-BLOCK-ACT-TOTAL.
           MOVE ZERO TO WS-BLOCK-SIM-RECS.
           MOVE ZERO TO WS-BLOCK-SIM-TOTAL.
           PERFORM SUM-OUTCOME-CELLS
               VARYING WS-TO-SUB FROM 1 BY 1
               UNTIL WS-TO-SUB > 4.
           COMPUTE WS-BLOCK-CHG-RECS =
               WS-BLOCK-SIM-RECS - WS-BLOCK-ACT-RECS.
           COMPUTE WS-BLOCK-CHG-TOTAL =
               WS-BLOCK-SIM-TOTAL - WS-BLOCK-ACT-TOTAL.
           MOVE WS-CATEGORY-NAME(WS-FROM-SUB) TO RPT-OUT-CATEGORY.
           MOVE WS-BLOCK-ACT-RECS  TO RPT-OUT-ACT-RECS.
           MOVE WS-BLOCK-ACT-TOTAL TO RPT-OUT-ACT-AMT.
           MOVE WS-BLOCK-SIM-RECS  TO RPT-OUT-SIM-RECS.
           MOVE WS-BLOCK-SIM-TOTAL TO RPT-OUT-SIM-AMT.
           MOVE WS-BLOCK-CHG-RECS  TO RPT-OUT-CHG-RECS.
           MOVE WS-BLOCK-CHG-TOTAL TO RPT-OUT-CHG-AMT.
           MOVE RPT-OUTCOME-LINE TO WHATIF-REPORT-RECORD.
           WRITE WHATIF-REPORT-RECORD.
      *
       EXIT.
      *
       SUM-OUTCOME-CELLS SECTION.
      *
           ADD WS-BLOCK-RECS(WS-FROM-SUB, WS-TO-SUB)
               TO WS-BLOCK-ACT-RECS.
           ADD WS-BLOCK-ACT-AMT(WS-FROM-SUB, WS-TO-SUB)
               TO WS-BLOCK-ACT-TOTAL.
           ADD WS-BLOCK-RECS(WS-TO-SUB, WS-FROM-SUB)
               TO WS-BLOCK-SIM-RECS.
           ADD WS-BLOCK-SIM-AMT(WS-TO-SUB, WS-FROM-SUB)
               TO WS-BLOCK-SIM-TOTAL.
      *
       EXIT.
      *
       WRITE-MOVE-LINES SECTION.
      *
           PERFORM WRITE-MOVE-LINE
               VARYING WS-TO-SUB FROM 1 BY 1
               UNTIL WS-TO-SUB > 4.
      *
       EXIT.
      *
       WRITE-MOVE-LINE SECTION.
      *
           IF WS-FROM-SUB NOT EQUAL WS-TO-SUB
              AND WS-BLOCK-RECS(WS-FROM-SUB, WS-TO-SUB) > ZERO
               ADD 1 TO WS-BLOCK-MOVE-LINES
               MOVE WS-CATEGORY-NAME(WS-FROM-SUB) TO RPT-MOVE-FROM
               MOVE WS-CATEGORY-NAME(WS-TO-SUB)   TO RPT-MOVE-TO
               MOVE WS-BLOCK-RECS(WS-FROM-SUB, WS-TO-SUB)
                   TO RPT-MOVE-RECS
               MOVE WS-BLOCK-ACT-AMT(WS-FROM-SUB, WS-TO-SUB)
                   TO RPT-MOVE-ACT-AMT
               MOVE WS-BLOCK-SIM-AMT(WS-FROM-SUB, WS-TO-SUB)
                   TO RPT-MOVE-SIM-AMT
               MOVE RPT-MOVE-LINE TO WHATIF-REPORT-RECORD
               WRITE WHATIF-REPORT-RECORD
           END-IF.
      *
       EXIT.
      *
       WRITE-REPORT-TOTALS SECTION.
      *
           MOVE SPACES TO WHATIF-REPORT-RECORD.
           WRITE WHATIF-REPORT-RECORD.
           MOVE "ARCHIVE GENERATIONS READ:" TO RPT-COUNT-LABEL.
           MOVE WS-ARCHIVE-COUNT TO RPT-COUNT-VALUE.
           PERFORM WRITE-COUNT-LINE.
           MOVE "RECORDS REPLAYED:" TO RPT-COUNT-LABEL.
           MOVE WS-REPLAYED-COUNT TO RPT-COUNT-VALUE.
           PERFORM WRITE-COUNT-LINE.
           MOVE "RECORDS THAT WOULD MOVE:" TO RPT-COUNT-LABEL.
           MOVE WS-MOVED-COUNT TO RPT-COUNT-VALUE.
           PERFORM WRITE-COUNT-LINE.
           MOVE "TAKEN AS CLEAN DOWNSTREAM:" TO RPT-COUNT-LABEL.
           MOVE WS-ASSUMED-CLEAN-COUNT TO RPT-COUNT-VALUE.
           PERFORM WRITE-COUNT-LINE.
           IF WS-UNTABULATED-COUNT > ZERO
               MOVE "IN GRAND TOTALS ONLY:" TO RPT-COUNT-LABEL
               MOVE WS-UNTABULATED-COUNT TO RPT-COUNT-VALUE
               PERFORM WRITE-COUNT-LINE
           END-IF.
      *
       EXIT.
      *
       WRITE-COUNT-LINE SECTION.
      *
           MOVE RPT-COUNT-LINE TO WHATIF-REPORT-RECORD.
           WRITE WHATIF-REPORT-RECORD.
      *
       EXIT.
      *
       END PROGRAM WHATIF.
