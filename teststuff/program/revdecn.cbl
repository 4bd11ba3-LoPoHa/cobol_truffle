       IDENTIFICATION DIVISION.
       PROGRAM-ID. REVDECN.
       AUTHOR. BATCH-SUPPORT-TEAM.
       INSTALLATION. DATA-CENTER-1.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.
      *
      * MODIFICATION HISTORY
      *  2026-10-15 DL FIRST VERSION. SUPERVISOR DECISIONS ON THE
      *                RECORDS TEST PARKS ON THE REVQUE MANUAL-REVIEW
      *                QUEUE, WHATEVER REVIEW REASON (R001 TO R006)
      *                ROUTED THEM THERE. ONE DECNIN PARAMETER PER
      *                DECISION: "A" APPROVES THE QUEUED ITEM, "D"
      *                DECLINES IT WITH A REASON. THE OPERATOR MUST
      *                HOLD THE ACTION FOR THE REVIEW RESOURCE IN
      *                AUTHREF. AN APPROVAL IS POSTED THE WAY A
      *                LETTER-C APPROVAL IS: PN-APPROVED-COUNT UP BY
      *                ONE WITH A BEFORE/AFTER IMAGE ON MSTHIST, A
      *                "D" DETAIL ON INTFOUT, A DR/CR PAIR ON GLOUT
      *                (BOTH RE-TRAILERED) AND A "V" ENTRY ON RUNHIST
      *                AGAINST THE GENERATION THE EXTRACT BELONGS TO,
      *                SO RECON STILL CROSS-FOOTS. A DECLINE GOES BACK
      *                TO THE PARTNER AS A D001 LINE ON THE FEED'S
      *                RETURN FILE. EVERY DECISION AND REFUSAL IS
      *                LOGGED TO REVLOG WITH THE OPERATOR, AND REVRPT
      *                LISTS THE DECISIONS PLUS EVERY ITEM STILL OPEN
      *                LONGER THAN THE REVPARM LIMIT IN BUSCAL
      *                BUSINESS DAYS (DEFAULT 3). HOLDS RUNLOCK FOR
      *                ITS DURATION.
      *  2026-10-15 DL AN APPROVAL NOW ALSO POSTS ITS BASE-AMOUNT TO
      *                THE ACCOUNT'S EXPOSURE RECORD FOR TODAY, AS A
      *                LETTER-C APPROVAL IN TEST DOES.
      *  2026-10-15 DL APPROVING AN ITEM FOR A DORMANT ("DO")
      *                PROGRAMNAME MAKES IT ACTIVE AGAIN WITH THE
      *                ITEM'S STATUS, SHOWN ON ITS MSTHIST IMAGE.
      *  2026-10-15 DL AN APPROVAL IS NOW CHARGED ITS PARTNER FEE FROM
      *                THE FEEREF SCHEDULE AS IN TEST: THE FEE RIDES
      *                THE INTFOUT DETAIL (NOW 65 BYTES) AND POSTS TO
      *                GLOUT AS ITS OWN PARTNER-RECEIVABLE/FEE-INCOME
      *                PAIR. A SCHEDULE TOO BIG FOR THE TABLE REFUSES
      *                THE DECISIONS.
      *  2026-10-15 DL AN APPROVAL NO LONGER POSTS ITS BASE-AMOUNT AS A
      *                CLASSACTV/PARTNCLRG PAIR - TEST ALREADY JOURNALS
      *                EVERY RECORD'S AMOUNT, REVIEWED ONES INCLUDED, SO
      *                ONLY THE FEE PAIR IS ADDED TO GLOUT. THE QUEUE
      *                ITEM IS NOW MARKED DECIDED BEFORE ANYTHING IS
      *                POSTED, AND A FAILED REWRITE REFUSES THE
      *                DECISION (CONDITION CODE 8) SO IT CANNOT BE
      *                POSTED TWICE. EACH FEE BILLED IS ALSO APPENDED
      *                TO MONSTAT AS A "B" LINE FOR MONSUM'S PARTNER
      *                STATEMENTS.
      *  2026-10-15 DL A MASTER RECORD ADDED BACK FROM THE QUEUE IS
      *                STAMPED WITH TODAY AS ITS PN-FIRST-SEEN-DATE.
      *  2026-10-15 DL AN APPROVAL IS NOW REFUSED, AND THE ITEM LEFT
      *                OPEN FOR A DECLINE, WHEN THE PROGRAMNAME'S MASTER
      *                RECORD HAS BEEN SUSPENDED ("SU", AS BLKSWEEP
      *                SETS IT) OR THE ACCOUNT IS ON BLOCKLST SINCE THE
      *                ITEM WAS QUEUED.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DECISION-PARM-FILE
               ASSIGN TO "DECNIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.
           SELECT DECISION-LOG-FILE
               ASSIGN TO "REVLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOG-STATUS.
           SELECT DECISION-REPORT-FILE
               ASSIGN TO "REVRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.
           SELECT AGING-PARM-FILE
               ASSIGN TO "REVPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AGING-STATUS.
           SELECT REVIEW-QUEUE-FILE
               ASSIGN TO "REVQUE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RQ-KEY
               FILE STATUS IS WS-REVQUE-STATUS.
           SELECT PROGRAMNATIVE-MASTER
               ASSIGN TO "PROGMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PN-PROGRAMNAME
               ALTERNATE RECORD KEY IS PN-ACCOUNT-NUMBER
                   WITH DUPLICATES
               FILE STATUS IS WS-PROGMSTR-STATUS.
           SELECT EXPOSURE-FILE
               ASSIGN TO "EXPOSURE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS EX-ACCOUNT-NUMBER
               FILE STATUS IS WS-EXPOSURE-STATUS.
           SELECT MASTER-HISTORY-FILE
               ASSIGN TO "MSTHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MSTHIST-STATUS.
           SELECT INTERFACE-FILE
               ASSIGN TO "INTFOUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INTERFACE-STATUS.
           SELECT INTERFACE-WORK-FILE
               ASSIGN TO "INTFWRK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INTF-WORK-STATUS.
           SELECT GL-POSTING-FILE
               ASSIGN TO "GLOUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GL-STATUS.
           SELECT GL-WORK-FILE
               ASSIGN TO "GLWRK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GL-WORK-STATUS.
           SELECT RETURN-FILE
               ASSIGN TO WS-RETURN-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RETURN-STATUS.
           SELECT RETURN-WORK-FILE
               ASSIGN TO "RETWRK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RETURN-WORK-STATUS.
           SELECT FEED-LIST-FILE
               ASSIGN TO "FEEDLIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FEEDLIST-STATUS.
           SELECT CLASSIFICATION-FILE
               ASSIGN TO WS-CLASS-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CLASS-STATUS.
           SELECT RUN-HISTORY-FILE
               ASSIGN TO "RUNHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNHIST-STATUS.
           SELECT BUSINESS-CALENDAR-FILE
               ASSIGN TO "BUSCAL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CALENDAR-STATUS.
           SELECT RUN-LOCK-FILE
               ASSIGN TO "RUNLOCK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOCK-STATUS.
           SELECT AUTHORITY-FILE
               ASSIGN TO "AUTHREF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUTH-STATUS.
           SELECT FEE-SCHEDULE-FILE
               ASSIGN TO "FEEREF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FEEREF-STATUS.
           SELECT MONTH-STATS-FILE
               ASSIGN TO "MONSTAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MONSTAT-STATUS.
           SELECT BLOCKLIST-FILE
               ASSIGN TO "BLOCKLST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BLOCKLIST-STATUS.
      *
       DATA DIVISION.
       FILE SECTION.
      *****************************************************************
      * DECISION-PARM-FILE - ONE SUPERVISOR DECISION PER RECORD,
      * NAMING THE QUEUED ITEM BY ITS FULL REVQUE KEY.
      *****************************************************************
       FD  DECISION-PARM-FILE
           LABEL RECORDS ARE STANDARD.
       01  DECISION-PARM-RECORD.
           05  PARM-ACTION                 PIC X(01).
             88  PARM-ACTION-APPROVE             VALUE "A".
             88  PARM-ACTION-DECLINE             VALUE "D".
           05  PARM-FEED-ID                PIC X(08).
           05  PARM-PROGRAMNAME            PIC X(04).
           05  PARM-ACCOUNT-NUMBER         PIC X(09).
           05  PARM-EFFECTIVE-DATE         PIC X(08).
           05  PARM-DECLINE-REASON         PIC X(30).
           05  PARM-OPERATOR-ID            PIC X(08).
      *
       FD  DECISION-LOG-FILE
           LABEL RECORDS ARE STANDARD.
       01  DECISION-LOG-RECORD.
           05  LOG-DATE                    PIC 9(08).
           05  FILLER                      PIC X(01) VALUE SPACES.
           05  LOG-TIME                    PIC 9(08).
           05  FILLER                      PIC X(01) VALUE SPACES.
           05  LOG-ACTION                  PIC X(01).
           05  FILLER                      PIC X(01) VALUE SPACES.
           05  LOG-PROGRAMNAME             PIC X(04).
           05  FILLER                      PIC X(01) VALUE SPACES.
           05  LOG-DETAIL                  PIC X(50).
           05  FILLER                      PIC X(01) VALUE SPACES.
           05  LOG-OPERATOR                PIC X(08).
      *
       FD  DECISION-REPORT-FILE
           LABEL RECORDS ARE STANDARD.
       01  DECISION-REPORT-RECORD          PIC X(80).
      *
      *****************************************************************
      * AGING-PARM-FILE - THE NUMBER OF BUSINESS DAYS AN ITEM MAY SIT
      * OPEN BEFORE REVRPT LISTS IT. ABSENT, THE DEFAULT OF 3 APPLIES.
      *****************************************************************
       FD  AGING-PARM-FILE
           LABEL RECORDS ARE STANDARD.
       01  AGING-PARM-RECORD.
           05  AGEPARM-LIMIT-DAYS          PIC 9(03).
      *
       FD  REVIEW-QUEUE-FILE
           LABEL RECORDS ARE STANDARD.
       01  REVIEW-QUEUE-RECORD.
           COPY REVQUE.
      *
       FD  PROGRAMNATIVE-MASTER
           LABEL RECORDS ARE STANDARD.
       01  PROGRAMNATIVE-MASTER-RECORD.
           COPY PNMASTER.
      *
       FD  EXPOSURE-FILE
           LABEL RECORDS ARE STANDARD.
       01  EXPOSURE-RECORD.
           COPY EXPOSURE.
      *
       FD  MASTER-HISTORY-FILE
           LABEL RECORDS ARE STANDARD.
       01  MASTER-HISTORY-RECORD.
           COPY PNHIST.
      *
      *****************************************************************
      * INTERFACE-FILE / GL-POSTING-FILE - THE EXTRACT AND JOURNAL AS
      * TEST WRITES THEM. EACH IS COPIED TO ITS WORK FILE WITHOUT
      * THE TRAILER, THE APPROVALS ARE APPENDED THERE, AND THE WORK
      * FILE IS COPIED BACK UNDER A NEW TRAILER.
      *****************************************************************
       FD  INTERFACE-FILE
           LABEL RECORDS ARE STANDARD.
       01  INTERFACE-RECORD.
           05  INTF-RECORD-TYPE            PIC X(01).
             88  INTF-TRAILER-RECORD             VALUE "T".
           05  INTF-TRAILER-BODY.
               10  INTF-TRL-RECORD-COUNT   PIC 9(07).
               10  INTF-TRL-HASH-TOTAL     PIC 9(13).
               10  FILLER                  PIC X(44).
      *
       FD  INTERFACE-WORK-FILE
           LABEL RECORDS ARE STANDARD.
       01  INTERFACE-WORK-RECORD           PIC X(65).
      *
       FD  GL-POSTING-FILE
           LABEL RECORDS ARE STANDARD.
       01  GL-POSTING-RECORD.
           05  GL-RECORD-TYPE              PIC X(01).
             88  GL-HEADER-RECORD                VALUE "H".
             88  GL-TRAILER-RECORD               VALUE "T".
           05  GL-TRAILER-BODY.
               10  GL-TRL-RECORD-COUNT     PIC 9(07).
               10  GL-TRL-DEBIT-TOTAL      PIC 9(13)V9(02).
               10  GL-TRL-CREDIT-TOTAL     PIC 9(13)V9(02).
               10  FILLER                  PIC X(22).
           05  GL-HEADER-BODY REDEFINES GL-TRAILER-BODY.
               10  GL-HDR-DATE             PIC 9(08).
               10  GL-HDR-GENERATION       PIC 9(03).
               10  FILLER                  PIC X(48).
      *
       FD  GL-WORK-FILE
           LABEL RECORDS ARE STANDARD.
       01  GL-WORK-RECORD                  PIC X(60).
      *
      *****************************************************************
      * RETURN-FILE - THE PARTNER'S EXCEPTION-RETURN FILE AS TEST
      * WRITES IT (H/D/T). DECLINES ARE ADDED AS "D" LINES AND THE
      * TRAILER REWRITTEN, THROUGH RETWRK, THE SAME WAY AS THE
      * EXTRACT.
      *****************************************************************
       FD  RETURN-FILE
           LABEL RECORDS ARE STANDARD.
       01  RETURN-RECORD.
           05  RET-RECORD-TYPE             PIC X(01).
             88  RET-TRAILER-RECORD              VALUE "T".
           05  RET-TRAILER-BODY.
               10  RET-TRL-RECORD-COUNT    PIC 9(07).
               10  RET-TRL-HASH-TOTAL      PIC 9(13).
               10  FILLER                  PIC X(72).
      *
       FD  RETURN-WORK-FILE
           LABEL RECORDS ARE STANDARD.
       01  RETURN-WORK-RECORD              PIC X(93).
      *
      *****************************************************************
      * FEED-LIST-FILE / CLASSIFICATION-FILE - THE FEEDLIST PROFILE
      * TEST RUNS FROM. EACH FEED'S HEADER IS READ ONLY FOR ITS FEED
      * ID, SO A DECLINE FINDS THE RETURN FILE NAME ITS FEED WAS
      * GIVEN. ABSENT, OR FOR A FEED NOT LISTED, THE NAME DEFAULTS
      * TO RETOUT.<FEED-ID> AS IN TEST.
      *****************************************************************
       FD  FEED-LIST-FILE
           LABEL RECORDS ARE STANDARD.
       01  FEED-LIST-RECORD.
           05  FEEDLIST-FILE-NAME          PIC X(20).
           05  FEEDLIST-RETURN-NAME        PIC X(20).
      *
       FD  CLASSIFICATION-FILE
           LABEL RECORDS ARE STANDARD.
       01  CLASSIFICATION-RECORD.
           05  CLASS-RECORD-TYPE           PIC X(01).
             88  CLASS-HEADER-RECORD             VALUE "H".
           05  CLASS-HDR-FEED-DATE         PIC X(08).
           05  CLASS-HDR-FEED-ID           PIC X(08).
           05  FILLER                      PIC X(20).
      *
      *****************************************************************
      * RUN-HISTORY-FILE - THE LAYOUT WRITTEN BY TEST'S
      * WRITE-RUN-HISTORY; KEEP THE TWO IN STEP. THIS PROGRAM APPENDS
      * MODE "V" ENTRIES.
      *****************************************************************
       FD  RUN-HISTORY-FILE
           LABEL RECORDS ARE STANDARD.
       01  RUN-HISTORY-RECORD.
           05  RH-RUN-DATE                 PIC 9(08).
           05  FILLER                      PIC X(01).
           05  RH-RUN-TIME                 PIC 9(08).
           05  FILLER                      PIC X(01).
           05  RH-RUN-MODE                 PIC X(01).
           05  FILLER                      PIC X(01).
           05  RH-RECORDS-READ             PIC 9(07).
           05  FILLER                      PIC X(01).
           05  RH-APPROVED-COUNT           PIC 9(05).
           05  FILLER                      PIC X(01).
           05  RH-REVIEW-COUNT             PIC 9(05).
           05  FILLER                      PIC X(01).
           05  RH-EXCEPTION-COUNT          PIC 9(05).
           05  FILLER                      PIC X(01).
           05  RH-ENRICH-FAIL-COUNT        PIC 9(05).
           05  FILLER                      PIC X(01).
           05  RH-GEN-DATE                 PIC 9(08).
           05  FILLER                      PIC X(01).
           05  RH-GENERATION               PIC 9(03).
           05  FILLER                      PIC X(01).
           05  RH-CANCEL-COUNT             PIC 9(05).
      *
       FD  BUSINESS-CALENDAR-FILE
           LABEL RECORDS ARE STANDARD.
       01  BUSINESS-CALENDAR-RECORD.
           COPY CALREF.
      *
       FD  RUN-LOCK-FILE
           LABEL RECORDS ARE STANDARD.
       01  RUN-LOCK-RECORD.
           COPY LOCKREF.
      *
       FD  AUTHORITY-FILE
           LABEL RECORDS ARE STANDARD.
       01  AUTHORITY-RECORD.
           COPY AUTHREF.
      *
       FD  FEE-SCHEDULE-FILE
           LABEL RECORDS ARE STANDARD.
       01  FEE-SCHEDULE-RECORD.
           COPY FEEREF.
      *
      *****************************************************************
      * MONTH-STATS-FILE - TEST'S MONTH-STATISTICS FILE. EACH FEE AN
      * APPROVAL BILLS IS APPENDED AS A "B" LINE SO THE MONSUM
      * PARTNER STATEMENT CARRIES IT.
      *****************************************************************
       FD  MONTH-STATS-FILE
           LABEL RECORDS ARE STANDARD.
       01  MONTH-STATS-RECORD.
           COPY MONSTAT.
      *
      *****************************************************************
      * BLOCKLIST-FILE - THE COMPLIANCE BLOCKLIST BLOCKSCRN SCREENS
      * TEST'S RECORDS AGAINST, MAINTAINED BY BLKMAINT. READ HERE TO
      * STOP AN APPROVAL FOR AN ACCOUNT BLOCKED AFTER ITS ITEM WAS
      * QUEUED.
      *****************************************************************
       FD  BLOCKLIST-FILE
           LABEL RECORDS ARE STANDARD.
       01  BLOCKLIST-RECORD.
           COPY BLOCKREF.
      *
       WORKING-STORAGE SECTION.
       01  WS-SWITCHES.
           05  WS-PARM-EOF-SW              PIC X(01) VALUE "N".
             88  PARM-EOF                        VALUE "Y".
           05  WS-REVQUE-EOF-SW            PIC X(01) VALUE "N".
             88  REVQUE-EOF                      VALUE "Y".
           05  WS-COPY-EOF-SW              PIC X(01) VALUE "N".
             88  COPY-EOF                        VALUE "Y".
           05  WS-FEEDLIST-EOF-SW          PIC X(01) VALUE "N".
             88  FEEDLIST-EOF                    VALUE "Y".
           05  WS-RUNHIST-EOF-SW           PIC X(01) VALUE "N".
             88  RUNHIST-EOF                     VALUE "Y".
           05  WS-CALENDAR-EOF-SW          PIC X(01) VALUE "N".
             88  CALENDAR-EOF                    VALUE "Y".
           05  WS-ITEM-FOUND-SW            PIC X(01) VALUE "N".
             88  QUEUE-ITEM-FOUND                VALUE "Y".
           05  WS-MASTER-POSTED-SW         PIC X(01) VALUE "N".
             88  MASTER-POSTED                   VALUE "Y".
           05  WS-EXTRACTS-READY-SW        PIC X(01) VALUE "N".
             88  EXTRACTS-READY                  VALUE "Y".
           05  WS-INTF-TRAILER-SW          PIC X(01) VALUE "N".
             88  INTF-TRAILER-SEEN               VALUE "Y".
           05  WS-GL-TRAILER-SW            PIC X(01) VALUE "N".
             88  GL-TRAILER-SEEN                 VALUE "Y".
           05  WS-AGE-HOLIDAY-SW           PIC X(01) VALUE "N".
             88  AGE-DATE-HOLIDAY                VALUE "Y".
           05  WS-BLOCKLIST-EOF-SW         PIC X(01) VALUE "N".
             88  BLOCKLIST-EOF                   VALUE "Y".
           05  WS-RESTRICTED-SW            PIC X(01) VALUE "N".
             88  ACCOUNT-RESTRICTED              VALUE "Y".
      *
       01  WS-PARM-STATUS                  PIC X(02) VALUE SPACES.
       01  WS-LOG-STATUS                   PIC X(02) VALUE SPACES.
       01  WS-REPORT-STATUS                PIC X(02) VALUE SPACES.
       01  WS-AGING-STATUS                 PIC X(02) VALUE SPACES.
       01  WS-REVQUE-STATUS                PIC X(02) VALUE SPACES.
         88  REVQUE-OK                           VALUE "00".
       01  WS-PROGMSTR-STATUS              PIC X(02) VALUE SPACES.
         88  PROGMSTR-OK                         VALUE "00".
         88  PROGMSTR-NOT-FOUND                  VALUE "23".
       01  WS-EXPOSURE-STATUS              PIC X(02) VALUE SPACES.
         88  EXPOSURE-OK                         VALUE "00".
         88  EXPOSURE-FILE-NOT-FOUND             VALUE "35".
       01  WS-MSTHIST-STATUS               PIC X(02) VALUE SPACES.
       01  WS-INTERFACE-STATUS             PIC X(02) VALUE SPACES.
       01  WS-INTF-WORK-STATUS             PIC X(02) VALUE SPACES.
       01  WS-GL-STATUS                    PIC X(02) VALUE SPACES.
       01  WS-GL-WORK-STATUS               PIC X(02) VALUE SPACES.
       01  WS-RETURN-STATUS                PIC X(02) VALUE SPACES.
       01  WS-RETURN-WORK-STATUS           PIC X(02) VALUE SPACES.
       01  WS-FEEDLIST-STATUS              PIC X(02) VALUE SPACES.
       01  WS-CLASS-STATUS                 PIC X(02) VALUE SPACES.
       01  WS-RUNHIST-STATUS               PIC X(02) VALUE SPACES.
       01  WS-CALENDAR-STATUS              PIC X(02) VALUE SPACES.
       01  WS-MONSTAT-STATUS               PIC X(02) VALUE SPACES.
       01  WS-BLOCKLIST-STATUS             PIC X(02) VALUE SPACES.
      *
       01  WS-RETURN-FILENAME              PIC X(20) VALUE SPACES.
       01  WS-CLASS-FILENAME               PIC X(20) VALUE SPACES.
      *
       77  WS-APPROVED-COUNT               PIC 9(05) COMP VALUE ZERO.
       77  WS-DECLINED-COUNT               PIC 9(05) COMP VALUE ZERO.
       77  WS-OPEN-COUNT                   PIC 9(05) COMP VALUE ZERO.
       77  WS-AGED-COUNT                   PIC 9(05) COMP VALUE ZERO.
       77  WS-EXP-WRITE-MODE               PIC X(01) VALUE SPACES.
      *
       01  WS-LOG-CONTROLS.
           05  WS-LOG-DATE                 PIC 9(08) VALUE ZERO.
           05  WS-LOG-TIME                 PIC 9(08) VALUE ZERO.
      *
      *****************************************************************
      * RUN-LOCK CONTROLS - SEE THE LOCKREF COPYBOOK. DECISIONS POST
      * TO THE MASTER AND THE EXTRACT, SO THEY ARE REFUSED WHILE ANY
      * HOLDER - THE NIGHTLY RUN INCLUDED - HAS THE MASTER, AND THIS
      * PROGRAM HOLDS THE LOCK ITSELF WHILE IT WORKS.
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
      * OPERATOR-AUTHORIZATION CONTROLS - SEE THE AUTHREF COPYBOOK.
      * THE RESOURCE IS "REVIEW"; THE ACTIONS ARE "A" AND "D".
      *****************************************************************
       01  WS-AUTH-STATUS                  PIC X(02) VALUE SPACES.
      *
       01  WS-AUTH-CONTROLS.
           05  WS-AUTH-FILE-SW             PIC X(01) VALUE "N".
             88  AUTH-FILE-PRESENT               VALUE "Y".
           05  WS-AUTH-EOF-SW              PIC X(01) VALUE "N".
             88  AUTH-EOF                        VALUE "Y".
           05  WS-AUTHORIZED-SW            PIC X(01) VALUE "N".
             88  OPERATOR-AUTHORIZED             VALUE "Y".
           05  WS-AUTH-RESOURCE-NAME       PIC X(08)
                                           VALUE "REVIEW".
           05  WS-AUTH-ACTION-CODE         PIC X(01) VALUE SPACE.
           05  WS-ACT-SUB                  PIC 9(02) COMP VALUE ZERO.
      *
       77  WS-AUTH-COUNT                   PIC 9(03) COMP VALUE ZERO.
       77  WS-REFUSED-COUNT                PIC 9(03) COMP VALUE ZERO.
      *
       01  WS-AUTH-TABLE.
           05  WS-AUTH-ENTRY OCCURS 100 TIMES INDEXED BY AUTH-IDX.
               10  WS-AUTH-OPERATOR        PIC X(08).
               10  WS-AUTH-RESOURCE        PIC X(08).
               10  WS-AUTH-ACTIONS         PIC X(08).
      *
      *****************************************************************
      * STAGED FIELDS FOR THE MSTHIST CHANGE-HISTORY RECORD.
      *****************************************************************
       01  WS-HISTORY-CONTROLS.
           05  WS-HIST-ACTION              PIC X(01) VALUE SPACE.
           05  WS-HIST-PROGRAMNAME         PIC X(04) VALUE SPACES.
           05  WS-MASTER-BEFORE-IMAGE      PIC X(28) VALUE SPACES.
           05  WS-MASTER-AFTER-IMAGE       PIC X(28) VALUE SPACES.
      *
      *****************************************************************
      * THE ORIGINAL DETAIL IMAGE CARRIED ON THE QUEUE ITEM - THE
      * WS-CLASS-RECORD LAYOUT OF TEST.
      *****************************************************************
       01  WS-REVIEW-IMAGE.
           05  WS-RVI-RECORD-TYPE          PIC X(01).
           05  WS-RVI-PROGRAMNAME          PIC X(04).
           05  WS-RVI-LETTER               PIC X(01).
           05  WS-RVI-ACCOUNT-NUMBER       PIC 9(09).
           05  WS-RVI-EFFECTIVE-DATE       PIC 9(08).
           05  WS-RVI-STATUS-CODE          PIC X(02).
           05  WS-RVI-AMOUNT               PIC 9(07)V9(02).
           05  WS-RVI-CURRENCY-CODE        PIC X(03).
      *
      *****************************************************************
      * EXTRACT CONTROLS - THE TRAILER FIGURES TEST LEFT, CARRIED
      * FORWARD WITH EACH APPROVAL APPENDED. THE LINE LAYOUTS ARE
      * TEST'S OWN.
      *****************************************************************
       01  WS-INTERFACE-CONTROLS.
           05  WS-INTF-RECORD-COUNT        PIC 9(07) VALUE ZERO.
           05  WS-INTF-HASH-TOTAL          PIC 9(13) VALUE ZERO.
      *
       01  WS-INTF-DETAIL-LINE.
           05  FILLER                      PIC X(01) VALUE "D".
           05  WS-INTF-DTL-PROGRAMNAME     PIC X(04).
           05  WS-INTF-DTL-ACCOUNT-NUMBER  PIC 9(09).
           05  WS-INTF-DTL-EFFECTIVE-DATE  PIC 9(08).
           05  WS-INTF-DTL-STATUS-CODE     PIC X(02).
           05  WS-INTF-DTL-COPY-STRING     PIC X(09).
           05  WS-INTF-DTL-ORIG-AMOUNT     PIC 9(07)V9(02).
           05  WS-INTF-DTL-CURRENCY        PIC X(03).
           05  WS-INTF-DTL-BASE-AMOUNT     PIC 9(09)V9(02).
           05  WS-INTF-DTL-FEE-AMOUNT      PIC 9(07)V9(02).
      *
       01  WS-INTF-TRAILER-LINE.
           05  FILLER                      PIC X(01) VALUE "T".
           05  WS-INTF-TRL-RECORD-COUNT    PIC 9(07).
           05  WS-INTF-TRL-HASH-TOTAL      PIC 9(13).
           05  FILLER                      PIC X(44) VALUE SPACES.
      *
       01  WS-GL-TOTALS.
           05  WS-GL-DEBIT-TOTAL           PIC 9(13)V9(02) VALUE ZERO.
           05  WS-GL-CREDIT-TOTAL          PIC 9(13)V9(02) VALUE ZERO.
           05  WS-GL-RECORD-COUNT          PIC 9(07) VALUE ZERO.
           05  WS-GL-POST-DATE             PIC 9(08) VALUE ZERO.
           05  WS-GL-POST-GENERATION       PIC 9(03) VALUE ZERO.
      *
       01  WS-GL-DETAIL-LINE.
           05  FILLER                      PIC X(01) VALUE "D".
           05  WS-GL-DTL-SIDE              PIC X(02).
           05  WS-GL-DTL-ACCOUNT           PIC X(09).
           05  WS-GL-DTL-LETTER            PIC X(01).
           05  WS-GL-DTL-FEED-ID           PIC X(08).
           05  WS-GL-DTL-AMOUNT            PIC 9(11)V9(02).
           05  WS-GL-DTL-DATE              PIC 9(08).
           05  WS-GL-DTL-GENERATION        PIC 9(03).
           05  FILLER                      PIC X(15) VALUE SPACES.
      *
       01  WS-GL-TRAILER-LINE.
           05  FILLER                      PIC X(01) VALUE "T".
           05  WS-GL-TRL-RECORD-COUNT      PIC 9(07).
           05  WS-GL-TRL-DEBIT-TOTAL       PIC 9(13)V9(02).
           05  WS-GL-TRL-CREDIT-TOTAL      PIC 9(13)V9(02).
           05  FILLER                      PIC X(22) VALUE SPACES.
      *
      *****************************************************************
      * PARTNER FEE CONTROLS - SEE THE FEEREF COPYBOOK. THE SCHEDULE
      * IS LOADED WHOLE AND AN APPROVAL PRICED EXACTLY AS TEST PRICES
      * ONE (SEE COMPUTE-ITEM-FEE). A SCHEDULE THAT DOES NOT FIT
      * REFUSES THE DECISIONS - A DROPPED ENTRY IS A FEE NOT BILLED.
      *****************************************************************
       01  WS-FEEREF-STATUS                PIC X(02) VALUE SPACES.
       77  WS-FEEREF-COUNT                 PIC 9(03) COMP VALUE ZERO.
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
       01  WS-FEE-CONTROLS.
           05  WS-FEEREF-EOF-SW            PIC X(01) VALUE "N".
             88  FEEREF-EOF                      VALUE "Y".
           05  WS-FEEREF-SAFE-SW           PIC X(01) VALUE "Y".
             88  FEEREF-TRUNCATED                VALUE "N".
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
      *
      *****************************************************************
      * THE GENERATION THE NEWEST RUNHIST ENTRY POINTS AT - THE ONE
      * INTFOUT BELONGS TO. THE "V" ENTRY IS RECORDED AGAINST IT SO
      * RECON COUNTS THE APPROVALS WITH THE EXTRACT THEY LANDED IN.
      *****************************************************************
       01  WS-LATEST-GENERATION.
           05  WS-LATEST-GEN-DATE          PIC 9(08) VALUE ZERO.
           05  WS-LATEST-GEN-NUMBER        PIC 9(03) VALUE ZERO.
      *
      *****************************************************************
      * DECLINES AWAITING THEIR RETURN FILES, AND THE FEED-ID TO
      * RETURN-NAME MAP BUILT FROM FEEDLIST. A DECLINE THAT WOULD
      * OVERFLOW THE TABLE IS REFUSED BEFORE THE QUEUE IS TOUCHED,
      * SO NOTHING CAN BE DECLINED WITHOUT GOING BACK.
      *****************************************************************
       77  WS-DECLINE-TABLE-COUNT          PIC 9(03) COMP VALUE ZERO.
      *
       01  WS-DECLINE-TABLE.
           05  WS-DCL-ENTRY OCCURS 500 TIMES INDEXED BY DCL-IDX.
               10  WS-DCL-FEED-ID          PIC X(08).
               10  WS-DCL-ACCOUNT-NUMBER   PIC 9(09).
               10  WS-DCL-BODY             PIC X(92).
      *
       77  WS-DECLINE-FEED-COUNT           PIC 9(03) COMP VALUE ZERO.
      *
       01  WS-DECLINE-FEED-TABLE.
           05  WS-DCF-ENTRY OCCURS 100 TIMES INDEXED BY DCF-IDX.
               10  WS-DCF-FEED-ID          PIC X(08).
      *
       77  WS-FEED-NAME-COUNT              PIC 9(03) COMP VALUE ZERO.
      *
       01  WS-FEED-NAME-TABLE.
           05  WS-FNM-ENTRY OCCURS 100 TIMES INDEXED BY FNM-IDX.
               10  WS-FNM-FEED-ID          PIC X(08).
               10  WS-FNM-RETURN-NAME      PIC X(20).
      *
      * THE RETURN LINE BODY IN TEST'S EXCEPTION-LINE LAYOUT.
       01  WS-DECLINE-LINE.
           05  WS-DLN-REASON-CODE          PIC X(04).
           05  FILLER                      PIC X(01) VALUE SPACES.
           05  WS-DLN-FEED-ID              PIC X(08).
           05  FILLER                      PIC X(01) VALUE SPACES.
           05  WS-DLN-ORIGINAL-RECORD      PIC X(37).
           05  FILLER                      PIC X(01) VALUE SPACES.
           05  WS-DLN-REASON               PIC X(40).
      *
       01  WS-RETURN-CONTROLS.
           05  WS-RETURN-DETAIL-COUNT      PIC 9(07) VALUE ZERO.
           05  WS-RETURN-HASH-TOTAL        PIC 9(13) VALUE ZERO.
      *
       01  WS-RETURN-HEADER-LINE.
           05  FILLER                      PIC X(01) VALUE "H".
           05  WS-RET-HDR-DATE             PIC 9(08).
           05  WS-RET-HDR-FEED-ID          PIC X(08).
           05  FILLER                      PIC X(76) VALUE SPACES.
      *
       01  WS-RETURN-DETAIL-LINE.
           05  FILLER                      PIC X(01) VALUE "D".
           05  WS-RET-DTL-BODY             PIC X(92).
      *
       01  WS-RETURN-TRAILER-LINE.
           05  FILLER                      PIC X(01) VALUE "T".
           05  WS-RET-TRL-RECORD-COUNT     PIC 9(07).
           05  WS-RET-TRL-HASH-TOTAL       PIC 9(13).
           05  FILLER                      PIC X(72) VALUE SPACES.
      *
      *****************************************************************
      * AGING CONTROLS. AN ITEM'S AGE IS THE NUMBER OF BUSINESS DAYS
      * FROM THE DAY IT WAS QUEUED TO TODAY: EVERY DAY AFTER THE
      * QUEUED DATE UP TO AND INCLUDING TODAY THAT BUSCAL DOES NOT
      * MARK AS A HOLIDAY (UNLISTED DATES ARE ORDINARY PROCESSING
      * DAYS, AS EVERYWHERE ELSE). THE WALK GIVES UP AT 999 DAYS.
      *****************************************************************
       01  WS-AGING-CONTROLS.
           05  WS-AGING-LIMIT-DAYS         PIC 9(03) VALUE 3.
           05  WS-AGE-DAYS                 PIC 9(03) VALUE ZERO.
           05  WS-AGE-GUARD                PIC 9(04) COMP VALUE ZERO.
      *
       01  WS-AGE-DATE.
           05  WS-AGE-CCYY                 PIC 9(04).
           05  WS-AGE-MM                   PIC 9(02).
           05  WS-AGE-DD                   PIC 9(02).
       01  WS-AGE-DATE-NUM REDEFINES WS-AGE-DATE
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
       77  WS-CALENDAR-COUNT               PIC 9(04) COMP VALUE ZERO.
      *
       01  WS-CALENDAR-TABLE.
           05  WS-CAL-ENTRY OCCURS 5000 TIMES INDEXED BY CAL-IDX.
               10  WS-CAL-DATE             PIC 9(08).
               10  WS-CAL-TYPE             PIC X(01).
                 88  WS-CAL-HOLIDAY              VALUE "H".
      *
       01  WS-REFUSAL-TEXT                 PIC X(50) VALUE SPACES.
      *
       01  WS-DECISION-DETAIL.
           05  WS-DDT-TEXT                 PIC X(09).
           05  FILLER                      PIC X(01) VALUE SPACES.
           05  WS-DDT-FEED-ID              PIC X(08).
           05  FILLER                      PIC X(01) VALUE SPACES.
           05  WS-DDT-ACCOUNT              PIC 9(09).
           05  FILLER                      PIC X(01) VALUE SPACES.
           05  WS-DDT-DATE                 PIC 9(08).
           05  FILLER                      PIC X(01) VALUE SPACES.
           05  WS-DDT-REASON-CODE          PIC X(04).
           05  FILLER                      PIC X(08) VALUE SPACES.
      *
       01  RPT-TITLE-LINE.
           05  FILLER                      PIC X(34)
                   VALUE "MANUAL-REVIEW DECISIONS  RUN DATE ".
           05  RPT-TITLE-DATE              PIC 9(08).
           05  FILLER                      PIC X(38) VALUE SPACES.
      *
       01  RPT-DECISION-LINE.
           05  RPT-DEC-TAG                 PIC X(09).
           05  FILLER                      PIC X(01) VALUE SPACES.
           05  RPT-DEC-FEED-ID             PIC X(08).
           05  FILLER                      PIC X(01) VALUE SPACES.
           05  RPT-DEC-PROGRAMNAME         PIC X(04).
           05  FILLER                      PIC X(01) VALUE SPACES.
           05  RPT-DEC-ACCOUNT             PIC X(09).
           05  FILLER                      PIC X(01) VALUE SPACES.
           05  RPT-DEC-DATE                PIC X(08).
           05  FILLER                      PIC X(01) VALUE SPACES.
           05  RPT-DEC-OPERATOR            PIC X(08).
           05  FILLER                      PIC X(01) VALUE SPACES.
           05  RPT-DEC-TEXT                PIC X(28).
      *
       01  RPT-AGED-HEADING.
           05  FILLER                      PIC X(25)
                   VALUE "OPEN REVIEWS OLDER THAN ".
           05  RPT-AGED-LIMIT              PIC ZZ9.
           05  FILLER                      PIC X(52)
                   VALUE " BUSINESS DAYS".
      *
       01  RPT-AGED-LINE.
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  RPT-AGED-FEED-ID            PIC X(08).
           05  FILLER                      PIC X(01) VALUE SPACES.
           05  RPT-AGED-PROGRAMNAME        PIC X(04).
           05  FILLER                      PIC X(01) VALUE SPACES.
           05  RPT-AGED-ACCOUNT            PIC 9(09).
           05  FILLER                      PIC X(01) VALUE SPACES.
           05  RPT-AGED-DATE               PIC 9(08).
           05  FILLER                      PIC X(01) VALUE SPACES.
           05  RPT-AGED-REASON-CODE        PIC X(04).
           05  FILLER                      PIC X(08) VALUE " QUEUED ".
           05  RPT-AGED-QUEUED-DATE        PIC 9(08).
           05  FILLER                      PIC X(06) VALUE " AGE ".
           05  RPT-AGED-DAYS               PIC ZZ9.
           05  FILLER                      PIC X(16) VALUE SPACES.
      *
       01  RPT-COUNT-LINE.
           05  RPT-COUNT-LABEL             PIC X(30).
           05  RPT-COUNT-VALUE             PIC ZZZZ9.
           05  FILLER                      PIC X(45) VALUE SPACES.
      *
       PROCEDURE DIVISION.
      *
       MAIN SECTION.
      *
           ACCEPT WS-LOG-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-LOG-TIME FROM TIME.

      * DECISIONS POST TO THE MASTER AND THE EXTRACT - NOTHING IS
      * TOUCHED UNTIL THE LOCK SAYS THEY ARE FREE.
           PERFORM CHECK-RUN-LOCK.
           IF LOCK-HELD
               DISPLAY "REVDECN: MASTER LOCKED BY "
                   WS-LOCK-HOLDER-NAME " SINCE " WS-LOCK-HELD-DATE
                   " " WS-LOCK-HELD-TIME " - DECISIONS REFUSED"
               DISPLAY "REVDECN: USE LOKMAINT TO FORCE-RELEASE A "
                   "CRASHED HOLDER"
               MOVE 8 TO RETURN-CODE
               GO TO PROG-EX
           END-IF.
           PERFORM TAKE-RUN-LOCK.
           PERFORM LOAD-AUTHORITY-TABLE.
           PERFORM LOAD-BUSINESS-CALENDAR.
           PERFORM LOAD-AGING-PARM.
           PERFORM LOAD-FEE-SCHEDULE.
           IF FEEREF-TRUNCATED
               DISPLAY "REVDECN: FEE SCHEDULE HOLDS MORE THAN 500 "
                   "ENTRIES - DECISIONS REFUSED"
               MOVE 12 TO RETURN-CODE
               PERFORM RELEASE-RUN-LOCK
               GO TO PROG-EX
           END-IF.

           OPEN OUTPUT DECISION-REPORT-FILE.
           IF WS-REPORT-STATUS NOT EQUAL "00"
               DISPLAY "REVDECN: REVRPT OPEN FAILED - STATUS "
                   WS-REPORT-STATUS
               MOVE 16 TO RETURN-CODE
               PERFORM RELEASE-RUN-LOCK
               GO TO PROG-EX
           END-IF.
           MOVE WS-LOG-DATE TO RPT-TITLE-DATE.
           MOVE RPT-TITLE-LINE TO DECISION-REPORT-RECORD.
           WRITE DECISION-REPORT-RECORD.

           OPEN INPUT DECISION-PARM-FILE.
           IF WS-PARM-STATUS NOT EQUAL "00"
               DISPLAY "REVDECN: NO DECISION PARAMETER SUPPLIED - "
                   "AGING REPORT ONLY"
           ELSE
               PERFORM PROCESS-DECISIONS
               CLOSE DECISION-PARM-FILE
           END-IF.

           PERFORM REPORT-AGED-REVIEWS.
           PERFORM WRITE-DECISION-TOTALS.
           CLOSE DECISION-REPORT-FILE.

           PERFORM RELEASE-RUN-LOCK.

           DISPLAY "REVDECN: APPROVED " WS-APPROVED-COUNT
               " DECLINED " WS-DECLINED-COUNT
               " REFUSED " WS-REFUSED-COUNT
               " AGED " WS-AGED-COUNT.
           IF RETURN-CODE < 4
              AND (WS-REFUSED-COUNT > ZERO OR WS-AGED-COUNT > ZERO)
               MOVE 4 TO RETURN-CODE
           END-IF.
      *
      * GOBACK, NOT EXIT PROGRAM: SECTIONS FOLLOW THIS ONE, AND IN A
      * MAIN PROGRAM EXIT PROGRAM FALLS THROUGH INTO THEM.
       PROG-EX.
           GOBACK.
      *
      *****************************************************************
      * PROCESS-DECISIONS
      *
      * THE EXTRACT AND JOURNAL ARE STAGED FIRST; AN EXTRACT OR
      * JOURNAL WITHOUT ITS TRAILER BELONGS TO A RUN THAT NEVER
      * FINISHED, AND APPENDING TO IT WOULD ONLY HIDE THAT - THE
      * DECISIONS ARE REFUSED (CONDITION CODE 12) UNTIL THE RUN IS
      * RESTARTED. THE EXTRACT IS ONLY REPLACED WHEN SOMETHING WAS
      * APPROVED.
      *****************************************************************
       PROCESS-DECISIONS SECTION.
      *
           PERFORM PREPARE-EXTRACT-WORK-FILES.
           IF NOT EXTRACTS-READY
               DISPLAY "REVDECN: INTFOUT/GLOUT NOT COMPLETE - "
                   "DECISIONS REFUSED"
               MOVE 12 TO RETURN-CODE
           ELSE
               PERFORM LOAD-LATEST-GENERATION
               PERFORM LOAD-FEED-RETURN-NAMES
               OPEN I-O REVIEW-QUEUE-FILE
               OPEN I-O PROGRAMNATIVE-MASTER
               OPEN I-O EXPOSURE-FILE
               IF EXPOSURE-FILE-NOT-FOUND
                   OPEN OUTPUT EXPOSURE-FILE
                   CLOSE EXPOSURE-FILE
                   OPEN I-O EXPOSURE-FILE
               END-IF
               OPEN EXTEND DECISION-LOG-FILE
               OPEN EXTEND MASTER-HISTORY-FILE
               OPEN EXTEND INTERFACE-WORK-FILE
               OPEN EXTEND GL-WORK-FILE
               OPEN EXTEND MONTH-STATS-FILE
               IF WS-MONSTAT-STATUS EQUAL "35"
                   OPEN OUTPUT MONTH-STATS-FILE
               END-IF
               IF WS-REVQUE-STATUS NOT EQUAL "00"
                  OR WS-PROGMSTR-STATUS NOT EQUAL "00"
                  OR WS-EXPOSURE-STATUS NOT EQUAL "00"
                  OR WS-LOG-STATUS NOT EQUAL "00"
                  OR WS-MSTHIST-STATUS NOT EQUAL "00"
                  OR WS-INTF-WORK-STATUS NOT EQUAL "00"
                  OR WS-GL-WORK-STATUS NOT EQUAL "00"
                  OR WS-MONSTAT-STATUS NOT EQUAL "00"
                   DISPLAY "REVDECN: FILE OPEN FAILED"
                   DISPLAY "REVDECN: QUEUE STATUS   " WS-REVQUE-STATUS
                   DISPLAY "REVDECN: MASTER STATUS  "
                       WS-PROGMSTR-STATUS
                   DISPLAY "REVDECN: EXPOSURE STATUS "
                       WS-EXPOSURE-STATUS
                   DISPLAY "REVDECN: LOG STATUS     " WS-LOG-STATUS
                   DISPLAY "REVDECN: HISTORY STATUS " WS-MSTHIST-STATUS
                   DISPLAY "REVDECN: INTFWRK STATUS "
                       WS-INTF-WORK-STATUS
                   DISPLAY "REVDECN: GLWRK STATUS   "
                       WS-GL-WORK-STATUS
                   DISPLAY "REVDECN: MONSTAT STATUS "
                       WS-MONSTAT-STATUS
                   MOVE 16 TO RETURN-CODE
               ELSE
                   PERFORM READ-DECISION-PARM
                   PERFORM APPLY-DECISION-PARM
                       UNTIL PARM-EOF
                   CLOSE REVIEW-QUEUE-FILE
                   CLOSE PROGRAMNATIVE-MASTER
                   CLOSE EXPOSURE-FILE
                   CLOSE DECISION-LOG-FILE
                   CLOSE MASTER-HISTORY-FILE
                   CLOSE INTERFACE-WORK-FILE
                   CLOSE GL-WORK-FILE
                   CLOSE MONTH-STATS-FILE
                   IF WS-APPROVED-COUNT > ZERO
                       PERFORM REPLACE-EXTRACT-FILES
                   END-IF
                   IF WS-DECLINED-COUNT > ZERO
                       PERFORM RETURN-DECLINED-RECORDS
                   END-IF
                   IF WS-APPROVED-COUNT > ZERO
                      OR WS-DECLINED-COUNT > ZERO
                       PERFORM WRITE-RUN-HISTORY
                   END-IF
               END-IF
           END-IF.
      *
       EXIT.
      *
      *****************************************************************
      * CHECK-RUN-LOCK / TAKE-RUN-LOCK / RELEASE-RUN-LOCK
      *
      * THE RUNLOCK PROTOCOL SHARED WITH TEST: A MISSING OR EMPTY
      * FILE (OR A BLANK HOLDER) IS FREE; RELEASING REWRITES THE
      * FILE EMPTY.
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
               MOVE "REVDECN"   TO LOCK-HOLDER
               MOVE WS-LOG-DATE TO LOCK-DATE
               MOVE WS-LOG-TIME TO LOCK-TIME
               WRITE RUN-LOCK-RECORD
               CLOSE RUN-LOCK-FILE
           ELSE
               DISPLAY "REVDECN: RUN LOCK COULD NOT BE WRITTEN - "
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
               DISPLAY "REVDECN: RUN LOCK COULD NOT BE RELEASED - "
                   "STATUS " WS-LOCK-STATUS
           END-IF.
      *
       EXIT.
      *
      *****************************************************************
      * LOAD-AUTHORITY-TABLE / CHECK-OPERATOR-AUTHORITY
      *
      * THE AUTHREF GRANTS ARE LOADED ONCE; EACH DECISION'S OPERATOR
      * MUST HOLD A GRANT FOR THE REVIEW RESOURCE WHOSE ACTION
      * LETTERS INCLUDE THE DECISION ("*" FIRST GRANTS ALL). A BLANK
      * OPERATOR NEVER MATCHES. NO AUTHREF YET MEANS NO CHECKING,
      * SAID ONCE ON THE CONSOLE.
      *****************************************************************
       LOAD-AUTHORITY-TABLE SECTION.
      *
           OPEN INPUT AUTHORITY-FILE.
           IF WS-AUTH-STATUS EQUAL "00"
               SET AUTH-FILE-PRESENT TO TRUE
               PERFORM READ-AUTHORITY-RECORD
               PERFORM STORE-AUTHORITY-RECORD
                   UNTIL AUTH-EOF
               CLOSE AUTHORITY-FILE
           ELSE
               DISPLAY "REVDECN: NO AUTHREF SUPPLIED - OPERATOR "
                   "CHECKS OFF"
           END-IF.
      *
       EXIT.
      *
       READ-AUTHORITY-RECORD SECTION.
      *
           READ AUTHORITY-FILE
               AT END
                   SET AUTH-EOF TO TRUE
           END-READ.
      *
       EXIT.
      *
       STORE-AUTHORITY-RECORD SECTION.
      *
           IF WS-AUTH-COUNT < 100
               ADD 1 TO WS-AUTH-COUNT
               MOVE AUTH-OPERATOR-ID
                   TO WS-AUTH-OPERATOR(WS-AUTH-COUNT)
               MOVE AUTH-RESOURCE
                   TO WS-AUTH-RESOURCE(WS-AUTH-COUNT)
               MOVE AUTH-ACTIONS
                   TO WS-AUTH-ACTIONS(WS-AUTH-COUNT)
           ELSE
               DISPLAY "REVDECN: AUTHORITY TABLE FULL - ENTRY "
                   "DROPPED " AUTH-OPERATOR-ID
           END-IF.
           PERFORM READ-AUTHORITY-RECORD.
      *
       EXIT.
      *
       CHECK-OPERATOR-AUTHORITY SECTION.
      *
           IF NOT AUTH-FILE-PRESENT
               MOVE "Y" TO WS-AUTHORIZED-SW
           ELSE
               MOVE "N" TO WS-AUTHORIZED-SW
               IF PARM-OPERATOR-ID NOT EQUAL SPACES
                  AND WS-AUTH-COUNT > ZERO
                   PERFORM CHECK-AUTH-ENTRY
                       VARYING AUTH-IDX FROM 1 BY 1
                       UNTIL AUTH-IDX > WS-AUTH-COUNT
                          OR OPERATOR-AUTHORIZED
               END-IF
           END-IF.
      *
       EXIT.
      *
       CHECK-AUTH-ENTRY SECTION.
      *
           IF WS-AUTH-OPERATOR(AUTH-IDX) EQUAL PARM-OPERATOR-ID
              AND WS-AUTH-RESOURCE(AUTH-IDX)
                  EQUAL WS-AUTH-RESOURCE-NAME
               IF WS-AUTH-ACTIONS(AUTH-IDX)(1:1) EQUAL "*"
                   MOVE "Y" TO WS-AUTHORIZED-SW
               ELSE
                   PERFORM CHECK-AUTH-ACTION-BYTE
                       VARYING WS-ACT-SUB FROM 1 BY 1
                       UNTIL WS-ACT-SUB > 8
                          OR OPERATOR-AUTHORIZED
               END-IF
           END-IF.
      *
       EXIT.
      *
       CHECK-AUTH-ACTION-BYTE SECTION.
      *
           IF WS-AUTH-ACTION-CODE NOT EQUAL SPACE
              AND WS-AUTH-ACTIONS(AUTH-IDX)(WS-ACT-SUB:1)
                  EQUAL WS-AUTH-ACTION-CODE
               MOVE "Y" TO WS-AUTHORIZED-SW
           END-IF.
      *
       EXIT.
      *
      *****************************************************************
      * LOAD-BUSINESS-CALENDAR - BUSCAL INTO WS-CALENDAR-TABLE, AS IN
      * TEST. NO CALENDAR MEANS EVERY DAY COUNTS AS A BUSINESS DAY.
      *****************************************************************
       LOAD-BUSINESS-CALENDAR SECTION.
      *
           OPEN INPUT BUSINESS-CALENDAR-FILE.
           IF WS-CALENDAR-STATUS EQUAL "00"
               PERFORM READ-BUSINESS-CALENDAR-RECORD
               PERFORM STORE-BUSINESS-CALENDAR-RECORD
                   UNTIL CALENDAR-EOF
               CLOSE BUSINESS-CALENDAR-FILE
           END-IF.
      *
       EXIT.
      *
       READ-BUSINESS-CALENDAR-RECORD SECTION.
      *
           READ BUSINESS-CALENDAR-FILE
               AT END
                   SET CALENDAR-EOF TO TRUE
           END-READ.
      *
       EXIT.
      *
       STORE-BUSINESS-CALENDAR-RECORD SECTION.
      *
           IF WS-CALENDAR-COUNT < 5000
               ADD 1 TO WS-CALENDAR-COUNT
               MOVE CALREF-DATE TO WS-CAL-DATE(WS-CALENDAR-COUNT)
               MOVE CALREF-TYPE TO WS-CAL-TYPE(WS-CALENDAR-COUNT)
           ELSE
               DISPLAY "REVDECN: CALENDAR TABLE FULL - ENTRY DROPPED "
                   CALREF-DATE
           END-IF.
           PERFORM READ-BUSINESS-CALENDAR-RECORD.
      *
       EXIT.
      *
      *****************************************************************
      * LOAD-FEE-SCHEDULE - FEEREF INTO WS-FEEREF-TABLE, AS IN TEST.
      * NO SCHEDULE MEANS NO PARTNER IS CHARGED.
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
      *
       READ-FEE-SCHEDULE-RECORD SECTION.
      *
           READ FEE-SCHEDULE-FILE
               AT END
                   SET FEEREF-EOF TO TRUE
           END-READ.
      *
       EXIT.
      *
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
               SET FEEREF-TRUNCATED TO TRUE
           END-IF.
           PERFORM READ-FEE-SCHEDULE-RECORD.
      *
       EXIT.
      *
       LOAD-AGING-PARM SECTION.
      *
           OPEN INPUT AGING-PARM-FILE.
           IF WS-AGING-STATUS EQUAL "00"
               READ AGING-PARM-FILE
                   AT END
                       CONTINUE
               END-READ
               IF WS-AGING-STATUS EQUAL "00"
                  AND AGEPARM-LIMIT-DAYS NUMERIC
                   MOVE AGEPARM-LIMIT-DAYS TO WS-AGING-LIMIT-DAYS
               END-IF
               CLOSE AGING-PARM-FILE
           END-IF.
      *
       EXIT.
      *
      *****************************************************************
      * LOAD-FEED-RETURN-NAMES
      *
      * MAPS EACH FEEDLIST FEED'S ID (FROM ITS "H" HEADER) TO THE
      * RETURN FILE NAME FEEDLIST GIVES IT. A FEED THAT CANNOT BE
      * OPENED OR HAS NO HEADER IS SIMPLY LEFT OUT - ITS DECLINES
      * FALL BACK TO RETOUT.<FEED-ID>.
      *****************************************************************
       LOAD-FEED-RETURN-NAMES SECTION.
      *
           OPEN INPUT FEED-LIST-FILE.
           IF WS-FEEDLIST-STATUS EQUAL "00"
               PERFORM READ-FEED-LIST-RECORD
               PERFORM STORE-FEED-RETURN-NAME
                   UNTIL FEEDLIST-EOF
               CLOSE FEED-LIST-FILE
           END-IF.
      *
       EXIT.
      *
       READ-FEED-LIST-RECORD SECTION.
      *
           READ FEED-LIST-FILE
               AT END
                   SET FEEDLIST-EOF TO TRUE
           END-READ.
      *
       EXIT.
      *
       STORE-FEED-RETURN-NAME SECTION.
      *
           IF FEEDLIST-FILE-NAME NOT EQUAL SPACES
              AND FEEDLIST-RETURN-NAME NOT EQUAL SPACES
              AND WS-FEED-NAME-COUNT < 100
               MOVE FEEDLIST-FILE-NAME TO WS-CLASS-FILENAME
               OPEN INPUT CLASSIFICATION-FILE
               IF WS-CLASS-STATUS EQUAL "00"
                   READ CLASSIFICATION-FILE
                       AT END
                           CONTINUE
                   END-READ
                   IF WS-CLASS-STATUS EQUAL "00"
                      AND CLASS-HEADER-RECORD
                       ADD 1 TO WS-FEED-NAME-COUNT
                       MOVE CLASS-HDR-FEED-ID
                           TO WS-FNM-FEED-ID(WS-FEED-NAME-COUNT)
                       MOVE FEEDLIST-RETURN-NAME
                           TO WS-FNM-RETURN-NAME(WS-FEED-NAME-COUNT)
                   END-IF
                   CLOSE CLASSIFICATION-FILE
               END-IF
           END-IF.
           PERFORM READ-FEED-LIST-RECORD.
      *
       EXIT.
      *
      *****************************************************************
      * LOAD-LATEST-GENERATION - THE GENERATION THE NEWEST RUNHIST
      * ENTRY RECORDS. WITH NONE RECORDED, THE JOURNAL HEADER'S DATE
      * AND GENERATION STAND IN - THE SAME RUN WROTE BOTH.
      *****************************************************************
       LOAD-LATEST-GENERATION SECTION.
      *
           MOVE WS-GL-POST-DATE       TO WS-LATEST-GEN-DATE.
           MOVE WS-GL-POST-GENERATION TO WS-LATEST-GEN-NUMBER.
           OPEN INPUT RUN-HISTORY-FILE.
           IF WS-RUNHIST-STATUS EQUAL "00"
               PERFORM READ-RUN-HISTORY-RECORD
               PERFORM TALLY-RUN-HISTORY-RECORD
                   UNTIL RUNHIST-EOF
               CLOSE RUN-HISTORY-FILE
           END-IF.
      *
       EXIT.
      *
       READ-RUN-HISTORY-RECORD SECTION.
      *
           READ RUN-HISTORY-FILE
               AT END
                   SET RUNHIST-EOF TO TRUE
           END-READ.
      *
       EXIT.
      *
       TALLY-RUN-HISTORY-RECORD SECTION.
      *
           IF RH-GEN-DATE NUMERIC AND RH-GENERATION NUMERIC
              AND RH-GENERATION > ZERO
               MOVE RH-GEN-DATE   TO WS-LATEST-GEN-DATE
               MOVE RH-GENERATION TO WS-LATEST-GEN-NUMBER
           END-IF.
           PERFORM READ-RUN-HISTORY-RECORD.
      *
       EXIT.
      *
      *****************************************************************
      * PREPARE-EXTRACT-WORK-FILES
      *
      * COPIES INTFOUT TO INTFWRK AND GLOUT TO GLWRK, LEAVING OUT
      * EACH TRAILER BUT KEEPING ITS FIGURES - THE APPROVALS ARE
      * APPENDED TO THE WORK FILES AND THE FIGURES CARRIED FORWARD.
      * THE JOURNAL HEADER SUPPLIES THE DATE AND GENERATION THE
      * APPROVAL POSTINGS ARE STAMPED WITH.
      *****************************************************************
       PREPARE-EXTRACT-WORK-FILES SECTION.
      *
           MOVE "N" TO WS-EXTRACTS-READY-SW.
           MOVE "N" TO WS-INTF-TRAILER-SW.
           MOVE "N" TO WS-GL-TRAILER-SW.

           OPEN INPUT INTERFACE-FILE.
           IF WS-INTERFACE-STATUS NOT EQUAL "00"
               DISPLAY "REVDECN: INTFOUT OPEN FAILED - STATUS "
                   WS-INTERFACE-STATUS
           ELSE
               OPEN OUTPUT INTERFACE-WORK-FILE
               IF WS-INTF-WORK-STATUS NOT EQUAL "00"
                   DISPLAY "REVDECN: INTFWRK OPEN FAILED - STATUS "
                       WS-INTF-WORK-STATUS
               ELSE
                   MOVE "N" TO WS-COPY-EOF-SW
                   PERFORM READ-INTERFACE-RECORD
                   PERFORM STAGE-INTERFACE-RECORD
                       UNTIL COPY-EOF
                   CLOSE INTERFACE-WORK-FILE
               END-IF
               CLOSE INTERFACE-FILE
           END-IF.

           OPEN INPUT GL-POSTING-FILE.
           IF WS-GL-STATUS NOT EQUAL "00"
               DISPLAY "REVDECN: GLOUT OPEN FAILED - STATUS "
                   WS-GL-STATUS
           ELSE
               OPEN OUTPUT GL-WORK-FILE
               IF WS-GL-WORK-STATUS NOT EQUAL "00"
                   DISPLAY "REVDECN: GLWRK OPEN FAILED - STATUS "
                       WS-GL-WORK-STATUS
               ELSE
                   MOVE "N" TO WS-COPY-EOF-SW
                   PERFORM READ-GL-RECORD
                   PERFORM STAGE-GL-RECORD
                       UNTIL COPY-EOF
                   CLOSE GL-WORK-FILE
               END-IF
               CLOSE GL-POSTING-FILE
           END-IF.

           IF INTF-TRAILER-SEEN AND GL-TRAILER-SEEN
               SET EXTRACTS-READY TO TRUE
           END-IF.
      *
       EXIT.
      *
       READ-INTERFACE-RECORD SECTION.
      *
           READ INTERFACE-FILE
               AT END
                   SET COPY-EOF TO TRUE
           END-READ.
      *
       EXIT.
      *
       STAGE-INTERFACE-RECORD SECTION.
      *
           IF INTF-TRAILER-RECORD
               SET INTF-TRAILER-SEEN TO TRUE
               MOVE INTF-TRL-RECORD-COUNT TO WS-INTF-RECORD-COUNT
               MOVE INTF-TRL-HASH-TOTAL   TO WS-INTF-HASH-TOTAL
           ELSE
               MOVE INTERFACE-RECORD TO INTERFACE-WORK-RECORD
               WRITE INTERFACE-WORK-RECORD
           END-IF.
           PERFORM READ-INTERFACE-RECORD.
      *
       EXIT.
      *
       READ-GL-RECORD SECTION.
      *
           READ GL-POSTING-FILE
               AT END
                   SET COPY-EOF TO TRUE
           END-READ.
      *
       EXIT.
      *
       STAGE-GL-RECORD SECTION.
      *
           IF GL-TRAILER-RECORD
               SET GL-TRAILER-SEEN TO TRUE
               MOVE GL-TRL-RECORD-COUNT TO WS-GL-RECORD-COUNT
               MOVE GL-TRL-DEBIT-TOTAL  TO WS-GL-DEBIT-TOTAL
               MOVE GL-TRL-CREDIT-TOTAL TO WS-GL-CREDIT-TOTAL
           ELSE
               IF GL-HEADER-RECORD
                   MOVE GL-HDR-DATE       TO WS-GL-POST-DATE
                   MOVE GL-HDR-GENERATION TO WS-GL-POST-GENERATION
               END-IF
               MOVE GL-POSTING-RECORD TO GL-WORK-RECORD
               WRITE GL-WORK-RECORD
           END-IF.
           PERFORM READ-GL-RECORD.
      *
       EXIT.
      *
      *****************************************************************
      * REPLACE-EXTRACT-FILES
      *
      * COPIES THE WORK FILES BACK OVER INTFOUT AND GLOUT UNDER NEW
      * TRAILERS. SHOULD EITHER COPY FAIL TO OPEN, THE WORK FILE
      * STILL HOLDS THE COMPLETE, UNTRAILERED RESULT FOR RECOVERY.
      *****************************************************************
       REPLACE-EXTRACT-FILES SECTION.
      *
           OPEN INPUT INTERFACE-WORK-FILE.
           OPEN OUTPUT INTERFACE-FILE.
           IF WS-INTF-WORK-STATUS NOT EQUAL "00"
              OR WS-INTERFACE-STATUS NOT EQUAL "00"
               DISPLAY "REVDECN: INTFOUT REPLACE FAILED - STATUS "
                   WS-INTERFACE-STATUS " / " WS-INTF-WORK-STATUS
               DISPLAY "REVDECN: INTFWRK HOLDS THE UPDATED EXTRACT"
               MOVE 16 TO RETURN-CODE
           ELSE
               MOVE "N" TO WS-COPY-EOF-SW
               PERFORM READ-INTERFACE-WORK-RECORD
               PERFORM RESTORE-INTERFACE-RECORD
                   UNTIL COPY-EOF
               MOVE WS-INTF-RECORD-COUNT TO WS-INTF-TRL-RECORD-COUNT
               MOVE WS-INTF-HASH-TOTAL   TO WS-INTF-TRL-HASH-TOTAL
               MOVE WS-INTF-TRAILER-LINE TO INTERFACE-RECORD
               WRITE INTERFACE-RECORD
           END-IF.
           CLOSE INTERFACE-WORK-FILE.
           CLOSE INTERFACE-FILE.

           OPEN INPUT GL-WORK-FILE.
           OPEN OUTPUT GL-POSTING-FILE.
           IF WS-GL-WORK-STATUS NOT EQUAL "00"
              OR WS-GL-STATUS NOT EQUAL "00"
               DISPLAY "REVDECN: GLOUT REPLACE FAILED - STATUS "
                   WS-GL-STATUS " / " WS-GL-WORK-STATUS
               DISPLAY "REVDECN: GLWRK HOLDS THE UPDATED JOURNAL"
               MOVE 16 TO RETURN-CODE
           ELSE
               MOVE "N" TO WS-COPY-EOF-SW
               PERFORM READ-GL-WORK-RECORD
               PERFORM RESTORE-GL-RECORD
                   UNTIL COPY-EOF
               MOVE WS-GL-RECORD-COUNT TO WS-GL-TRL-RECORD-COUNT
               MOVE WS-GL-DEBIT-TOTAL  TO WS-GL-TRL-DEBIT-TOTAL
               MOVE WS-GL-CREDIT-TOTAL TO WS-GL-TRL-CREDIT-TOTAL
               MOVE WS-GL-TRAILER-LINE TO GL-POSTING-RECORD
               WRITE GL-POSTING-RECORD
           END-IF.
           CLOSE GL-WORK-FILE.
           CLOSE GL-POSTING-FILE.
      *
       EXIT.
      *
       READ-INTERFACE-WORK-RECORD SECTION.
      *
           READ INTERFACE-WORK-FILE
               AT END
                   SET COPY-EOF TO TRUE
           END-READ.
      *
       EXIT.
      *
       RESTORE-INTERFACE-RECORD SECTION.
      *
           MOVE INTERFACE-WORK-RECORD TO INTERFACE-RECORD.
           WRITE INTERFACE-RECORD.
           PERFORM READ-INTERFACE-WORK-RECORD.
      *
       EXIT.
      *
       READ-GL-WORK-RECORD SECTION.
      *
           READ GL-WORK-FILE
               AT END
                   SET COPY-EOF TO TRUE
           END-READ.
      *
       EXIT.
      *
       RESTORE-GL-RECORD SECTION.
      *
           MOVE GL-WORK-RECORD TO GL-POSTING-RECORD.
           WRITE GL-POSTING-RECORD.
           PERFORM READ-GL-WORK-RECORD.
      *
       EXIT.
      *
       READ-DECISION-PARM SECTION.
      *
           READ DECISION-PARM-FILE
               AT END
                   SET PARM-EOF TO TRUE
           END-READ.
      *
       EXIT.
      *
       APPLY-DECISION-PARM SECTION.
      *
           MOVE PARM-ACTION TO WS-AUTH-ACTION-CODE.
           PERFORM CHECK-OPERATOR-AUTHORITY.
           IF NOT OPERATOR-AUTHORIZED
               MOVE "REFUSED - OPERATOR NOT AUTHORIZED"
                   TO WS-REFUSAL-TEXT
               PERFORM REFUSE-DECISION
           ELSE
               IF PARM-ACTION-APPROVE OR PARM-ACTION-DECLINE
                   PERFORM FIND-QUEUE-ITEM
                   IF QUEUE-ITEM-FOUND
                       IF PARM-ACTION-APPROVE
                           PERFORM APPROVE-REVIEW-ITEM
                       ELSE
                           PERFORM DECLINE-REVIEW-ITEM
                       END-IF
                   END-IF
               ELSE
                   MOVE "REFUSED - UNKNOWN ACTION" TO WS-REFUSAL-TEXT
                   PERFORM REFUSE-DECISION
               END-IF
           END-IF.

           PERFORM READ-DECISION-PARM.
      *
       EXIT.
      *
      *****************************************************************
      * FIND-QUEUE-ITEM - THE PARAMETER NAMES THE ITEM BY ITS FULL
      * KEY; ONLY AN OPEN ITEM CAN BE DECIDED, SO A SECOND DECISION
      * ON THE SAME ITEM IS REFUSED RATHER THAN POSTED TWICE.
      *****************************************************************
       FIND-QUEUE-ITEM SECTION.
      *
           MOVE "N" TO WS-ITEM-FOUND-SW.
           IF PARM-ACCOUNT-NUMBER NOT NUMERIC
              OR PARM-EFFECTIVE-DATE NOT NUMERIC
               MOVE "REFUSED - ACCOUNT/DATE NOT NUMERIC"
                   TO WS-REFUSAL-TEXT
               PERFORM REFUSE-DECISION
           ELSE
               MOVE PARM-FEED-ID        TO RQ-FEED-ID
               MOVE PARM-PROGRAMNAME    TO RQ-PROGRAMNAME
               MOVE PARM-ACCOUNT-NUMBER TO RQ-ACCOUNT-NUMBER
               MOVE PARM-EFFECTIVE-DATE TO RQ-EFFECTIVE-DATE
               READ REVIEW-QUEUE-FILE
                   INVALID KEY
                       CONTINUE
               END-READ
               IF NOT REVQUE-OK
                   MOVE "REFUSED - NOT ON THE REVIEW QUEUE"
                       TO WS-REFUSAL-TEXT
                   PERFORM REFUSE-DECISION
               ELSE
                   IF NOT RQ-OPEN
                       MOVE SPACES TO WS-REFUSAL-TEXT
                       STRING "REFUSED - ALREADY DECIDED ("
                                  DELIMITED BY SIZE
                              RQ-STATE DELIMITED BY SIZE
                              ") BY " DELIMITED BY SIZE
                              RQ-DECISION-OPERATOR DELIMITED BY SPACE
                           INTO WS-REFUSAL-TEXT
                       PERFORM REFUSE-DECISION
                   ELSE
                       SET QUEUE-ITEM-FOUND TO TRUE
                   END-IF
               END-IF
           END-IF.
      *
       EXIT.
      *
      *****************************************************************
      * APPROVE-REVIEW-ITEM
      *
      * THE QUEUE ITEM IS MARKED APPROVED FIRST: UNTIL THAT IS ON
      * REVQUE NOTHING IS POSTED, SO A FAILED REWRITE CANNOT LEAVE AN
      * OPEN ITEM THAT A LATER DECISION WOULD POST AGAIN. THEN THE
      * ITEM IS POSTED AS TEST POSTS A LETTER-C APPROVAL: THE MASTER
      * (WITHOUT IT NOTHING ELSE MAY MOVE - THE ITEM IS REOPENED),
      * THEN THE EXTRACT DETAIL, THE FEE PAIR AND ITS MONSTAT LINE,
      * AND THE EXPOSURE. THE BASE AMOUNT ITSELF IS NOT JOURNALLED
      * HERE: TEST'S GLOUT ALREADY CARRIES IT. AN ACCOUNT SUSPENDED OR
      * BLOCKED SINCE THE ITEM WAS QUEUED IS REFUSED BEFORE ANY OF
      * THIS, LEAVING THE ITEM OPEN SO IT CAN STILL BE DECLINED.
      *****************************************************************
       APPROVE-REVIEW-ITEM SECTION.
      *
           PERFORM CHECK-ACCOUNT-RESTRICTIONS.
           IF ACCOUNT-RESTRICTED
               PERFORM REFUSE-DECISION
           ELSE
               MOVE RQ-DETAIL-IMAGE TO WS-REVIEW-IMAGE
               SET RQ-APPROVED          TO TRUE
               MOVE WS-LOG-DATE         TO RQ-DECISION-DATE
               MOVE PARM-OPERATOR-ID    TO RQ-DECISION-OPERATOR
               REWRITE REVIEW-QUEUE-RECORD
                   INVALID KEY
                       CONTINUE
               END-REWRITE
               IF NOT REVQUE-OK
                   MOVE "REFUSED - QUEUE REWRITE FAILED"
                       TO WS-REFUSAL-TEXT
                   PERFORM REFUSE-DECISION
                   IF RETURN-CODE < 8
                       MOVE 8 TO RETURN-CODE
                   END-IF
               ELSE
                   PERFORM POST-MASTER-APPROVAL
                   IF NOT MASTER-POSTED
                       PERFORM REOPEN-QUEUE-ITEM
                       MOVE "REFUSED - MASTER UPDATE FAILED"
                           TO WS-REFUSAL-TEXT
                       PERFORM REFUSE-DECISION
                   ELSE
                       PERFORM COMPUTE-ITEM-FEE
                       PERFORM WRITE-INTERFACE-DETAIL
                       PERFORM WRITE-FEE-GL-PAIR
                       PERFORM WRITE-FEE-MONTH-STAT
                       PERFORM POST-ACCOUNT-EXPOSURE
                       ADD 1 TO WS-APPROVED-COUNT
                       MOVE "APPROVED" TO WS-DDT-TEXT
                       PERFORM LOG-DECISION
                   END-IF
               END-IF
           END-IF.
      *
       EXIT.
      *
      *****************************************************************
      * CHECK-ACCOUNT-RESTRICTIONS - SETS ACCOUNT-RESTRICTED, WITH
      * THE REFUSAL TEXT, WHEN THE ITEM'S PROGRAMNAME IS SUSPENDED ON
      * THE MASTER OR ITS ACCOUNT IS ON BLOCKLST. A PROGRAMNAME NO
      * LONGER ON THE MASTER IS NOT SUSPENDED; A MISSING BLOCKLST
      * BLOCKS NOTHING, AS IN BLOCKSCRN.
      *****************************************************************
       CHECK-ACCOUNT-RESTRICTIONS SECTION.
      *
           MOVE "N" TO WS-RESTRICTED-SW.
           MOVE RQ-PROGRAMNAME TO PN-PROGRAMNAME.
           READ PROGRAMNATIVE-MASTER
               INVALID KEY
                   CONTINUE
           END-READ.
           IF PROGMSTR-OK
              AND PN-STATUS-SUSPENDED
               SET ACCOUNT-RESTRICTED TO TRUE
               MOVE "REFUSED - MASTER RECORD SUSPENDED"
                   TO WS-REFUSAL-TEXT
           ELSE
               PERFORM CHECK-ACCOUNT-BLOCKLIST
               IF ACCOUNT-RESTRICTED
                   MOVE "REFUSED - ACCOUNT ON BLOCKLIST"
                       TO WS-REFUSAL-TEXT
               END-IF
           END-IF.
      *
       EXIT.
      *
       CHECK-ACCOUNT-BLOCKLIST SECTION.
      *
           MOVE "N" TO WS-BLOCKLIST-EOF-SW.
           OPEN INPUT BLOCKLIST-FILE.
           IF WS-BLOCKLIST-STATUS EQUAL "00"
               PERFORM READ-BLOCKLIST-RECORD
               PERFORM CHECK-BLOCKLIST-RECORD
                   UNTIL BLOCKLIST-EOF
                      OR ACCOUNT-RESTRICTED
               CLOSE BLOCKLIST-FILE
           END-IF.
      *
       EXIT.
      *
       READ-BLOCKLIST-RECORD SECTION.
      *
           READ BLOCKLIST-FILE
               AT END
                   SET BLOCKLIST-EOF TO TRUE
           END-READ.
      *
       EXIT.
      *
       CHECK-BLOCKLIST-RECORD SECTION.
      *
           IF BLKREF-ACCOUNT-NUMBER EQUAL RQ-ACCOUNT-NUMBER
               SET ACCOUNT-RESTRICTED TO TRUE
           ELSE
               PERFORM READ-BLOCKLIST-RECORD
           END-IF.
      *
       EXIT.
      *
      *****************************************************************
      * REOPEN-QUEUE-ITEM - PUTS AN ITEM WHOSE APPROVAL COULD NOT BE
      * POSTED BACK TO OPEN, SO IT CAN BE DECIDED AGAIN. SHOULD THAT
      * FAIL TOO, THE ITEM SITS APPROVED WITH NOTHING POSTED AND
      * NEEDS PUTTING RIGHT BY HAND.
      *****************************************************************
       REOPEN-QUEUE-ITEM SECTION.
      *
           SET RQ-OPEN              TO TRUE.
           MOVE ZERO                TO RQ-DECISION-DATE.
           MOVE SPACES              TO RQ-DECISION-OPERATOR.
           REWRITE REVIEW-QUEUE-RECORD
               INVALID KEY
                   CONTINUE
           END-REWRITE.
           IF NOT REVQUE-OK
               DISPLAY "REVDECN: QUEUE ITEM " RQ-KEY
                   " LEFT APPROVED BUT NOT POSTED - STATUS "
                   WS-REVQUE-STATUS
               IF RETURN-CODE < 8
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF.
      *
       EXIT.
      *
      *****************************************************************
      * POST-MASTER-APPROVAL - ONE MORE APPROVAL ON THE PROGRAMNAME'S
      * MASTER RECORD, WITH ITS MSTHIST IMAGE. TEST WROTE THE RECORD
      * WHEN IT CLASSIFIED THE ITEM; SHOULD IT HAVE BEEN REMOVED
      * SINCE, IT IS ADDED BACK FROM THE QUEUED DETAIL.
      *****************************************************************
       POST-MASTER-APPROVAL SECTION.
      *
           MOVE "N" TO WS-MASTER-POSTED-SW.
           MOVE RQ-PROGRAMNAME TO PN-PROGRAMNAME.
           READ PROGRAMNATIVE-MASTER
               INVALID KEY
                   CONTINUE
           END-READ.
           IF PROGMSTR-OK
               MOVE PROGRAMNATIVE-MASTER-RECORD
                   TO WS-MASTER-BEFORE-IMAGE
               ADD 1 TO PN-APPROVED-COUNT
      * THE SUPERVISOR HAS CONFIRMED A DORMANT PROGRAMNAME IS BACK IN
      * USE, SO IT TAKES THE STATUS THE PARTNER SENT.
               IF PN-STATUS-DORMANT
                   MOVE WS-RVI-STATUS-CODE TO PN-STATUS-CODE
               END-IF
               REWRITE PROGRAMNATIVE-MASTER-RECORD
                   INVALID KEY
                       CONTINUE
               END-REWRITE
               MOVE "U" TO WS-HIST-ACTION
           ELSE
               MOVE SPACES                TO WS-MASTER-BEFORE-IMAGE
               MOVE SPACES                TO PROGRAMNATIVE-MASTER-RECORD
               MOVE RQ-PROGRAMNAME        TO PN-PROGRAMNAME
               MOVE RQ-ACCOUNT-NUMBER     TO PN-ACCOUNT-NUMBER
               MOVE RQ-EFFECTIVE-DATE     TO PN-EFFECTIVE-DATE
               MOVE WS-RVI-STATUS-CODE    TO PN-STATUS-CODE
               MOVE 1                     TO PN-APPROVED-COUNT
               MOVE WS-LOG-DATE           TO PN-FIRST-SEEN-DATE
               WRITE PROGRAMNATIVE-MASTER-RECORD
                   INVALID KEY
                       CONTINUE
               END-WRITE
               MOVE "A" TO WS-HIST-ACTION
           END-IF.
           IF PROGMSTR-OK
               SET MASTER-POSTED TO TRUE
               MOVE PN-PROGRAMNAME TO WS-HIST-PROGRAMNAME
               MOVE PROGRAMNATIVE-MASTER-RECORD
                   TO WS-MASTER-AFTER-IMAGE
               PERFORM WRITE-MASTER-HISTORY
           END-IF.
      *
       EXIT.
      *
      *****************************************************************
      * POST-ACCOUNT-EXPOSURE - THE APPROVED BASE-AMOUNT GOES INTO
      * TODAY'S BUCKET ON THE ACCOUNT'S EXPOSURE RECORD (OPENED IF
      * NEED BE) AND ONTO ITS STORED ROLLING TOTALS. AGEING OUT OLD
      * BUCKETS IS LEFT TO TEST AND EXPRPT, WHICH WORK THE TOTALS
      * OUT AFRESH AGAINST THE BUSINESS CALENDAR WHEN THEY READ THEM.
      *****************************************************************
       POST-ACCOUNT-EXPOSURE SECTION.
      *
           MOVE RQ-ACCOUNT-NUMBER TO EX-ACCOUNT-NUMBER.
           READ EXPOSURE-FILE
               INVALID KEY
                   CONTINUE
           END-READ.
           IF EXPOSURE-OK
               MOVE "U" TO WS-EXP-WRITE-MODE
           ELSE
               INITIALIZE EXPOSURE-RECORD
               MOVE RQ-ACCOUNT-NUMBER TO EX-ACCOUNT-NUMBER
               MOVE "A" TO WS-EXP-WRITE-MODE
           END-IF.
           IF EX-BUCKET-COUNT > 40
               MOVE 40 TO EX-BUCKET-COUNT
           END-IF.
           IF EX-BUCKET-COUNT EQUAL ZERO
               PERFORM OPEN-EXPOSURE-BUCKET
           ELSE
               IF EX-DAY-DATE(EX-BUCKET-COUNT) EQUAL WS-LOG-DATE
                  OR EX-BUCKET-COUNT NOT < 40
                   ADD RQ-BASE-AMOUNT
                       TO EX-DAY-AMOUNT(EX-BUCKET-COUNT)
               ELSE
                   PERFORM OPEN-EXPOSURE-BUCKET
               END-IF
           END-IF.
           ADD RQ-BASE-AMOUNT TO EX-ROLLING-7-TOTAL.
           ADD RQ-BASE-AMOUNT TO EX-ROLLING-30-TOTAL.
           MOVE WS-LOG-DATE TO EX-LAST-POSTED-DATE.
           IF WS-EXP-WRITE-MODE EQUAL "U"
               REWRITE EXPOSURE-RECORD
                   INVALID KEY
                       CONTINUE
               END-REWRITE
           ELSE
               WRITE EXPOSURE-RECORD
                   INVALID KEY
                       CONTINUE
               END-WRITE
           END-IF.
           IF NOT EXPOSURE-OK
               DISPLAY "REVDECN: EXPOSURE POSTING FAILED - STATUS "
                   WS-EXPOSURE-STATUS " FOR " EX-ACCOUNT-NUMBER
           END-IF.
      *
       EXIT.
      *
       OPEN-EXPOSURE-BUCKET SECTION.
      *
           ADD 1 TO EX-BUCKET-COUNT.
           MOVE WS-LOG-DATE    TO EX-DAY-DATE(EX-BUCKET-COUNT).
           MOVE RQ-BASE-AMOUNT TO EX-DAY-AMOUNT(EX-BUCKET-COUNT).
      *
       EXIT.
      *
       WRITE-INTERFACE-DETAIL SECTION.
      *
           MOVE RQ-PROGRAMNAME         TO WS-INTF-DTL-PROGRAMNAME.
           MOVE RQ-ACCOUNT-NUMBER      TO WS-INTF-DTL-ACCOUNT-NUMBER.
           MOVE RQ-EFFECTIVE-DATE      TO WS-INTF-DTL-EFFECTIVE-DATE.
           MOVE WS-RVI-STATUS-CODE     TO WS-INTF-DTL-STATUS-CODE.
           MOVE RQ-COPY-STRING         TO WS-INTF-DTL-COPY-STRING.
           MOVE WS-RVI-AMOUNT          TO WS-INTF-DTL-ORIG-AMOUNT.
           MOVE WS-RVI-CURRENCY-CODE   TO WS-INTF-DTL-CURRENCY.
           MOVE RQ-BASE-AMOUNT         TO WS-INTF-DTL-BASE-AMOUNT.
           MOVE WS-FEE-AMOUNT          TO WS-INTF-DTL-FEE-AMOUNT.
           MOVE WS-INTF-DETAIL-LINE    TO INTERFACE-WORK-RECORD.
           WRITE INTERFACE-WORK-RECORD.
           ADD 1 TO WS-INTF-RECORD-COUNT.
           ADD RQ-ACCOUNT-NUMBER TO WS-INTF-HASH-TOTAL.
      *
       EXIT.
      *
      *****************************************************************
      * WRITE-FEE-GL-PAIR - THE DR PARTNER-RECEIVABLE / CR FEE-INCOME
      * PAIR FOR THE FEE JUST CHARGED, LETTER BLANK AS TEST POSTS ITS
      * FEE PAIRS. NO FEE, NO PAIR.
      *****************************************************************
       WRITE-FEE-GL-PAIR SECTION.
      *
           IF WS-FEE-AMOUNT > ZERO
               MOVE SPACE                 TO WS-GL-DTL-LETTER
               MOVE RQ-FEED-ID            TO WS-GL-DTL-FEED-ID
               MOVE WS-FEE-AMOUNT         TO WS-GL-DTL-AMOUNT
               MOVE WS-GL-POST-DATE       TO WS-GL-DTL-DATE
               MOVE WS-GL-POST-GENERATION TO WS-GL-DTL-GENERATION
               MOVE "DR"        TO WS-GL-DTL-SIDE
               MOVE "PARTNRECV" TO WS-GL-DTL-ACCOUNT
               MOVE WS-GL-DETAIL-LINE TO GL-WORK-RECORD
               WRITE GL-WORK-RECORD
               ADD WS-FEE-AMOUNT TO WS-GL-DEBIT-TOTAL
               ADD 1 TO WS-GL-RECORD-COUNT
               MOVE "CR"        TO WS-GL-DTL-SIDE
               MOVE "FEEINCOME" TO WS-GL-DTL-ACCOUNT
               MOVE WS-GL-DETAIL-LINE TO GL-WORK-RECORD
               WRITE GL-WORK-RECORD
               ADD WS-FEE-AMOUNT TO WS-GL-CREDIT-TOTAL
               ADD 1 TO WS-GL-RECORD-COUNT
           END-IF.
      *
       EXIT.
      *
      *****************************************************************
      * WRITE-FEE-MONTH-STAT - THE FEE JUST CHARGED AS A MONSTAT "B"
      * LINE (ONE RECORD CHARGED), IN TEST'S LAYOUT, SO MONSUM BILLS
      * IT AND NETS ANY LATER REFUND OF IT. NO FEE, NO LINE.
      *****************************************************************
       WRITE-FEE-MONTH-STAT SECTION.
      *
           IF WS-FEE-AMOUNT > ZERO
               MOVE SPACES TO MONTH-STATS-RECORD
               MOVE WS-LOG-DATE           TO MS-RUN-DATE
               MOVE "B"                   TO MS-LINE-TYPE
               MOVE RQ-FEED-ID            TO MS-KEY
               MOVE 1                     TO MS-COUNT
               MOVE ZERO                  TO MS-COUNT-2
               MOVE WS-FEE-AMOUNT         TO MS-AMOUNT
               WRITE MONTH-STATS-RECORD
               IF WS-MONSTAT-STATUS NOT EQUAL "00"
                   DISPLAY "REVDECN: MONSTAT WRITE FAILED - STATUS "
                       WS-MONSTAT-STATUS " - FEE FOR " RQ-KEY
                       " NOT ON THE PARTNER STATEMENT"
                   IF RETURN-CODE < 8
                       MOVE 8 TO RETURN-CODE
                   END-IF
               END-IF
           END-IF.
      *
       EXIT.
      *
      *****************************************************************
      * COMPUTE-ITEM-FEE / PICK-FEE-IN-FORCE - TEST'S PRICING RULE
      * FOR THE QUEUED ITEM: ITS FEED'S ENTRY FOR THE ITEM'S LETTER
      * BEATS THE FEED'S "*" ENTRY, EACH TAKEN AS THE LATEST DATED NOT
      * AFTER THE ITEM'S EFFECTIVE DATE; FLAT FEE PLUS PERCENTAGE OF
      * RQ-BASE-AMOUNT, RAISED TO THE MINIMUM, CAPPED AT A NON-ZERO
      * MAXIMUM.
      *****************************************************************
       COMPUTE-ITEM-FEE SECTION.
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
                 + RQ-BASE-AMOUNT * WS-FRT-PERCENT(WS-FEE-PICK-IDX)
                   / 100
               IF WS-FEE-WORK < WS-FRT-MINIMUM(WS-FEE-PICK-IDX)
                   MOVE WS-FRT-MINIMUM(WS-FEE-PICK-IDX) TO WS-FEE-WORK
               END-IF
               IF WS-FRT-MAXIMUM(WS-FEE-PICK-IDX) > ZERO
                  AND WS-FEE-WORK > WS-FRT-MAXIMUM(WS-FEE-PICK-IDX)
                   MOVE WS-FRT-MAXIMUM(WS-FEE-PICK-IDX) TO WS-FEE-WORK
               END-IF
               IF WS-FEE-WORK > 9999999.99
                   MOVE 9999999.99 TO WS-FEE-WORK
               END-IF
               MOVE WS-FEE-WORK TO WS-FEE-AMOUNT
           END-IF.
      *
       EXIT.
      *
       PICK-FEE-IN-FORCE SECTION.
      *
           IF WS-FRT-FEED-ID(FRT-IDX) EQUAL RQ-FEED-ID
              AND WS-FRT-EFF-DATE(FRT-IDX) NOT > RQ-EFFECTIVE-DATE
               IF WS-FRT-LETTER(FRT-IDX) EQUAL WS-RVI-LETTER
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
      *
      *****************************************************************
      * DECLINE-REVIEW-ITEM - CLOSES THE ITEM AS DECLINED AND STAGES
      * ITS D001 LINE FOR THE FEED'S RETURN FILE.
      *****************************************************************
       DECLINE-REVIEW-ITEM SECTION.
      *
           IF WS-DECLINE-TABLE-COUNT NOT < 500
               MOVE "REFUSED - DECLINE TABLE FULL" TO WS-REFUSAL-TEXT
               PERFORM REFUSE-DECISION
           ELSE
               SET RQ-DECLINED          TO TRUE
               MOVE WS-LOG-DATE         TO RQ-DECISION-DATE
               MOVE PARM-OPERATOR-ID    TO RQ-DECISION-OPERATOR
               MOVE PARM-DECLINE-REASON TO RQ-DECLINE-REASON
               REWRITE REVIEW-QUEUE-RECORD
                   INVALID KEY
                       CONTINUE
               END-REWRITE
               IF NOT REVQUE-OK
                   MOVE "REFUSED - QUEUE REWRITE FAILED"
                       TO WS-REFUSAL-TEXT
                   PERFORM REFUSE-DECISION
               ELSE
                   PERFORM STAGE-DECLINE-LINE
                   ADD 1 TO WS-DECLINED-COUNT
                   MOVE "DECLINED" TO WS-DDT-TEXT
                   PERFORM LOG-DECISION
               END-IF
           END-IF.
      *
       EXIT.
      *
       STAGE-DECLINE-LINE SECTION.
      *
           MOVE SPACES            TO WS-DECLINE-LINE.
           MOVE "D001"            TO WS-DLN-REASON-CODE.
           MOVE RQ-FEED-ID        TO WS-DLN-FEED-ID.
           MOVE RQ-DETAIL-IMAGE   TO WS-DLN-ORIGINAL-RECORD.
           IF RQ-DECLINE-REASON NOT EQUAL SPACES
               MOVE RQ-DECLINE-REASON TO WS-DLN-REASON
           ELSE
               MOVE "DECLINED ON SUPERVISOR REVIEW" TO WS-DLN-REASON
           END-IF.
           ADD 1 TO WS-DECLINE-TABLE-COUNT.
           MOVE RQ-FEED-ID
               TO WS-DCL-FEED-ID(WS-DECLINE-TABLE-COUNT).
           MOVE RQ-ACCOUNT-NUMBER
               TO WS-DCL-ACCOUNT-NUMBER(WS-DECLINE-TABLE-COUNT).
           MOVE WS-DECLINE-LINE
               TO WS-DCL-BODY(WS-DECLINE-TABLE-COUNT).

           SET DCF-IDX TO 1.
           SEARCH WS-DCF-ENTRY
               AT END
                   DISPLAY "REVDECN: DECLINED-FEED TABLE FULL - "
                       RQ-FEED-ID
               WHEN DCF-IDX > WS-DECLINE-FEED-COUNT
                   ADD 1 TO WS-DECLINE-FEED-COUNT
                   MOVE RQ-FEED-ID TO WS-DCF-FEED-ID(DCF-IDX)
               WHEN WS-DCF-FEED-ID(DCF-IDX) EQUAL RQ-FEED-ID
                   CONTINUE
           END-SEARCH.
      *
       EXIT.
      *
      *****************************************************************
      * REFUSE-DECISION - THE PARAMETER CHANGES NOTHING, BUT THE
      * REFUSAL (WS-REFUSAL-TEXT, SET BY THE CALLER) GOES TO THE
      * CONSOLE, REVLOG AND REVRPT SO IT IS ON THE RECORD.
      *****************************************************************
       REFUSE-DECISION SECTION.
      *
           ADD 1 TO WS-REFUSED-COUNT.
           DISPLAY "REVDECN: " PARM-ACTION " " PARM-FEED-ID " "
               PARM-PROGRAMNAME " " PARM-ACCOUNT-NUMBER " BY "
               PARM-OPERATOR-ID " " WS-REFUSAL-TEXT.
           MOVE SPACES            TO DECISION-LOG-RECORD.
           MOVE WS-LOG-DATE       TO LOG-DATE.
           MOVE WS-LOG-TIME       TO LOG-TIME.
           MOVE PARM-ACTION       TO LOG-ACTION.
           MOVE PARM-PROGRAMNAME  TO LOG-PROGRAMNAME.
           MOVE WS-REFUSAL-TEXT   TO LOG-DETAIL.
           MOVE PARM-OPERATOR-ID  TO LOG-OPERATOR.
           WRITE DECISION-LOG-RECORD.

           MOVE SPACES              TO RPT-DECISION-LINE.
           MOVE "REFUSED"           TO RPT-DEC-TAG.
           MOVE PARM-FEED-ID        TO RPT-DEC-FEED-ID.
           MOVE PARM-PROGRAMNAME    TO RPT-DEC-PROGRAMNAME.
           MOVE PARM-ACCOUNT-NUMBER TO RPT-DEC-ACCOUNT.
           MOVE PARM-EFFECTIVE-DATE TO RPT-DEC-DATE.
           MOVE PARM-OPERATOR-ID    TO RPT-DEC-OPERATOR.
           MOVE WS-REFUSAL-TEXT(11:28) TO RPT-DEC-TEXT.
           MOVE RPT-DECISION-LINE   TO DECISION-REPORT-RECORD.
           WRITE DECISION-REPORT-RECORD.
      *
       EXIT.
      *
      *****************************************************************
      * LOG-DECISION - REVLOG AND REVRPT LINES FOR A DECISION JUST
      * APPLIED. WS-DDT-TEXT IS SET BY THE CALLER.
      *****************************************************************
       LOG-DECISION SECTION.
      *
           MOVE RQ-FEED-ID          TO WS-DDT-FEED-ID.
           MOVE RQ-ACCOUNT-NUMBER   TO WS-DDT-ACCOUNT.
           MOVE RQ-EFFECTIVE-DATE   TO WS-DDT-DATE.
           MOVE RQ-REASON-CODE      TO WS-DDT-REASON-CODE.
           MOVE SPACES              TO DECISION-LOG-RECORD.
           MOVE WS-LOG-DATE         TO LOG-DATE.
           MOVE WS-LOG-TIME         TO LOG-TIME.
           MOVE PARM-ACTION         TO LOG-ACTION.
           MOVE RQ-PROGRAMNAME      TO LOG-PROGRAMNAME.
           MOVE WS-DECISION-DETAIL  TO LOG-DETAIL.
           MOVE PARM-OPERATOR-ID    TO LOG-OPERATOR.
           WRITE DECISION-LOG-RECORD.

           MOVE SPACES              TO RPT-DECISION-LINE.
           MOVE WS-DDT-TEXT         TO RPT-DEC-TAG.
           MOVE RQ-FEED-ID          TO RPT-DEC-FEED-ID.
           MOVE RQ-PROGRAMNAME      TO RPT-DEC-PROGRAMNAME.
           MOVE RQ-ACCOUNT-NUMBER   TO RPT-DEC-ACCOUNT.
           MOVE RQ-EFFECTIVE-DATE   TO RPT-DEC-DATE.
           MOVE PARM-OPERATOR-ID    TO RPT-DEC-OPERATOR.
           IF PARM-ACTION-DECLINE
               MOVE RQ-DECLINE-REASON TO RPT-DEC-TEXT
           ELSE
               MOVE RQ-REASON-CODE    TO RPT-DEC-TEXT
           END-IF.
           MOVE RPT-DECISION-LINE   TO DECISION-REPORT-RECORD.
           WRITE DECISION-REPORT-RECORD.
      *
       EXIT.
      *
      *****************************************************************
      * RETURN-DECLINED-RECORDS / RETURN-ONE-FEED-DECLINES
      *
      * EACH FEED WITH DECLINES HAS ITS RETURN FILE RE-TRAILERED: THE
      * EXISTING LINES ARE COPIED TO RETWRK WITHOUT THE TRAILER, THE
      * D001 LINES APPENDED, AND THE RESULT COPIED BACK UNDER A NEW
      * COUNT AND HASH. A FEED WHOSE RETURN FILE IS GONE GETS A NEW
      * ONE WITH ITS OWN HEADER.
      *****************************************************************
       RETURN-DECLINED-RECORDS SECTION.
      *
           PERFORM RETURN-ONE-FEED-DECLINES
               VARYING DCF-IDX FROM 1 BY 1
               UNTIL DCF-IDX > WS-DECLINE-FEED-COUNT.
      *
       EXIT.
      *
       RETURN-ONE-FEED-DECLINES SECTION.
      *
           MOVE SPACES TO WS-RETURN-FILENAME.
           SET FNM-IDX TO 1.
           SEARCH WS-FNM-ENTRY
               AT END
                   CONTINUE
               WHEN FNM-IDX > WS-FEED-NAME-COUNT
                   CONTINUE
               WHEN WS-FNM-FEED-ID(FNM-IDX)
                       EQUAL WS-DCF-FEED-ID(DCF-IDX)
                   MOVE WS-FNM-RETURN-NAME(FNM-IDX)
                       TO WS-RETURN-FILENAME
           END-SEARCH.
           IF WS-RETURN-FILENAME EQUAL SPACES
               STRING "RETOUT."               DELIMITED BY SIZE
                      WS-DCF-FEED-ID(DCF-IDX) DELIMITED BY SPACE
                   INTO WS-RETURN-FILENAME
           END-IF.

           MOVE ZERO TO WS-RETURN-DETAIL-COUNT.
           MOVE ZERO TO WS-RETURN-HASH-TOTAL.
           OPEN OUTPUT RETURN-WORK-FILE.
           IF WS-RETURN-WORK-STATUS NOT EQUAL "00"
               DISPLAY "REVDECN: RETWRK OPEN FAILED - STATUS "
                   WS-RETURN-WORK-STATUS " - DECLINES FOR "
                   WS-DCF-FEED-ID(DCF-IDX) " NOT RETURNED"
               MOVE 16 TO RETURN-CODE
           ELSE
               OPEN INPUT RETURN-FILE
               IF WS-RETURN-STATUS EQUAL "00"
                   MOVE "N" TO WS-COPY-EOF-SW
                   PERFORM READ-RETURN-RECORD
                   PERFORM STAGE-RETURN-RECORD
                       UNTIL COPY-EOF
                   CLOSE RETURN-FILE
               ELSE
                   MOVE WS-LOG-DATE TO WS-RET-HDR-DATE
                   MOVE WS-DCF-FEED-ID(DCF-IDX) TO WS-RET-HDR-FEED-ID
                   MOVE WS-RETURN-HEADER-LINE TO RETURN-WORK-RECORD
                   WRITE RETURN-WORK-RECORD
               END-IF
               PERFORM APPEND-FEED-DECLINE
                   VARYING DCL-IDX FROM 1 BY 1
                   UNTIL DCL-IDX > WS-DECLINE-TABLE-COUNT
               CLOSE RETURN-WORK-FILE
               PERFORM REPLACE-RETURN-FILE
           END-IF.
      *
       EXIT.
      *
       READ-RETURN-RECORD SECTION.
      *
           READ RETURN-FILE
               AT END
                   SET COPY-EOF TO TRUE
           END-READ.
      *
       EXIT.
      *
       STAGE-RETURN-RECORD SECTION.
      *
           IF RET-TRAILER-RECORD
               IF RET-TRL-RECORD-COUNT NUMERIC
                   MOVE RET-TRL-RECORD-COUNT TO WS-RETURN-DETAIL-COUNT
               END-IF
               IF RET-TRL-HASH-TOTAL NUMERIC
                   MOVE RET-TRL-HASH-TOTAL TO WS-RETURN-HASH-TOTAL
               END-IF
           ELSE
               MOVE RETURN-RECORD TO RETURN-WORK-RECORD
               WRITE RETURN-WORK-RECORD
           END-IF.
           PERFORM READ-RETURN-RECORD.
      *
       EXIT.
      *
       APPEND-FEED-DECLINE SECTION.
      *
           IF WS-DCL-FEED-ID(DCL-IDX) EQUAL WS-DCF-FEED-ID(DCF-IDX)
               MOVE WS-DCL-BODY(DCL-IDX) TO WS-RET-DTL-BODY
               MOVE WS-RETURN-DETAIL-LINE TO RETURN-WORK-RECORD
               WRITE RETURN-WORK-RECORD
               ADD 1 TO WS-RETURN-DETAIL-COUNT
               ADD WS-DCL-ACCOUNT-NUMBER(DCL-IDX)
                   TO WS-RETURN-HASH-TOTAL
           END-IF.
      *
       EXIT.
      *
       REPLACE-RETURN-FILE SECTION.
      *
           OPEN INPUT RETURN-WORK-FILE.
           OPEN OUTPUT RETURN-FILE.
           IF WS-RETURN-WORK-STATUS NOT EQUAL "00"
              OR WS-RETURN-STATUS NOT EQUAL "00"
               DISPLAY "REVDECN: RETURN FILE " WS-RETURN-FILENAME
                   " REPLACE FAILED - STATUS " WS-RETURN-STATUS
               DISPLAY "REVDECN: RETWRK HOLDS THE UPDATED RETURN"
               MOVE 16 TO RETURN-CODE
           ELSE
               MOVE "N" TO WS-COPY-EOF-SW
               PERFORM READ-RETURN-WORK-RECORD
               PERFORM RESTORE-RETURN-RECORD
                   UNTIL COPY-EOF
               MOVE WS-RETURN-DETAIL-COUNT TO WS-RET-TRL-RECORD-COUNT
               MOVE WS-RETURN-HASH-TOTAL   TO WS-RET-TRL-HASH-TOTAL
               MOVE WS-RETURN-TRAILER-LINE TO RETURN-RECORD
               WRITE RETURN-RECORD
           END-IF.
           CLOSE RETURN-WORK-FILE.
           CLOSE RETURN-FILE.
      *
       EXIT.
      *
       READ-RETURN-WORK-RECORD SECTION.
      *
           READ RETURN-WORK-FILE
               AT END
                   SET COPY-EOF TO TRUE
           END-READ.
      *
       EXIT.
      *
       RESTORE-RETURN-RECORD SECTION.
      *
           MOVE RETURN-WORK-RECORD TO RETURN-RECORD.
           WRITE RETURN-RECORD.
           PERFORM READ-RETURN-WORK-RECORD.
      *
       EXIT.
      *
      *****************************************************************
      * WRITE-RUN-HISTORY - ONE "V" ENTRY FOR THE DECISIONS POSTED,
      * AGAINST THE GENERATION THE EXTRACT BELONGS TO: APPROVALS AS
      * APPROVALS, DECLINES AS EXCEPTIONS, NOTHING READ (SO THE
      * ENTRY STAYS OUT OF TEST'S VOLUME AVERAGE).
      *****************************************************************
       WRITE-RUN-HISTORY SECTION.
      *
           OPEN EXTEND RUN-HISTORY-FILE.
           IF WS-RUNHIST-STATUS EQUAL "00"
               MOVE SPACES               TO RUN-HISTORY-RECORD
               MOVE WS-LOG-DATE          TO RH-RUN-DATE
               MOVE WS-LOG-TIME          TO RH-RUN-TIME
               MOVE "V"                  TO RH-RUN-MODE
               MOVE ZERO                 TO RH-RECORDS-READ
               MOVE WS-APPROVED-COUNT    TO RH-APPROVED-COUNT
               MOVE ZERO                 TO RH-REVIEW-COUNT
               MOVE WS-DECLINED-COUNT    TO RH-EXCEPTION-COUNT
               MOVE ZERO                 TO RH-ENRICH-FAIL-COUNT
               MOVE WS-LATEST-GEN-DATE   TO RH-GEN-DATE
               MOVE WS-LATEST-GEN-NUMBER TO RH-GENERATION
               MOVE ZERO                 TO RH-CANCEL-COUNT
               WRITE RUN-HISTORY-RECORD
               CLOSE RUN-HISTORY-FILE
           ELSE
               DISPLAY "REVDECN: RUN-HISTORY OPEN FAILED - STATUS "
                   WS-RUNHIST-STATUS
               IF RETURN-CODE < 8
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF.
      *
       EXIT.
      *
      *****************************************************************
      * REPORT-AGED-REVIEWS
      *
      * WALKS THE WHOLE QUEUE AND LISTS EVERY ITEM STILL OPEN LONGER
      * THAN THE AGING LIMIT, OLDEST FIRST WITHIN FEED ORDER.
      *****************************************************************
       REPORT-AGED-REVIEWS SECTION.
      *
           MOVE WS-AGING-LIMIT-DAYS TO RPT-AGED-LIMIT.
           MOVE SPACES TO DECISION-REPORT-RECORD.
           WRITE DECISION-REPORT-RECORD.
           MOVE RPT-AGED-HEADING TO DECISION-REPORT-RECORD.
           WRITE DECISION-REPORT-RECORD.

           OPEN INPUT REVIEW-QUEUE-FILE.
           IF WS-REVQUE-STATUS EQUAL "00"
               MOVE "N" TO WS-REVQUE-EOF-SW
               MOVE LOW-VALUES TO RQ-KEY
               START REVIEW-QUEUE-FILE
                   KEY IS NOT LESS THAN RQ-KEY
                   INVALID KEY
                       SET REVQUE-EOF TO TRUE
               END-START
               IF NOT REVQUE-EOF
                   PERFORM READ-QUEUE-NEXT
                   PERFORM CHECK-ONE-QUEUE-ITEM
                       UNTIL REVQUE-EOF
               END-IF
               CLOSE REVIEW-QUEUE-FILE
           ELSE
               DISPLAY "REVDECN: REVQUE NOT AVAILABLE - STATUS "
                   WS-REVQUE-STATUS " - NO AGING REPORT"
           END-IF.
      *
       EXIT.
      *
       READ-QUEUE-NEXT SECTION.
      *
           READ REVIEW-QUEUE-FILE NEXT RECORD
               AT END
                   SET REVQUE-EOF TO TRUE
           END-READ.
      *
       EXIT.
      *
       CHECK-ONE-QUEUE-ITEM SECTION.
      *
           IF RQ-OPEN
               ADD 1 TO WS-OPEN-COUNT
               PERFORM COMPUTE-REVIEW-AGE
               IF WS-AGE-DAYS > WS-AGING-LIMIT-DAYS
                   ADD 1 TO WS-AGED-COUNT
                   MOVE RQ-FEED-ID        TO RPT-AGED-FEED-ID
                   MOVE RQ-PROGRAMNAME    TO RPT-AGED-PROGRAMNAME
                   MOVE RQ-ACCOUNT-NUMBER TO RPT-AGED-ACCOUNT
                   MOVE RQ-EFFECTIVE-DATE TO RPT-AGED-DATE
                   MOVE RQ-REASON-CODE    TO RPT-AGED-REASON-CODE
                   MOVE RQ-QUEUED-DATE    TO RPT-AGED-QUEUED-DATE
                   MOVE WS-AGE-DAYS       TO RPT-AGED-DAYS
                   MOVE RPT-AGED-LINE     TO DECISION-REPORT-RECORD
                   WRITE DECISION-REPORT-RECORD
               END-IF
           END-IF.
           PERFORM READ-QUEUE-NEXT.
      *
       EXIT.
      *
      *****************************************************************
      * COMPUTE-REVIEW-AGE - BUSINESS DAYS SINCE RQ-QUEUED-DATE. A
      * GARBLED QUEUED DATE AGES AS ZERO RATHER THAN LOOPING.
      *****************************************************************
       COMPUTE-REVIEW-AGE SECTION.
      *
           MOVE ZERO TO WS-AGE-DAYS.
           MOVE ZERO TO WS-AGE-GUARD.
           IF RQ-QUEUED-DATE NUMERIC
               MOVE RQ-QUEUED-DATE TO WS-AGE-DATE-NUM
               IF WS-AGE-MM NOT < 1 AND WS-AGE-MM NOT > 12
                   PERFORM STEP-AGE-DATE-FORWARD
                       UNTIL WS-AGE-DATE-NUM NOT < WS-LOG-DATE
                          OR WS-AGE-GUARD > 998
               END-IF
           END-IF.
      *
       EXIT.
      *
       STEP-AGE-DATE-FORWARD SECTION.
      *
           MOVE WS-MONTH-DAYS(WS-AGE-MM) TO WS-MONTH-MAX-DAY.
           IF WS-AGE-MM EQUAL 2
               PERFORM CHECK-AGE-LEAP-YEAR
           END-IF.
           IF WS-AGE-DD < WS-MONTH-MAX-DAY
               ADD 1 TO WS-AGE-DD
           ELSE
               MOVE 1 TO WS-AGE-DD
               IF WS-AGE-MM < 12
                   ADD 1 TO WS-AGE-MM
               ELSE
                   MOVE 1 TO WS-AGE-MM
                   ADD 1 TO WS-AGE-CCYY
               END-IF
           END-IF.
           ADD 1 TO WS-AGE-GUARD.
           PERFORM CHECK-AGE-DATE-HOLIDAY.
           IF NOT AGE-DATE-HOLIDAY
               ADD 1 TO WS-AGE-DAYS
           END-IF.
      *
       EXIT.
      *
       CHECK-AGE-LEAP-YEAR SECTION.
      *
           DIVIDE WS-AGE-CCYY BY 4 GIVING WS-LEAP-QUOTIENT
               REMAINDER WS-LEAP-REMAINDER.
           IF WS-LEAP-REMAINDER EQUAL ZERO
               DIVIDE WS-AGE-CCYY BY 100
                   GIVING WS-LEAP-QUOTIENT
                   REMAINDER WS-LEAP-REMAINDER
               IF WS-LEAP-REMAINDER NOT EQUAL ZERO
                   MOVE 29 TO WS-MONTH-MAX-DAY
               ELSE
                   DIVIDE WS-AGE-CCYY BY 400
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
       CHECK-AGE-DATE-HOLIDAY SECTION.
      *
           MOVE "N" TO WS-AGE-HOLIDAY-SW.
           IF WS-CALENDAR-COUNT > ZERO
               SET CAL-IDX TO 1
               SEARCH WS-CAL-ENTRY
                   AT END
                       CONTINUE
                   WHEN CAL-IDX > WS-CALENDAR-COUNT
                       CONTINUE
                   WHEN WS-CAL-DATE(CAL-IDX) EQUAL WS-AGE-DATE-NUM
                      AND WS-CAL-HOLIDAY(CAL-IDX)
                       SET AGE-DATE-HOLIDAY TO TRUE
               END-SEARCH
           END-IF.
      *
       EXIT.
      *
       WRITE-DECISION-TOTALS SECTION.
      *
           MOVE SPACES TO DECISION-REPORT-RECORD.
           WRITE DECISION-REPORT-RECORD.
           MOVE "APPROVED:" TO RPT-COUNT-LABEL.
           MOVE WS-APPROVED-COUNT TO RPT-COUNT-VALUE.
           PERFORM WRITE-COUNT-LINE.
           MOVE "DECLINED:" TO RPT-COUNT-LABEL.
           MOVE WS-DECLINED-COUNT TO RPT-COUNT-VALUE.
           PERFORM WRITE-COUNT-LINE.
           MOVE "REFUSED:" TO RPT-COUNT-LABEL.
           MOVE WS-REFUSED-COUNT TO RPT-COUNT-VALUE.
           PERFORM WRITE-COUNT-LINE.
           MOVE "STILL OPEN:" TO RPT-COUNT-LABEL.
           MOVE WS-OPEN-COUNT TO RPT-COUNT-VALUE.
           PERFORM WRITE-COUNT-LINE.
           MOVE "OPEN PAST THE AGING LIMIT:" TO RPT-COUNT-LABEL.
           MOVE WS-AGED-COUNT TO RPT-COUNT-VALUE.
           PERFORM WRITE-COUNT-LINE.
      *
       EXIT.
      *
       WRITE-COUNT-LINE SECTION.
      *
           MOVE RPT-COUNT-LINE TO DECISION-REPORT-RECORD.
           WRITE DECISION-REPORT-RECORD.
      *
       EXIT.
      *
      *****************************************************************
      * WRITE-MASTER-HISTORY - APPENDS THE DATED BEFORE/AFTER PAIR
      * FOR THE APPROVAL JUST POSTED.
      *****************************************************************
       WRITE-MASTER-HISTORY SECTION.
      *
           MOVE WS-LOG-DATE            TO PH-CHANGE-DATE.
           MOVE WS-LOG-TIME            TO PH-CHANGE-TIME.
           MOVE "REVDECN"              TO PH-SOURCE-PROGRAM.
           MOVE WS-HIST-ACTION         TO PH-ACTION.
           MOVE WS-HIST-PROGRAMNAME    TO PH-PROGRAMNAME.
           MOVE WS-MASTER-BEFORE-IMAGE TO PH-BEFORE-IMAGE.
           MOVE WS-MASTER-AFTER-IMAGE  TO PH-AFTER-IMAGE.
           WRITE MASTER-HISTORY-RECORD.
      *
       EXIT.
      *
       END PROGRAM REVDECN.
