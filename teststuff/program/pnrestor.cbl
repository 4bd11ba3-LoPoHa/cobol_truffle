       IDENTIFICATION DIVISION.
       PROGRAM-ID. PNRESTOR.
       AUTHOR. BATCH-SUPPORT-TEAM.
       INSTALLATION. DATA-CENTER-1.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.
      *
      * MODIFICATION HISTORY
      *  2026-10-15 DL FIRST VERSION. REBUILDS PROGRAMNATIVE-MASTER
      *                FROM A PNBACKUP GENERATION CHOSEN ON RSTPARM
      *                (BY DATE, AND SEQUENCE WHEN THERE WERE SEVERAL
      *                THAT DAY), THEN ROLLS THE MSTHIST BEFORE/AFTER
      *                IMAGES FORWARD FROM THE MOMENT THE BACKUP WAS
      *                TAKEN TO THE REQUESTED DATE AND TIME. EACH
      *                BEFORE IMAGE MUST MATCH THE RECORD IT REPLACES
      *                (OR, FOR AN ADD, THERE MUST BE NO RECORD) OR
      *                THE CHANGE IS NOT APPLIED. THE BACKUP IS
      *                CHECKED AGAINST ITS PNBKCAT TOTALS BEFORE
      *                PROGMSTR IS TOUCHED. REBUILDING THROUGH THE
      *                INDEXED WRITE REBUILDS THE PN-ACCOUNT-NUMBER
      *                ALTERNATE KEY WITH IT. THE RSTRPT REPORT LISTS
      *                EVERY RECORD CHANGED FROM THE BACKUP, SO RECON
      *                CAN BE RUN STRAIGHT AFTERWARDS. HOLDS RUNLOCK
      *                THROUGHOUT; AUTHREF PROGMSTR ACTION "R".
      *  2026-10-15 DL BACKUP LINES WIDEN TO 36 BYTES WITH THE MASTER'S
      *                NEW PN-FIRST-SEEN-DATE (AN OLDER 28-BYTE BACKUP
      *                LOADS WITH IT BLANK). ROLLING FORWARD KEEPS THE
      *                DATE ON AN UPDATE, AND AN ADD TAKES ITS CHANGE
      *                DATE, AS THE MSTHIST IMAGES DO NOT CARRY IT.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RESTORE-PARM-FILE
               ASSIGN TO "RSTPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.
           SELECT RESTORE-REPORT-FILE
               ASSIGN TO "RSTRPT"
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
           SELECT BACKUP-FILE
               ASSIGN TO WS-BACKUP-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BACKUP-STATUS.
           SELECT BACKUP-CATALOGUE-FILE
               ASSIGN TO "PNBKCAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CATALOGUE-STATUS.
           SELECT MASTER-HISTORY-FILE
               ASSIGN TO "MSTHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MSTHIST-STATUS.
           SELECT RUN-LOCK-FILE
               ASSIGN TO "RUNLOCK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOCK-STATUS.
           SELECT AUTHORITY-FILE
               ASSIGN TO "AUTHREF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUTH-STATUS.
      *
       DATA DIVISION.
       FILE SECTION.
      *****************************************************************
      * RESTORE-PARM-FILE - A BLANK SEQUENCE TAKES THE LAST BACKUP OF
      * THE DATE; A BLANK ROLL-FORWARD DATE RESTORES THE BACKUP AS IT
      * STANDS; A BLANK ROLL-FORWARD TIME MEANS THE END OF THAT DAY.
      *****************************************************************
       FD  RESTORE-PARM-FILE
           LABEL RECORDS ARE STANDARD.
       01  RESTORE-PARM-RECORD.
           05  PARM-BACKUP-DATE            PIC X(08).
           05  PARM-BACKUP-DATE-N REDEFINES PARM-BACKUP-DATE
                                           PIC 9(08).
           05  PARM-BACKUP-SEQUENCE        PIC X(03).
           05  PARM-BACKUP-SEQUENCE-N REDEFINES PARM-BACKUP-SEQUENCE
                                           PIC 9(03).
           05  PARM-ROLL-DATE              PIC X(08).
           05  PARM-ROLL-DATE-N REDEFINES PARM-ROLL-DATE
                                           PIC 9(08).
           05  PARM-ROLL-TIME              PIC X(08).
           05  PARM-ROLL-TIME-N REDEFINES PARM-ROLL-TIME
                                           PIC 9(08).
           05  PARM-OPERATOR-ID            PIC X(08).
      *
       FD  RESTORE-REPORT-FILE
           LABEL RECORDS ARE STANDARD.
       01  RESTORE-REPORT-RECORD           PIC X(120).
      *
       FD  PROGRAMNATIVE-MASTER
           LABEL RECORDS ARE STANDARD.
       01  PROGRAMNATIVE-MASTER-RECORD.
           COPY PNMASTER.
      *
       FD  BACKUP-FILE
           LABEL RECORDS ARE STANDARD.
       01  BACKUP-RECORD.
           05  BACKUP-IMAGE                PIC X(36).
           05  FILLER REDEFINES BACKUP-IMAGE.
               10  FILLER                  PIC X(23).
               10  BACKUP-APPROVED-COUNT   PIC 9(05).
               10  FILLER                  PIC X(08).
      *
       FD  BACKUP-CATALOGUE-FILE
           LABEL RECORDS ARE STANDARD.
       01  BACKUP-CATALOGUE-RECORD.
           COPY PNBKCAT.
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
       FD  AUTHORITY-FILE
           LABEL RECORDS ARE STANDARD.
       01  AUTHORITY-RECORD.
           COPY AUTHREF.
      *
       WORKING-STORAGE SECTION.
       01  WS-SWITCHES.
           05  WS-CATALOGUE-EOF-SW         PIC X(01) VALUE "N".
             88  CATALOGUE-EOF                   VALUE "Y".
           05  WS-BACKUP-EOF-SW            PIC X(01) VALUE "N".
             88  BACKUP-EOF                      VALUE "Y".
           05  WS-MSTHIST-EOF-SW           PIC X(01) VALUE "N".
             88  MSTHIST-EOF                     VALUE "Y".
           05  WS-BACKUP-FOUND-SW          PIC X(01) VALUE "N".
             88  BACKUP-FOUND                    VALUE "Y".
           05  WS-ROLL-FORWARD-SW          PIC X(01) VALUE "N".
             88  ROLL-FORWARD-REQUESTED          VALUE "Y".
           05  WS-RECORD-ON-FILE-SW        PIC X(01) VALUE "N".
             88  RECORD-ON-FILE                  VALUE "Y".
             88  RECORD-NOT-ON-FILE              VALUE "N".
           05  WS-BEFORE-IMAGE-SW          PIC X(01) VALUE "N".
             88  BEFORE-IMAGE-MATCHES            VALUE "Y".
             88  BEFORE-IMAGE-DIFFERS            VALUE "N".
      *
       01  WS-PARM-STATUS                  PIC X(02) VALUE SPACES.
       01  WS-REPORT-STATUS                PIC X(02) VALUE SPACES.
       01  WS-PROGMSTR-STATUS              PIC X(02) VALUE SPACES.
         88  PROGMSTR-OK                         VALUE "00".
         88  PROGMSTR-NOT-FOUND                  VALUE "23".
       01  WS-BACKUP-STATUS                PIC X(02) VALUE SPACES.
       01  WS-CATALOGUE-STATUS             PIC X(02) VALUE SPACES.
       01  WS-MSTHIST-STATUS               PIC X(02) VALUE SPACES.
      *
       01  WS-LOG-CONTROLS.
           05  WS-LOG-DATE                 PIC 9(08) VALUE ZERO.
           05  WS-LOG-TIME                 PIC 9(08) VALUE ZERO.
      *
      *****************************************************************
      * RETURN-CODE GRADING: 8 A CHANGE COULD NOT BE APPLIED, 12 THE
      * RESTORE WAS REFUSED (PARAMETER, AUTHORITY, LOCK OR CATALOGUE)
      * WITH PROGMSTR UNTOUCHED, 16 THE BACKUP FAILED ITS TOTALS OR A
      * FILE FAILED.
      *****************************************************************
       77  WS-HIGHEST-RETURN-CODE          PIC 9(02) COMP VALUE ZERO.
       77  WS-CANDIDATE-RETURN-CODE        PIC 9(02) COMP VALUE ZERO.
      *
       77  WS-LOADED-COUNT                 PIC 9(07) COMP VALUE ZERO.
       77  WS-LOAD-FAIL-COUNT              PIC 9(07) COMP VALUE ZERO.
       77  WS-BACKUP-COUNT                 PIC 9(07) COMP VALUE ZERO.
       77  WS-BACKUP-APPROVED              PIC 9(09) COMP VALUE ZERO.
       77  WS-HISTORY-READ-COUNT           PIC 9(07) COMP VALUE ZERO.
       77  WS-APPLIED-COUNT                PIC 9(07) COMP VALUE ZERO.
       77  WS-MISMATCH-COUNT               PIC 9(07) COMP VALUE ZERO.
      *
       01  WS-BACKUP-FILENAME              PIC X(20) VALUE SPACES.
      *
      *****************************************************************
      * THE CHOSEN BACKUP, AND THE WINDOW OF MSTHIST TO ROLL FORWARD:
      * CHANGES STAMPED AFTER THE BACKUP WAS TAKEN AND NOT AFTER THE
      * REQUESTED POINT. DATE AND TIME SIDE BY SIDE COMPARE AS ONE
      * SIXTEEN-DIGIT STAMP.
      *****************************************************************
       01  WS-CHOSEN-BACKUP.
           05  WS-CHOSEN-SEQUENCE          PIC 9(03) VALUE ZERO.
           05  WS-CHOSEN-FILE-NAME         PIC X(20) VALUE SPACES.
           05  WS-CHOSEN-RECORD-COUNT      PIC 9(07) VALUE ZERO.
           05  WS-CHOSEN-APPROVED-TOTAL    PIC 9(09) VALUE ZERO.
      *
       01  WS-BACKUP-STAMP.
           05  WS-BACKUP-STAMP-DATE        PIC 9(08) VALUE ZERO.
           05  WS-BACKUP-STAMP-TIME        PIC 9(08) VALUE ZERO.
      *
       01  WS-ROLL-STAMP.
           05  WS-ROLL-STAMP-DATE          PIC 9(08) VALUE ZERO.
           05  WS-ROLL-STAMP-TIME          PIC 9(08) VALUE ZERO.
      *
       01  WS-HISTORY-STAMP.
           05  WS-HISTORY-STAMP-DATE       PIC 9(08) VALUE ZERO.
           05  WS-HISTORY-STAMP-TIME       PIC 9(08) VALUE ZERO.
      *
       01  WS-CURRENT-IMAGE                PIC X(28) VALUE SPACES.
       01  WS-FIRST-SEEN-DATE              PIC X(08) VALUE SPACES.
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
      * OPERATOR-AUTHORIZATION CONTROLS - SEE THE AUTHREF COPYBOOK.
      * A MISSING AUTHREF PERMITS EVERYTHING WITH ONE CONSOLE
      * WARNING; A PRESENT ONE REFUSES THE RESTORE UNLESS THE
      * OPERATOR HOLDS ACTION "R" ON THE PROGMSTR RESOURCE.
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
                                           VALUE "PROGMSTR".
           05  WS-AUTH-ACTION-CODE         PIC X(01) VALUE "R".
           05  WS-ACT-SUB                  PIC 9(02) COMP VALUE ZERO.
      *
       77  WS-AUTH-COUNT                   PIC 9(03) COMP VALUE ZERO.
      *
       01  WS-AUTH-TABLE.
           05  WS-AUTH-ENTRY OCCURS 100 TIMES INDEXED BY AUTH-IDX.
               10  WS-AUTH-OPERATOR        PIC X(08).
               10  WS-AUTH-RESOURCE        PIC X(08).
               10  WS-AUTH-ACTIONS         PIC X(08).
      *
      *****************************************************************
      * RSTRPT REPORT LINES.
      *****************************************************************
       01  RPT-TITLE-LINE.
           05  FILLER                      PIC X(120)
               VALUE "PROGRAMNATIVE-MASTER RESTORE AND ROLL-FORWARD".
      *
       01  RPT-BACKUP-LINE.
           05  FILLER                      PIC X(13)
                   VALUE "BACKUP USED: ".
           05  RPT-BK-FILE-NAME            PIC X(20).
           05  FILLER                      PIC X(07) VALUE " TAKEN ".
           05  RPT-BK-DATE                 PIC 9(08).
           05  FILLER                      PIC X(01) VALUE SPACE.
           05  RPT-BK-TIME                 PIC 9(08).
           05  FILLER                      PIC X(09) VALUE " RECORDS ".
           05  RPT-BK-COUNT                PIC ZZZZZZ9.
           05  FILLER                      PIC X(47) VALUE SPACES.
      *
       01  RPT-ROLL-LINE.
           05  FILLER                      PIC X(19)
                   VALUE "ROLLED FORWARD TO: ".
           05  RPT-ROLL-DATE               PIC 9(08).
           05  FILLER                      PIC X(01) VALUE SPACE.
           05  RPT-ROLL-TIME               PIC 9(08).
           05  FILLER                      PIC X(84) VALUE SPACES.
      *
       01  RPT-NO-ROLL-LINE.
           05  FILLER                      PIC X(120)
                   VALUE "NO ROLL-FORWARD - RESTORED AS AT THE BACKUP".
      *
       01  RPT-HEADING-LINE.
           05  FILLER                      PIC X(36)
                   VALUE "DATE     TIME     SOURCE   A PGM  ".
           05  FILLER                      PIC X(11) VALUE "OUTCOME".
           05  FILLER                      PIC X(29) VALUE "BEFORE".
           05  FILLER                      PIC X(44) VALUE "AFTER".
      *
       01  RPT-CHANGE-LINE.
           05  RPT-CHG-DATE                PIC 9(08).
           05  FILLER                      PIC X(01) VALUE SPACE.
           05  RPT-CHG-TIME                PIC 9(08).
           05  FILLER                      PIC X(01) VALUE SPACE.
           05  RPT-CHG-SOURCE              PIC X(08).
           05  FILLER                      PIC X(01) VALUE SPACE.
           05  RPT-CHG-ACTION              PIC X(01).
           05  FILLER                      PIC X(01) VALUE SPACE.
           05  RPT-CHG-PROGRAMNAME         PIC X(04).
           05  FILLER                      PIC X(03) VALUE SPACES.
           05  RPT-CHG-OUTCOME             PIC X(10).
           05  FILLER                      PIC X(01) VALUE SPACE.
           05  RPT-CHG-BEFORE              PIC X(28).
           05  FILLER                      PIC X(01) VALUE SPACE.
           05  RPT-CHG-AFTER               PIC X(28).
           05  FILLER                      PIC X(16) VALUE SPACES.
      *
       01  RPT-FOUND-LINE.
           05  FILLER                      PIC X(36) VALUE SPACES.
           05  FILLER                      PIC X(11) VALUE "ON FILE:".
           05  RPT-FND-IMAGE               PIC X(28).
           05  FILLER                      PIC X(45) VALUE SPACES.
      *
       01  RPT-FIGURE-LINE.
           05  RPT-FIG-LABEL               PIC X(38).
           05  RPT-FIG-VALUE               PIC ---------9.
           05  FILLER                      PIC X(72) VALUE SPACES.
      *
       PROCEDURE DIVISION.
      *
       MAIN SECTION.
      *
           ACCEPT WS-LOG-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-LOG-TIME FROM TIME.

           OPEN INPUT RESTORE-PARM-FILE.
           IF WS-PARM-STATUS NOT EQUAL "00"
               DISPLAY "PNRESTOR: NO RESTORE PARAMETER SUPPLIED"
               MOVE 12 TO RETURN-CODE
               GO TO PROG-EX
           END-IF.
           READ RESTORE-PARM-FILE
               AT END
                   MOVE SPACES TO RESTORE-PARM-RECORD
           END-READ.
           CLOSE RESTORE-PARM-FILE.

           PERFORM VALIDATE-RESTORE-PARM.
           IF WS-HIGHEST-RETURN-CODE NOT EQUAL ZERO
               MOVE WS-HIGHEST-RETURN-CODE TO RETURN-CODE
               GO TO PROG-EX
           END-IF.

           PERFORM LOAD-AUTHORITY-TABLE.
           PERFORM CHECK-OPERATOR-AUTHORITY.
           IF NOT OPERATOR-AUTHORIZED
               DISPLAY "PNRESTOR: OPERATOR " PARM-OPERATOR-ID
                   " NOT AUTHORIZED TO RESTORE PROGMSTR - REFUSED"
               MOVE 12 TO RETURN-CODE
               GO TO PROG-EX
           END-IF.

           PERFORM CHECK-RUN-LOCK.
           IF LOCK-HELD
               DISPLAY "PNRESTOR: MASTER LOCKED BY "
                   WS-LOCK-HOLDER-NAME " SINCE " WS-LOCK-HELD-DATE
                   " " WS-LOCK-HELD-TIME " - RESTORE REFUSED"
               MOVE 12 TO RETURN-CODE
               GO TO PROG-EX
           END-IF.
           PERFORM TAKE-RUN-LOCK.

           PERFORM FIND-CATALOGUED-BACKUP.
           IF NOT BACKUP-FOUND
               DISPLAY "PNRESTOR: NO CATALOGUED BACKUP FOR "
                   PARM-BACKUP-DATE " " PARM-BACKUP-SEQUENCE
                   " - RESTORE REFUSED"
               MOVE 12 TO WS-CANDIDATE-RETURN-CODE
               PERFORM RAISE-RETURN-CODE
           ELSE
               PERFORM RESTORE-FROM-BACKUP
           END-IF.

           PERFORM RELEASE-RUN-LOCK.
           MOVE WS-HIGHEST-RETURN-CODE TO RETURN-CODE.
      *
      * GOBACK, NOT EXIT PROGRAM: SECTIONS FOLLOW THIS ONE, AND IN A
      * MAIN PROGRAM EXIT PROGRAM FALLS THROUGH INTO THEM.
       PROG-EX.
           GOBACK.
      *
       RAISE-RETURN-CODE SECTION.
      *
           IF WS-CANDIDATE-RETURN-CODE > WS-HIGHEST-RETURN-CODE
               MOVE WS-CANDIDATE-RETURN-CODE
                   TO WS-HIGHEST-RETURN-CODE
           END-IF.
      *
       EXIT.
      *
      *****************************************************************
      * VALIDATE-RESTORE-PARM - ANYTHING NOT NUMERIC WHERE A NUMBER IS
      * WANTED REFUSES THE RESTORE BEFORE ANYTHING IS OPENED.
      *****************************************************************
       VALIDATE-RESTORE-PARM SECTION.
      *
           IF PARM-BACKUP-DATE NOT NUMERIC
               DISPLAY "PNRESTOR: BACKUP DATE MUST BE NUMERIC - "
                   PARM-BACKUP-DATE
               MOVE 12 TO WS-CANDIDATE-RETURN-CODE
               PERFORM RAISE-RETURN-CODE
           END-IF.
           IF PARM-BACKUP-SEQUENCE NOT EQUAL SPACES
              AND PARM-BACKUP-SEQUENCE NOT NUMERIC
               DISPLAY "PNRESTOR: BACKUP SEQUENCE MUST BE NUMERIC - "
                   PARM-BACKUP-SEQUENCE
               MOVE 12 TO WS-CANDIDATE-RETURN-CODE
               PERFORM RAISE-RETURN-CODE
           END-IF.
           IF PARM-ROLL-DATE NOT EQUAL SPACES
               IF PARM-ROLL-DATE NUMERIC
                   SET ROLL-FORWARD-REQUESTED TO TRUE
                   MOVE PARM-ROLL-DATE-N TO WS-ROLL-STAMP-DATE
               ELSE
                   DISPLAY "PNRESTOR: ROLL-FORWARD DATE MUST BE "
                       "NUMERIC - " PARM-ROLL-DATE
                   MOVE 12 TO WS-CANDIDATE-RETURN-CODE
                   PERFORM RAISE-RETURN-CODE
               END-IF
           END-IF.
           IF PARM-ROLL-TIME EQUAL SPACES
               MOVE 23595999 TO WS-ROLL-STAMP-TIME
           ELSE
               IF PARM-ROLL-TIME NUMERIC
                   MOVE PARM-ROLL-TIME-N TO WS-ROLL-STAMP-TIME
               ELSE
                   DISPLAY "PNRESTOR: ROLL-FORWARD TIME MUST BE "
                       "NUMERIC - " PARM-ROLL-TIME
                   MOVE 12 TO WS-CANDIDATE-RETURN-CODE
                   PERFORM RAISE-RETURN-CODE
               END-IF
           END-IF.
      *
       EXIT.
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
               MOVE "PNRESTOR"  TO LOCK-HOLDER
               MOVE WS-LOG-DATE TO LOCK-DATE
               MOVE WS-LOG-TIME TO LOCK-TIME
               WRITE RUN-LOCK-RECORD
               CLOSE RUN-LOCK-FILE
           ELSE
               DISPLAY "PNRESTOR: RUN LOCK COULD NOT BE WRITTEN - "
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
               DISPLAY "PNRESTOR: RUN LOCK COULD NOT BE RELEASED - "
                   "STATUS " WS-LOCK-STATUS
           END-IF.
      *
       EXIT.
      *
      *****************************************************************
      * LOAD-AUTHORITY-TABLE / CHECK-OPERATOR-AUTHORITY - AS IN
      * MSTMAINT, FOR THE SINGLE ACTION THIS UTILITY PERFORMS.
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
               DISPLAY "PNRESTOR: NO AUTHREF SUPPLIED - OPERATOR "
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
               DISPLAY "PNRESTOR: AUTHORITY TABLE FULL - ENTRY "
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
           IF WS-AUTH-ACTIONS(AUTH-IDX)(WS-ACT-SUB:1)
                  EQUAL WS-AUTH-ACTION-CODE
               MOVE "Y" TO WS-AUTHORIZED-SW
           END-IF.
      *
       EXIT.
      *
      *****************************************************************
      * FIND-CATALOGUED-BACKUP - THE REQUESTED SEQUENCE OF THE DATE,
      * OR WITH NONE GIVEN THE HIGHEST SEQUENCE CATALOGUED THAT DAY.
      *****************************************************************
       FIND-CATALOGUED-BACKUP SECTION.
      *
           MOVE "N" TO WS-BACKUP-FOUND-SW.
           OPEN INPUT BACKUP-CATALOGUE-FILE.
           IF WS-CATALOGUE-STATUS NOT EQUAL "00"
               DISPLAY "PNRESTOR: PNBKCAT OPEN FAILED - STATUS "
                   WS-CATALOGUE-STATUS
           ELSE
               PERFORM READ-CATALOGUE-RECORD
               PERFORM CHECK-CATALOGUE-ENTRY
                   UNTIL CATALOGUE-EOF
               CLOSE BACKUP-CATALOGUE-FILE
           END-IF.
      *
       EXIT.
      *
       READ-CATALOGUE-RECORD SECTION.
      *
           READ BACKUP-CATALOGUE-FILE
               AT END
                   SET CATALOGUE-EOF TO TRUE
           END-READ.
      *
       EXIT.
      *
       CHECK-CATALOGUE-ENTRY SECTION.
      *
           IF BK-BACKUP-DATE EQUAL PARM-BACKUP-DATE-N
              AND BK-BACKUP-SEQUENCE NUMERIC
               IF PARM-BACKUP-SEQUENCE EQUAL SPACES
                   IF BK-BACKUP-SEQUENCE > WS-CHOSEN-SEQUENCE
                       PERFORM CHOOSE-CATALOGUE-ENTRY
                   END-IF
               ELSE
                   IF BK-BACKUP-SEQUENCE EQUAL PARM-BACKUP-SEQUENCE-N
                       PERFORM CHOOSE-CATALOGUE-ENTRY
                   END-IF
               END-IF
           END-IF.
           PERFORM READ-CATALOGUE-RECORD.
      *
       EXIT.
      *
       CHOOSE-CATALOGUE-ENTRY SECTION.
      *
           SET BACKUP-FOUND TO TRUE.
           MOVE BK-BACKUP-SEQUENCE TO WS-CHOSEN-SEQUENCE.
           MOVE BK-FILE-NAME       TO WS-CHOSEN-FILE-NAME.
           MOVE BK-RECORD-COUNT    TO WS-CHOSEN-RECORD-COUNT.
           MOVE BK-APPROVED-TOTAL  TO WS-CHOSEN-APPROVED-TOTAL.
           MOVE BK-BACKUP-DATE     TO WS-BACKUP-STAMP-DATE.
           MOVE BK-BACKUP-TIME     TO WS-BACKUP-STAMP-TIME.
      *
       EXIT.
      *
      *****************************************************************
      * RESTORE-FROM-BACKUP - THE BACKUP IS READ ONCE TO PROVE IT
      * AGREES WITH ITS CATALOGUE TOTALS, AND ONLY THEN IS PROGMSTR
      * RECREATED FROM IT AND ROLLED FORWARD. A ROLL-FORWARD POINT
      * EARLIER THAN THE BACKUP ITSELF IS REFUSED.
      *****************************************************************
       RESTORE-FROM-BACKUP SECTION.
      *
           MOVE WS-CHOSEN-FILE-NAME TO WS-BACKUP-FILENAME.
           IF ROLL-FORWARD-REQUESTED
              AND WS-ROLL-STAMP < WS-BACKUP-STAMP
               DISPLAY "PNRESTOR: ROLL-FORWARD POINT " WS-ROLL-STAMP
                   " IS BEFORE THE BACKUP " WS-BACKUP-STAMP
                   " - RESTORE REFUSED"
               MOVE 12 TO WS-CANDIDATE-RETURN-CODE
               PERFORM RAISE-RETURN-CODE
           ELSE
               PERFORM PROVE-BACKUP-TOTALS
               IF WS-BACKUP-COUNT NOT EQUAL WS-CHOSEN-RECORD-COUNT
                  OR WS-BACKUP-APPROVED
                      NOT EQUAL WS-CHOSEN-APPROVED-TOTAL
                   DISPLAY "PNRESTOR: " WS-BACKUP-FILENAME
                       " DOES NOT AGREE WITH PNBKCAT - "
                       WS-BACKUP-COUNT " RECORDS, APPROVED "
                       WS-BACKUP-APPROVED " - PROGMSTR NOT TOUCHED"
                   MOVE 16 TO WS-CANDIDATE-RETURN-CODE
                   PERFORM RAISE-RETURN-CODE
               ELSE
                   PERFORM REBUILD-AND-ROLL-FORWARD
               END-IF
           END-IF.
      *
       EXIT.
      *
       PROVE-BACKUP-TOTALS SECTION.
      *
           MOVE ZERO TO WS-BACKUP-COUNT.
           MOVE ZERO TO WS-BACKUP-APPROVED.
           OPEN INPUT BACKUP-FILE.
           IF WS-BACKUP-STATUS NOT EQUAL "00"
               DISPLAY "PNRESTOR: " WS-BACKUP-FILENAME
                   " OPEN FAILED - STATUS " WS-BACKUP-STATUS
               MOVE 9999999 TO WS-BACKUP-COUNT
           ELSE
               MOVE "N" TO WS-BACKUP-EOF-SW
               PERFORM READ-BACKUP-RECORD
               PERFORM TOTAL-BACKUP-RECORD
                   UNTIL BACKUP-EOF
               CLOSE BACKUP-FILE
           END-IF.
      *
       EXIT.
      *
       READ-BACKUP-RECORD SECTION.
      *
           READ BACKUP-FILE
               AT END
                   SET BACKUP-EOF TO TRUE
           END-READ.
      *
       EXIT.
      *
       TOTAL-BACKUP-RECORD SECTION.
      *
           ADD 1 TO WS-BACKUP-COUNT.
           IF BACKUP-APPROVED-COUNT NUMERIC
               ADD BACKUP-APPROVED-COUNT TO WS-BACKUP-APPROVED
           END-IF.
           PERFORM READ-BACKUP-RECORD.
      *
       EXIT.
      *
       REBUILD-AND-ROLL-FORWARD SECTION.
      *
           OPEN OUTPUT RESTORE-REPORT-FILE.
           OPEN OUTPUT PROGRAMNATIVE-MASTER.
           OPEN INPUT BACKUP-FILE.
           IF WS-REPORT-STATUS NOT EQUAL "00"
              OR WS-PROGMSTR-STATUS NOT EQUAL "00"
              OR WS-BACKUP-STATUS NOT EQUAL "00"
               DISPLAY "PNRESTOR: FILE OPEN FAILED"
               DISPLAY "PNRESTOR: REPORT STATUS " WS-REPORT-STATUS
               DISPLAY "PNRESTOR: MASTER STATUS " WS-PROGMSTR-STATUS
               DISPLAY "PNRESTOR: BACKUP STATUS " WS-BACKUP-STATUS
               MOVE 16 TO WS-CANDIDATE-RETURN-CODE
               PERFORM RAISE-RETURN-CODE
           ELSE
               PERFORM WRITE-REPORT-HEADING
               MOVE "N" TO WS-BACKUP-EOF-SW
               PERFORM READ-BACKUP-RECORD
               PERFORM LOAD-BACKUP-RECORD
                   UNTIL BACKUP-EOF
               CLOSE BACKUP-FILE
               CLOSE PROGRAMNATIVE-MASTER
               IF ROLL-FORWARD-REQUESTED
                   PERFORM ROLL-HISTORY-FORWARD
               END-IF
               PERFORM WRITE-REPORT-TOTALS
               CLOSE RESTORE-REPORT-FILE
               DISPLAY "PNRESTOR: RECORDS LOADED FROM BACKUP: "
                   WS-LOADED-COUNT
               DISPLAY "PNRESTOR: CHANGES ROLLED FORWARD:     "
                   WS-APPLIED-COUNT
               DISPLAY "PNRESTOR: CHANGES NOT APPLIED:        "
                   WS-MISMATCH-COUNT
           END-IF.
      *
       EXIT.
      *
       WRITE-REPORT-HEADING SECTION.
      *
           MOVE RPT-TITLE-LINE TO RESTORE-REPORT-RECORD.
           WRITE RESTORE-REPORT-RECORD.
           MOVE WS-BACKUP-FILENAME     TO RPT-BK-FILE-NAME.
           MOVE WS-BACKUP-STAMP-DATE   TO RPT-BK-DATE.
           MOVE WS-BACKUP-STAMP-TIME   TO RPT-BK-TIME.
           MOVE WS-CHOSEN-RECORD-COUNT TO RPT-BK-COUNT.
           MOVE RPT-BACKUP-LINE TO RESTORE-REPORT-RECORD.
           WRITE RESTORE-REPORT-RECORD.
           IF ROLL-FORWARD-REQUESTED
               MOVE WS-ROLL-STAMP-DATE TO RPT-ROLL-DATE
               MOVE WS-ROLL-STAMP-TIME TO RPT-ROLL-TIME
               MOVE RPT-ROLL-LINE TO RESTORE-REPORT-RECORD
           ELSE
               MOVE RPT-NO-ROLL-LINE TO RESTORE-REPORT-RECORD
           END-IF.
           WRITE RESTORE-REPORT-RECORD.
           MOVE SPACES TO RESTORE-REPORT-RECORD.
           WRITE RESTORE-REPORT-RECORD.
           MOVE RPT-HEADING-LINE TO RESTORE-REPORT-RECORD.
           WRITE RESTORE-REPORT-RECORD.
      *
       EXIT.
      *
      *****************************************************************
      * LOAD-BACKUP-RECORD - THE BACKUP IS IN KEY ORDER, SO THE WRITES
      * GO IN SEQUENCE; THE ALTERNATE KEY IS BUILT AS EACH RECORD
      * LANDS.
      *****************************************************************
       LOAD-BACKUP-RECORD SECTION.
      *
           MOVE BACKUP-IMAGE TO PROGRAMNATIVE-MASTER-RECORD.
           WRITE PROGRAMNATIVE-MASTER-RECORD
               INVALID KEY
                   DISPLAY "PNRESTOR: LOAD FAILED FOR "
                       PN-PROGRAMNAME " - STATUS " WS-PROGMSTR-STATUS
           END-WRITE.
           IF PROGMSTR-OK
               ADD 1 TO WS-LOADED-COUNT
           ELSE
               ADD 1 TO WS-LOAD-FAIL-COUNT
               MOVE 16 TO WS-CANDIDATE-RETURN-CODE
               PERFORM RAISE-RETURN-CODE
           END-IF.
           PERFORM READ-BACKUP-RECORD.
      *
       EXIT.
      *
      *****************************************************************
      * ROLL-HISTORY-FORWARD - MSTHIST IS IN TIME ORDER; EVERY CHANGE
      * STAMPED AFTER THE BACKUP AND NOT AFTER THE REQUESTED POINT IS
      * REPLAYED AGAINST THE REBUILT MASTER.
      *****************************************************************
       ROLL-HISTORY-FORWARD SECTION.
      *
           OPEN I-O PROGRAMNATIVE-MASTER.
           OPEN INPUT MASTER-HISTORY-FILE.
           IF WS-PROGMSTR-STATUS NOT EQUAL "00"
              OR WS-MSTHIST-STATUS NOT EQUAL "00"
               DISPLAY "PNRESTOR: ROLL-FORWARD OPEN FAILED - MASTER "
                   WS-PROGMSTR-STATUS " HISTORY " WS-MSTHIST-STATUS
                   " - MASTER LEFT AS AT THE BACKUP"
               MOVE 16 TO WS-CANDIDATE-RETURN-CODE
               PERFORM RAISE-RETURN-CODE
           ELSE
               PERFORM READ-HISTORY-RECORD
               PERFORM ROLL-ONE-CHANGE
                   UNTIL MSTHIST-EOF
           END-IF.
           CLOSE PROGRAMNATIVE-MASTER.
           CLOSE MASTER-HISTORY-FILE.
      *
       EXIT.
      *
       READ-HISTORY-RECORD SECTION.
      *
           READ MASTER-HISTORY-FILE
               AT END
                   SET MSTHIST-EOF TO TRUE
           END-READ.
      *
       EXIT.
      *
       ROLL-ONE-CHANGE SECTION.
      *
           ADD 1 TO WS-HISTORY-READ-COUNT.
           IF PH-CHANGE-DATE NUMERIC
              AND PH-CHANGE-TIME NUMERIC
               MOVE PH-CHANGE-DATE TO WS-HISTORY-STAMP-DATE
               MOVE PH-CHANGE-TIME TO WS-HISTORY-STAMP-TIME
               IF WS-HISTORY-STAMP > WS-BACKUP-STAMP
                  AND WS-HISTORY-STAMP NOT > WS-ROLL-STAMP
                   PERFORM APPLY-HISTORY-CHANGE
               END-IF
           END-IF.
           PERFORM READ-HISTORY-RECORD.
      *
       EXIT.
      *
      *****************************************************************
      * APPLY-HISTORY-CHANGE - THE BEFORE IMAGE IS THE CHECK: SPACES
      * (AN ADD) WANT NO RECORD ON FILE, ANYTHING ELSE WANTS THAT
      * EXACT RECORD. ONLY THEN DOES THE AFTER IMAGE GO ON - SPACES
      * DELETING THE RECORD. A CHANGE THAT FAILS THE CHECK IS LISTED
      * WITH WHAT WAS FOUND AND LEFT FOR THE OPERATOR.
      *****************************************************************
       APPLY-HISTORY-CHANGE SECTION.
      *
           MOVE PH-PROGRAMNAME TO PN-PROGRAMNAME.
           READ PROGRAMNATIVE-MASTER
               INVALID KEY
                   CONTINUE
           END-READ.
           IF PROGMSTR-OK
               SET RECORD-ON-FILE TO TRUE
               MOVE PROGRAMNATIVE-MASTER-RECORD TO WS-CURRENT-IMAGE
           ELSE
               SET RECORD-NOT-ON-FILE TO TRUE
               MOVE SPACES TO WS-CURRENT-IMAGE
           END-IF.

           SET BEFORE-IMAGE-DIFFERS TO TRUE.
           IF PH-BEFORE-IMAGE EQUAL SPACES
               IF RECORD-NOT-ON-FILE
                   SET BEFORE-IMAGE-MATCHES TO TRUE
               END-IF
           ELSE
               IF RECORD-ON-FILE
                  AND WS-CURRENT-IMAGE EQUAL PH-BEFORE-IMAGE
                   SET BEFORE-IMAGE-MATCHES TO TRUE
               END-IF
           END-IF.

           IF BEFORE-IMAGE-MATCHES
               PERFORM REPLACE-WITH-AFTER-IMAGE
           END-IF.

           MOVE PH-CHANGE-DATE    TO RPT-CHG-DATE.
           MOVE PH-CHANGE-TIME    TO RPT-CHG-TIME.
           MOVE PH-SOURCE-PROGRAM TO RPT-CHG-SOURCE.
           MOVE PH-ACTION         TO RPT-CHG-ACTION.
           MOVE PH-PROGRAMNAME    TO RPT-CHG-PROGRAMNAME.
           MOVE PH-BEFORE-IMAGE   TO RPT-CHG-BEFORE.
           MOVE PH-AFTER-IMAGE    TO RPT-CHG-AFTER.
           IF BEFORE-IMAGE-MATCHES
              AND PROGMSTR-OK
               ADD 1 TO WS-APPLIED-COUNT
               MOVE "APPLIED"     TO RPT-CHG-OUTCOME
               MOVE RPT-CHANGE-LINE TO RESTORE-REPORT-RECORD
               WRITE RESTORE-REPORT-RECORD
           ELSE
               ADD 1 TO WS-MISMATCH-COUNT
               MOVE 8 TO WS-CANDIDATE-RETURN-CODE
               PERFORM RAISE-RETURN-CODE
               IF BEFORE-IMAGE-MATCHES
                   MOVE "WRITE FAIL" TO RPT-CHG-OUTCOME
               ELSE
                   MOVE "MISMATCH"   TO RPT-CHG-OUTCOME
               END-IF
               MOVE RPT-CHANGE-LINE TO RESTORE-REPORT-RECORD
               WRITE RESTORE-REPORT-RECORD
               IF RECORD-ON-FILE
                   MOVE WS-CURRENT-IMAGE TO RPT-FND-IMAGE
               ELSE
                   MOVE "(NO RECORD)"    TO RPT-FND-IMAGE
               END-IF
               MOVE RPT-FOUND-LINE TO RESTORE-REPORT-RECORD
               WRITE RESTORE-REPORT-RECORD
           END-IF.
      *
       EXIT.
      *
       REPLACE-WITH-AFTER-IMAGE SECTION.
      *
           IF PH-AFTER-IMAGE EQUAL SPACES
               DELETE PROGRAMNATIVE-MASTER
                   INVALID KEY
                       CONTINUE
               END-DELETE
           ELSE
      * THE IMAGE STOPS SHORT OF PN-FIRST-SEEN-DATE: AN UPDATE KEEPS
      * THE DATE ON FILE, AN ADD IS FIRST SEEN ON ITS CHANGE DATE.
               IF RECORD-ON-FILE
                   MOVE PN-FIRST-SEEN-DATE TO WS-FIRST-SEEN-DATE
               ELSE
                   MOVE PH-CHANGE-DATE     TO WS-FIRST-SEEN-DATE
               END-IF
               MOVE PH-AFTER-IMAGE TO PROGRAMNATIVE-MASTER-RECORD
               MOVE WS-FIRST-SEEN-DATE TO PN-FIRST-SEEN-DATE
               IF RECORD-ON-FILE
                   REWRITE PROGRAMNATIVE-MASTER-RECORD
                       INVALID KEY
                           CONTINUE
                   END-REWRITE
               ELSE
                   WRITE PROGRAMNATIVE-MASTER-RECORD
                       INVALID KEY
                           CONTINUE
                   END-WRITE
               END-IF
           END-IF.
      *
       EXIT.
      *
       WRITE-REPORT-TOTALS SECTION.
      *
           MOVE SPACES TO RESTORE-REPORT-RECORD.
           WRITE RESTORE-REPORT-RECORD.
           MOVE "RECORDS LOADED FROM BACKUP" TO RPT-FIG-LABEL.
           MOVE WS-LOADED-COUNT TO RPT-FIG-VALUE.
           PERFORM WRITE-FIGURE-LINE.
           MOVE "RECORDS THAT FAILED TO LOAD" TO RPT-FIG-LABEL.
           MOVE WS-LOAD-FAIL-COUNT TO RPT-FIG-VALUE.
           PERFORM WRITE-FIGURE-LINE.
           MOVE "HISTORY RECORDS READ" TO RPT-FIG-LABEL.
           MOVE WS-HISTORY-READ-COUNT TO RPT-FIG-VALUE.
           PERFORM WRITE-FIGURE-LINE.
           MOVE "CHANGES ROLLED FORWARD" TO RPT-FIG-LABEL.
           MOVE WS-APPLIED-COUNT TO RPT-FIG-VALUE.
           PERFORM WRITE-FIGURE-LINE.
           MOVE "CHANGES NOT APPLIED" TO RPT-FIG-LABEL.
           MOVE WS-MISMATCH-COUNT TO RPT-FIG-VALUE.
           PERFORM WRITE-FIGURE-LINE.
      *
       EXIT.
      *
       WRITE-FIGURE-LINE SECTION.
      *
           MOVE RPT-FIGURE-LINE TO RESTORE-REPORT-RECORD.
           WRITE RESTORE-REPORT-RECORD.
      *
       EXIT.
      *
       END PROGRAM PNRESTOR.
