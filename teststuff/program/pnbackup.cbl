       IDENTIFICATION DIVISION.
       PROGRAM-ID. PNBACKUP.
       AUTHOR. BATCH-SUPPORT-TEAM.
       INSTALLATION. DATA-CENTER-1.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.
      *
      * MODIFICATION HISTORY
      *  2026-10-15 DL FIRST VERSION. UNLOADS PROGRAMNATIVE-MASTER IN
      *                KEY ORDER TO A DATED SEQUENTIAL GENERATION,
      *                PNBKUP.CCYYMMDD.NNN (NNN COUNTS THE BACKUPS
      *                TAKEN THAT DAY, THE RPTOUT/EXCPOUT NAMING), AND
      *                CATALOGUES IT ON PNBKCAT WITH ITS DATE, TIME,
      *                RECORD COUNT AND APPROVED-COUNT TOTAL FOR
      *                PNRESTOR. RUN AHEAD OF THE NIGHTLY STREAM. IT
      *                HONOURS AND TAKES THE RUNLOCK LOCK SO THE COPY
      *                IS NEVER TAKEN UNDERNEATH A RUN OR A CORRECTION.
      *  2026-10-15 DL BACKUP LINES WIDEN TO 36 BYTES WITH THE MASTER'S
      *                NEW PN-FIRST-SEEN-DATE.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PROGRAMNATIVE-MASTER
               ASSIGN TO "PROGMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
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
           SELECT RUN-LOCK-FILE
               ASSIGN TO "RUNLOCK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOCK-STATUS.
      *
       DATA DIVISION.
       FILE SECTION.
       FD  PROGRAMNATIVE-MASTER
           LABEL RECORDS ARE STANDARD.
       01  PROGRAMNATIVE-MASTER-RECORD.
           COPY PNMASTER.
      *
      *****************************************************************
      * BACKUP-FILE - ONE FULL 36-BYTE PNMASTER RECORD PER LINE, IN KEY
      * ORDER.
      *****************************************************************
       FD  BACKUP-FILE
           LABEL RECORDS ARE STANDARD.
       01  BACKUP-RECORD                   PIC X(36).
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
           05  WS-PROGMSTR-EOF-SW          PIC X(01) VALUE "N".
             88  PROGMSTR-EOF                    VALUE "Y".
           05  WS-CATALOGUE-EOF-SW         PIC X(01) VALUE "N".
             88  CATALOGUE-EOF                   VALUE "Y".
      *
       01  WS-PROGMSTR-STATUS              PIC X(02) VALUE SPACES.
         88  PROGMSTR-FILE-NOT-FOUND             VALUE "35".
       01  WS-BACKUP-STATUS                PIC X(02) VALUE SPACES.
       01  WS-CATALOGUE-STATUS             PIC X(02) VALUE SPACES.
         88  CATALOGUE-FILE-NOT-FOUND            VALUE "35".
      *
       01  WS-LOG-CONTROLS.
           05  WS-LOG-DATE                 PIC 9(08) VALUE ZERO.
           05  WS-LOG-TIME                 PIC 9(08) VALUE ZERO.
      *
       01  WS-BACKUP-FILENAME              PIC X(20) VALUE SPACES.
       01  WS-BACKUP-SEQUENCE              PIC 9(03) VALUE ZERO.
      *
       77  WS-RECORD-COUNT                 PIC 9(07) COMP VALUE ZERO.
       77  WS-APPROVED-TOTAL               PIC 9(09) COMP VALUE ZERO.
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
               DISPLAY "PNBACKUP: MASTER LOCKED BY "
                   WS-LOCK-HOLDER-NAME " SINCE " WS-LOCK-HELD-DATE
                   " " WS-LOCK-HELD-TIME " - BACKUP REFUSED"
               MOVE 8 TO RETURN-CODE
               GO TO PROG-EX
           END-IF.
           PERFORM TAKE-RUN-LOCK.

           PERFORM NEXT-BACKUP-SEQUENCE.
           MOVE SPACES TO WS-BACKUP-FILENAME.
           STRING "PNBKUP."          DELIMITED BY SIZE
                  WS-LOG-DATE        DELIMITED BY SIZE
                  "."                DELIMITED BY SIZE
                  WS-BACKUP-SEQUENCE DELIMITED BY SIZE
               INTO WS-BACKUP-FILENAME.

           OPEN INPUT PROGRAMNATIVE-MASTER.
           IF WS-PROGMSTR-STATUS NOT EQUAL "00"
               DISPLAY "PNBACKUP: PROGMSTR OPEN FAILED - STATUS "
                   WS-PROGMSTR-STATUS " - NO BACKUP TAKEN"
               MOVE 16 TO RETURN-CODE
           ELSE
               OPEN OUTPUT BACKUP-FILE
               IF WS-BACKUP-STATUS NOT EQUAL "00"
                   DISPLAY "PNBACKUP: " WS-BACKUP-FILENAME
                       " OPEN FAILED - STATUS " WS-BACKUP-STATUS
                   MOVE 16 TO RETURN-CODE
               ELSE
                   PERFORM READ-MASTER-NEXT
                   PERFORM UNLOAD-ONE-RECORD
                       UNTIL PROGMSTR-EOF
                   CLOSE BACKUP-FILE
                   PERFORM CATALOGUE-BACKUP
               END-IF
               CLOSE PROGRAMNATIVE-MASTER
           END-IF.

           PERFORM RELEASE-RUN-LOCK.
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
               MOVE "PNBACKUP"  TO LOCK-HOLDER
               MOVE WS-LOG-DATE TO LOCK-DATE
               MOVE WS-LOG-TIME TO LOCK-TIME
               WRITE RUN-LOCK-RECORD
               CLOSE RUN-LOCK-FILE
           ELSE
               DISPLAY "PNBACKUP: RUN LOCK COULD NOT BE WRITTEN - "
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
               DISPLAY "PNBACKUP: RUN LOCK COULD NOT BE RELEASED - "
                   "STATUS " WS-LOCK-STATUS
           END-IF.
      *
       EXIT.
      *
      *****************************************************************
      * NEXT-BACKUP-SEQUENCE - ONE MORE THAN THE HIGHEST SEQUENCE
      * ALREADY CATALOGUED FOR TODAY, SO A SECOND BACKUP ON THE SAME
      * DAY NEVER OVERWRITES THE FIRST.
      *****************************************************************
       NEXT-BACKUP-SEQUENCE SECTION.
      *
           MOVE ZERO TO WS-BACKUP-SEQUENCE.
           OPEN INPUT BACKUP-CATALOGUE-FILE.
           IF WS-CATALOGUE-STATUS EQUAL "00"
               PERFORM READ-CATALOGUE-RECORD
               PERFORM CHECK-CATALOGUE-SEQUENCE
                   UNTIL CATALOGUE-EOF
               CLOSE BACKUP-CATALOGUE-FILE
           END-IF.
           ADD 1 TO WS-BACKUP-SEQUENCE.
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
       CHECK-CATALOGUE-SEQUENCE SECTION.
      *
           IF BK-BACKUP-DATE EQUAL WS-LOG-DATE
              AND BK-BACKUP-SEQUENCE NUMERIC
              AND BK-BACKUP-SEQUENCE > WS-BACKUP-SEQUENCE
               MOVE BK-BACKUP-SEQUENCE TO WS-BACKUP-SEQUENCE
           END-IF.
           PERFORM READ-CATALOGUE-RECORD.
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
       UNLOAD-ONE-RECORD SECTION.
      *
           MOVE PROGRAMNATIVE-MASTER-RECORD TO BACKUP-RECORD.
           WRITE BACKUP-RECORD.
           ADD 1 TO WS-RECORD-COUNT.
           IF PN-APPROVED-COUNT NUMERIC
               ADD PN-APPROVED-COUNT TO WS-APPROVED-TOTAL
           END-IF.
           PERFORM READ-MASTER-NEXT.
      *
       EXIT.
      *
      *****************************************************************
      * CATALOGUE-BACKUP - THE GENERATION ONLY COUNTS AS A BACKUP ONCE
      * IT IS ON THE CATALOGUE; A FAILURE HERE LEAVES AN ORPHAN FILE
      * PNRESTOR WILL NOT USE, AND SAYS SO.
      *****************************************************************
       CATALOGUE-BACKUP SECTION.
      *
           OPEN EXTEND BACKUP-CATALOGUE-FILE.
           IF CATALOGUE-FILE-NOT-FOUND
               OPEN OUTPUT BACKUP-CATALOGUE-FILE
           END-IF.
           IF WS-CATALOGUE-STATUS NOT EQUAL "00"
               DISPLAY "PNBACKUP: PNBKCAT OPEN FAILED - STATUS "
                   WS-CATALOGUE-STATUS " - " WS-BACKUP-FILENAME
                   " NOT CATALOGUED"
               MOVE 16 TO RETURN-CODE
           ELSE
               MOVE WS-LOG-DATE        TO BK-BACKUP-DATE
               MOVE WS-BACKUP-SEQUENCE TO BK-BACKUP-SEQUENCE
               MOVE WS-LOG-TIME        TO BK-BACKUP-TIME
               MOVE WS-BACKUP-FILENAME TO BK-FILE-NAME
               MOVE WS-RECORD-COUNT    TO BK-RECORD-COUNT
               MOVE WS-APPROVED-TOTAL  TO BK-APPROVED-TOTAL
               WRITE BACKUP-CATALOGUE-RECORD
               CLOSE BACKUP-CATALOGUE-FILE
               DISPLAY "PNBACKUP: " WS-BACKUP-FILENAME " WRITTEN - "
                   WS-RECORD-COUNT " RECORDS, APPROVED TOTAL "
                   WS-APPROVED-TOTAL
           END-IF.
      *
       EXIT.
      *
       END PROGRAM PNBACKUP.
