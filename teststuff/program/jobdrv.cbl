       IDENTIFICATION DIVISION.
       PROGRAM-ID. JOBDRV.
       AUTHOR. BATCH-SUPPORT-TEAM.
       INSTALLATION. DATA-CENTER-1.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.
      *
      * MODIFICATION HISTORY
      *  2026-10-15 DL FIRST VERSION. RUNS THE NIGHTLY STREAM FROM THE
      *                JOBSTEP STEP-CONTROL FILE INSTEAD OF THE
      *                OPERATIONS CHECKLIST. "R" STEPS DO THE
      *                HOLDOUT/HOLDIN, PENDOUT/PENDIN AND INTFOUT/
      *                INTFIN ROTATIONS BY COPYING THE RECORDS ACROSS
      *                AND EMPTYING THE "OUT" FILE, UNDER THE ROTCTL
      *                GENERATION CHECK (A GENERATION NOT YET CONSUMED
      *                IS NEVER ROTATED OVER). "P" STEPS CALL TEST,
      *                INTFACK, RECON AND THE MAINTENANCE JOBS BY NAME
      *                AND GRADE THE RETURN CODE THEY LEAVE: COMPLETE,
      *                FAILED (DEPENDENT STEPS SKIPPED) OR STOPPED.
      *                EVERY OUTCOME GOES TO JOBLOG; STEP STATES GO TO
      *                JOBRST AFTER EVERY STEP, AND A JOBPARM OF "R"
      *                RESTARTS THE STREAM, RUNNING AGAIN ONLY THE
      *                STEPS THAT DID NOT COMPLETE.
      *  2026-10-15 DL INTFOUT/INTFIN ROTATION RECORDS WIDENED TO 65
      *                BYTES FOR THE PARTNER FEE ON THE EXTRACT.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT JOB-PARM-FILE
               ASSIGN TO "JOBPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.
           SELECT STEP-CONTROL-FILE
               ASSIGN TO "JOBSTEP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STEP-STATUS.
           SELECT JOB-LOG-FILE
               ASSIGN TO "JOBLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOG-STATUS.
           SELECT RESTART-STATE-FILE
               ASSIGN TO "JOBRST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RESTART-STATUS.
           SELECT ROTATION-CONTROL-FILE
               ASSIGN TO "ROTCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ROTCTL-STATUS.
           SELECT HOLDOVER-OUT
               ASSIGN TO "HOLDOUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ROT-OUT-STATUS.
           SELECT HOLDOVER-IN
               ASSIGN TO "HOLDIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ROT-IN-STATUS.
           SELECT PENDING-OUT
               ASSIGN TO "PENDOUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ROT-OUT-STATUS.
           SELECT PENDING-IN
               ASSIGN TO "PENDIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ROT-IN-STATUS.
           SELECT INTERFACE-OUT
               ASSIGN TO "INTFOUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ROT-OUT-STATUS.
           SELECT INTERFACE-IN
               ASSIGN TO "INTFIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ROT-IN-STATUS.
      *
       DATA DIVISION.
       FILE SECTION.
      *****************************************************************
      * JOB-PARM-FILE - "R" RESTARTS THE LAST STREAM FROM ITS JOBRST
      * STEP STATES; ANYTHING ELSE, OR NO PARAMETER AT ALL, STARTS A
      * FRESH STREAM.
      *****************************************************************
       FD  JOB-PARM-FILE
           LABEL RECORDS ARE STANDARD.
       01  JOB-PARM-RECORD.
           05  JP-RUN-TYPE                 PIC X(01).
             88  JP-RESTART-STREAM               VALUE "R".
      *
       FD  STEP-CONTROL-FILE
           LABEL RECORDS ARE STANDARD.
       01  STEP-CONTROL-RECORD.
           COPY JOBSTEP.
      *
      *****************************************************************
      * JOB-LOG-FILE - ONE LINE PER STEP OUTCOME, PLUS A START AND AN
      * END LINE (STEP 000) FOR EACH STREAM OR RESTART.
      *****************************************************************
       FD  JOB-LOG-FILE
           LABEL RECORDS ARE STANDARD.
       01  JOB-LOG-RECORD.
           05  LOG-DATE                    PIC 9(08).
           05  FILLER                      PIC X(01) VALUE SPACES.
           05  LOG-TIME                    PIC 9(08).
           05  FILLER                      PIC X(01) VALUE SPACES.
           05  LOG-STEP-NUMBER             PIC 9(03).
           05  FILLER                      PIC X(01) VALUE SPACES.
           05  LOG-PROGRAM                 PIC X(08).
           05  FILLER                      PIC X(01) VALUE SPACES.
           05  LOG-RETURN-CODE             PIC 9(02).
           05  FILLER                      PIC X(01) VALUE SPACES.
           05  LOG-OUTCOME                 PIC X(08).
           05  FILLER                      PIC X(01) VALUE SPACES.
           05  LOG-DETAIL                  PIC X(50).
      *
      *****************************************************************
      * RESTART-STATE-FILE - REWRITTEN AFTER EVERY STEP: EACH STEP'S
      * STATE ("C" COMPLETE, "F" FAILED, "S" SKIPPED, "N" NOT RUN)
      * AND RETURN CODE, AND THE DATE THE STREAM WAS FIRST STARTED.
      *****************************************************************
       FD  RESTART-STATE-FILE
           LABEL RECORDS ARE STANDARD.
       01  RESTART-STATE-RECORD.
           05  JR-STEP-NUMBER              PIC 9(03).
           05  FILLER                      PIC X(01).
           05  JR-STATE                    PIC X(01).
             88  JR-STEP-COMPLETE                VALUE "C".
           05  FILLER                      PIC X(01).
           05  JR-RETURN-CODE              PIC 9(02).
           05  FILLER                      PIC X(01).
           05  JR-STREAM-DATE              PIC 9(08).
      *
       FD  ROTATION-CONTROL-FILE
           LABEL RECORDS ARE STANDARD.
       01  ROTATION-CONTROL-RECORD.
           COPY ROTCTL.
      *
      *****************************************************************
      * THE CARRY-FORWARD PAIRS, AT THE RECORD LENGTHS TEST WRITES
      * AND READS THEM. THE RECORDS ARE COPIED AS THEY STAND.
      *****************************************************************
       FD  HOLDOVER-OUT
           LABEL RECORDS ARE STANDARD.
       01  HOLDOVER-OUT-RECORD             PIC X(37).
      *
       FD  HOLDOVER-IN
           LABEL RECORDS ARE STANDARD.
       01  HOLDOVER-IN-RECORD              PIC X(37).
      *
       FD  PENDING-OUT
           LABEL RECORDS ARE STANDARD.
       01  PENDING-OUT-RECORD              PIC X(45).
      *
       FD  PENDING-IN
           LABEL RECORDS ARE STANDARD.
       01  PENDING-IN-RECORD               PIC X(45).
      *
       FD  INTERFACE-OUT
           LABEL RECORDS ARE STANDARD.
       01  INTERFACE-OUT-RECORD            PIC X(65).
      *
       FD  INTERFACE-IN
           LABEL RECORDS ARE STANDARD.
       01  INTERFACE-IN-RECORD             PIC X(65).
      *
       WORKING-STORAGE SECTION.
       01  WS-SWITCHES.
           05  WS-STEP-EOF-SW              PIC X(01) VALUE "N".
             88  STEP-EOF                        VALUE "Y".
           05  WS-RESTART-EOF-SW           PIC X(01) VALUE "N".
             88  RESTART-EOF                     VALUE "Y".
           05  WS-ROTCTL-EOF-SW            PIC X(01) VALUE "N".
             88  ROTCTL-EOF                      VALUE "Y".
           05  WS-COPY-EOF-SW              PIC X(01) VALUE "N".
             88  COPY-EOF                        VALUE "Y".
           05  WS-RUN-TYPE-SW              PIC X(01) VALUE "N".
             88  RESTART-RUN                     VALUE "R".
           05  WS-STEP-FILE-SW             PIC X(01) VALUE "Y".
             88  STEP-FILE-VALID                 VALUE "Y".
             88  STEP-FILE-INVALID               VALUE "N".
           05  WS-STREAM-SW                PIC X(01) VALUE "N".
             88  STREAM-STOPPED                  VALUE "Y".
           05  WS-DEPENDENCY-SW            PIC X(01) VALUE "Y".
             88  DEPENDENCIES-MET                VALUE "Y".
             88  DEPENDENCIES-NOT-MET            VALUE "N".
           05  WS-PROGRAM-SW               PIC X(01) VALUE "Y".
             88  PROGRAM-LOADED                  VALUE "Y".
             88  PROGRAM-NOT-LOADED              VALUE "N".
           05  WS-PAIR-SW                  PIC X(01) VALUE "N".
             88  ROTATION-PAIR-FOUND             VALUE "Y".
             88  ROTATION-PAIR-NOT-FOUND         VALUE "N".
           05  WS-COPY-SW                  PIC X(01) VALUE "Y".
             88  COPY-OK                         VALUE "Y".
             88  COPY-FAILED                     VALUE "N".
           05  WS-ROTCTL-CHANGED-SW        PIC X(01) VALUE "N".
             88  ROTCTL-CHANGED                  VALUE "Y".
           05  WS-ROTCTL-SAVE-SW           PIC X(01) VALUE "Y".
             88  ROTCTL-SAVED                    VALUE "Y".
             88  ROTCTL-SAVE-FAILED              VALUE "N".
      *
       01  WS-PARM-STATUS                  PIC X(02) VALUE SPACES.
       01  WS-STEP-STATUS                  PIC X(02) VALUE SPACES.
       01  WS-LOG-STATUS                   PIC X(02) VALUE SPACES.
         88  LOG-FILE-NOT-FOUND                  VALUE "35".
       01  WS-RESTART-STATUS               PIC X(02) VALUE SPACES.
       01  WS-ROTCTL-STATUS                PIC X(02) VALUE SPACES.
         88  ROTCTL-FILE-NOT-FOUND               VALUE "35".
       01  WS-ROT-OUT-STATUS               PIC X(02) VALUE SPACES.
         88  ROT-OUT-NOT-FOUND                   VALUE "35".
       01  WS-ROT-IN-STATUS                PIC X(02) VALUE SPACES.
      *
       01  WS-LOG-CONTROLS.
           05  WS-LOG-DATE                 PIC 9(08) VALUE ZERO.
           05  WS-LOG-TIME                 PIC 9(08) VALUE ZERO.
           05  WS-STREAM-DATE              PIC 9(08) VALUE ZERO.
      *
      *****************************************************************
      * RETURN-CODE GRADING, AS IN TEST: THE WORST CONDITION SEEN IS
      * KEPT HERE AND ONLY MOVED TO RETURN-CODE AT THE END, SINCE
      * EVERY CALLED STEP OVERWRITES THE SPECIAL REGISTER. 4 A STEP
      * COMPLETED WITH A WARNING, 8 A STEP FAILED OR WAS SKIPPED,
      * 12 THE STREAM STOPPED OR WAS REFUSED, 16 JOBDRV'S OWN FILES
      * FAILED.
      *****************************************************************
       77  WS-HIGHEST-RETURN-CODE          PIC 9(02) COMP VALUE ZERO.
       77  WS-CANDIDATE-RETURN-CODE        PIC 9(02) COMP VALUE ZERO.
       77  WS-STEP-RETURN-CODE             PIC 9(02) COMP VALUE ZERO.
       77  WS-CALL-RETURN-CODE             PIC S9(09) COMP VALUE ZERO.
      *
       77  WS-STEP-COUNT                   PIC 9(03) COMP VALUE ZERO.
       77  WS-COMPLETE-COUNT               PIC 9(03) COMP VALUE ZERO.
       77  WS-FAILED-COUNT                 PIC 9(03) COMP VALUE ZERO.
       77  WS-SKIPPED-COUNT                PIC 9(03) COMP VALUE ZERO.
       77  WS-FAILED-STEP                  PIC 9(03) VALUE ZERO.
       77  WS-COPY-COUNT                   PIC 9(07) COMP VALUE ZERO.
       77  WS-DEP-SUB                      PIC 9(02) COMP VALUE ZERO.
       77  WS-CON-SUB                      PIC 9(02) COMP VALUE ZERO.
      *
       01  WS-STEP-CONTROLS.
           05  WS-CALL-PROGRAM-NAME        PIC X(08) VALUE SPACES.
           05  WS-DEPEND-STEP              PIC 9(03) VALUE ZERO.
           05  WS-WANTED-PAIR              PIC X(04) VALUE SPACES.
             88  WANTED-HOLDOVER-PAIR            VALUE "HOLD".
             88  WANTED-PENDING-PAIR             VALUE "PEND".
             88  WANTED-INTERFACE-PAIR           VALUE "INTF".
           05  WS-STEP-OUTCOME             PIC X(08) VALUE SPACES.
           05  WS-STEP-DETAIL              PIC X(50) VALUE SPACES.
      *
      *****************************************************************
      * THE STEP TABLE, IN JOBSTEP ORDER, WITH EACH STEP'S STATE FOR
      * THIS STREAM. DEP-IDX IS FIRST SO SEARCH VARIES IT, LEAVING
      * STEP-IDX (THE STEP BEING RUN) ALONE.
      *****************************************************************
       01  WS-STEP-TABLE.
           05  WS-STEP-ENTRY OCCURS 50 TIMES
                   INDEXED BY DEP-IDX STEP-IDX SAVE-IDX.
               10  WS-STEP-NUMBER          PIC 9(03).
               10  WS-STEP-TYPE            PIC X(01).
                 88  WS-STEP-ROTATE              VALUE "R".
                 88  WS-STEP-PROGRAM             VALUE "P".
               10  WS-STEP-PROGRAM-NAME    PIC X(08).
               10  WS-STEP-PAIR            PIC X(04).
               10  WS-STEP-DEPENDS-ON      PIC 9(03) OCCURS 3 TIMES.
               10  WS-STEP-MAX-RC          PIC 9(02).
               10  WS-STEP-FAIL-ACTION     PIC X(01).
                 88  WS-STEP-SKIP-DEPENDENTS     VALUE "S".
               10  WS-STEP-CONSUMES        PIC X(04) OCCURS 3 TIMES.
               10  WS-STEP-STATE           PIC X(01).
                 88  WS-STEP-NOT-RUN             VALUE "N".
                 88  WS-STEP-COMPLETE            VALUE "C".
                 88  WS-STEP-FAILED              VALUE "F".
                 88  WS-STEP-SKIPPED             VALUE "S".
               10  WS-STEP-RC              PIC 9(02).
      *
      *****************************************************************
      * THE CARRY-FORWARD PAIRS AND THEIR ROTCTL GENERATION STATE. A
      * PAIR NOT YET ON ROTCTL STARTS AT GENERATION ZERO, CONSUMED.
      *****************************************************************
       01  WS-ROTATION-TABLE.
           05  WS-ROT-ENTRY OCCURS 3 TIMES
                   INDEXED BY ROT-IDX SAVE-ROT-IDX.
               10  WS-ROT-PAIR             PIC X(04).
               10  WS-ROT-OUT-NAME         PIC X(08).
               10  WS-ROT-IN-NAME          PIC X(08).
               10  WS-ROT-GENERATION       PIC 9(05).
               10  WS-ROT-IN-STATE         PIC X(01).
                 88  WS-ROT-WAITING              VALUE "W".
                 88  WS-ROT-CONSUMED             VALUE "C".
               10  WS-ROT-RECORD-COUNT     PIC 9(07).
               10  WS-ROT-ROTATED-DATE     PIC 9(08).
               10  WS-ROT-ROTATED-TIME     PIC 9(08).
               10  WS-ROT-CONSUMED-DATE    PIC 9(08).
               10  WS-ROT-CONSUMED-BY      PIC X(08).
      *
      *****************************************************************
      * JOBLOG DETAIL TEXTS.
      *****************************************************************
       01  WS-ROTATE-DETAIL.
           05  WS-RDT-OUT-NAME             PIC X(08).
           05  FILLER                      PIC X(04) VALUE " TO ".
           05  WS-RDT-IN-NAME              PIC X(08).
           05  FILLER                      PIC X(05) VALUE " GEN ".
           05  WS-RDT-GENERATION           PIC 9(05).
           05  FILLER                      PIC X(09) VALUE " RECORDS ".
           05  WS-RDT-COUNT                PIC 9(07).
           05  FILLER                      PIC X(04) VALUE SPACES.
      *
       01  WS-WAITING-DETAIL.
           05  WS-WDT-IN-NAME              PIC X(08).
           05  FILLER                      PIC X(05) VALUE " GEN ".
           05  WS-WDT-GENERATION           PIC 9(05).
           05  FILLER                      PIC X(27)
                   VALUE " NOT YET CONSUMED - REFUSED".
           05  FILLER                      PIC X(05) VALUE SPACES.
      *
       01  WS-COPY-FAIL-DETAIL.
           05  FILLER                      PIC X(21)
                   VALUE "ROTATION FAILED - OUT".
           05  FILLER                      PIC X(08) VALUE " STATUS ".
           05  WS-CDT-OUT-STATUS           PIC X(02).
           05  FILLER                      PIC X(11)
                   VALUE " IN STATUS ".
           05  WS-CDT-IN-STATUS            PIC X(02).
           05  FILLER                      PIC X(06) VALUE SPACES.
      *
       01  WS-DEPEND-DETAIL.
           05  FILLER                      PIC X(16)
                   VALUE "DEPENDS ON STEP ".
           05  WS-DDT-STEP                 PIC 9(03).
           05  FILLER                      PIC X(23)
                   VALUE " WHICH DID NOT COMPLETE".
           05  FILLER                      PIC X(08) VALUE SPACES.
      *
       01  WS-START-DETAIL.
           05  WS-SDT-TEXT                 PIC X(20).
           05  WS-SDT-DATE                 PIC 9(08).
           05  FILLER                      PIC X(07) VALUE " STEPS ".
           05  WS-SDT-STEPS                PIC 9(03).
           05  FILLER                      PIC X(12) VALUE SPACES.
      *
       01  WS-END-DETAIL.
           05  FILLER                      PIC X(09) VALUE "COMPLETE ".
           05  WS-EDT-COMPLETE             PIC 9(03).
           05  FILLER                      PIC X(08) VALUE " FAILED ".
           05  WS-EDT-FAILED               PIC 9(03).
           05  FILLER                      PIC X(09) VALUE " SKIPPED ".
           05  WS-EDT-SKIPPED              PIC 9(03).
           05  WS-EDT-RESTART.
               10  FILLER                  PIC X(12)
                       VALUE " RESTART AT ".
               10  WS-EDT-RESTART-STEP     PIC 9(03).
      *
       PROCEDURE DIVISION.
      *
       MAIN SECTION.
      *
           ACCEPT WS-LOG-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-LOG-TIME FROM TIME.
           MOVE WS-LOG-DATE TO WS-STREAM-DATE.

           PERFORM READ-JOB-PARM.
           PERFORM OPEN-JOB-LOG.
           IF WS-LOG-STATUS NOT EQUAL "00"
               DISPLAY "JOBDRV: JOBLOG OPEN FAILED - STATUS "
                   WS-LOG-STATUS
               MOVE 16 TO RETURN-CODE
               GO TO PROG-EX
           END-IF.

           PERFORM LOAD-STEP-TABLE.
           IF WS-STEP-COUNT EQUAL ZERO
              OR STEP-FILE-INVALID
               DISPLAY "JOBDRV: NO USABLE JOBSTEP - STREAM REFUSED"
               MOVE "JOBSTEP MISSING, EMPTY OR INVALID"
                   TO WS-STEP-DETAIL
               PERFORM WRITE-REFUSAL-LINE
               CLOSE JOB-LOG-FILE
               MOVE 12 TO RETURN-CODE
               GO TO PROG-EX
           END-IF.

           IF RESTART-RUN
               PERFORM LOAD-RESTART-STATE
               IF NOT RESTART-EOF
                   DISPLAY "JOBDRV: NO JOBRST STEP STATES - "
                       "RESTART REFUSED"
                   MOVE "RESTART REQUESTED BUT NO JOBRST STEP STATES"
                       TO WS-STEP-DETAIL
                   PERFORM WRITE-REFUSAL-LINE
                   CLOSE JOB-LOG-FILE
                   MOVE 12 TO RETURN-CODE
                   GO TO PROG-EX
               END-IF
           END-IF.

           PERFORM LOAD-ROTATION-CONTROL.
           IF NOT ROTCTL-EOF
               DISPLAY "JOBDRV: ROTCTL READ FAILED - STATUS "
                   WS-ROTCTL-STATUS
               MOVE "ROTCTL GENERATION CONTROL UNREADABLE"
                   TO WS-STEP-DETAIL
               PERFORM WRITE-REFUSAL-LINE
               CLOSE JOB-LOG-FILE
               MOVE 16 TO RETURN-CODE
               GO TO PROG-EX
           END-IF.

           PERFORM WRITE-STREAM-START-LINE.
           PERFORM RUN-ONE-STEP
               VARYING STEP-IDX FROM 1 BY 1
                 UNTIL STEP-IDX > WS-STEP-COUNT
                    OR STREAM-STOPPED.
           PERFORM WRITE-STREAM-END-LINE.
           CLOSE JOB-LOG-FILE.

           DISPLAY "JOBDRV: STEPS COMPLETE:  " WS-COMPLETE-COUNT.
           DISPLAY "JOBDRV: STEPS FAILED:    " WS-FAILED-COUNT.
           DISPLAY "JOBDRV: STEPS SKIPPED:   " WS-SKIPPED-COUNT.
           IF WS-FAILED-STEP NOT EQUAL ZERO
               DISPLAY "JOBDRV: RESTART WITH JOBPARM R TO RESUME AT "
                   "STEP " WS-FAILED-STEP
           END-IF.
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
       READ-JOB-PARM SECTION.
      *
           OPEN INPUT JOB-PARM-FILE.
           IF WS-PARM-STATUS EQUAL "00"
               READ JOB-PARM-FILE
                   AT END
                       MOVE SPACES TO JOB-PARM-RECORD
               END-READ
               IF JP-RESTART-STREAM
                   SET RESTART-RUN TO TRUE
               END-IF
               CLOSE JOB-PARM-FILE
           END-IF.
      *
       EXIT.
      *
      *****************************************************************
      * OPEN-JOB-LOG - THE LOG IS EXTENDED FROM ONE STREAM TO THE
      * NEXT; THE FIRST STREAM EVER CREATES IT.
      *****************************************************************
       OPEN-JOB-LOG SECTION.
      *
           OPEN EXTEND JOB-LOG-FILE.
           IF LOG-FILE-NOT-FOUND
               OPEN OUTPUT JOB-LOG-FILE
           END-IF.
      *
       EXIT.
      *
      *****************************************************************
      * LOAD-STEP-TABLE - A STEP OF UNKNOWN TYPE, A PROGRAM STEP WITH
      * NO PROGRAM OR A TABLE OVERFLOW REFUSES THE WHOLE STREAM: A
      * STREAM RUN FROM HALF A STEP FILE WOULD BE WORSE THAN NONE.
      *****************************************************************
       LOAD-STEP-TABLE SECTION.
      *
           OPEN INPUT STEP-CONTROL-FILE.
           IF WS-STEP-STATUS NOT EQUAL "00"
               DISPLAY "JOBDRV: JOBSTEP OPEN FAILED - STATUS "
                   WS-STEP-STATUS
           ELSE
               PERFORM READ-STEP-RECORD
               PERFORM STORE-STEP-RECORD
                   UNTIL STEP-EOF
               CLOSE STEP-CONTROL-FILE
           END-IF.
      *
       EXIT.
      *
       READ-STEP-RECORD SECTION.
      *
           READ STEP-CONTROL-FILE
               AT END
                   SET STEP-EOF TO TRUE
           END-READ.
      *
       EXIT.
      *
       STORE-STEP-RECORD SECTION.
      *
           IF WS-STEP-COUNT NOT LESS THAN 50
               DISPLAY "JOBDRV: JOBSTEP HAS MORE THAN 50 STEPS"
               SET STEP-FILE-INVALID TO TRUE
           ELSE
               IF NOT JS-ROTATE-STEP
                  AND NOT JS-PROGRAM-STEP
                   DISPLAY "JOBDRV: STEP " JS-STEP-NUMBER
                       " HAS UNKNOWN TYPE " JS-STEP-TYPE
                   SET STEP-FILE-INVALID TO TRUE
               END-IF
               IF JS-PROGRAM-STEP
                  AND JS-PROGRAM-NAME EQUAL SPACES
                   DISPLAY "JOBDRV: STEP " JS-STEP-NUMBER
                       " NAMES NO PROGRAM"
                   SET STEP-FILE-INVALID TO TRUE
               END-IF
               ADD 1 TO WS-STEP-COUNT
               SET STEP-IDX TO WS-STEP-COUNT
               MOVE JS-STEP-NUMBER     TO WS-STEP-NUMBER(STEP-IDX)
               MOVE JS-STEP-TYPE       TO WS-STEP-TYPE(STEP-IDX)
               MOVE JS-PROGRAM-NAME    TO WS-STEP-PROGRAM-NAME(STEP-IDX)
               MOVE JS-ROTATE-PAIR     TO WS-STEP-PAIR(STEP-IDX)
               MOVE JS-DEPENDS-ON(1)   TO WS-STEP-DEPENDS-ON(STEP-IDX 1)
               MOVE JS-DEPENDS-ON(2)   TO WS-STEP-DEPENDS-ON(STEP-IDX 2)
               MOVE JS-DEPENDS-ON(3)   TO WS-STEP-DEPENDS-ON(STEP-IDX 3)
               MOVE JS-MAX-RETURN-CODE TO WS-STEP-MAX-RC(STEP-IDX)
               MOVE JS-FAIL-ACTION     TO WS-STEP-FAIL-ACTION(STEP-IDX)
               MOVE JS-CONSUMES(1)     TO WS-STEP-CONSUMES(STEP-IDX 1)
               MOVE JS-CONSUMES(2)     TO WS-STEP-CONSUMES(STEP-IDX 2)
               MOVE JS-CONSUMES(3)     TO WS-STEP-CONSUMES(STEP-IDX 3)
               SET WS-STEP-NOT-RUN(STEP-IDX) TO TRUE
               MOVE ZERO               TO WS-STEP-RC(STEP-IDX)
           END-IF.
           PERFORM READ-STEP-RECORD.
      *
       EXIT.
      *
      *****************************************************************
      * LOAD-RESTART-STATE - ONLY STEPS THE EARLIER STREAM COMPLETED
      * KEEP THEIR STATE; FAILED, SKIPPED AND UNRUN STEPS RUN AGAIN.
      * RESTART-EOF COMES BACK SET ONLY IF JOBRST WAS THERE AND HELD
      * AT LEAST ONE RECORD.
      *****************************************************************
       LOAD-RESTART-STATE SECTION.
      *
           OPEN INPUT RESTART-STATE-FILE.
           IF WS-RESTART-STATUS EQUAL "00"
               READ RESTART-STATE-FILE
                   AT END
                       MOVE "N" TO WS-RESTART-EOF-SW
                   NOT AT END
                       MOVE JR-STREAM-DATE TO WS-STREAM-DATE
                       PERFORM APPLY-RESTART-RECORD
                           UNTIL RESTART-EOF
               END-READ
               CLOSE RESTART-STATE-FILE
           END-IF.
      *
       EXIT.
      *
       APPLY-RESTART-RECORD SECTION.
      *
           MOVE JR-STEP-NUMBER TO WS-DEPEND-STEP.
           SET DEP-IDX TO 1.
           SEARCH WS-STEP-ENTRY
               AT END
                   CONTINUE
               WHEN DEP-IDX > WS-STEP-COUNT
                   CONTINUE
               WHEN WS-STEP-NUMBER(DEP-IDX) EQUAL WS-DEPEND-STEP
                   IF JR-STEP-COMPLETE
                       SET WS-STEP-COMPLETE(DEP-IDX) TO TRUE
                       IF JR-RETURN-CODE NUMERIC
                           MOVE JR-RETURN-CODE TO WS-STEP-RC(DEP-IDX)
                       END-IF
                   END-IF
           END-SEARCH.
           READ RESTART-STATE-FILE
               AT END
                   SET RESTART-EOF TO TRUE
           END-READ.
      *
       EXIT.
      *
      *****************************************************************
      * LOAD-ROTATION-CONTROL - NO ROTCTL YET MEANS NO ROTATION HAS
      * EVER BEEN DONE BY THIS PROGRAM: EVERY PAIR STARTS CONSUMED.
      * ROTCTL-EOF COMES BACK SET WHEN THE TABLE IS USABLE.
      *****************************************************************
       LOAD-ROTATION-CONTROL SECTION.
      *
           MOVE "HOLD"     TO WS-ROT-PAIR(1).
           MOVE "HOLDOUT"  TO WS-ROT-OUT-NAME(1).
           MOVE "HOLDIN"   TO WS-ROT-IN-NAME(1).
           MOVE "PEND"     TO WS-ROT-PAIR(2).
           MOVE "PENDOUT"  TO WS-ROT-OUT-NAME(2).
           MOVE "PENDIN"   TO WS-ROT-IN-NAME(2).
           MOVE "INTF"     TO WS-ROT-PAIR(3).
           MOVE "INTFOUT"  TO WS-ROT-OUT-NAME(3).
           MOVE "INTFIN"   TO WS-ROT-IN-NAME(3).
           PERFORM CLEAR-ROTATION-ENTRY
               VARYING ROT-IDX FROM 1 BY 1
                 UNTIL ROT-IDX > 3.

           OPEN INPUT ROTATION-CONTROL-FILE.
           IF ROTCTL-FILE-NOT-FOUND
               DISPLAY "JOBDRV: NO ROTCTL - EVERY CARRY-FORWARD "
                   "PAIR STARTS AS CONSUMED"
               SET ROTCTL-EOF TO TRUE
           ELSE
               IF WS-ROTCTL-STATUS EQUAL "00"
                   PERFORM READ-ROTATION-CONTROL
                   PERFORM STORE-ROTATION-CONTROL
                       UNTIL ROTCTL-EOF
                   CLOSE ROTATION-CONTROL-FILE
               END-IF
           END-IF.
      *
       EXIT.
      *
       CLEAR-ROTATION-ENTRY SECTION.
      *
           MOVE ZERO   TO WS-ROT-GENERATION(ROT-IDX).
           SET WS-ROT-CONSUMED(ROT-IDX) TO TRUE.
           MOVE ZERO   TO WS-ROT-RECORD-COUNT(ROT-IDX).
           MOVE ZERO   TO WS-ROT-ROTATED-DATE(ROT-IDX).
           MOVE ZERO   TO WS-ROT-ROTATED-TIME(ROT-IDX).
           MOVE ZERO   TO WS-ROT-CONSUMED-DATE(ROT-IDX).
           MOVE SPACES TO WS-ROT-CONSUMED-BY(ROT-IDX).
      *
       EXIT.
      *
       READ-ROTATION-CONTROL SECTION.
      *
           READ ROTATION-CONTROL-FILE
               AT END
                   SET ROTCTL-EOF TO TRUE
           END-READ.
      *
       EXIT.
      *
       STORE-ROTATION-CONTROL SECTION.
      *
           MOVE RT-PAIR-ID TO WS-WANTED-PAIR.
           PERFORM FIND-ROTATION-PAIR.
           IF ROTATION-PAIR-FOUND
               MOVE RT-GENERATION    TO WS-ROT-GENERATION(ROT-IDX)
               MOVE RT-IN-STATE      TO WS-ROT-IN-STATE(ROT-IDX)
               MOVE RT-RECORD-COUNT  TO WS-ROT-RECORD-COUNT(ROT-IDX)
               MOVE RT-ROTATED-DATE  TO WS-ROT-ROTATED-DATE(ROT-IDX)
               MOVE RT-ROTATED-TIME  TO WS-ROT-ROTATED-TIME(ROT-IDX)
               MOVE RT-CONSUMED-DATE TO WS-ROT-CONSUMED-DATE(ROT-IDX)
               MOVE RT-CONSUMED-BY   TO WS-ROT-CONSUMED-BY(ROT-IDX)
           END-IF.
           PERFORM READ-ROTATION-CONTROL.
      *
       EXIT.
      *
       FIND-ROTATION-PAIR SECTION.
      *
           SET ROTATION-PAIR-NOT-FOUND TO TRUE.
           SET ROT-IDX TO 1.
           SEARCH WS-ROT-ENTRY
               AT END
                   CONTINUE
               WHEN WS-ROT-PAIR(ROT-IDX) EQUAL WS-WANTED-PAIR
                   SET ROTATION-PAIR-FOUND TO TRUE
           END-SEARCH.
      *
       EXIT.
      *
      *****************************************************************
      * SAVE-ROTATION-CONTROL - THE WHOLE TABLE IS REWRITTEN EVERY
      * TIME A GENERATION IS ROTATED OR CONSUMED, SO A STREAM THAT
      * DIES PART WAY LEAVES ROTCTL TRUE TO WHAT HAS HAPPENED.
      *****************************************************************
       SAVE-ROTATION-CONTROL SECTION.
      *
           SET ROTCTL-SAVED TO TRUE.
           OPEN OUTPUT ROTATION-CONTROL-FILE.
           IF WS-ROTCTL-STATUS NOT EQUAL "00"
               DISPLAY "JOBDRV: ROTCTL WRITE FAILED - STATUS "
                   WS-ROTCTL-STATUS
               SET ROTCTL-SAVE-FAILED TO TRUE
           ELSE
               PERFORM WRITE-ROTATION-CONTROL
                   VARYING SAVE-ROT-IDX FROM 1 BY 1
                     UNTIL SAVE-ROT-IDX > 3
               CLOSE ROTATION-CONTROL-FILE
           END-IF.
      *
       EXIT.
      *
       WRITE-ROTATION-CONTROL SECTION.
      *
           MOVE WS-ROT-PAIR(SAVE-ROT-IDX)          TO RT-PAIR-ID.
           MOVE WS-ROT-GENERATION(SAVE-ROT-IDX)    TO RT-GENERATION.
           MOVE WS-ROT-IN-STATE(SAVE-ROT-IDX)      TO RT-IN-STATE.
           MOVE WS-ROT-RECORD-COUNT(SAVE-ROT-IDX)  TO RT-RECORD-COUNT.
           MOVE WS-ROT-ROTATED-DATE(SAVE-ROT-IDX)  TO RT-ROTATED-DATE.
           MOVE WS-ROT-ROTATED-TIME(SAVE-ROT-IDX)  TO RT-ROTATED-TIME.
           MOVE WS-ROT-CONSUMED-DATE(SAVE-ROT-IDX) TO RT-CONSUMED-DATE.
           MOVE WS-ROT-CONSUMED-BY(SAVE-ROT-IDX)   TO RT-CONSUMED-BY.
           WRITE ROTATION-CONTROL-RECORD.
      *
       EXIT.
      *
      *****************************************************************
      * RUN-ONE-STEP - A STEP ALREADY COMPLETE (ONLY POSSIBLE ON A
      * RESTART) IS LOGGED AND PASSED OVER; ONE WHOSE DEPENDENCIES
      * DID NOT ALL COMPLETE IS SKIPPED; ANY OTHER IS RUN AND GRADED.
      * THE STEP STATES GO TO JOBRST AFTER EVERY STEP.
      *****************************************************************
       RUN-ONE-STEP SECTION.
      *
           IF WS-STEP-COMPLETE(STEP-IDX)
               MOVE WS-STEP-RC(STEP-IDX) TO WS-STEP-RETURN-CODE
               MOVE "DONE"               TO WS-STEP-OUTCOME
               MOVE "COMPLETED IN THE EARLIER RUN - NOT REPEATED"
                   TO WS-STEP-DETAIL
               PERFORM WRITE-STEP-LOG
           ELSE
               PERFORM CHECK-STEP-DEPENDENCIES
               IF DEPENDENCIES-NOT-MET
                   SET WS-STEP-SKIPPED(STEP-IDX) TO TRUE
                   MOVE ZERO TO WS-STEP-RC(STEP-IDX)
                   MOVE ZERO TO WS-STEP-RETURN-CODE
                   ADD 1 TO WS-SKIPPED-COUNT
                   MOVE "SKIPPED" TO WS-STEP-OUTCOME
                   MOVE WS-DEPEND-STEP TO WS-DDT-STEP
                   MOVE WS-DEPEND-DETAIL TO WS-STEP-DETAIL
                   MOVE 8 TO WS-CANDIDATE-RETURN-CODE
                   PERFORM RAISE-RETURN-CODE
                   PERFORM WRITE-STEP-LOG
               ELSE
                   MOVE SPACES TO WS-STEP-DETAIL
                   IF WS-STEP-ROTATE(STEP-IDX)
                       PERFORM ROTATE-CARRY-FORWARD
                   ELSE
                       PERFORM CALL-STEP-PROGRAM
                   END-IF
                   PERFORM GRADE-STEP-OUTCOME
               END-IF
               PERFORM SAVE-RESTART-STATE
           END-IF.
      *
       EXIT.
      *
      *****************************************************************
      * CHECK-STEP-DEPENDENCIES - A DEPENDENCY ON A STEP NUMBER NOT IN
      * JOBSTEP CAN NEVER BE MET. WS-DEPEND-STEP IS LEFT NAMING THE
      * FIRST ONE THAT WAS NOT.
      *****************************************************************
       CHECK-STEP-DEPENDENCIES SECTION.
      *
           SET DEPENDENCIES-MET TO TRUE.
           PERFORM CHECK-ONE-DEPENDENCY
               VARYING WS-DEP-SUB FROM 1 BY 1
                 UNTIL WS-DEP-SUB > 3
                    OR DEPENDENCIES-NOT-MET.
      *
       EXIT.
      *
       CHECK-ONE-DEPENDENCY SECTION.
      *
           IF WS-STEP-DEPENDS-ON(STEP-IDX WS-DEP-SUB) NOT EQUAL ZERO
               MOVE WS-STEP-DEPENDS-ON(STEP-IDX WS-DEP-SUB)
                   TO WS-DEPEND-STEP
               SET DEP-IDX TO 1
               SEARCH WS-STEP-ENTRY
                   AT END
                       SET DEPENDENCIES-NOT-MET TO TRUE
                   WHEN DEP-IDX > WS-STEP-COUNT
                       SET DEPENDENCIES-NOT-MET TO TRUE
                   WHEN WS-STEP-NUMBER(DEP-IDX) EQUAL WS-DEPEND-STEP
                       IF NOT WS-STEP-COMPLETE(DEP-IDX)
                           SET DEPENDENCIES-NOT-MET TO TRUE
                       END-IF
               END-SEARCH
           END-IF.
      *
       EXIT.
      *
      *****************************************************************
      * CALL-STEP-PROGRAM - THE STEP PROGRAMS ARE ORDINARY MAIN
      * PROGRAMS THAT END IN GOBACK, SO EACH IS CALLED BY NAME AND
      * CANCELLED AFTERWARDS (A LATER STEP OF THE SAME PROGRAM GETS
      * FRESH WORKING-STORAGE). EACH READS ITS OWN PARAMETER FILES AS
      * IT ALWAYS HAS. A PROGRAM THAT WILL NOT LOAD GRADES AS 16. A
      * STEP ENDING BELOW 12 GOT AS FAR AS READING ITS INPUT, SO THE
      * CARRY-FORWARD GENERATIONS IT CONSUMES ARE MARKED CONSUMED.
      *****************************************************************
       CALL-STEP-PROGRAM SECTION.
      *
           MOVE WS-STEP-PROGRAM-NAME(STEP-IDX) TO WS-CALL-PROGRAM-NAME.
           SET PROGRAM-LOADED TO TRUE.
           MOVE ZERO TO RETURN-CODE.
           DISPLAY "JOBDRV: STEP " WS-STEP-NUMBER(STEP-IDX)
               " CALLING " WS-CALL-PROGRAM-NAME.
           CALL WS-CALL-PROGRAM-NAME
               ON EXCEPTION
                   SET PROGRAM-NOT-LOADED TO TRUE
           END-CALL.
           IF PROGRAM-NOT-LOADED
               MOVE 16 TO WS-STEP-RETURN-CODE
               MOVE "PROGRAM COULD NOT BE LOADED" TO WS-STEP-DETAIL
           ELSE
               MOVE RETURN-CODE TO WS-CALL-RETURN-CODE
               CANCEL WS-CALL-PROGRAM-NAME
               IF WS-CALL-RETURN-CODE < ZERO
                  OR WS-CALL-RETURN-CODE > 16
                   MOVE 16 TO WS-STEP-RETURN-CODE
               ELSE
                   MOVE WS-CALL-RETURN-CODE TO WS-STEP-RETURN-CODE
               END-IF
               IF WS-STEP-RETURN-CODE < 12
                   PERFORM MARK-PAIRS-CONSUMED
               END-IF
           END-IF.
           MOVE ZERO TO RETURN-CODE.
      *
       EXIT.
      *
       MARK-PAIRS-CONSUMED SECTION.
      *
           MOVE "N" TO WS-ROTCTL-CHANGED-SW.
           PERFORM MARK-ONE-PAIR-CONSUMED
               VARYING WS-CON-SUB FROM 1 BY 1
                 UNTIL WS-CON-SUB > 3.
           IF ROTCTL-CHANGED
               PERFORM SAVE-ROTATION-CONTROL
           END-IF.
      *
       EXIT.
      *
       MARK-ONE-PAIR-CONSUMED SECTION.
      *
           IF WS-STEP-CONSUMES(STEP-IDX WS-CON-SUB) NOT EQUAL SPACES
               MOVE WS-STEP-CONSUMES(STEP-IDX WS-CON-SUB)
                   TO WS-WANTED-PAIR
               PERFORM FIND-ROTATION-PAIR
               IF ROTATION-PAIR-FOUND
                   IF WS-ROT-WAITING(ROT-IDX)
                       SET WS-ROT-CONSUMED(ROT-IDX) TO TRUE
                       MOVE WS-LOG-DATE
                           TO WS-ROT-CONSUMED-DATE(ROT-IDX)
                       MOVE WS-CALL-PROGRAM-NAME
                           TO WS-ROT-CONSUMED-BY(ROT-IDX)
                       SET ROTCTL-CHANGED TO TRUE
                   END-IF
               ELSE
                   DISPLAY "JOBDRV: STEP " WS-STEP-NUMBER(STEP-IDX)
                       " CONSUMES UNKNOWN PAIR " WS-WANTED-PAIR
               END-IF
           END-IF.
      *
       EXIT.
      *
      *****************************************************************
      * ROTATE-CARRY-FORWARD - THE GENERATION CHECK: THE "IN" FILE'S
      * CURRENT GENERATION MUST HAVE BEEN CONSUMED BEFORE A NEW ONE
      * IS COPIED OVER IT. THE COPY IS MADE FIRST, THEN ROTCTL IS
      * SAVED WITH THE NEW GENERATION WAITING, AND ONLY THEN IS THE
      * "OUT" FILE EMPTIED - SO NO FAILURE PART WAY CAN LOSE RECORDS
      * OR LET THE SAME RECORDS BE ROTATED IN TWICE. A MISSING "OUT"
      * FILE IS AN EMPTY GENERATION.
      *****************************************************************
       ROTATE-CARRY-FORWARD SECTION.
      *
           MOVE "ROTATE" TO WS-CALL-PROGRAM-NAME.
           MOVE WS-STEP-PAIR(STEP-IDX) TO WS-WANTED-PAIR.
           PERFORM FIND-ROTATION-PAIR.
           IF ROTATION-PAIR-NOT-FOUND
               MOVE 12 TO WS-STEP-RETURN-CODE
               MOVE "UNKNOWN CARRY-FORWARD PAIR" TO WS-STEP-DETAIL
           ELSE
               IF WS-ROT-WAITING(ROT-IDX)
                   MOVE 12 TO WS-STEP-RETURN-CODE
                   MOVE WS-ROT-IN-NAME(ROT-IDX)    TO WS-WDT-IN-NAME
                   MOVE WS-ROT-GENERATION(ROT-IDX) TO WS-WDT-GENERATION
                   MOVE WS-WAITING-DETAIL TO WS-STEP-DETAIL
               ELSE
                   PERFORM COPY-CARRY-FORWARD-PAIR
                   IF COPY-FAILED
                       MOVE 16 TO WS-STEP-RETURN-CODE
                       MOVE WS-ROT-OUT-STATUS TO WS-CDT-OUT-STATUS
                       MOVE WS-ROT-IN-STATUS  TO WS-CDT-IN-STATUS
                       MOVE WS-COPY-FAIL-DETAIL TO WS-STEP-DETAIL
                   ELSE
                       PERFORM RECORD-NEW-GENERATION
                   END-IF
               END-IF
           END-IF.
           DISPLAY "JOBDRV: STEP " WS-STEP-NUMBER(STEP-IDX)
               " ROTATE " WS-WANTED-PAIR " " WS-STEP-DETAIL.
      *
       EXIT.
      *
       RECORD-NEW-GENERATION SECTION.
      *
           ADD 1 TO WS-ROT-GENERATION(ROT-IDX).
           SET WS-ROT-WAITING(ROT-IDX) TO TRUE.
           MOVE WS-COPY-COUNT TO WS-ROT-RECORD-COUNT(ROT-IDX).
           MOVE WS-LOG-DATE   TO WS-ROT-ROTATED-DATE(ROT-IDX).
           ACCEPT WS-LOG-TIME FROM TIME.
           MOVE WS-LOG-TIME   TO WS-ROT-ROTATED-TIME(ROT-IDX).
           MOVE ZERO          TO WS-ROT-CONSUMED-DATE(ROT-IDX).
           MOVE SPACES        TO WS-ROT-CONSUMED-BY(ROT-IDX).
           PERFORM SAVE-ROTATION-CONTROL.
           IF ROTCTL-SAVE-FAILED
               MOVE 16 TO WS-STEP-RETURN-CODE
               MOVE "ROTCTL NOT SAVED - OUT FILE LEFT IN PLACE"
                   TO WS-STEP-DETAIL
           ELSE
               PERFORM EMPTY-CARRY-FORWARD-OUT
               MOVE ZERO TO WS-STEP-RETURN-CODE
               MOVE WS-ROT-OUT-NAME(ROT-IDX)   TO WS-RDT-OUT-NAME
               MOVE WS-ROT-IN-NAME(ROT-IDX)    TO WS-RDT-IN-NAME
               MOVE WS-ROT-GENERATION(ROT-IDX) TO WS-RDT-GENERATION
               MOVE WS-COPY-COUNT              TO WS-RDT-COUNT
               MOVE WS-ROTATE-DETAIL TO WS-STEP-DETAIL
           END-IF.
      *
       EXIT.
      *
       COPY-CARRY-FORWARD-PAIR SECTION.
      *
           SET COPY-OK TO TRUE.
           MOVE ZERO TO WS-COPY-COUNT.
           MOVE "N" TO WS-COPY-EOF-SW.
           MOVE SPACES TO WS-ROT-OUT-STATUS.
           MOVE SPACES TO WS-ROT-IN-STATUS.
           IF WANTED-HOLDOVER-PAIR
               PERFORM COPY-HOLDOVER-GENERATION
           END-IF.
           IF WANTED-PENDING-PAIR
               PERFORM COPY-PENDING-GENERATION
           END-IF.
           IF WANTED-INTERFACE-PAIR
               PERFORM COPY-INTERFACE-GENERATION
           END-IF.
      *
       EXIT.
      *
       EMPTY-CARRY-FORWARD-OUT SECTION.
      *
           IF WANTED-HOLDOVER-PAIR
               OPEN OUTPUT HOLDOVER-OUT
               IF WS-ROT-OUT-STATUS EQUAL "00"
                   CLOSE HOLDOVER-OUT
               END-IF
           END-IF.
           IF WANTED-PENDING-PAIR
               OPEN OUTPUT PENDING-OUT
               IF WS-ROT-OUT-STATUS EQUAL "00"
                   CLOSE PENDING-OUT
               END-IF
           END-IF.
           IF WANTED-INTERFACE-PAIR
               OPEN OUTPUT INTERFACE-OUT
               IF WS-ROT-OUT-STATUS EQUAL "00"
                   CLOSE INTERFACE-OUT
               END-IF
           END-IF.
           IF WS-ROT-OUT-STATUS NOT EQUAL "00"
               DISPLAY "JOBDRV: " WS-ROT-OUT-NAME(ROT-IDX)
                   " NOT EMPTIED - STATUS " WS-ROT-OUT-STATUS
           END-IF.
      *
       EXIT.
      *
       COPY-HOLDOVER-GENERATION SECTION.
      *
           OPEN INPUT HOLDOVER-OUT.
           IF ROT-OUT-NOT-FOUND
               OPEN OUTPUT HOLDOVER-IN
               IF WS-ROT-IN-STATUS EQUAL "00"
                   CLOSE HOLDOVER-IN
               ELSE
                   SET COPY-FAILED TO TRUE
               END-IF
           ELSE
               IF WS-ROT-OUT-STATUS NOT EQUAL "00"
                   SET COPY-FAILED TO TRUE
               ELSE
                   OPEN OUTPUT HOLDOVER-IN
                   IF WS-ROT-IN-STATUS NOT EQUAL "00"
                       SET COPY-FAILED TO TRUE
                   ELSE
                       PERFORM READ-HOLDOVER-OUT
                       PERFORM COPY-HOLDOVER-RECORD
                           UNTIL COPY-EOF
                       CLOSE HOLDOVER-IN
                   END-IF
                   CLOSE HOLDOVER-OUT
               END-IF
           END-IF.
      *
       EXIT.
      *
       READ-HOLDOVER-OUT SECTION.
      *
           READ HOLDOVER-OUT
               AT END
                   SET COPY-EOF TO TRUE
           END-READ.
      *
       EXIT.
      *
       COPY-HOLDOVER-RECORD SECTION.
      *
           MOVE HOLDOVER-OUT-RECORD TO HOLDOVER-IN-RECORD.
           WRITE HOLDOVER-IN-RECORD.
           ADD 1 TO WS-COPY-COUNT.
           PERFORM READ-HOLDOVER-OUT.
      *
       EXIT.
      *
       COPY-PENDING-GENERATION SECTION.
      *
           OPEN INPUT PENDING-OUT.
           IF ROT-OUT-NOT-FOUND
               OPEN OUTPUT PENDING-IN
               IF WS-ROT-IN-STATUS EQUAL "00"
                   CLOSE PENDING-IN
               ELSE
                   SET COPY-FAILED TO TRUE
               END-IF
           ELSE
               IF WS-ROT-OUT-STATUS NOT EQUAL "00"
                   SET COPY-FAILED TO TRUE
               ELSE
                   OPEN OUTPUT PENDING-IN
                   IF WS-ROT-IN-STATUS NOT EQUAL "00"
                       SET COPY-FAILED TO TRUE
                   ELSE
                       PERFORM READ-PENDING-OUT
                       PERFORM COPY-PENDING-RECORD
                           UNTIL COPY-EOF
                       CLOSE PENDING-IN
                   END-IF
                   CLOSE PENDING-OUT
               END-IF
           END-IF.
      *
       EXIT.
      *
       READ-PENDING-OUT SECTION.
      *
           READ PENDING-OUT
               AT END
                   SET COPY-EOF TO TRUE
           END-READ.
      *
       EXIT.
      *
       COPY-PENDING-RECORD SECTION.
      *
           MOVE PENDING-OUT-RECORD TO PENDING-IN-RECORD.
           WRITE PENDING-IN-RECORD.
           ADD 1 TO WS-COPY-COUNT.
           PERFORM READ-PENDING-OUT.
      *
       EXIT.
      *
       COPY-INTERFACE-GENERATION SECTION.
      *
           OPEN INPUT INTERFACE-OUT.
           IF ROT-OUT-NOT-FOUND
               OPEN OUTPUT INTERFACE-IN
               IF WS-ROT-IN-STATUS EQUAL "00"
                   CLOSE INTERFACE-IN
               ELSE
                   SET COPY-FAILED TO TRUE
               END-IF
           ELSE
               IF WS-ROT-OUT-STATUS NOT EQUAL "00"
                   SET COPY-FAILED TO TRUE
               ELSE
                   OPEN OUTPUT INTERFACE-IN
                   IF WS-ROT-IN-STATUS NOT EQUAL "00"
                       SET COPY-FAILED TO TRUE
                   ELSE
                       PERFORM READ-INTERFACE-OUT
                       PERFORM COPY-INTERFACE-RECORD
                           UNTIL COPY-EOF
                       CLOSE INTERFACE-IN
                   END-IF
                   CLOSE INTERFACE-OUT
               END-IF
           END-IF.
      *
       EXIT.
      *
       READ-INTERFACE-OUT SECTION.
      *
           READ INTERFACE-OUT
               AT END
                   SET COPY-EOF TO TRUE
           END-READ.
      *
       EXIT.
      *
       COPY-INTERFACE-RECORD SECTION.
      *
           MOVE INTERFACE-OUT-RECORD TO INTERFACE-IN-RECORD.
           WRITE INTERFACE-IN-RECORD.
           ADD 1 TO WS-COPY-COUNT.
           PERFORM READ-INTERFACE-OUT.
      *
       EXIT.
      *
      *****************************************************************
      * GRADE-STEP-OUTCOME - UP TO THE STEP'S OWN LIMIT IT COMPLETED
      * (A NON-ZERO CODE STILL RAISES THE STREAM TO A WARNING). ABOVE
      * IT THE STEP FAILED: A 16, OR ANY FAIL ACTION BUT "S", STOPS
      * THE STREAM; "S" LETS IT CARRY ON AND SKIPS THE DEPENDENTS.
      *****************************************************************
       GRADE-STEP-OUTCOME SECTION.
      *
           MOVE WS-STEP-RETURN-CODE TO WS-STEP-RC(STEP-IDX).
           IF WS-STEP-RETURN-CODE NOT > WS-STEP-MAX-RC(STEP-IDX)
               SET WS-STEP-COMPLETE(STEP-IDX) TO TRUE
               ADD 1 TO WS-COMPLETE-COUNT
               MOVE "COMPLETE" TO WS-STEP-OUTCOME
               IF WS-STEP-RETURN-CODE > ZERO
                   MOVE 4 TO WS-CANDIDATE-RETURN-CODE
                   PERFORM RAISE-RETURN-CODE
               END-IF
           ELSE
               SET WS-STEP-FAILED(STEP-IDX) TO TRUE
               ADD 1 TO WS-FAILED-COUNT
               IF WS-FAILED-STEP EQUAL ZERO
                   MOVE WS-STEP-NUMBER(STEP-IDX) TO WS-FAILED-STEP
               END-IF
               IF WS-STEP-RETURN-CODE NOT < 16
                  OR NOT WS-STEP-SKIP-DEPENDENTS(STEP-IDX)
                   SET STREAM-STOPPED TO TRUE
                   MOVE "STOPPED" TO WS-STEP-OUTCOME
                   MOVE 12 TO WS-CANDIDATE-RETURN-CODE
               ELSE
                   MOVE "FAILED" TO WS-STEP-OUTCOME
                   MOVE 8 TO WS-CANDIDATE-RETURN-CODE
               END-IF
               PERFORM RAISE-RETURN-CODE
           END-IF.
           PERFORM WRITE-STEP-LOG.
           DISPLAY "JOBDRV: STEP " WS-STEP-NUMBER(STEP-IDX) " "
               WS-CALL-PROGRAM-NAME " RC " WS-STEP-RC(STEP-IDX)
               " " WS-STEP-OUTCOME.
      *
       EXIT.
      *
      *****************************************************************
      * SAVE-RESTART-STATE - REWRITTEN AFTER EVERY STEP, SO EVEN A
      * STREAM THAT DIES OUTRIGHT CAN BE RESTARTED FROM THE STEP IT
      * WAS ON.
      *****************************************************************
       SAVE-RESTART-STATE SECTION.
      *
           OPEN OUTPUT RESTART-STATE-FILE.
           IF WS-RESTART-STATUS NOT EQUAL "00"
               DISPLAY "JOBDRV: JOBRST WRITE FAILED - STATUS "
                   WS-RESTART-STATUS
               MOVE 16 TO WS-CANDIDATE-RETURN-CODE
               PERFORM RAISE-RETURN-CODE
           ELSE
               PERFORM WRITE-RESTART-ENTRY
                   VARYING SAVE-IDX FROM 1 BY 1
                     UNTIL SAVE-IDX > WS-STEP-COUNT
               CLOSE RESTART-STATE-FILE
           END-IF.
      *
       EXIT.
      *
       WRITE-RESTART-ENTRY SECTION.
      *
           MOVE SPACES                   TO RESTART-STATE-RECORD.
           MOVE WS-STEP-NUMBER(SAVE-IDX) TO JR-STEP-NUMBER.
           MOVE WS-STEP-STATE(SAVE-IDX)  TO JR-STATE.
           MOVE WS-STEP-RC(SAVE-IDX)     TO JR-RETURN-CODE.
           MOVE WS-STREAM-DATE           TO JR-STREAM-DATE.
           WRITE RESTART-STATE-RECORD.
      *
       EXIT.
      *
       WRITE-STEP-LOG SECTION.
      *
           ACCEPT WS-LOG-TIME FROM TIME.
           MOVE SPACES                      TO JOB-LOG-RECORD.
           MOVE WS-LOG-DATE                 TO LOG-DATE.
           MOVE WS-LOG-TIME                 TO LOG-TIME.
           MOVE WS-STEP-NUMBER(STEP-IDX)    TO LOG-STEP-NUMBER.
           IF WS-STEP-ROTATE(STEP-IDX)
               MOVE "ROTATE"                TO LOG-PROGRAM
           ELSE
               MOVE WS-STEP-PROGRAM-NAME(STEP-IDX) TO LOG-PROGRAM
           END-IF.
           MOVE WS-STEP-RETURN-CODE         TO LOG-RETURN-CODE.
           MOVE WS-STEP-OUTCOME             TO LOG-OUTCOME.
           MOVE WS-STEP-DETAIL              TO LOG-DETAIL.
           WRITE JOB-LOG-RECORD.
      *
       EXIT.
      *
       WRITE-STREAM-START-LINE SECTION.
      *
           IF RESTART-RUN
               MOVE "RESTART"             TO WS-STEP-OUTCOME
               MOVE "RESUMING STREAM OF " TO WS-SDT-TEXT
           ELSE
               MOVE "START"               TO WS-STEP-OUTCOME
               MOVE "NEW STREAM FOR "     TO WS-SDT-TEXT
           END-IF.
           MOVE WS-STREAM-DATE  TO WS-SDT-DATE.
           MOVE WS-STEP-COUNT   TO WS-SDT-STEPS.
           MOVE WS-START-DETAIL TO WS-STEP-DETAIL.
           MOVE ZERO            TO WS-STEP-RETURN-CODE.
           PERFORM WRITE-STREAM-LINE.
      *
       EXIT.
      *
       WRITE-STREAM-END-LINE SECTION.
      *
           IF STREAM-STOPPED
               MOVE "STOPPED" TO WS-STEP-OUTCOME
           ELSE
               MOVE "END"     TO WS-STEP-OUTCOME
           END-IF.
           MOVE WS-COMPLETE-COUNT TO WS-EDT-COMPLETE.
           MOVE WS-FAILED-COUNT   TO WS-EDT-FAILED.
           MOVE WS-SKIPPED-COUNT  TO WS-EDT-SKIPPED.
           IF WS-FAILED-STEP EQUAL ZERO
               MOVE SPACES TO WS-EDT-RESTART
           ELSE
               MOVE WS-FAILED-STEP TO WS-EDT-RESTART-STEP
           END-IF.
           MOVE WS-END-DETAIL TO WS-STEP-DETAIL.
           MOVE WS-HIGHEST-RETURN-CODE TO WS-STEP-RETURN-CODE.
           PERFORM WRITE-STREAM-LINE.
      *
       EXIT.
      *
       WRITE-REFUSAL-LINE SECTION.
      *
           MOVE "REFUSED" TO WS-STEP-OUTCOME.
           MOVE 12        TO WS-STEP-RETURN-CODE.
           PERFORM WRITE-STREAM-LINE.
      *
       EXIT.
      *
       WRITE-STREAM-LINE SECTION.
      *
           ACCEPT WS-LOG-TIME FROM TIME.
           MOVE SPACES              TO JOB-LOG-RECORD.
           MOVE WS-LOG-DATE         TO LOG-DATE.
           MOVE WS-LOG-TIME         TO LOG-TIME.
           MOVE ZERO                TO LOG-STEP-NUMBER.
           MOVE "JOBDRV"            TO LOG-PROGRAM.
           MOVE WS-STEP-RETURN-CODE TO LOG-RETURN-CODE.
           MOVE WS-STEP-OUTCOME     TO LOG-OUTCOME.
           MOVE WS-STEP-DETAIL      TO LOG-DETAIL.
           WRITE JOB-LOG-RECORD.
      *
       EXIT.
      *
       END PROGRAM JOBDRV.
