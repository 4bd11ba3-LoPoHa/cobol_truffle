      *****************************************************************
      * JOBSTEP
      *
      * RECORD LAYOUT FOR THE NIGHTLY STEP-CONTROL FILE (JOBSTEP) READ
      * BY JOBDRV, ONE RECORD PER STEP IN THE ORDER THEY RUN. A "R"
      * STEP ROTATES ONE CARRY-FORWARD PAIR (HOLD = HOLDOUT TO
      * HOLDIN, PEND = PENDOUT TO PENDIN, INTF = INTFOUT TO INTFIN);
      * A "P" STEP CALLS THE NAMED PROGRAM. A STEP RUNS ONLY WHEN
      * EVERY STEP NAMED IN JS-DEPENDS-ON (ZERO = NONE) HAS COMPLETED.
      * A RETURN CODE UP TO JS-MAX-RETURN-CODE COMPLETES THE STEP;
      * ABOVE IT THE STEP HAS FAILED AND JS-FAIL-ACTION SAYS WHETHER
      * ONLY ITS DEPENDENTS ARE SKIPPED ("S") OR THE WHOLE STREAM
      * STOPS ("T"). A 16 ALWAYS STOPS THE STREAM. JS-CONSUMES NAMES
      * THE PAIRS WHOSE "IN" FILE THE STEP READS, SO THE NEXT
      * ROTATION KNOWS THAT GENERATION HAS BEEN TAKEN UP.
      *****************************************************************
        05  JS-STEP-NUMBER              PIC 9(03).
        05  JS-STEP-TYPE                PIC X(01).
         88 JS-ROTATE-STEP                    VALUE "R".
         88 JS-PROGRAM-STEP                   VALUE "P".
        05  JS-PROGRAM-NAME             PIC X(08).
        05  JS-ROTATE-PAIR              PIC X(04).
        05  JS-DEPENDS-ON               PIC 9(03) OCCURS 3 TIMES.
        05  JS-MAX-RETURN-CODE          PIC 9(02).
        05  JS-FAIL-ACTION              PIC X(01).
         88 JS-FAIL-SKIP-DEPENDENTS           VALUE "S".
         88 JS-FAIL-STOP-STREAM               VALUE "T".
        05  JS-CONSUMES                 PIC X(04) OCCURS 3 TIMES.
