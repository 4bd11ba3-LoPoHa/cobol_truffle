      *                GRADE NO LONGER OVERWRITES IT) AND SKIPS THE
      *                UNACKED PASS RATHER THAN PRINTING EVERY
      *                LOADED DETAIL AS A MEANINGLESS "NO ACK".
      *  2026-10-15 DL THE EXTRACT DETAIL NOW ENDS WITH THE PARTNER FEE
      *                AND IS 65 BYTES; THE REQUEUE AND WORK-FILE
      *                IMAGES GREW WITH IT, SO A REQUEUED DETAIL GOES
      *                BACK WITH ITS FEE.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           05  EXT-ORIG-AMOUNT             PIC 9(07)V9(02).
           05  EXT-CURRENCY                PIC X(03).
           05  EXT-BASE-AMOUNT             PIC 9(09)V9(02).
           05  EXT-FEE-AMOUNT              PIC 9(07)V9(02).
      *
      *****************************************************************
      * ACK-FILE - ONE LINE PER EXTRACT DETAIL BACK FROM BILLING:
      *****************************************************************
       FD  REQUEUE-FILE
           LABEL RECORDS ARE STANDARD.
       01  REQUEUE-RECORD                  PIC X(65).
      *
      *****************************************************************
      * ACK-WORK-FILE - THE RUN'S MATCHING STORE, REBUILT EMPTY EACH
                   15  AWK-DATE            PIC 9(08).
               10  AWK-DUP-SEQ             PIC 9(03).
           05  AWK-ACKED-SW                PIC X(01).
           05  AWK-IMAGE                   PIC X(65).
      *
       WORKING-STORAGE SECTION.
       01  WS-SWITCHES.
