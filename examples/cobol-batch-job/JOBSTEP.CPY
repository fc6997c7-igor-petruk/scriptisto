      *****************************************************************
      * JOBSTEP.CPY
      *
      * THE CONTROLLED HELLOJOB STEPS, IN JOB ORDER - THE ENTRY
      * NUMBER IS THE STEP SEQUENCE IN THE STEPCTL LEDGER KEY (SEE
      * STEPREC.CPY).  EACH ENTRY CARRIES THE PROGRAM, ITS JOB STEP,
      * AND THE SEQUENCE OF THE STEP THAT MUST HAVE ENDED FOR THE
      * SAME BUSINESS DATE BEFORE IT MAY START (ZERO FOR THE FIRST).
      * THE FRONT END IS A CHAIN - BACKUP, MAINTENANCE, REPAIR,
      * STANDING-ORDER MAINTENANCE AND GENERATION, POSTING - AND THE
      * REPORTING AND PROOF STEPS EACH HANG OFF THE
      * POSTING RUN ALONE, SO ONE OF THEM CAN BE RERUN WITHOUT
      * DISTURBING THE OTHERS.  A PREREQUISITE ALWAYS COMES EARLIER
      * IN THE TABLE.
      *
      * MODIFICATION HISTORY
      *   10/15/2026  ORIGINAL VERSION.
      *   10/15/2026  MSTBKUP (STEP001) ADDED AHEAD OF ACCTMNT, WHICH
      *               NOW REQUIRES IT.  A RESUBMIT FROM THE TOP WAS
      *               BACKING UP THE ALREADY-POSTED MASTER AND FLIPPING
      *               IT OVER THE NIGHT'S GOOD BACKUP BEFORE ACCTMNT
      *               COULD REFUSE.  EVERY LATER SEQUENCE MOVES UP
      *               ONE, SO A LEDGER WRITTEN UNDER THE OLD NUMBERING
      *               MUST BE DELETED AND DEFINED AGAIN EMPTY.
      *   10/15/2026  STNDMNT (STEP007) AND STNDGEN (STEP008) ADDED
      *               BETWEEN TRANFIX AND HELLO, SO A RESUBMIT CANNOT
      *               ADVANCE THE STANDING ORDERS A SECOND TIME FOR
      *               THE SAME DATE.  HELLO AND EVERY LATER SEQUENCE
      *               MOVE UP TWO - DELETE AND DEFINE THE LEDGER AGAIN
      *               EMPTY, AS ABOVE.
      *****************************************************************
       01  JOB-STEP-VALUES.
           05  FILLER                   PIC X(18)
                   VALUE "MSTBKUP STEP001 00".
           05  FILLER                   PIC X(18)
                   VALUE "ACCTMNT STEP002 01".
           05  FILLER                   PIC X(18)
                   VALUE "TRANFIX STEP005 02".
           05  FILLER                   PIC X(18)
                   VALUE "STNDMNT STEP007 03".
           05  FILLER                   PIC X(18)
                   VALUE "STNDGEN STEP008 04".
           05  FILLER                   PIC X(18)
                   VALUE "HELLO   STEP010 05".
           05  FILLER                   PIC X(18)
                   VALUE "GLEXTR  STEP020 06".
           05  FILLER                   PIC X(18)
                   VALUE "STMTRPT STEP030 06".
           05  FILLER                   PIC X(18)
                   VALUE "TRIALBALSTEP040 06".
           05  FILLER                   PIC X(18)
                   VALUE "ACCTPROVSTEP042 06".
       01  JOB-STEP-TABLE REDEFINES JOB-STEP-VALUES.
           05  JS-ENTRY OCCURS 10 TIMES.
               10  JS-PROGRAM-ID        PIC X(08).
               10  JS-JOB-STEP          PIC X(08).
               10  JS-PREREQ-SEQ        PIC 9(02).
       01  JS-STEP-COUNT                PIC 9(02) VALUE 10.
