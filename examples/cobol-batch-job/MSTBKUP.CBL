      *****************************************************************
      * IDENTIFICATION DIVISION.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    MSTBKUP.
       AUTHOR.        SCRIPTISTO SAMPLE SHOP.
       DATE-WRITTEN.  10/15/2026.
       DATE-COMPILED.
      *****************************************************************
      * MODIFICATION HISTORY
      *   10/15/2026  ORIGINAL VERSION.  NIGHTLY SEQUENTIAL BACKUP OF
      *               THE MASTER FILE, TAKEN BEFORE THE FIRST STEP
      *               THAT UPDATES IT.  WRITES A HEADER STAMPED WITH
      *               THE BUSINESS DATE AND THE DATE AND TIME OF THE
      *               BACKUP, ONE DETAIL PER MASTER RECORD, AND A
      *               TRAILER CARRYING THE RECORD COUNT AND BALANCE
      *               HASH (SEE MBKREC.CPY).  MSTRECOV LOADS THE
      *               BACKUP AND ROLLS IT FORWARD FROM AUDITLOG WHEN
      *               THE MASTER HAS TO BE REBUILT.
      *   10/15/2026  CHECKS IN AND OUT ON THE STEPCTL JOB-STEP LEDGER
      *               UNDER THE SYSIN BUSINESS DATE, AHEAD OF ACCTMNT.
      *               A BACKUP ALREADY COMPLETED FOR THE DATE, OR ONE
      *               TAKEN AFTER ACCTMNT HAS RUN, IS REFUSED WITH CC 20
      *               OR 24 BEFORE ANYTHING IS OPENED, UNLESS A STEPOVR
      *               OVERRIDE CARD ALLOWS IT - A RESUBMIT FROM THE TOP
      *               NO LONGER BACKS UP THE POSTED MASTER AND FLIPS IT
      *               OVER THE NIGHT'S GOOD BACKUP.
      *
      * PURPOSE.  THE SYSIN PARM CARD GIVES THE BUSINESS DATE THE
      * BACKUP IS TAKEN FOR (CCYYMMDD); WHEN THE CARD IS ABSENT THE
      * SYSTEM DATE IS USED.  THE RUN ENDS CC 0 WITH A COMPLETE
      * BACKUP, OR CC 12 WHEN THE MASTER OR THE BACKUP FILE COULD NOT
      * BE OPENED OR A READ FAILED PART WAY - THE JOB THEN HOLDS THE
      * FLIP AND THE PRIOR BACKUP STAYS IN PLACE.  CC 20 OR 24 IS A
      * STEPCTL REFUSAL: NOTHING WAS WRITTEN, AND THE JOB STOPS THERE.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MASTER-FILE
               ASSIGN TO MASTER
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS MA-ACCOUNT-NUMBER
               FILE STATUS IS WS-MASTER-FILE-STATUS.

           SELECT MASTBKUP
               ASSIGN TO MASTBKUP
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MASTBKUP-FILE-STATUS.

           SELECT PARMCARD
               ASSIGN TO SYSIN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARMCARD-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  MASTER-FILE
           RECORD CONTAINS 100 CHARACTERS
           LABEL RECORDS ARE STANDARD.
           COPY MASTREC.

       FD  MASTBKUP
           RECORDING MODE IS F
           RECORD CONTAINS 101 CHARACTERS
           LABEL RECORDS ARE STANDARD.
           COPY MBKREC.

       FD  PARMCARD
           RECORDING MODE IS F
           RECORD CONTAINS 8 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  PARMCARD-RECORD.
           05  PC-BUSINESS-DATE         PIC 9(08).

       WORKING-STORAGE SECTION.
       01  WS-SWITCHES.
           05  WS-MASTER-EOF-SW        PIC X(01) VALUE 'N'.
               88  END-OF-MASTER               VALUE 'Y'.
           05  WS-MASTER-AVAIL-SW      PIC X(01) VALUE 'N'.
               88  MASTER-AVAILABLE            VALUE 'Y'.
           05  WS-MASTBKUP-OPEN-SW     PIC X(01) VALUE 'N'.
               88  MASTBKUP-OPEN               VALUE 'Y'.

       01  WS-FILE-STATUSES.
           05  WS-MASTER-FILE-STATUS   PIC X(02) VALUE '00'.
           05  WS-MASTBKUP-FILE-STATUS PIC X(02) VALUE '00'.
           05  WS-PARMCARD-FILE-STATUS PIC X(02) VALUE '00'.

      *****************************************************************
      * WS-BUSINESS-DATE - THE BUSINESS DATE THE BACKUP IS TAKEN FOR.
      * IT STAMPS THE HEADER AND KEYS THE STEP'S STEPCTL LEDGER RECORD.
      *****************************************************************
       01  WS-BUSINESS-DATE            PIC 9(08) VALUE 0.

      *****************************************************************
      * CALL PARAMETER WORK AREA FOR STEPCTL, THE JOB-STEP COMPLETION
      * LEDGER.  WS-STEP-CODE COMES BACK FROM THE 'B' CALL AS THE
      * VERDICT - ZERO TO GO AHEAD, 20 OR 24 REFUSED - AND GOES OUT
      * ON THE 'E' CALL AS THE RUN'S GRADE.
      *****************************************************************
       01  WS-STEP-FUNCTION            PIC X(01).
       01  WS-STEP-PROGRAM             PIC X(08) VALUE 'MSTBKUP'.
       01  WS-STEP-CODE                PIC 9(02) VALUE 0.
           88  STEP-CONTROL-REFUSED            VALUE 20 THRU 99.

       77  WS-RECORD-COUNT             PIC 9(09)     COMP-3 VALUE 0.
       77  WS-BALANCE-HASH             PIC S9(15)V99 COMP-3 VALUE 0.
       77  WS-RETURN-CODE              PIC 9(02)            VALUE 0.

       01  WS-DISPLAY-COUNT            PIC ZZZ,ZZZ,ZZ9.
       01  WS-DISPLAY-HASH             PIC -ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.
      *****************************************************************
      * 0000-MAINLINE - TOP LEVEL CONTROL FOR THE NIGHTLY BACKUP.
      *****************************************************************
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           IF STEP-CONTROL-REFUSED
               MOVE WS-STEP-CODE TO RETURN-CODE
               STOP RUN
           END-IF.
           IF WS-RETURN-CODE < 12
               PERFORM 2000-COPY-MASTER THRU 2000-EXIT
                   UNTIL END-OF-MASTER
               PERFORM 3000-WRITE-TRAILER THRU 3000-EXIT
           END-IF.
           PERFORM 9000-TERMINATE THRU 9000-EXIT.
           PERFORM 9900-END-STEP-CONTROL THRU 9900-EXIT.
           MOVE WS-RETURN-CODE TO RETURN-CODE.
           STOP RUN.

      *****************************************************************
      * 1000-INITIALIZE - PICK UP THE BUSINESS DATE, CHECK IN ON THE
      * LEDGER, OPEN THE MASTER AND THE BACKUP FILE, AND WRITE THE
      * HEADER.  EITHER FILE FAILING TO OPEN IS FATAL - THERE IS NO
      * BACKUP TO TAKE.
      *****************************************************************
       1000-INITIALIZE.
           ACCEPT WS-BUSINESS-DATE FROM DATE YYYYMMDD.
           OPEN INPUT PARMCARD.
           IF WS-PARMCARD-FILE-STATUS = '00'
               READ PARMCARD
                   AT END
                       CONTINUE
                   NOT AT END
                       IF PC-BUSINESS-DATE NUMERIC
                               AND PC-BUSINESS-DATE > 0
                           MOVE PC-BUSINESS-DATE TO WS-BUSINESS-DATE
                       END-IF
               END-READ
               CLOSE PARMCARD
           END-IF.
           PERFORM 1005-BEGIN-STEP-CONTROL THRU 1005-EXIT.
           IF STEP-CONTROL-REFUSED
               GO TO 1000-EXIT
           END-IF.
           OPEN INPUT MASTER-FILE.
           IF WS-MASTER-FILE-STATUS NOT = '00'
               MOVE 12 TO WS-RETURN-CODE
               DISPLAY "MSTBKUP: MASTER-FILE OPEN FAILED, STATUS "
                   WS-MASTER-FILE-STATUS
                   " - NO BACKUP TAKEN"
               GO TO 1000-EXIT
           END-IF.
           MOVE 'Y' TO WS-MASTER-AVAIL-SW.
           OPEN OUTPUT MASTBKUP.
           IF WS-MASTBKUP-FILE-STATUS NOT = '00'
               MOVE 12 TO WS-RETURN-CODE
               DISPLAY "MSTBKUP: MASTBKUP OPEN FAILED, STATUS "
                   WS-MASTBKUP-FILE-STATUS
                   " - NO BACKUP TAKEN"
               GO TO 1000-EXIT
           END-IF.
           MOVE 'Y' TO WS-MASTBKUP-OPEN-SW.
           MOVE SPACES TO MASTBKUP-RECORD.
           MOVE 'H' TO BK-RECORD-TYPE.
           MOVE WS-BUSINESS-DATE TO BK-BUSINESS-DATE.
           ACCEPT BK-BACKUP-DATE FROM DATE.
           ACCEPT BK-BACKUP-TIME FROM TIME.
           WRITE MASTBKUP-RECORD.
           PERFORM 2100-READ-MASTER THRU 2100-EXIT.
       1000-EXIT.
           EXIT.

      *****************************************************************
      * 1005-BEGIN-STEP-CONTROL - CHECK THE STEP IN ON THE STEPCTL
      * LEDGER FOR THE BUSINESS DATE, BEFORE ANYTHING IS OPENED.
      * STEPCTL REFUSES A BACKUP ALREADY COMPLETED FOR THE DATE
      * (CC 20), OR ONE TAKEN ONCE ACCTMNT HAS RUN (CC 24) - THE
      * MASTER IS THEN NO LONGER THE NIGHT'S STARTING POINT - UNLESS
      * A STEPOVR OVERRIDE CARD NAMES MSTBKUP AND THE DATE.
      *****************************************************************
       1005-BEGIN-STEP-CONTROL.
           MOVE 'B' TO WS-STEP-FUNCTION.
           MOVE 0   TO WS-STEP-CODE.
           CALL 'STEPCTL' USING WS-STEP-FUNCTION WS-STEP-PROGRAM
               WS-BUSINESS-DATE WS-STEP-CODE.
       1005-EXIT.
           EXIT.

      *****************************************************************
      * 2000-COPY-MASTER - ONE DETAIL PER MASTER RECORD, ROLLED INTO
      * THE TRAILER'S COUNT AND BALANCE HASH, THEN READ AHEAD.
      *****************************************************************
       2000-COPY-MASTER.
           MOVE SPACES TO MASTBKUP-RECORD.
           MOVE 'D' TO BK-RECORD-TYPE.
           MOVE MASTER-RECORD TO BK-MASTER-IMAGE.
           WRITE MASTBKUP-RECORD.
           ADD 1          TO WS-RECORD-COUNT.
           ADD MA-BALANCE TO WS-BALANCE-HASH.
           PERFORM 2100-READ-MASTER THRU 2100-EXIT.
       2000-EXIT.
           EXIT.

      *****************************************************************
      * 2100-READ-MASTER - READ THE NEXT MASTER RECORD IN KEY ORDER.
      * A READ THAT FAILS PART WAY LEAVES A SHORT BACKUP, WHICH MUST
      * NOT BE FLIPPED IN - NO TRAILER IS WRITTEN AND THE RUN ENDS
      * CC 12.
      *****************************************************************
       2100-READ-MASTER.
           READ MASTER-FILE
               AT END
                   MOVE 'Y' TO WS-MASTER-EOF-SW
           END-READ.
           IF NOT END-OF-MASTER
                   AND WS-MASTER-FILE-STATUS NOT = '00'
               MOVE 'Y' TO WS-MASTER-EOF-SW
               MOVE 12 TO WS-RETURN-CODE
               DISPLAY "MSTBKUP: MASTER-FILE READ FAILED, STATUS "
                   WS-MASTER-FILE-STATUS
                   " - BACKUP INCOMPLETE"
           END-IF.
       2100-EXIT.
           EXIT.

      *****************************************************************
      * 3000-WRITE-TRAILER - CLOSE THE BACKUP OFF WITH ITS COUNT AND
      * BALANCE HASH, UNLESS THE MASTER READ FAILED.
      *****************************************************************
       3000-WRITE-TRAILER.
           IF WS-RETURN-CODE NOT < 12
               GO TO 3000-EXIT
           END-IF.
           MOVE SPACES TO MASTBKUP-RECORD.
           MOVE 'T' TO BK-RECORD-TYPE.
           MOVE WS-RECORD-COUNT TO BK-RECORD-COUNT.
           MOVE WS-BALANCE-HASH TO BK-BALANCE-HASH.
           WRITE MASTBKUP-RECORD.
       3000-EXIT.
           EXIT.

      *****************************************************************
      * 9000-TERMINATE - REPORT THE BACKUP'S FIGURES TO THE LOG AND
      * CLOSE WHAT IS STILL OPEN.
      *****************************************************************
       9000-TERMINATE.
           IF WS-RETURN-CODE < 12
               MOVE WS-RECORD-COUNT TO WS-DISPLAY-COUNT
               MOVE WS-BALANCE-HASH TO WS-DISPLAY-HASH
               DISPLAY "MSTBKUP: BACKUP FOR " WS-BUSINESS-DATE
                   " RECORDS " WS-DISPLAY-COUNT
                   " BALANCE HASH " WS-DISPLAY-HASH
           END-IF.
           IF MASTER-AVAILABLE
               CLOSE MASTER-FILE
           END-IF.
           IF MASTBKUP-OPEN
               CLOSE MASTBKUP
           END-IF.
       9000-EXIT.
           EXIT.

      *****************************************************************
      * 9900-END-STEP-CONTROL - CHECK THE STEP OUT ON THE STEPCTL
      * LEDGER WITH THE RUN'S GRADE: 0 MARKS IT COMPLETED, 12 MARKS IT
      * FAILED AND FREE TO BE RERUN ONCE THE CAUSE IS FIXED.
      *****************************************************************
       9900-END-STEP-CONTROL.
           MOVE 'E' TO WS-STEP-FUNCTION.
           MOVE WS-RETURN-CODE TO WS-STEP-CODE.
           CALL 'STEPCTL' USING WS-STEP-FUNCTION WS-STEP-PROGRAM
               WS-BUSINESS-DATE WS-STEP-CODE.
       9900-EXIT.
           EXIT.
