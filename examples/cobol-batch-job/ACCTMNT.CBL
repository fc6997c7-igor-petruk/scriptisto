      *               ONTO THE REGISTER, WHICH IS THE MAINTENANCE
      *               SIDE'S EXCEPTIONS REPORT.  NO OPERSEC SUPPLIED
      *               MEANS NO CHECKING, LOUDLY.
      *   10/15/2026  NEW FUNCTION 'RA' REACTIVATES A DORMANT ACCOUNT
      *               (SEE DORMSWP), UNDER NEW OPERSEC FUNCTION LETTER
      *               'R'.  THE ACCOUNT GOES BACK TO STATUS 'O' WITH ITS
      *               LAST-ACTIVITY DATE RESTARTED FROM TODAY, AND THE
      *               CARD IS JOURNALED LIKE ANY OTHER.  'OP' NOW SEEDS
      *               THE LAST-ACTIVITY DATE WITH THE OPENING DATE.  THE
      *               MASTER RECORD IS NOW 100 BYTES.
      *   10/15/2026  AUDITLOG RECORD WIDENED FROM 66 TO 160 BYTES.
      *               EACH MAINTENANCE IMAGE NOW CARRIES ITS FUNCTION
      *               CODE IN AU-RECORD-CODE, THE ACCOUNT STATUS AFTER
      *               THE ACTION IN AU-ACCOUNT-STATUS, AND THE ACCOUNT'S
      *               ATTRIBUTES AFTER THE CHANGE (AU-AFTER-IMAGE, FROM
      *               MA-ATTRIBUTES) SO MSTRECOV CAN REBUILD THE MASTER
      *               FROM A BACKUP, AND THE RECORD IS CLEARED BEFORE IT
      *               IS BUILT.
      *   10/15/2026  CHECKS IN AND OUT ON THE STEPCTL JOB-STEP LEDGER
      *               UNDER A NEW SYSIN BUSINESS-DATE CARD (SYSTEM DATE
      *               WHEN ABSENT).  A STEP ALREADY COMPLETED FOR THE
      *               DATE, OR RUN OUT OF ORDER, IS REFUSED WITH CC 20
      *               OR 24 BEFORE ANYTHING IS OPENED, UNLESS A STEPOVR
      *               OVERRIDE CARD ALLOWS IT.
      *
      * PURPOSE.  READS MNTCARD MAINTENANCE TRANSACTIONS AND APPLIES
      * THEM TO MASTER-FILE.  FUNCTION CODES:
      *          INTEREST RATE, SERVICE FEE, OVERDRAFT LIMIT - BLANK
      *          FIELDS KEEP THE VALUE ON FILE).  THE ACCOUNT MUST
      *          EXIST.
      *   'RA' - REACTIVATE A DORMANT ACCOUNT (MUST EXIST AND MUST BE
      *          DORMANT).  THE ACCOUNT GOES BACK TO STATUS 'O' AND ITS
      *          LAST-ACTIVITY DATE RESTARTS FROM TODAY - THE CUSTOMER
      *          HAS BEEN IN TOUCH - SO THE NEXT DORMANCY SWEEP DOES
      *          NOT PUT IT STRAIGHT BACK.
      * EVERY CARD, APPLIED OR REJECTED, IS LISTED ON THE MNTRPT
      * MAINTENANCE REGISTER WITH ITS DISPOSITION, AND EVERY APPLIED
      * CARD IS JOURNALED TO AUDITLOG.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPERSEC-FILE-STATUS.

      *****************************************************************
      * PARMCARD - THE SYSIN BUSINESS-DATE CARD.  SEE WS-BUSINESS-DATE.
      *****************************************************************
           SELECT PARMCARD
               ASSIGN TO SYSIN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARMCARD-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *****************************************************************
           05  FILLER                  PIC X(12).

       FD  MASTER-FILE
           RECORD CONTAINS 100 CHARACTERS
           LABEL RECORDS ARE STANDARD.
           COPY MASTREC.

       FD  AUDITLOG
           RECORDING MODE IS F
           RECORD CONTAINS 160 CHARACTERS
           LABEL RECORDS ARE STANDARD.
           COPY AUDREC.

           05  OC-FUNCTIONS            PIC X(08).
           05  FILLER                  PIC X(66).

       FD  PARMCARD
           RECORDING MODE IS F
           RECORD CONTAINS 8 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  PARMCARD-RECORD.
           05  PC-BUSINESS-DATE         PIC 9(08).

       WORKING-STORAGE SECTION.
       01  WS-SWITCHES.
           05  WS-MNTCARD-EOF-SW       PIC X(01) VALUE 'N'.
           05  WS-MASTER-FILE-STATUS   PIC X(02) VALUE '00'.
           05  WS-AUDITLOG-FILE-STATUS PIC X(02) VALUE '00'.
           05  WS-OPERSEC-FILE-STATUS  PIC X(02) VALUE '00'.
           05  WS-PARMCARD-FILE-STATUS PIC X(02) VALUE '00'.

      *****************************************************************
      * WS-OPERATOR-TABLE - THE OPERATOR SECURITY TABLE.  A ZERO
       77  WS-OPENED-COUNT             PIC 9(05) COMP-3 VALUE 0.
       77  WS-CLOSED-COUNT             PIC 9(05) COMP-3 VALUE 0.
       77  WS-CHANGED-COUNT            PIC 9(05) COMP-3 VALUE 0.
       77  WS-REACTIVATED-COUNT        PIC 9(05) COMP-3 VALUE 0.
       77  WS-REJECTED-COUNT           PIC 9(05) COMP-3 VALUE 0.

       01  WS-OLD-BALANCE              PIC S9(09)V99 VALUE 0.
                   VALUE "ACCOUNTS CHANGED:  ".
           05  MT-CHANGED-COUNT        PIC ZZZ,ZZ9.

       01  WS-MNT-TOTAL-6.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  FILLER                  PIC X(19)
                   VALUE "ACCTS REACTIVATED: ".
           05  MT-REACTIVATED-COUNT    PIC ZZZ,ZZ9.

       01  WS-MNT-TOTAL-5.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  FILLER                  PIC X(19)
                   VALUE "CARDS REJECTED:    ".
           05  MT-REJECTED-COUNT       PIC ZZZ,ZZ9.

      *****************************************************************
      * WS-BUSINESS-DATE - THE BUSINESS DATE THE STEP RUNS FOR, OFF
      * THE SYSIN PARM CARD (CCYYMMDD), OR THE SYSTEM DATE WHEN THE
      * CARD IS ABSENT.  IT KEYS THE STEP'S STEPCTL LEDGER RECORD.
      *****************************************************************
       01  WS-BUSINESS-DATE            PIC 9(08) VALUE 0.

      *****************************************************************
      * CALL PARAMETER WORK AREA FOR STEPCTL, THE JOB-STEP COMPLETION
      * LEDGER.  WS-STEP-CODE COMES BACK FROM THE 'B' CALL AS THE
      * VERDICT - ZERO TO GO AHEAD, 20 OR 24 REFUSED - AND GOES OUT
      * ON THE 'E' CALL AS THE RUN'S GRADE.
      *****************************************************************
       01  WS-STEP-FUNCTION            PIC X(01).
       01  WS-STEP-PROGRAM             PIC X(08) VALUE 'ACCTMNT'.
       01  WS-STEP-CODE                PIC 9(02) VALUE 0.
           88  STEP-CONTROL-REFUSED            VALUE 20 THRU 99.

       PROCEDURE DIVISION.
      *****************************************************************
      * 0000-MAINLINE - TOP LEVEL CONTROL FOR THE MAINTENANCE RUN.
      *****************************************************************
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           IF STEP-CONTROL-REFUSED
               MOVE WS-STEP-CODE TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM 2000-PROCESS-MNTCARD THRU 2000-EXIT
               UNTIL END-OF-MNTCARD.
           PERFORM 9000-TERMINATE THRU 9000-EXIT.
           PERFORM 9900-END-STEP-CONTROL THRU 9900-EXIT.
           MOVE WS-RETURN-CODE TO RETURN-CODE.
           STOP RUN.

       1000-INITIALIZE.
           ACCEPT WS-BATCH-ID FROM DATE.
           ACCEPT WS-TODAYS-DATE FROM DATE YYYYMMDD.
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
           OPEN OUTPUT MNTRPT.
           MOVE WS-MNT-HEADING TO MNT-LINE.
           WRITE MNT-LINE.
       1000-EXIT.
           EXIT.

      *****************************************************************
      * 1005-BEGIN-STEP-CONTROL - CHECK THE STEP IN ON THE STEPCTL
      * LEDGER FOR THE BUSINESS DATE, BEFORE ANYTHING IS OPENED FOR
      * OUTPUT.  STEPCTL REFUSES A STEP ALREADY COMPLETED FOR THE
      * DATE (CC 20), OR ONE RUN OUT OF ORDER (CC 24), UNLESS A
      * STEPOVR OVERRIDE CARD NAMES ACCTMNT AND THE DATE, AND HAS
      * ALREADY SAID WHY.
      *****************************************************************
       1005-BEGIN-STEP-CONTROL.
           MOVE 'B' TO WS-STEP-FUNCTION.
           MOVE 0   TO WS-STEP-CODE.
           CALL 'STEPCTL' USING WS-STEP-FUNCTION WS-STEP-PROGRAM
               WS-BUSINESS-DATE WS-STEP-CODE.
       1005-EXIT.
           EXIT.

      *****************************************************************
      * 1100-LOAD-OPERATOR-TABLE - LOAD THE OPERSEC SECURITY FILE.
      * A MISSING OR EMPTY FILE LEAVES THE TABLE EMPTY AND OPERATOR
                       PERFORM 4000-CLOSE-ACCOUNT THRU 4000-EXIT
                   WHEN 'CH'
                       PERFORM 5000-CHANGE-ACCOUNT THRU 5000-EXIT
                   WHEN 'RA'
                       PERFORM 7000-REACTIVATE-ACCOUNT THRU 7000-EXIT
                   WHEN OTHER
                       ADD 1 TO WS-REJECTED-COUNT
                       MOVE "REJECTED - FUNCTION CODE UNKNOWN"
      *****************************************************************
      * 2300-CHECK-OPERATOR - THE CARD'S OPERATOR MUST BE ON THE
      * SECURITY TABLE, ACTIVE, AND PERMITTED THE CARD'S FUNCTION
      * ('O' OPEN, 'C' CLOSE, 'H' CHANGE, 'R' REACTIVATE).  AN EMPTY
      * TABLE CHECKS
      * NOTHING; AN UNRECOGNIZED FUNCTION CODE IS LEFT FOR THE
      * NORMAL FUNCTION-CODE REJECT, NOT TREATED AS A SECURITY
      * REFUSAL.
                   MOVE 'C' TO WS-REQD-FUNCTION
               WHEN 'CH'
                   MOVE 'H' TO WS-REQD-FUNCTION
               WHEN 'RA'
                   MOVE 'R' TO WS-REQD-FUNCTION
               WHEN OTHER
                   GO TO 2300-EXIT
           END-EVALUATE.
      * AND THE CARD MUST CARRY AN ACCOUNT NAME.  THE PRODUCT, RATE,
      * AND FEE FIELDS ARE SEEDED FROM THE CARD; A RATE OR FEE LEFT
      * BLANK STAYS BLANK, SO THE ACCOUNT ACCRUES NOTHING UNTIL ONE
      * IS SET - THE SAME WAY AN UNCONVERTED RECORD BEHAVES.  THE
      * OPENING COUNTS AS THE ACCOUNT'S FIRST ACTIVITY FOR THE
      * DORMANCY SWEEP.
      *****************************************************************
       3000-OPEN-ACCOUNT.
           IF MASTER-FOUND
           IF MT-OVERDRAFT-LIMIT NOT = SPACES
               MOVE MT-OVERDRAFT-LIMIT TO MA-OVERDRAFT-LIMIT (1:9)
           END-IF.
           MOVE WS-TODAYS-DATE     TO MA-LAST-ACTIVITY-DATE.
           MOVE 0                  TO MA-DORMANT-DATE.
           WRITE MASTER-RECORD
               INVALID KEY
                   ADD 1 TO WS-REJECTED-COUNT
      * WRITES FOR POSTINGS.  AN OPEN SHOWS ZERO TO ZERO; A CLOSE OR
      * CHANGE SHOWS THE BALANCE UNCHANGED - THE POINT OF THE ENTRY IS
      * THE TIMESTAMP, OPERATOR, AND TRANSACTION ID ON THE ACTION.
      * THE MAINTENANCE FUNCTION CODE RIDES IN THE RECORD-CODE SLOT
      * AND THE STATUS AFTER THE ACTION IN THE ACCOUNT-STATUS SLOT.
      *****************************************************************
       6000-WRITE-AUDIT-RECORD.
           MOVE SPACES              TO AUDIT-RECORD.
           MOVE WS-ACCOUNT-NUMBER   TO AU-ACCOUNT-NUMBER.
           MOVE MT-TRANSACTION-ID   TO AU-TRANSACTION-ID.
           MOVE WS-OLD-BALANCE      TO AU-OLD-BALANCE.
           ACCEPT AU-TIMESTAMP-TIME FROM TIME.
           MOVE MT-OPERATOR-ID      TO AU-OPERATOR-ID.
           MOVE WS-BATCH-ID         TO AU-BATCH-ID.
           MOVE MT-FUNCTION-CODE    TO AU-RECORD-CODE.
           MOVE SPACE               TO AU-LINK-TYPE.
           MOVE SPACES              TO AU-LINK-ID.
           MOVE MA-ACCOUNT-STATUS   TO AU-ACCOUNT-STATUS.
           MOVE MA-ATTRIBUTES       TO AU-AFTER-IMAGE.
           WRITE AUDIT-RECORD.
       6000-EXIT.
           EXIT.

      *****************************************************************
      * 7000-REACTIVATE-ACCOUNT - BRING A DORMANT ACCOUNT BACK TO
      * STATUS 'O' SO IT TAKES CUSTOMER ACTIVITY AGAIN.  THE ACCOUNT
      * MUST EXIST AND MUST BE DORMANT.  ITS LAST-ACTIVITY DATE
      * RESTARTS FROM TODAY AND ITS DORMANT DATE IS CLEARED.  ANY
      * POSTINGS REJECTED WHILE IT WAS DORMANT (REASON 10) ARE STILL
      * IN TRANREJ AND ARE RE-PRESENTED THROUGH TRANFIX.
      *****************************************************************
       7000-REACTIVATE-ACCOUNT.
           IF MASTER-NOT-FOUND
               ADD 1 TO WS-REJECTED-COUNT
               MOVE "REJECTED - ACCOUNT NOT ON MASTER"
                   TO MD-DISPOSITION
               GO TO 7000-EXIT
           END-IF.
           IF NOT MA-ACCOUNT-DORMANT
               ADD 1 TO WS-REJECTED-COUNT
               MOVE "REJECTED - ACCOUNT NOT DORMANT"
                   TO MD-DISPOSITION
               GO TO 7000-EXIT
           END-IF.
           MOVE MA-BALANCE     TO WS-OLD-BALANCE.
           MOVE 'O'            TO MA-ACCOUNT-STATUS.
           MOVE WS-TODAYS-DATE TO MA-LAST-ACTIVITY-DATE.
           MOVE 0              TO MA-DORMANT-DATE.
           REWRITE MASTER-RECORD.
           SET CARD-APPLIED TO TRUE.
           ADD 1 TO WS-REACTIVATED-COUNT.
           MOVE "ACCOUNT REACTIVATED" TO MD-DISPOSITION.
       7000-EXIT.
           EXIT.

      *****************************************************************
      * 9000-TERMINATE - WRITE THE REGISTER TOTALS AND CLOSE FILES.
      *****************************************************************
           MOVE WS-CHANGED-COUNT   TO MT-CHANGED-COUNT.
           MOVE WS-MNT-TOTAL-4     TO MNT-LINE.
           WRITE MNT-LINE.
           MOVE WS-REACTIVATED-COUNT TO MT-REACTIVATED-COUNT.
           MOVE WS-MNT-TOTAL-6     TO MNT-LINE.
           WRITE MNT-LINE.
           MOVE WS-REJECTED-COUNT  TO MT-REJECTED-COUNT.
           MOVE WS-MNT-TOTAL-5     TO MNT-LINE.
           WRITE MNT-LINE.
           CLOSE MNTRPT.
       9000-EXIT.
           EXIT.

      *****************************************************************
      * 9900-END-STEP-CONTROL - CHECK THE STEP OUT ON THE STEPCTL
      * LEDGER WITH THE RUN'S GRADE: BELOW 12 MARKS IT COMPLETED,
      * 12 MARKS IT FAILED AND FREE TO BE RERUN ONCE THE CAUSE IS
      * FIXED.
      *****************************************************************
       9900-END-STEP-CONTROL.
           MOVE 'E' TO WS-STEP-FUNCTION.
           MOVE WS-RETURN-CODE TO WS-STEP-CODE.
           CALL 'STEPCTL' USING WS-STEP-FUNCTION WS-STEP-PROGRAM
               WS-BUSINESS-DATE WS-STEP-CODE.
       9900-EXIT.
           EXIT.
