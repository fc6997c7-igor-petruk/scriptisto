      *               THROUGH ANY LATER REPAIR, EVEN THOUGH THE
      *               CARD GAVE IT A GOOD AMOUNT, BECAUSE THE
      *               SUSPENSE ACCOUNT STILL NEVER HELD IT.
      *   10/15/2026  TRANREC GAINED TR-TO-ACCOUNT FOR THE TRANSFER
      *               RECORD CODE 'XF'.  A REPAIRED TRANSFER IS RECYCLED
      *               WITH ITS TO-ACCOUNT AS ORIGINALLY KEYED.
      *   10/15/2026  TRANREC GAINED TR-ORIGINAL-ID FOR THE REVERSAL
      *               RECORD CODE 'RV'.  A REPAIRED REVERSAL IS RECYCLED
      *               NAMING THE SAME ORIGINAL AS KEYED.
      *   10/15/2026  EACH REPAIR NOW ADDS ONE TO THE RECORD'S NEW
      *               TR-REPAIR-COUNT (SPACES COUNT AS NONE, HELD AT
      *               99), SO THE REJAGE AGING REPORT CAN SHOW A
      *               REJECT STUCK IN A REPAIR LOOP.  A WRITE-OFF DOES
      *               NOT COUNT AS A REPAIR.
      *   10/15/2026  CHECKS IN AND OUT ON THE STEPCTL JOB-STEP LEDGER
      *               UNDER A NEW SYSIN BUSINESS-DATE CARD (SYSTEM DATE
      *               WHEN ABSENT).  A STEP ALREADY COMPLETED FOR THE
      *               DATE, OR RUN OUT OF ORDER, IS REFUSED WITH CC 20
      *               OR 24 BEFORE ANYTHING IS OPENED, UNLESS A STEPOVR
      *               OVERRIDE CARD ALLOWS IT.
      *
      * PURPOSE.  REPLACES THE MANUAL RE-KEYING OF REJECTED
      * TRANSACTIONS.  A CORRECTION CARD NAMES THE TRANSACTION ID OF
               ASSIGN TO FIXRPT
               ORGANIZATION IS LINE SEQUENTIAL.

      *****************************************************************
      * PARMCARD - THE SYSIN BUSINESS-DATE CARD.  SEE WS-BUSINESS-DATE.
      *****************************************************************
           SELECT PARMCARD
               ASSIGN TO SYSIN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARMCARD-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  TRANREJ
           LABEL RECORDS ARE STANDARD.
       01  FIX-LINE                    PIC X(132).

       FD  PARMCARD
           RECORDING MODE IS F
           RECORD CONTAINS 8 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  PARMCARD-RECORD.
           05  PC-BUSINESS-DATE         PIC 9(08).

       WORKING-STORAGE SECTION.
      *****************************************************************
      * WS-REJECT-RECORD - WORKING COPY OF THE CURRENT TRANREJ RECORD,
                         ==TR-SOURCE-FLAG==
                      BY ==WS-TR-SOURCE-FLAG==
                         ==TR-RETRY-COUNT==
                      BY ==WS-TR-RETRY-COUNT==
                         ==TR-TO-ACCOUNT==
                      BY ==WS-TR-TO-ACCOUNT==
                         ==TR-ORIGINAL-ID==
                      BY ==WS-TR-ORIGINAL-ID==
                         ==TR-SOURCE-BATCH==
                      BY ==WS-TR-SOURCE-BATCH==
                         ==TR-REPAIR-COUNT==
                      BY ==WS-TR-REPAIR-COUNT==.

       01  WS-SWITCHES.
           05  WS-TRANREJ-EOF-SW       PIC X(01) VALUE 'N'.
       01  WS-FILE-STATUSES.
           05  WS-TRANREJ-FILE-STATUS  PIC X(02) VALUE '00'.
           05  WS-CORRCARD-FILE-STATUS PIC X(02) VALUE '00'.
           05  WS-PARMCARD-FILE-STATUS PIC X(02) VALUE '00'.

      *****************************************************************
      * WS-CARD-TABLE - THE CORRECTION CARDS LOADED UP FRONT SO THE
                   VALUE "WRITTEN OFF:       ".
           05  FX-WRITEOFF-COUNT       PIC ZZZ,ZZ9.

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
       01  WS-STEP-PROGRAM             PIC X(08) VALUE 'TRANFIX'.
       01  WS-STEP-CODE                PIC 9(02) VALUE 0.
           88  STEP-CONTROL-REFUSED            VALUE 20 THRU 99.

       PROCEDURE DIVISION.
      *****************************************************************
      * 0000-MAINLINE - TOP LEVEL CONTROL FOR THE REPAIR RUN.
      *****************************************************************
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           IF STEP-CONTROL-REFUSED
               MOVE WS-STEP-CODE TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM 2000-PROCESS-REJECT THRU 2000-EXIT
               UNTIL END-OF-TRANREJ.
           PERFORM 9000-TERMINATE THRU 9000-EXIT.
           PERFORM 9900-END-STEP-CONTROL THRU 9900-EXIT.
           MOVE WS-RETURN-CODE TO RETURN-CODE.
           STOP RUN.

      * EMPTY RECYCLE FILE.
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
           OPEN OUTPUT RECYCLE.
           OPEN OUTPUT TRANREJX.
           OPEN OUTPUT WRITEOFF.
       1000-EXIT.
           EXIT.

      *****************************************************************
      * 1005-BEGIN-STEP-CONTROL - CHECK THE STEP IN ON THE STEPCTL
      * LEDGER FOR THE BUSINESS DATE, BEFORE ANYTHING IS OPENED FOR
      * OUTPUT.  STEPCTL REFUSES A STEP ALREADY COMPLETED FOR THE
      * DATE (CC 20), OR ONE RUN OUT OF ORDER (CC 24), UNLESS A
      * STEPOVR OVERRIDE CARD NAMES TRANFIX AND THE DATE, AND HAS
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
      * 1100-LOAD-CORRECTION-CARD - READ ONE CORRECTION CARD INTO THE
      * TABLE.  A CARD WITH A BLANK TRANSACTION ID IS DISCARDED -
      * NUMERIC IS JUDGED BEFORE THE OVERLAYS - A REJECT THAT NEVER
      * CARRIED A FIGURE INTO SUSPENSE (OR WAS ALREADY FLAGGED 'N'
      * FROM AN EARLIER PASS) IS STAMPED 'N' RATHER THAN 'R', SO THE
      * POSTING RUN KNOWS NOT TO RELIEVE SUSPENSE FOR IT.  EVERY
      * REPAIR ADDS ONE TO TR-REPAIR-COUNT (HELD AT 99), SO A REJECT
      * THAT KEEPS COMING BACK SHOWS UP ON THE AGING REPORT.
      *****************************************************************
       2300-APPLY-CORRECTION.
           IF WS-TR-SOURCE-FLAG = 'N'
           ELSE
               MOVE 'R' TO WS-TR-SOURCE-FLAG
           END-IF.
           IF WS-TR-REPAIR-COUNT NOT NUMERIC
               MOVE 0 TO WS-TR-REPAIR-COUNT
           END-IF.
           IF WS-TR-REPAIR-COUNT < 99
               ADD 1 TO WS-TR-REPAIR-COUNT
           END-IF.
       2300-EXIT.
           EXIT.

           CLOSE FIXRPT.
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
