      *               WAS SILENTLY DROPPED AND EITHER THE SUSPENSE
      *               ENTRIES OR ONE CODE'S JOURNAL ENTRY LOST ITS
      *               GL ACCOUNT, DEPENDING ON CARD ORDER.
      *   10/15/2026  TRANSFERS ('XF') ARRIVE ON THEIR OWN GLWORK RECORD
      *               INSTEAD OF AN 'SM' CODE TOTAL.  THEY JOIN THE
      *               CROSS-FOOT AGAINST THE CONTROL RECORD (THE POSTING
      *               RUN COUNTS THEM AS ACCEPTED WORK) AND ARE RELEASED
      *               AS A BALANCED PAIR - ONE DEBIT AND ONE CREDIT JE
      *               OF THE SAME AMOUNT AGAINST THE GL ACCOUNT ON THE
      *               DECK'S 'XF' CARD - SINCE BOTH LEGS ARE CUSTOMER
      *               ACCOUNTS.  XF JOINS THE COMPILED-IN DEFAULT CODES.
      *   10/15/2026  REVERSAL CODE 'RV' JOINS THE COMPILED-IN DEFAULT
      *               CODES, WITH NO GL ACCOUNT OF ITS OWN - THE POSTING
      *               RUN COUNTS AN ACCEPTED REVERSAL UNDER THE
      *               ORIGINAL'S CODE WITH A NEGATIVE AMOUNT, SO IT
      *               ARRIVES NETTED INTO THAT CODE'S SUMMARY (OR THE
      *               TRANSFER RECORD) AND BOOKS AGAINST THE ORIGINAL'S
      *               GL ACCOUNT.
      *   10/15/2026  CHECKS IN AND OUT ON THE STEPCTL JOB-STEP LEDGER
      *               UNDER A NEW SYSIN BUSINESS-DATE CARD (SYSTEM DATE
      *               WHEN ABSENT).  A STEP ALREADY COMPLETED FOR THE
      *               DATE, OR RUN OUT OF ORDER, IS REFUSED WITH CC 20
      *               OR 24 BEFORE ANYTHING IS OPENED, UNLESS A STEPOVR
      *               OVERRIDE CARD ALLOWS IT.
      *
      * PURPOSE.  GLWORK CARRIES ONE 'SM' RECORD PER RECORD CODE WITH
      * ACCEPTED WORK PLUS ONE 'CT' CONTROL RECORD.  EACH 'SM' BECOMES
      * TOTAL OF THEIR AMOUNTS.  THE SM FIGURES ARE CROSS-FOOTED
      * AGAINST THE CONTROL RECORD BEFORE ANYTHING IS RELEASED; ANY
      * DISAGREEMENT SUPPRESSES THE EXTRACT.  EVERY OUTCOME IS PUT ON
      * THE GLRPT REGISTER.  A TRANSFER ('XF') RECORD BECOMES A
      * BALANCED DEBIT/CREDIT PAIR OF 'JE' RECORDS AGAINST THE
      * TRANSFER GL ACCOUNT.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRANCODE-FILE-STATUS.

      *****************************************************************
      * PARMCARD - THE SYSIN BUSINESS-DATE CARD.  SEE WS-BUSINESS-DATE.
      *****************************************************************
           SELECT PARMCARD
               ASSIGN TO SYSIN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARMCARD-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  GLWORK
           05  TD-DESCRIPTION          PIC X(20).
           05  FILLER                  PIC X(48).

       FD  PARMCARD
           RECORDING MODE IS F
           RECORD CONTAINS 8 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  PARMCARD-RECORD.
           05  PC-BUSINESS-DATE         PIC 9(08).

       WORKING-STORAGE SECTION.
      *****************************************************************
      * WORKING COPIES OF THE GLWORK RECORD LAYOUTS HELLO WRITES.
           05  GC-PROCESSING-DATE      PIC 9(08).
           05  FILLER                  PIC X(51).

      * THE 'XF' TRANSFER RECORD SHARES THE SUSPENSE RECORDS' LAYOUT.
       01  WS-GL-SUSPENSE-RECORD REDEFINES WS-GLWORK-RECORD.
           05  FILLER                  PIC X(02).
           05  GU-TRAN-COUNT           PIC 9(07).
       01  WS-FILE-STATUSES.
           05  WS-GLWORK-FILE-STATUS   PIC X(02) VALUE '00'.
           05  WS-TRANCODE-FILE-STATUS PIC X(02) VALUE '00'.
           05  WS-PARMCARD-FILE-STATUS PIC X(02) VALUE '00'.

      *****************************************************************
      * WS-CODE-TABLE - THE TRANSACTION-CODE DEFINITIONS, LOADED THE
           05  WS-SE-COUNT             PIC 9(07) COMP-3 VALUE 0.
           05  WS-SE-AMOUNT            PIC S9(09)V99 COMP-3 VALUE 0.
           05  WS-SUSP-GL-ACCOUNT      PIC X(08)        VALUE SPACE.
           05  WS-SE-GL-ACCOUNT        PIC X(08)        VALUE SPACE.

      *****************************************************************
      * THE DAY'S ACCEPTED TRANSFERS OFF THE 'XF' GLWORK RECORD.  THEY
      * ARE PART OF THE CONTROL RECORD'S ACCEPTED WORK, SO THEY JOIN
      * THE CROSS-FOOT, BUT THEY BOOK AS A BALANCED DEBIT/CREDIT PAIR
      * RATHER THAN ONE ONE-SIDED CODE ENTRY.
      *****************************************************************
       01  WS-TRANSFER-FIGURES.
           05  WS-XFER-COUNT           PIC 9(07) COMP-3 VALUE 0.
           05  WS-XFER-AMOUNT          PIC S9(09)V99 COMP-3 VALUE 0.

      *****************************************************************
      * GLRPT REGISTER LINE LAYOUTS.
                   VALUE "HASH TOTAL:        ".
           05  GT-REL-HASH             PIC -99,999,999,999.99.

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
      * ON THE 'E' CALL AS THE RUN'S CONDITION CODE, ALWAYS ZERO.
      *****************************************************************
       01  WS-STEP-FUNCTION            PIC X(01).
       01  WS-STEP-PROGRAM             PIC X(08) VALUE 'GLEXTR'.
       01  WS-STEP-CODE                PIC 9(02) VALUE 0.
           88  STEP-CONTROL-REFUSED            VALUE 20 THRU 99.

       PROCEDURE DIVISION.
      *****************************************************************
      * 0000-MAINLINE - TOP LEVEL CONTROL FOR THE EXTRACT RUN.
      *****************************************************************
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           IF STEP-CONTROL-REFUSED
               MOVE WS-STEP-CODE TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM 2000-LOAD-GLWORK THRU 2000-EXIT
               UNTIL END-OF-GLWORK.
           PERFORM 3000-CHECK-RELEASABLE THRU 3000-EXIT.
               PERFORM 4000-WRITE-EXTRACT THRU 4000-EXIT
           END-IF.
           PERFORM 9000-TERMINATE THRU 9000-EXIT.
           PERFORM 9900-END-STEP-CONTROL THRU 9900-EXIT.
           STOP RUN.

      *****************************************************************
      * RATHER THAN YESTERDAY'S LEFTOVERS.
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
           OPEN OUTPUT GLRPT.
           MOVE WS-GLR-HEADING TO GLR-LINE.
           WRITE GLR-LINE.
       1000-EXIT.
           EXIT.

      *****************************************************************
      * 1005-BEGIN-STEP-CONTROL - CHECK THE STEP IN ON THE STEPCTL
      * LEDGER FOR THE BUSINESS DATE, BEFORE ANYTHING IS OPENED FOR
      * OUTPUT.  STEPCTL REFUSES A STEP ALREADY COMPLETED FOR THE
      * DATE (CC 20), OR ONE RUN OUT OF ORDER (CC 24), UNLESS A
      * STEPOVR OVERRIDE CARD NAMES GLEXTR AND THE DATE, AND HAS
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
      * 1100-LOAD-CODE-TABLE - LOAD THE TRANSACTION-CODE DEFINITIONS,
      * THE SAME WAY THE POSTING RUN DOES.  A MISSING OR EMPTY FILE
      * MATCHING THE POSTING RUN'S OWN DEFAULTS.
      *****************************************************************
       1120-DEFAULT-CODE-TABLE.
           MOVE 7 TO WS-TC-CODE-COUNT.
           MOVE 'GL400100' TO WS-SUSP-GL-ACCOUNT.
           MOVE '01'       TO WS-TC-RECORD-CODE (1).
           MOVE 'DR'       TO WS-TC-DRCR (1).
           MOVE 'CR'       TO WS-TC-DRCR (5).
           MOVE 'GL100500' TO WS-TC-GL-ACCOUNT (5).
           MOVE 'SERVICE FEES' TO WS-TC-DESCRIPTION (5).
           MOVE 'XF'       TO WS-TC-RECORD-CODE (6).
           MOVE 'DR'       TO WS-TC-DRCR (6).
           MOVE 'GL100600' TO WS-TC-GL-ACCOUNT (6).
           MOVE 'TRANSFERS' TO WS-TC-DESCRIPTION (6).
           MOVE 'RV'       TO WS-TC-RECORD-CODE (7).
           MOVE 'DR'       TO WS-TC-DRCR (7).
           MOVE SPACES     TO WS-TC-GL-ACCOUNT (7).
           MOVE 'REVERSALS' TO WS-TC-DESCRIPTION (7).
       1120-EXIT.
           EXIT.

      *****************************************************************
      * 2000-LOAD-GLWORK - STASH ONE GLWORK RECORD: SUMMARY RECORDS
      * INTO THE TABLE, THE CONTROL, SUSPENSE, AND TRANSFER RECORDS
      * INTO THEIR OWN FIELDS.  ANYTHING ELSE IS NOISE AND SUPPRESSES
      * THE EXTRACT.
      *****************************************************************
       2000-LOAD-GLWORK.
           EVALUATE GW-RECORD-TYPE
               WHEN 'SW'
                   MOVE GU-TRAN-COUNT TO WS-SUSP-WO-COUNT
                   MOVE GU-AMOUNT     TO WS-SUSP-WO-AMOUNT
               WHEN 'XF'
                   MOVE GU-TRAN-COUNT TO WS-XFER-COUNT
                   MOVE GU-AMOUNT     TO WS-XFER-AMOUNT
               WHEN OTHER
                   SET EXTRACT-SUPPRESSED TO TRUE
                   MOVE "SUPPRESSED - UNRECOGNIZED GLWORK RECORD"
      * 3000-CHECK-RELEASABLE - DECIDE WHETHER THE EXTRACT GOES OUT.
      * THE RUN MUST HAVE LEFT A CONTROL RECORD, IT MUST SAY THE
      * CTLTOTAL RECONCILIATION CAME BACK BALANCED, AND THE SUMMARY
      * RECORDS PLUS THE DAY'S TRANSFERS MUST CROSS-FOOT TO THE
      * CONTROL FIGURES.
      *****************************************************************
       3000-CHECK-RELEASABLE.
           IF EXTRACT-SUPPRESSED
           MOVE 0 TO WS-SUMMARY-SUB.
           PERFORM 3100-CROSS-FOOT-SUMMARY THRU 3100-EXIT
               UNTIL WS-SUMMARY-SUB >= WS-SUMMARY-COUNT.
           ADD WS-XFER-COUNT  TO WS-CROSS-COUNT.
           ADD WS-XFER-AMOUNT TO WS-CROSS-AMOUNT.
           IF WS-CROSS-COUNT NOT = WS-CONTROL-COUNT
                   OR WS-CROSS-AMOUNT NOT = WS-CONTROL-AMOUNT
               SET EXTRACT-SUPPRESSED TO TRUE
           PERFORM 4100-WRITE-JOURNAL-ENTRY THRU 4100-EXIT
               UNTIL WS-SUMMARY-SUB >= WS-SUMMARY-COUNT.
           PERFORM 4200-WRITE-SUSPENSE-ENTRIES THRU 4200-EXIT.
           PERFORM 4300-WRITE-TRANSFER-ENTRIES THRU 4300-EXIT.
           MOVE 'GT'          TO GT-RECORD-TYPE.
           MOVE WS-JE-COUNT   TO GT-RECORD-COUNT.
           MOVE WS-HASH-TOTAL TO GT-HASH-TOTAL.
      * DOLLARS DISAPPEARING.  A ZERO MOVEMENT WRITES NOTHING.
      *****************************************************************
       4200-WRITE-SUSPENSE-ENTRIES.
           MOVE WS-SUSP-GL-ACCOUNT TO WS-SE-GL-ACCOUNT.
           IF WS-SUSP-NEW-COUNT > 0
               MOVE 'SU' TO WS-SE-TYPE
               MOVE 'DR' TO WS-SE-DRCR
      *****************************************************************
      * 4210-WRITE-ONE-SUSPENSE - ONE SUSPENSE JE RECORD AND ITS
      * REGISTER LINE, ROLLED INTO THE TRAILER FIGURES LIKE EVERY
      * OTHER RELEASED ENTRY.  ALSO WRITES EACH HALF OF THE TRANSFER
      * PAIR - THE CALLER SETS THE GL ACCOUNT IN WS-SE-GL-ACCOUNT.
      *****************************************************************
       4210-WRITE-ONE-SUSPENSE.
           MOVE SPACES            TO WS-JOURNAL-ENTRY.
           MOVE WS-POST-DATE      TO JE-POST-DATE.
           MOVE WS-SE-TYPE        TO JE-RECORD-CODE.
           MOVE WS-SE-DRCR        TO JE-DR-CR.
           MOVE WS-SE-GL-ACCOUNT  TO JE-GL-ACCOUNT.
           MOVE WS-SE-COUNT       TO JE-TRAN-COUNT.
           MOVE WS-SE-AMOUNT      TO JE-AMOUNT.
           MOVE WS-JOURNAL-ENTRY  TO GLINTF-LINE.
       4210-EXIT.
           EXIT.

      *****************************************************************
      * 4300-WRITE-TRANSFER-ENTRIES - THE DAY'S TRANSFERS AS A
      * BALANCED PAIR: A DEBIT AND A CREDIT OF THE SAME COUNT AND
      * AMOUNT AGAINST THE GL ACCOUNT ON THE TRANCODE DECK'S 'XF'
      * CARD.  MONEY MOVED BETWEEN TWO CUSTOMER ACCOUNTS, SO THE PAIR
      * NETS TO ZERO IN THE LEDGER BUT THE VOLUME STILL SHOWS.  A DECK
      * WITHOUT AN 'XF' CARD RELEASES THE PAIR WITH A BLANK GL
      * ACCOUNT SO THE GAP SHOWS.  NO TRANSFERS WRITES NOTHING.
      *****************************************************************
       4300-WRITE-TRANSFER-ENTRIES.
           IF WS-XFER-COUNT = 0
               GO TO 4300-EXIT
           END-IF.
           MOVE SPACES TO WS-SE-GL-ACCOUNT.
           MOVE 0 TO WS-TC-HIT.
           MOVE 0 TO WS-TC-SUB.
           PERFORM 4310-TEST-ONE-XFER-CODE THRU 4310-EXIT
               UNTIL WS-TC-HIT > 0
                  OR WS-TC-SUB >= WS-TC-CODE-COUNT.
           IF WS-TC-HIT > 0
               MOVE WS-TC-GL-ACCOUNT (WS-TC-HIT) TO WS-SE-GL-ACCOUNT
           END-IF.
           MOVE 'XF'           TO WS-SE-TYPE.
           MOVE WS-XFER-COUNT  TO WS-SE-COUNT.
           MOVE WS-XFER-AMOUNT TO WS-SE-AMOUNT.
           MOVE 'DR'           TO WS-SE-DRCR.
           PERFORM 4210-WRITE-ONE-SUSPENSE THRU 4210-EXIT.
           MOVE 'CR'           TO WS-SE-DRCR.
           PERFORM 4210-WRITE-ONE-SUSPENSE THRU 4210-EXIT.
       4300-EXIT.
           EXIT.

       4310-TEST-ONE-XFER-CODE.
           ADD 1 TO WS-TC-SUB.
           IF WS-TC-RECORD-CODE (WS-TC-SUB) = 'XF'
               MOVE WS-TC-SUB TO WS-TC-HIT
           END-IF.
       4310-EXIT.
           EXIT.

      *****************************************************************
      * 9000-TERMINATE - WRITE THE REGISTER TOTALS AND CLOSE FILES.
      *****************************************************************
           CLOSE GLRPT.
       9000-EXIT.
           EXIT.

      *****************************************************************
      * 9900-END-STEP-CONTROL - CHECK THE STEP OUT ON THE STEPCTL
      * LEDGER AS COMPLETED.  THE STEP HAS NO GRADE OF ITS OWN -
      * IT ALWAYS ENDS ZERO.
      *****************************************************************
       9900-END-STEP-CONTROL.
           MOVE 'E' TO WS-STEP-FUNCTION.
           MOVE 0 TO WS-STEP-CODE.
           CALL 'STEPCTL' USING WS-STEP-FUNCTION WS-STEP-PROGRAM
               WS-BUSINESS-DATE WS-STEP-CODE.
       9900-EXIT.
           EXIT.
