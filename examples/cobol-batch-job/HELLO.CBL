      *               THE THREE RECORDS INTO JOURNAL ENTRIES AGAINST
      *               THE SUSPENSE ACCOUNT ON THE TRANCODE DECK'S
      *               'SU' ENTRY.
      *   10/15/2026  ACCOUNT-TO-ACCOUNT TRANSFER, RECORD CODE 'XF',
      *               NAMING THE FROM-ACCOUNT IN TR-ACCOUNT-NUMBER AND
      *               THE TO-ACCOUNT IN THE NEW TR-TO-ACCOUNT.  IT POSTS
      *               THROUGH MASTUPD'S NEW 'T' FUNCTION IN BOTH UPDATE
      *               MODES - BOTH LEGS OR NEITHER, ONE REASON CODE FOR
      *               THE PAIR.  IN SORTED MODE A TRANSFER ENDS ANY OPEN
      *               ACCOUNT GROUP AND POSTS ON ITS OWN.  ITS CODE
      *               TOTAL GOES TO GLWORK AS A SEPARATE 'XF' RECORD
      *               RATHER THAN AN 'SM' SUMMARY, SO THE EXTRACT BOOKS
      *               IT AS A BALANCED PAIR, AND A TRANSFER NEVER ENTERS
      *               OR RELIEVES REJECT SUSPENSE.  XF JOINS THE
      *               COMPILED-IN DEFAULT CODES.
      *   10/15/2026  REVERSAL BY TRANSACTION ID, RECORD CODE 'RV',
      *               NAMING THE ORIGINAL IN THE NEW TR-ORIGINAL-ID.  IT
      *               POSTS THROUGH MASTUPD'S NEW 'V' FUNCTION IN BOTH
      *               UPDATE MODES (OUTSIDE ANY ACCOUNT GROUP IN SORTED
      *               MODE, LIKE A TRANSFER).  AN ORIGINAL NOT FOUND
      *               REJECTS 04 AND ONE ALREADY REVERSED 07.  AN
      *               ACCEPTED REVERSAL IS COUNTED UNDER THE ORIGINAL'S
      *               RECORD CODE WITH THE NEGATIVE OF ITS AMOUNT, SO
      *               THE NORMAL GLWORK SUMMARY NETS IT OUT; IT NEVER
      *               ENTERS OR RELIEVES REJECT SUSPENSE.  RV JOINS THE
      *               COMPILED-IN DEFAULT CODES.
      *   10/15/2026  DORMANT ACCOUNTS.  MASTUPD NOW REFUSES A CUSTOMER
      *               POSTING AGAINST A DORMANT ACCOUNT (LK-UPDATE-SW =
      *               'I') AND THE DRIVER REJECTS IT WITH NEW REASON
      *               CODE 10 IN EVERY POSTING MODE, SO IT WAITS IN
      *               TRANREJ FOR REVIEW INSTEAD OF POSTING.  ONCE
      *               ACCTMNT REACTIVATES THE ACCOUNT THE ITEM IS
      *               RE-PRESENTED THROUGH TRANFIX LIKE ANY OTHER
      *               REJECT.  THE BANK'S OWN INTEREST, FEES, AND
      *               REVERSALS STILL POST TO A DORMANT ACCOUNT.
      *   10/15/2026  EVERY TRANIN DETAIL RECORD READ INSIDE AN OPEN
      *               BATCH IS NOW STAMPED WITH THE BATCH ID IN THE NEW
      *               TR-SOURCE-BATCH FIELD (UNLESS ALREADY STAMPED), SO
      *               A HELD REJECT CARRIES ITS SOURCE BATCH THROUGH
      *               TRANREJ, TRANFIX REPAIR, THE WAREHOUSE AND THE NSF
      *               QUEUE FOR THE REJAGE AGING REPORT.
      *   10/15/2026  CHECKS IN AND OUT ON THE STEPCTL JOB-STEP LEDGER -
      *               A POSTING RUN ALREADY COMPLETED FOR THE DATE, OR
      *               RUN OUT OF ORDER, IS REFUSED WITH CC 20 OR 24
      *               UNLESS A STEPOVR OVERRIDE CARD ALLOWS IT.
      *   10/15/2026  A REVERSAL ('RV') IN PASS-THROUGH MODE IS NOW
      *               REJECTED, REASON 04.  WITHOUT MASTUPD THERE IS NO
      *               ORIGINAL TO TAKE THE CODE AND AMOUNT FROM, AND IT
      *               WAS COUNTED UNDER 'RV', WHOSE DEFAULT TRANCODE
      *               ENTRY HAS NO GL ACCOUNT, SO GLEXTR BOOKED A
      *               JOURNAL LINE TO A BLANK ACCOUNT.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

      *****************************************************************
      * GLWORK - THE RUN'S HANDOFF TO THE GL INTERFACE EXTRACT.  ONE
      * 'SM' SUMMARY RECORD PER RECORD CODE WITH ACCEPTED WORK (AN
      * 'XF' RECORD FOR TRANSFERS), THEN ONE 'CT' CONTROL RECORD WITH
      * THE RUN'S ACCEPT COUNT, DOLLAR TOTAL, AND RECONCILIATION
      * FLAG.  WRITTEN ONLY WHEN THE RUN
      * REACHES NORMAL END, SO AN ABENDED RUN LEAVES NOTHING FOR THE
      * EXTRACT TO PICK UP.
      *****************************************************************
      * TRANCODE - THE TRANSACTION-CODE DEFINITIONS FILE, ONE CARD
      * PER VALID RECORD CODE: COLS 1-2 CODE, 3-4 DR/CR, 5-12 GL
      * ACCOUNT, 13-32 DESCRIPTION.  OPTIONAL - WHEN IT IS NOT
      * SUPPLIED THE COMPILED-IN DEFAULTS (CODES 01-05, XF, RV) APPLY.
      *****************************************************************
       FD  TRANCODE
           RECORDING MODE IS F
                         ==TR-SOURCE-FLAG==
                      BY ==ST-SOURCE-FLAG==
                         ==TR-RETRY-COUNT==
                      BY ==ST-RETRY-COUNT==
                         ==TR-TO-ACCOUNT==
                      BY ==ST-TO-ACCOUNT==
                         ==TR-ORIGINAL-ID==
                      BY ==ST-ORIGINAL-ID==
                         ==TR-SOURCE-BATCH==
                      BY ==ST-SOURCE-BATCH==
                         ==TR-REPAIR-COUNT==
                      BY ==ST-REPAIR-COUNT==.

       WORKING-STORAGE SECTION.
      *****************************************************************
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

      *****************************************************************
      * BATCH ENVELOPE VIEWS OF THE WORKING RECORD - THE FIELDS PAST
      *****************************************************************
       01  WS-TRAN-DRCR                 PIC X(02) VALUE 'DR'.

      *****************************************************************
      * WS-REVERSAL-POSTED - FILLED IN BY MASTUPD WHEN A REVERSAL
      * ('RV') POSTS: THE ORIGINAL'S RECORD CODE AND THE SIGNED AMOUNT
      * THE REVERSAL COUNTS UNDER IT (THE NEGATIVE OF THE ORIGINAL),
      * SO THE CODE'S DAILY TOTAL NETS THE REVERSAL OUT.
      *****************************************************************
       01  WS-REVERSAL-POSTED.
           05  WS-RP-RECORD-CODE        PIC X(02) VALUE SPACES.
           05  WS-RP-AMOUNT             PIC S9(09)V99 VALUE 0.

      *****************************************************************
      * WS-OPERATOR-TABLE - THE OPERATOR SECURITY TABLE, LOADED FROM
      * THE OPERSEC FILE AT RUN START AND PASSED TO VALIDATE.  A
           05  GU-AMOUNT                PIC S9(09)V99.
           05  FILLER                   PIC X(60).

       01  WS-GL-TRANSFER-RECORD.
           05  GX-RECORD-TYPE           PIC X(02).
           05  GX-TRAN-COUNT            PIC 9(07).
           05  GX-AMOUNT                PIC S9(09)V99.
           05  FILLER                   PIC X(60).

      *****************************************************************
      * REJECT-SUSPENSE CONTROLS.  NEW = THE DAY'S FIRST-TIME
      * REJECTS WITH A DOLLAR AMOUNT (DOLLARS INTO SUSPENSE);
      * THE GRADED CONDITION CODE HANDED TO THE SCHEDULER: 0 CLEAN, 4
      * REJECTS PRESENT, 8 RECONCILIATION FAILED, 12 A FILE THE RUN
      * NEEDED WOULD NOT OPEN, 16 THE CONTROL-CARD DATE FAILED THE
      * BUSINESS-CALENDAR CHECK AND THE RUN REFUSED TO START, 20 OR
      * 24 THE STEPCTL LEDGER REFUSED THE STEP (SEE STEPCTL).
      * WS-FILE-FAIL-SW IS RAISED AS OPEN FAILURES ARE DISCOVERED.
      * THE START TIMESTAMP IS CAPTURED AT INITIALIZATION FOR THE
      * RUNLOG RECORD.
           05  WS-START-DATE              PIC 9(06) VALUE 0.
           05  WS-START-TIME              PIC 9(08) VALUE 0.

      *****************************************************************
      * CALL PARAMETER WORK AREA FOR STEPCTL, THE JOB-STEP COMPLETION
      * LEDGER.  WS-STEP-CODE COMES BACK FROM THE 'B' CALL AS THE
      * VERDICT - ZERO TO GO AHEAD, 20 OR 24 REFUSED - AND GOES OUT
      * ON THE 'E' CALL AS THE RUN'S GRADE.
      *****************************************************************
       01  WS-STEP-FUNCTION               PIC X(01).
       01  WS-STEP-PROGRAM                PIC X(08) VALUE 'HELLO'.
       01  WS-STEP-CODE                   PIC 9(02) VALUE 0.
           88  STEP-CONTROL-REFUSED               VALUE 20 THRU 99.

      *****************************************************************
      * BUSINESS-CALENDAR CONTROLS - THE EXPECTED NEXT BUSINESS DATE
      * AND MONTH-END FLAG OFF BUSCAL'S 'CD' RECORD, THE HOLIDAY
      *****************************************************************
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           IF DATE-CONTROL-REFUSED OR STEP-CONTROL-REFUSED
               PERFORM 9300-REFUSE-RUN THRU 9300-EXIT
               MOVE WS-RETURN-CODE TO RETURN-CODE
               STOP RUN
               PERFORM 5000-POST-SORTED-RUN THRU 5000-EXIT
           END-IF.
           PERFORM 9000-TERMINATE THRU 9000-EXIT.
           PERFORM 9900-END-STEP-CONTROL THRU 9900-EXIT.
           MOVE WS-RETURN-CODE TO RETURN-CODE.
           STOP RUN.

           IF DATE-CONTROL-REFUSED
               GO TO 1000-EXIT
           END-IF.
           PERFORM 1005-BEGIN-STEP-CONTROL THRU 1005-EXIT.
           IF STEP-CONTROL-REFUSED
               MOVE WS-STEP-CODE TO WS-RETURN-CODE
               GO TO 1000-EXIT
           END-IF.
           PERFORM 1015-LOAD-CODE-TABLE THRU 1015-EXIT.
           PERFORM 1017-LOAD-OPERATOR-TABLE THRU 1017-EXIT.
           OPEN OUTPUT SECRPT.
       1000-EXIT.
           EXIT.

      *****************************************************************
      * 1005-BEGIN-STEP-CONTROL - CHECK THE STEP IN ON THE STEPCTL
      * LEDGER FOR THE PROCESSING DATE, ONCE THE DATE CONTROL HAS
      * PASSED AND BEFORE ANYTHING IS OPENED FOR OUTPUT.  STEPCTL
      * REFUSES A POSTING RUN ALREADY COMPLETED FOR THE DATE (CC 20),
      * OR ONE WHOSE REPAIR STEP HAS NOT ENDED OR WHOSE REPORTING
      * STEPS HAVE ALREADY RUN (CC 24), UNLESS A STEPOVR OVERRIDE CARD
      * NAMES HELLO AND THE DATE, AND HAS ALREADY SAID WHY.
      *****************************************************************
       1005-BEGIN-STEP-CONTROL.
           MOVE 'B' TO WS-STEP-FUNCTION.
           MOVE 0   TO WS-STEP-CODE.
           CALL 'STEPCTL' USING WS-STEP-FUNCTION WS-STEP-PROGRAM
               WS-PROCESSING-DATE WS-STEP-CODE.
       1005-EXIT.
           EXIT.

      *****************************************************************
      * 1080-SCREEN-FOREIGN-CHECKPOINT - A RUN ONLY HONORS ITS OWN
      * KIND OF CHECKPOINT.  SORTED MODE HONORS ONLY A PHASE-2
           IF WS-TC-CODE-COUNT = 0
               PERFORM 1018-DEFAULT-CODE-TABLE THRU 1018-EXIT
               DISPLAY "HELLO: TRANCODE DEFINITIONS NOT SUPPLIED - "
                   "COMPILED-IN DEFAULT CODES 01-05, XF, RV IN EFFECT"
           END-IF.
       1015-EXIT.
           EXIT.
      * HAD COMPILED IN BEFORE THE DEFINITIONS FILE EXISTED.
      *****************************************************************
       1018-DEFAULT-CODE-TABLE.
           MOVE 7 TO WS-TC-CODE-COUNT.
           MOVE '01'       TO WS-TC-RECORD-CODE (1).
           MOVE 'DR'       TO WS-TC-DRCR (1).
           MOVE 'GL100100' TO WS-TC-GL-ACCOUNT (1).
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
       1018-EXIT.
           EXIT.

      * OF THE CTLTOTAL FIGURES, WHICH ARE STILL KEYED TO THE DAY'S
      * TRANSACTIONS; WS-TRANIN-PHYS-COUNT COUNTS EVERYTHING FOR THE
      * RESTART SKIP.
      * A DETAIL RECORD INSIDE AN OPEN BATCH IS STAMPED WITH THE
      * BATCH'S ID IN TR-SOURCE-BATCH, SO A REJECT CAN BE TRACED BACK
      * TO ITS SOURCE BATCH ON THE AGING REPORT EVEN AFTER IT HAS
      * BEEN THROUGH TRANFIX, THE WAREHOUSE, OR THE NSF QUEUE.
      *****************************************************************
       2000-PROCESS-TRANIN.
           ADD 1 TO WS-TRANIN-PHYS-COUNT.
                   IF WS-TR-AMOUNT NUMERIC
                       ADD WS-TR-AMOUNT TO WS-BATCH-AMOUNT
                   END-IF
                   IF WS-TR-SOURCE-BATCH = SPACES
                       MOVE WS-CURRENT-BATCH-ID TO WS-TR-SOURCE-BATCH
                   END-IF
               END-IF
               PERFORM 2700-PROCESS-ONE-TRAN THRU 2700-EXIT
           END-IF.
      * A TRANSACTION THAT PASSES VALIDATE BUT DOES NOT MATCH AN
      * ACCOUNT ON THE MASTER FILE IS STILL TREATED AS A REJECT
      * (REASON CODE 04) RATHER THAN POSTED, AND ONE AGAINST A CLOSED
      * ACCOUNT REJECTS WITH REASON CODE 05.  A TRANSFER ('XF') POSTS
      * THROUGH MASTUPD'S 'T' FUNCTION, WHICH TAKES BOTH LEGS OR
      * NEITHER, SO EITHER ACCOUNT MISSING OR CLOSED REJECTS THE PAIR
      * UNDER THE SAME 04 OR 05.  A REVERSAL ('RV') POSTS THROUGH
      * MASTUPD'S 'V' FUNCTION: AN ORIGINAL THAT CANNOT BE FOUND OR
      * DOES NOT BELONG TO THE CARD'S ACCOUNT REJECTS 04, ONE ALREADY
      * REVERSED REJECTS 07 LIKE ANY DUPLICATE, AND AN ACCEPTED
      * REVERSAL IS COUNTED UNDER THE ORIGINAL'S RECORD CODE.  A
      * CUSTOMER POSTING AGAINST A DORMANT ACCOUNT REJECTS WITH REASON
      * CODE 10 AND WAITS IN TRANREJ UNTIL THE ACCOUNT IS REACTIVATED.
      *****************************************************************
       2700-PROCESS-ONE-TRAN.
           CALL 'VALIDATE' USING WS-TRAN-RECORD WS-VALID-TRAN-SW
           IF VALID-TRANSACTION
               MOVE 'Y' TO WS-MASTER-UPDATE-SW
               IF MASTER-UPDATE-MODE
                   EVALUATE WS-TR-RECORD-CODE
                       WHEN 'XF'
                           MOVE 'T' TO WS-MASTUPD-FUNCTION
                       WHEN 'RV'
                           MOVE 'V' TO WS-MASTUPD-FUNCTION
                       WHEN OTHER
                           MOVE 'U' TO WS-MASTUPD-FUNCTION
                   END-EVALUATE
                   PERFORM 8200-CALL-MASTUPD THRU 8200-EXIT
               ELSE
                   IF WS-TR-RECORD-CODE = 'RV'
                       MOVE '04' TO WS-REJECT-REASON-CODE
                       SET INVALID-TRANSACTION TO TRUE
                   END-IF
               END-IF
               EVALUATE WS-MASTER-UPDATE-SW
                   WHEN 'N'
                   WHEN 'D'
                       MOVE '07' TO WS-REJECT-REASON-CODE
                       SET INVALID-TRANSACTION TO TRUE
                   WHEN 'I'
                       MOVE '10' TO WS-REJECT-REASON-CODE
                       SET INVALID-TRANSACTION TO TRUE
                   WHEN 'F'
                       PERFORM 2750-HOLD-NSF-ITEM THRU 2750-EXIT
                       IF WS-REJECT-REASON-CODE = '08'
                   MOVE 'A' TO WS-TOTALS-FUNCTION
               END-IF
               IF WS-TR-SOURCE-FLAG = 'R'
                       AND WS-TR-RECORD-CODE NOT = 'XF'
                       AND WS-TR-RECORD-CODE NOT = 'RV'
                   ADD 1            TO WS-SUSP-REL-COUNT
                   ADD WS-TR-AMOUNT TO WS-SUSP-REL-AMOUNT
               END-IF
               IF WS-TR-RECORD-CODE = 'RV'
                   PERFORM 2760-TAKE-UP-REVERSAL THRU 2760-EXIT
               END-IF
               PERFORM 8100-CALL-TOTALS THRU 8100-EXIT
               PERFORM 2710-COUNT-BATCH-ACCEPT THRU 2710-EXIT
               MOVE 'D' TO WS-RPT-FUNCTION
       2750-EXIT.
           EXIT.

      *****************************************************************
      * 2760-TAKE-UP-REVERSAL - AN ACCEPTED REVERSAL IS COUNTED, AND
      * REPORTED, AS THE ORIGINAL'S RECORD CODE WITH THE NEGATIVE OF
      * ITS AMOUNT, AS MASTUPD HANDED THEM BACK.  THAT KEEPS THE
      * REVERSAL ON THE NORMAL TOTALS AND GLWORK PATH: THE ORIGINAL
      * CODE'S SUMMARY (OR THE TRANSFER RECORD) NETS IT OUT AND THE
      * EXTRACT NEEDS NO SEPARATE ENTRY.  A REVERSAL NEEDS THE MASTER
      * TO FIND ITS ORIGINAL, SO IN PASS-THROUGH MODE, WHERE MASTUPD
      * IS NEVER CALLED, 2700 REJECTS IT (REASON 04) BEFORE IT GETS
      * HERE - IT IS NEVER COUNTED UNDER 'RV' WITH THE CARD'S OWN
      * AMOUNT.
      *****************************************************************
       2760-TAKE-UP-REVERSAL.
           IF WS-RP-RECORD-CODE = SPACES
               GO TO 2760-EXIT
           END-IF.
           MOVE WS-RP-RECORD-CODE TO WS-TR-RECORD-CODE.
           MOVE WS-RP-AMOUNT      TO WS-TR-AMOUNT.
           MOVE SPACES            TO WS-RP-RECORD-CODE.
           MOVE 0                 TO WS-RP-AMOUNT.
       2760-EXIT.
           EXIT.

      *****************************************************************
      * 2800-CHECKPOINT-IF-DUE - WRITE A CHECKPOINT EVERY
      * WS-CHECKPOINT-INTERVAL RECORDS, COUNTING THE RECYCLE AND
      * 2160-WRITE-REJECT - WRITE THE CURRENT RECORD AND ITS REASON
      * CODE TO TRANREJ.  AN OPERATOR-AUTHORITY REFUSAL (REASON 09)
      * IS ALSO LISTED ON THE SECRPT EXCEPTIONS REPORT, SO SECURITY
      * REFUSALS ARE VISIBLE WITHOUT DIGGING IN THE REJECT FILE.  A
      * REJECTED TRANSFER NEVER ENTERS GL SUSPENSE - IT MOVES NO
      * MONEY INTO OR OUT OF THE BANK, ONLY BETWEEN TWO CUSTOMERS.
      * NOR DOES A REJECTED REVERSAL - ITS CARD CARRIES NO DOLLARS OF
      * ITS OWN, ONLY THE ID OF THE POSTING IT WOULD HAVE UNDONE.
      *****************************************************************
       2160-WRITE-REJECT.
           MOVE WS-TRAN-RECORD        TO RJ-TRAN-DATA.
           WRITE REJECT-LINE.
           IF WS-TR-RECORD-CODE NOT = 'BH'
                   AND WS-TR-RECORD-CODE NOT = 'BT'
                   AND WS-TR-RECORD-CODE NOT = 'XF'
                   AND WS-TR-RECORD-CODE NOT = 'RV'
                   AND WS-REJECT-REASON-CODE NOT = '02'
                   AND WS-TR-SOURCE-FLAG NOT = 'R'
                   AND WS-TR-SOURCE-FLAG NOT = 'N'
           EXIT.

      *****************************************************************
      * 9300-REFUSE-RUN - THE DATE CONTROL OR THE STEPCTL LEDGER
      * REFUSED THE RUN AT INITIALIZATION.  NOTHING WAS READ, POSTED,
      * OR CHECKPOINTED - ONLY TRANIN WAS EVER OPENED - SO THE ONLY
      * TRACE LEFT IS THE RUNLOG RECORD, GRADED 16 (OR 20 OR 24), AND
      * THE OPERATOR MESSAGE ALREADY DISPLAYED.  THE CALENDAR IS NOT
      * ADVANCED.
      *****************************************************************
       9300-REFUSE-RUN.
           IF STEP-CONTROL-REFUSED
               MOVE "REFUSED - STEP CONTROL (STEPCTL)"
                   TO WS-RECON-RESULT
           ELSE
               MOVE "REFUSED - DATE CONTROL MISMATCH"
                   TO WS-RECON-RESULT
           END-IF.
           PERFORM 9200-WRITE-RUNLOG THRU 9200-EXIT.
           CLOSE TRANIN.
       9300-EXIT.
           EXIT.

      *****************************************************************
      * 9900-END-STEP-CONTROL - CHECK THE STEP OUT ON THE STEPCTL
      * LEDGER WITH THE RUN'S GRADE: BELOW 12 MARKS IT COMPLETED, 12
      * MARKS IT FAILED AND FREE TO BE RERUN ONCE THE CAUSE IS FIXED.
      *****************************************************************
       9900-END-STEP-CONTROL.
           MOVE 'E' TO WS-STEP-FUNCTION.
           MOVE WS-RETURN-CODE TO WS-STEP-CODE.
           CALL 'STEPCTL' USING WS-STEP-FUNCTION WS-STEP-PROGRAM
               WS-PROCESSING-DATE WS-STEP-CODE.
       9900-EXIT.
           EXIT.

      *****************************************************************
      * 9400-ADD-ONE-DAY - ADVANCE WS-WK-DATE BY ONE CALENDAR DAY,
      * MONTH LENGTHS AND LEAP YEARS DONE BY HAND.
      * 5300-POST-ONE-SORTED - ONE SORTED TRANSACTION: BREAK THE
      * ACCOUNT GROUP WHEN THE ACCOUNT CHANGES (ONE MASTER READ PER
      * GROUP, ONE REWRITE AT ITS END), APPLY OR REJECT THE
      * TRANSACTION, AND READ AHEAD.  A TRANSFER TOUCHES A SECOND
      * ACCOUNT THE GROUP DOES NOT HOLD, AND A REVERSAL READS AND
      * REWRITES POSTXREF ENTRIES THE GROUP MAY NOT HAVE RELEASED YET,
      * SO EITHER ONE ENDS ANY OPEN GROUP AND POSTS ON ITS OWN; THE
      * NEXT RECORD OPENS A FRESH GROUP.
      *****************************************************************
       5300-POST-ONE-SORTED.
           IF WS-TR-RECORD-CODE = 'XF'
                   OR WS-TR-RECORD-CODE = 'RV'
               IF ACCOUNT-GROUP-OPEN
                   PERFORM 5500-END-ACCOUNT-GROUP THRU 5500-EXIT
               END-IF
               PERFORM 5350-POST-OUTSIDE-GROUP THRU 5350-EXIT
               ADD 1 TO WS-POSTED-COUNT
               PERFORM 5150-RETURN-SORTED THRU 5150-EXIT
               GO TO 5300-EXIT
           END-IF.
           IF NOT ACCOUNT-GROUP-OPEN
                   OR WS-TR-ACCOUNT-NUMBER NOT = WS-GROUP-ACCOUNT
               IF ACCOUNT-GROUP-OPEN
       5300-EXIT.
           EXIT.

      *****************************************************************
      * 5350-POST-OUTSIDE-GROUP - POST ONE TRANSFER THROUGH
      * MASTUPD'S 'T' FUNCTION, OR ONE REVERSAL THROUGH ITS 'V'
      * FUNCTION, OUTSIDE ANY ACCOUNT GROUP.  THE REASON CODES AND
      * THE NSF HOLD ARE THE SAME AS FOR A GROUPED POSTING.
      *****************************************************************
       5350-POST-OUTSIDE-GROUP.
           IF WS-TR-RECORD-CODE = 'RV'
               MOVE 'V' TO WS-MASTUPD-FUNCTION
           ELSE
               MOVE 'T' TO WS-MASTUPD-FUNCTION
           END-IF.
           PERFORM 8200-CALL-MASTUPD THRU 8200-EXIT.
           EVALUATE WS-MASTER-UPDATE-SW
               WHEN 'N'
                   MOVE '04' TO WS-REJECT-REASON-CODE
                   PERFORM 5460-REJECT-SORTED-TRAN THRU 5460-EXIT
               WHEN 'C'
                   MOVE '05' TO WS-REJECT-REASON-CODE
                   PERFORM 5460-REJECT-SORTED-TRAN THRU 5460-EXIT
               WHEN 'D'
                   MOVE '07' TO WS-REJECT-REASON-CODE
                   PERFORM 5460-REJECT-SORTED-TRAN THRU 5460-EXIT
               WHEN 'I'
                   MOVE '10' TO WS-REJECT-REASON-CODE
                   PERFORM 5460-REJECT-SORTED-TRAN THRU 5460-EXIT
               WHEN 'F'
                   PERFORM 2750-HOLD-NSF-ITEM THRU 2750-EXIT
                   IF WS-REJECT-REASON-CODE = '08'
                       PERFORM 5460-REJECT-SORTED-TRAN THRU 5460-EXIT
                   END-IF
               WHEN OTHER
                   PERFORM 5470-ACCEPT-SORTED-TRAN THRU 5470-EXIT
           END-EVALUATE.
       5350-EXIT.
           EXIT.

      *****************************************************************
      * 5400-BEGIN-ACCOUNT-GROUP - ONE MASTER READ FOR THE WHOLE
      * GROUP.  THE GROUP STATUS REMEMBERS AN UNMATCHED OR CLOSED
      * TRANSACTION AGAINST THE OPEN GROUP.  ACCEPTS FLOW THROUGH THE
      * SAME TOTALS AND REPORT PATH AS THE OTHER MODES; REJECTS CARRY
      * THE SAME REASON CODES (04 UNMATCHED, 05 CLOSED, 07 ALREADY
      * POSTED, 10 DORMANT).
      *****************************************************************
       5450-APPLY-SORTED-TRAN.
           EVALUATE WS-GROUP-STATUS-SW
                           MOVE '07' TO WS-REJECT-REASON-CODE
                           PERFORM 5460-REJECT-SORTED-TRAN
                               THRU 5460-EXIT
                       WHEN 'I'
                           MOVE '10' TO WS-REJECT-REASON-CODE
                           PERFORM 5460-REJECT-SORTED-TRAN
                               THRU 5460-EXIT
                       WHEN 'F'
                           PERFORM 2750-HOLD-NSF-ITEM THRU 2750-EXIT
                           IF WS-REJECT-REASON-CODE = '08'
                                   THRU 5460-EXIT
                           END-IF
                       WHEN OTHER
                           PERFORM 5470-ACCEPT-SORTED-TRAN
                               THRU 5470-EXIT
                   END-EVALUATE
           END-EVALUATE.
       5450-EXIT.
       5460-EXIT.
           EXIT.

      *****************************************************************
      * 5470-ACCEPT-SORTED-TRAN - THE PHASE-2 ACCEPT PATH: TOTALS,
      * SUSPENSE RELIEF FOR A REPAIRED ITEM, AND THE REPORT DETAIL
      * LINE.  SHARED BY GROUPED POSTINGS, TRANSFERS, AND REVERSALS.
      *****************************************************************
       5470-ACCEPT-SORTED-TRAN.
           IF WS-TR-SOURCE-FLAG = 'R'
                   OR WS-TR-SOURCE-FLAG = 'N'
               MOVE 'Q' TO WS-TOTALS-FUNCTION
           ELSE
               MOVE 'A' TO WS-TOTALS-FUNCTION
           END-IF.
           IF WS-TR-SOURCE-FLAG = 'R'
                   AND WS-TR-RECORD-CODE NOT = 'XF'
                   AND WS-TR-RECORD-CODE NOT = 'RV'
               ADD 1            TO WS-SUSP-REL-COUNT
               ADD WS-TR-AMOUNT TO WS-SUSP-REL-AMOUNT
           END-IF.
           IF WS-TR-RECORD-CODE = 'RV'
               PERFORM 2760-TAKE-UP-REVERSAL THRU 2760-EXIT
           END-IF.
           PERFORM 8100-CALL-TOTALS THRU 8100-EXIT.
           MOVE 'D' TO WS-RPT-FUNCTION.
           PERFORM 8000-CALL-RPTWRTR THRU 8000-EXIT.
       5470-EXIT.
           EXIT.

      *****************************************************************
      * 5500-END-ACCOUNT-GROUP - ONE REWRITE FOR THE GROUP (MASTUPD
      * 'E' ALSO RELEASES THE HELD AUDIT IMAGES AND POSTXREF
      * 7100-WRITE-ONE-SUMMARY - ONE 'SM' RECORD PER PER-CODE TOTAL
      * ENTRY THAT SAW ANY ACCEPTED WORK.  AN UNUSED OR ZERO ENTRY
      * WRITES NOTHING, EXACTLY AS THE OLD PER-CODE IF LADDER DID.
      * TRANSFERS ARE NOT A ONE-SIDED CODE TOTAL - BOTH LEGS ARE
      * CUSTOMER ACCOUNTS - SO THEIR ENTRY GOES OUT AS ITS OWN 'XF'
      * RECORD INSTEAD, WHICH THE EXTRACT BOOKS AS A BALANCED PAIR.
      *****************************************************************
       7100-WRITE-ONE-SUMMARY.
           ADD 1 TO WS-CT-SUB.
                   OR WS-CT-COUNT (WS-CT-SUB) = 0
               GO TO 7100-EXIT
           END-IF.
           IF WS-CT-CODE (WS-CT-SUB) = 'XF'
               MOVE SPACES TO WS-GL-TRANSFER-RECORD
               MOVE 'XF'                     TO GX-RECORD-TYPE
               MOVE WS-CT-COUNT (WS-CT-SUB)  TO GX-TRAN-COUNT
               MOVE WS-CT-AMOUNT (WS-CT-SUB) TO GX-AMOUNT
               MOVE WS-GL-TRANSFER-RECORD TO GLWORK-LINE
               WRITE GLWORK-LINE
               GO TO 7100-EXIT
           END-IF.
           MOVE WS-CT-CODE (WS-CT-SUB)   TO GS-RECORD-CODE.
           MOVE WS-CT-COUNT (WS-CT-SUB)  TO GS-TRAN-COUNT.
           MOVE WS-CT-AMOUNT (WS-CT-SUB) TO GS-AMOUNT.
           MOVE WO-TRAN-DATA TO WS-TRAN-RECORD.
           IF WS-TR-AMOUNT NUMERIC
                   AND WS-TR-SOURCE-FLAG NOT = 'N'
                   AND WS-TR-RECORD-CODE NOT = 'XF'
                   AND WS-TR-RECORD-CODE NOT = 'RV'
               ADD 1            TO WS-SUSP-WO-COUNT
               ADD WS-TR-AMOUNT TO WS-SUSP-WO-AMOUNT
           END-IF.
               WS-TR-TRANSACTION-ID WS-TR-RECORD-CODE
               WS-TR-ACCOUNT-NUMBER WS-TR-AMOUNT
               WS-TR-OPERATOR-ID WS-BATCH-ID
               WS-MASTER-UPDATE-SW WS-TRAN-DRCR
               WS-TR-TO-ACCOUNT WS-TR-ORIGINAL-ID
               WS-REVERSAL-POSTED.
       8200-EXIT.
           EXIT.

