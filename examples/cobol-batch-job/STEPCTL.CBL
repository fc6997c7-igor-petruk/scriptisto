      *****************************************************************
      * IDENTIFICATION DIVISION.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    STEPCTL.
       AUTHOR.        SCRIPTISTO SAMPLE SHOP.
       DATE-WRITTEN.  10/15/2026.
       DATE-COMPILED.
      *****************************************************************
      * MODIFICATION HISTORY
      *   10/15/2026  ORIGINAL VERSION.  OWNS THE STEPCTL JOB-STEP
      *               COMPLETION LEDGER AND ENFORCES THE HELLOJOB
      *               RESTART PROCEDURE FROM INSIDE THE STEPS
      *               THEMSELVES.  THE RESTART BOX ONLY TOLD THE
      *               OPERATOR WHERE TO RE-ENTER; ONE WRONG RESUBMIT
      *               FROM THE TOP STILL SCRATCHED RECYCLE AND
      *               STRANDED REPAIRED REJECTS, OR REPLAYED THE
      *               MNTCARD DECK A SECOND TIME.
      *
      * PURPOSE.  CALLED BY EACH CONTROLLED STEP (SEE JOBSTEP.CPY)
      * AT START AND AT END.  LK-STEP-FUNCTION SELECTS THE OPERATION:
      *   'B' - BEGIN.  CHECK THE LEDGER FOR LK-PROGRAM-ID AND
      *         LK-BUSINESS-DATE AND HAND BACK THE VERDICT IN
      *         LK-COND-CODE: 0 GO AHEAD (THE START IS RECORDED),
      *         20 REFUSED - THE STEP ALREADY COMPLETED FOR THIS
      *         BUSINESS DATE, 24 REFUSED - OUT OF ORDER (ITS
      *         PREREQUISITE HAS NOT ENDED, OR A STEP THAT DEPENDS ON
      *         IT HAS ALREADY RUN).  A REFUSED STEP MUST END AT ONCE
      *         WITH LK-COND-CODE AS ITS CONDITION CODE, HAVING
      *         OPENED NOTHING.
      *   'E' - END.  RECORD THE STEP'S FINAL CONDITION CODE, PASSED
      *         IN LK-COND-CODE: BELOW 12 IS COMPLETED, 12 AND ABOVE
      *         IS FAILED AND MAY BE RERUN.  A STEP THAT ABENDS NEVER
      *         GETS HERE AND STAYS 'STARTED' ON THE LEDGER.
      * A STARTED OR FAILED STEP MAY ALWAYS BE RUN AGAIN - THAT IS
      * THE RESTART.  A REFUSAL IS LIFTED FOR ONE STEP AND DATE BY AN
      * OPERATOR OVERRIDE CARD ON STEPOVR: COLS 1-8 PROGRAM, 9-16
      * BUSINESS DATE CCYYMMDD, 17-21 OPERATOR ID, 22-61 REASON.  A
      * CARD NAMING ANY OTHER STEP OR DATE, OR NO OPERATOR, IS
      * IGNORED.  A LEDGER THAT DOES NOT EXIST YET IS CREATED EMPTY;
      * ONE THAT WILL NOT OPEN LETS THE STEP RUN UNCHECKED, LOUDLY,
      * THE SAME WAY A MISSING OPERSEC RUNS UNCHECKED.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *****************************************************************
      * STEPCTL-FILE - VSAM KSDS KEYED BY BUSINESS DATE AND STEP
      * SEQUENCE.  SEE STEPREC.CPY.
      *****************************************************************
           SELECT STEPCTL-FILE
               ASSIGN TO STEPCTL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SC-KEY
               FILE STATUS IS WS-STEPCTL-FILE-STATUS.

           SELECT STEPOVR
               ASSIGN TO STEPOVR
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STEPOVR-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  STEPCTL-FILE
           RECORD CONTAINS 80 CHARACTERS
           LABEL RECORDS ARE STANDARD.
           COPY STEPREC.

      *****************************************************************
      * STEPOVR - THE OPERATOR OVERRIDE CARD FOR A DELIBERATE RERUN.
      * DD DUMMY ON EVERY NORMAL NIGHT.
      *****************************************************************
       FD  STEPOVR
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  STEPOVR-CARD.
           05  OV-PROGRAM-ID           PIC X(08).
           05  OV-BUSINESS-DATE        PIC X(08).
           05  OV-OPERATOR-ID          PIC X(05).
           05  OV-REASON               PIC X(40).
           05  FILLER                  PIC X(19).

       WORKING-STORAGE SECTION.
      *****************************************************************
      * THE STEP TABLE.  SEE JOBSTEP.CPY.
      *****************************************************************
           COPY JOBSTEP.

      *****************************************************************
      * THESE ITEMS PERSIST FROM THE 'B' CALL TO THE 'E' CALL BECAUSE
      * THIS SUBPROGRAM IS NEVER CANCELED.
      *****************************************************************
       01  WS-SWITCHES.
           05  WS-STEP-RECORDED-SW     PIC X(01) VALUE 'N'.
               88  STEP-RECORDED               VALUE 'Y'.
           05  WS-OVERRIDE-SW          PIC X(01) VALUE 'N'.
               88  OVERRIDE-SUPPLIED           VALUE 'Y'.
           05  WS-OWN-FOUND-SW         PIC X(01) VALUE 'N'.
               88  OWN-RECORD-FOUND            VALUE 'Y'.
           05  WS-CHECK-FOUND-SW       PIC X(01) VALUE 'N'.
               88  CHECK-RECORD-FOUND          VALUE 'Y'.

       01  WS-FILE-STATUSES.
           05  WS-STEPCTL-FILE-STATUS  PIC X(02) VALUE '00'.
           05  WS-STEPOVR-FILE-STATUS  PIC X(02) VALUE '00'.

       77  WS-STEP-SEQ                 PIC 9(02) COMP-3 VALUE 0.
       77  WS-JS-SUB                   PIC 9(02) COMP-3 VALUE 0.
       77  WS-BLOCKER-SEQ              PIC 9(02) COMP-3 VALUE 0.

      *****************************************************************
      * THE CALLER'S OWN LEDGER RECORD AS IT STOOD AT THE 'B' CALL,
      * KEPT WHILE THE PREREQUISITE AND DEPENDENT RECORDS ARE READ
      * THROUGH THE SAME RECORD AREA.
      *****************************************************************
       01  WS-OWN-RECORD               PIC X(80) VALUE SPACE.
       01  WS-OVERRIDE-OPERATOR        PIC X(05) VALUE SPACE.

       LINKAGE SECTION.
       01  LK-STEP-FUNCTION            PIC X(01).
       01  LK-PROGRAM-ID               PIC X(08).
       01  LK-BUSINESS-DATE            PIC 9(08).
       01  LK-COND-CODE                PIC 9(02).

       PROCEDURE DIVISION USING LK-STEP-FUNCTION LK-PROGRAM-ID
                                LK-BUSINESS-DATE LK-COND-CODE.
      *****************************************************************
      * 0000-MAINLINE.
      *****************************************************************
       0000-MAINLINE.
           EVALUATE LK-STEP-FUNCTION
               WHEN 'B'
                   PERFORM 1000-BEGIN-STEP THRU 1000-EXIT
               WHEN 'E'
                   PERFORM 2000-END-STEP THRU 2000-EXIT
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           GOBACK.

      *****************************************************************
      * 1000-BEGIN-STEP - CHECK THE CALLER AGAINST THE LEDGER AND
      * EITHER RECORD ITS START OR REFUSE IT.  THE CHECKS, IN ORDER:
      * ALREADY COMPLETED FOR THIS DATE (20); PREREQUISITE NOT ENDED
      * FOR THIS DATE (24); A DEPENDENT STEP ALREADY ON THE LEDGER FOR
      * THIS DATE (24) - RERUNNING UNDER IT WOULD CHANGE WHAT IT
      * ALREADY CONSUMED.  AN OVERRIDE CARD FOR THIS STEP AND DATE
      * LIFTS WHICHEVER REFUSAL APPLIES, AND THE START IS RECORDED
      * UNDER THE OPERATOR WHO SUPPLIED IT.
      *****************************************************************
       1000-BEGIN-STEP.
           MOVE 0   TO LK-COND-CODE.
           MOVE 'N' TO WS-STEP-RECORDED-SW.
           PERFORM 1100-FIND-STEP THRU 1100-EXIT.
           IF WS-STEP-SEQ = 0
               DISPLAY "STEPCTL: " LK-PROGRAM-ID
                   " IS NOT A CONTROLLED STEP - RUNS UNCHECKED"
               GO TO 1000-EXIT
           END-IF.
           IF LK-BUSINESS-DATE NOT NUMERIC OR LK-BUSINESS-DATE = 0
               DISPLAY "STEPCTL: " LK-PROGRAM-ID
                   " HAS NO BUSINESS DATE - RUNS UNCHECKED"
               GO TO 1000-EXIT
           END-IF.
           OPEN I-O STEPCTL-FILE.
           IF WS-STEPCTL-FILE-STATUS = '35'
               OPEN OUTPUT STEPCTL-FILE
               CLOSE STEPCTL-FILE
               OPEN I-O STEPCTL-FILE
           END-IF.
           IF WS-STEPCTL-FILE-STATUS NOT = '00'
               DISPLAY "STEPCTL: LEDGER OPEN FAILED, STATUS "
                   WS-STEPCTL-FILE-STATUS
                   " - " LK-PROGRAM-ID " RUNS UNCHECKED"
               GO TO 1000-EXIT
           END-IF.
           PERFORM 1200-READ-OVERRIDE THRU 1200-EXIT.
           MOVE WS-STEP-SEQ TO WS-JS-SUB.
           PERFORM 1300-READ-STEP-RECORD THRU 1300-EXIT.
           MOVE WS-CHECK-FOUND-SW TO WS-OWN-FOUND-SW.
           MOVE STEPCTL-RECORD    TO WS-OWN-RECORD.
           IF OWN-RECORD-FOUND AND SC-STEP-COMPLETED
               DISPLAY "STEPCTL: " LK-PROGRAM-ID " ("
                   JS-JOB-STEP (WS-STEP-SEQ)
                   ") ALREADY COMPLETED FOR BUSINESS DATE "
                   LK-BUSINESS-DATE ", CC " SC-COND-CODE
               IF NOT OVERRIDE-SUPPLIED
                   MOVE 20 TO LK-COND-CODE
                   GO TO 1000-REFUSED
               END-IF
           END-IF.
           IF JS-PREREQ-SEQ (WS-STEP-SEQ) > 0
               MOVE JS-PREREQ-SEQ (WS-STEP-SEQ) TO WS-JS-SUB
               PERFORM 1300-READ-STEP-RECORD THRU 1300-EXIT
               IF NOT CHECK-RECORD-FOUND OR NOT SC-STEP-ENDED
                   DISPLAY "STEPCTL: " LK-PROGRAM-ID
                       " OUT OF ORDER - "
                       JS-PROGRAM-ID (WS-JS-SUB) " ("
                       JS-JOB-STEP (WS-JS-SUB)
                       ") HAS NOT ENDED FOR BUSINESS DATE "
                       LK-BUSINESS-DATE
                   IF NOT OVERRIDE-SUPPLIED
                       MOVE 24 TO LK-COND-CODE
                       GO TO 1000-REFUSED
                   END-IF
               END-IF
           END-IF.
           PERFORM 1400-FIND-DEPENDENT-RUN THRU 1400-EXIT.
           IF WS-BLOCKER-SEQ > 0
               DISPLAY "STEPCTL: " LK-PROGRAM-ID
                   " OUT OF ORDER - "
                   JS-PROGRAM-ID (WS-BLOCKER-SEQ) " ("
                   JS-JOB-STEP (WS-BLOCKER-SEQ)
                   ") HAS ALREADY RUN FOR BUSINESS DATE "
                   LK-BUSINESS-DATE
               IF NOT OVERRIDE-SUPPLIED
                   MOVE 24 TO LK-COND-CODE
                   GO TO 1000-REFUSED
               END-IF
           END-IF.
           PERFORM 1500-RECORD-START THRU 1500-EXIT.
           GO TO 1000-CLOSE.
       1000-REFUSED.
           DISPLAY "STEPCTL: " LK-PROGRAM-ID " REFUSED, CC "
               LK-COND-CODE " - NOTHING WAS OPENED OR CHANGED.  RUN "
               "STEPJOB FOR THE NIGHT'S PROGRESS AND RE-ENTRY POINT;"
               " A DELIBERATE RERUN NEEDS A STEPOVR OVERRIDE CARD".
       1000-CLOSE.
           CLOSE STEPCTL-FILE.
       1000-EXIT.
           EXIT.

      *****************************************************************
      * 1100-FIND-STEP - LOOK THE CALLER UP IN THE STEP TABLE.
      * WS-STEP-SEQ COMES BACK WITH ITS SEQUENCE, ZERO WHEN IT IS NOT
      * A CONTROLLED STEP.
      *****************************************************************
       1100-FIND-STEP.
           MOVE 0 TO WS-STEP-SEQ.
           MOVE 0 TO WS-JS-SUB.
           PERFORM 1110-TEST-ONE-STEP THRU 1110-EXIT
               UNTIL WS-STEP-SEQ > 0
                  OR WS-JS-SUB >= JS-STEP-COUNT.
       1100-EXIT.
           EXIT.

       1110-TEST-ONE-STEP.
           ADD 1 TO WS-JS-SUB.
           IF JS-PROGRAM-ID (WS-JS-SUB) = LK-PROGRAM-ID
               MOVE WS-JS-SUB TO WS-STEP-SEQ
           END-IF.
       1110-EXIT.
           EXIT.

      *****************************************************************
      * 1200-READ-OVERRIDE - PICK UP AN OVERRIDE CARD, IF ONE WAS
      * SUPPLIED, AND HONOR IT ONLY WHEN IT NAMES THIS STEP, THIS
      * BUSINESS DATE, AND AN OPERATOR - A CARD LEFT IN THE DECK FROM
      * ANOTHER NIGHT OR ANOTHER STEP MUST NOT WAVE ANYTHING THROUGH.
      *****************************************************************
       1200-READ-OVERRIDE.
           MOVE 'N'    TO WS-OVERRIDE-SW.
           MOVE SPACES TO WS-OVERRIDE-OPERATOR.
           OPEN INPUT STEPOVR.
           IF WS-STEPOVR-FILE-STATUS NOT = '00'
               GO TO 1200-EXIT
           END-IF.
           READ STEPOVR
               AT END
                   CLOSE STEPOVR
                   GO TO 1200-EXIT
           END-READ.
           CLOSE STEPOVR.
           IF OV-PROGRAM-ID = LK-PROGRAM-ID
                   AND OV-BUSINESS-DATE = LK-BUSINESS-DATE
                   AND OV-OPERATOR-ID NOT = SPACES
               MOVE 'Y' TO WS-OVERRIDE-SW
               MOVE OV-OPERATOR-ID TO WS-OVERRIDE-OPERATOR
               DISPLAY "STEPCTL: OVERRIDE CARD FOR " LK-PROGRAM-ID
                   " " LK-BUSINESS-DATE " BY OPERATOR "
                   OV-OPERATOR-ID " - " OV-REASON
           ELSE
               DISPLAY "STEPCTL: OVERRIDE CARD FOR " OV-PROGRAM-ID
                   " " OV-BUSINESS-DATE " OPERATOR " OV-OPERATOR-ID
                   " DOES NOT NAME " LK-PROGRAM-ID " "
                   LK-BUSINESS-DATE " - IGNORED"
           END-IF.
       1200-EXIT.
           EXIT.

      *****************************************************************
      * 1300-READ-STEP-RECORD - READ THE LEDGER RECORD FOR STEP
      * WS-JS-SUB ON THE CALLER'S BUSINESS DATE.
      *****************************************************************
       1300-READ-STEP-RECORD.
           MOVE 'Y'              TO WS-CHECK-FOUND-SW.
           MOVE LK-BUSINESS-DATE TO SC-BUSINESS-DATE.
           MOVE WS-JS-SUB        TO SC-STEP-SEQ.
           READ STEPCTL-FILE
               INVALID KEY
                   MOVE 'N' TO WS-CHECK-FOUND-SW
           END-READ.
       1300-EXIT.
           EXIT.

      *****************************************************************
      * 1400-FIND-DEPENDENT-RUN - LOOK FOR A LATER STEP ALREADY ON THE
      * LEDGER FOR THIS DATE THAT DEPENDS ON THE CALLER.  BECAUSE A
      * PREREQUISITE ALWAYS COMES EARLIER IN THE TABLE, A LATER STEP
      * DEPENDS ON THE CALLER, DIRECTLY OR THROUGH THE CHAIN, WHEN ITS
      * PREREQUISITE IS THE CALLER OR LATER.  WS-BLOCKER-SEQ COMES
      * BACK WITH THE FIRST ONE FOUND, ZERO WHEN THERE IS NONE.
      *****************************************************************
       1400-FIND-DEPENDENT-RUN.
           MOVE 0           TO WS-BLOCKER-SEQ.
           MOVE WS-STEP-SEQ TO WS-JS-SUB.
           PERFORM 1410-TEST-ONE-DEPENDENT THRU 1410-EXIT
               UNTIL WS-BLOCKER-SEQ > 0
                  OR WS-JS-SUB >= JS-STEP-COUNT.
       1400-EXIT.
           EXIT.

       1410-TEST-ONE-DEPENDENT.
           ADD 1 TO WS-JS-SUB.
           IF JS-PREREQ-SEQ (WS-JS-SUB) < WS-STEP-SEQ
               GO TO 1410-EXIT
           END-IF.
           PERFORM 1300-READ-STEP-RECORD THRU 1300-EXIT.
           IF CHECK-RECORD-FOUND
               MOVE WS-JS-SUB TO WS-BLOCKER-SEQ
           END-IF.
       1410-EXIT.
           EXIT.

      *****************************************************************
      * 1500-RECORD-START - WRITE OR REWRITE THE CALLER'S RECORD AS
      * STARTED.  THE END STAMP AND CONDITION CODE OF ANY EARLIER RUN
      * ARE CLEARED; THE RUN AND OVERRIDE COUNTS CARRY FORWARD.
      *****************************************************************
       1500-RECORD-START.
           IF OWN-RECORD-FOUND
               MOVE WS-OWN-RECORD TO STEPCTL-RECORD
               IF SC-RUN-COUNT NOT NUMERIC
                   MOVE 0 TO SC-RUN-COUNT
               END-IF
               IF SC-OVERRIDE-COUNT NOT NUMERIC
                   MOVE 0 TO SC-OVERRIDE-COUNT
               END-IF
           ELSE
               MOVE SPACES           TO STEPCTL-RECORD
               MOVE LK-BUSINESS-DATE TO SC-BUSINESS-DATE
               MOVE WS-STEP-SEQ      TO SC-STEP-SEQ
               MOVE 0                TO SC-RUN-COUNT
               MOVE 0                TO SC-OVERRIDE-COUNT
           END-IF.
           MOVE LK-PROGRAM-ID              TO SC-PROGRAM-ID.
           MOVE JS-JOB-STEP (WS-STEP-SEQ)  TO SC-JOB-STEP.
           MOVE 'S'                        TO SC-STEP-STATUS.
           ACCEPT SC-START-DATE FROM DATE.
           ACCEPT SC-START-TIME FROM TIME.
           MOVE 0                          TO SC-END-DATE.
           MOVE 0                          TO SC-END-TIME.
           MOVE 0                          TO SC-COND-CODE.
           IF SC-RUN-COUNT < 99
               ADD 1 TO SC-RUN-COUNT
           END-IF.
           MOVE WS-OVERRIDE-OPERATOR       TO SC-OVERRIDE-OPERATOR.
           IF OVERRIDE-SUPPLIED AND SC-OVERRIDE-COUNT < 99
               ADD 1 TO SC-OVERRIDE-COUNT
           END-IF.
           IF OWN-RECORD-FOUND
               REWRITE STEPCTL-RECORD
           ELSE
               WRITE STEPCTL-RECORD
           END-IF.
           IF WS-STEPCTL-FILE-STATUS NOT = '00'
               DISPLAY "STEPCTL: LEDGER WRITE FAILED, STATUS "
                   WS-STEPCTL-FILE-STATUS
                   " - " LK-PROGRAM-ID " RUNS UNRECORDED"
               GO TO 1500-EXIT
           END-IF.
           MOVE 'Y' TO WS-STEP-RECORDED-SW.
       1500-EXIT.
           EXIT.

      *****************************************************************
      * 2000-END-STEP - RECORD THE STEP'S END AND CONDITION CODE.
      * NOTHING IS DONE FOR A STEP WHOSE START WAS NEVER RECORDED -
      * IT RAN UNCHECKED AND SAID SO AT THE TIME.
      *****************************************************************
       2000-END-STEP.
           IF NOT STEP-RECORDED
               GO TO 2000-EXIT
           END-IF.
           OPEN I-O STEPCTL-FILE.
           IF WS-STEPCTL-FILE-STATUS NOT = '00'
               DISPLAY "STEPCTL: LEDGER OPEN FAILED, STATUS "
                   WS-STEPCTL-FILE-STATUS
                   " - END OF " LK-PROGRAM-ID " NOT RECORDED"
               GO TO 2000-EXIT
           END-IF.
           MOVE WS-STEP-SEQ TO WS-JS-SUB.
           PERFORM 1300-READ-STEP-RECORD THRU 1300-EXIT.
           IF NOT CHECK-RECORD-FOUND
               DISPLAY "STEPCTL: LEDGER RECORD FOR " LK-PROGRAM-ID
                   " " LK-BUSINESS-DATE
                   " HAS GONE - END NOT RECORDED"
               GO TO 2000-CLOSE
           END-IF.
           IF LK-COND-CODE < 12
               MOVE 'C' TO SC-STEP-STATUS
           ELSE
               MOVE 'F' TO SC-STEP-STATUS
           END-IF.
           ACCEPT SC-END-DATE FROM DATE.
           ACCEPT SC-END-TIME FROM TIME.
           MOVE LK-COND-CODE TO SC-COND-CODE.
           REWRITE STEPCTL-RECORD.
           IF WS-STEPCTL-FILE-STATUS NOT = '00'
               DISPLAY "STEPCTL: LEDGER REWRITE FAILED, STATUS "
                   WS-STEPCTL-FILE-STATUS
                   " - END OF " LK-PROGRAM-ID " NOT RECORDED"
           END-IF.
       2000-CLOSE.
           CLOSE STEPCTL-FILE.
       2000-EXIT.
           EXIT.
