      *****************************************************************
      * IDENTIFICATION DIVISION.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    STNDGEN.
       AUTHOR.        SCRIPTISTO SAMPLE SHOP.
       DATE-WRITTEN.  10/15/2026.
       DATE-COMPILED.
      *****************************************************************
      * MODIFICATION HISTORY
      *   10/15/2026  ORIGINAL VERSION.  STANDING-ORDER GENERATOR.
      *               SWEEPS THE STNDINST STANDING-INSTRUCTION MASTER
      *               AHEAD OF THE NIGHTLY POSTING RUN AND WRITES EVERY
      *               INSTRUCTION THAT HAS FALLEN DUE AS AN ORDINARY
      *               TRANREC TRANSACTION ON STNDTRAN, THE SAME WAY
      *               ACCRUE WRITES THE MONTH-END ACCRUALS, SO RECURRING
      *               PAYMENTS POST THROUGH THE NORMAL VALIDATE/MASTUPD/
      *               AUDITLOG/GLWORK PATH INSTEAD OF BEING KEYED BY
      *               HAND EVERY CYCLE.
      *   10/15/2026  A DORMANT ACCOUNT (SEE DORMSWP) IS TREATED LIKE A
      *               CLOSED ONE - THE OCCURRENCE IS SKIPPED RATHER THAN
      *               GENERATED INTO A CERTAIN REASON-10 REJECT.  THE
      *               MASTER RECORD IS NOW 100 BYTES.
      *   10/15/2026  CHECKS IN AND OUT ON THE STEPCTL JOB-STEP LEDGER
      *               UNDER THE PROCESSING DATE, THE SAME WAY TRANFIX
      *               DOES, SO THE JOB NOW SUPPLIES THE DATE ON THE
      *               SYSIN CARD.  A STEP ALREADY COMPLETED FOR THE
      *               DATE, OR RUN OUT OF ORDER, IS REFUSED WITH CC 20
      *               OR 24 BEFORE ANYTHING IS OPENED, UNLESS A STEPOVR
      *               OVERRIDE CARD ALLOWS IT.
      *
      * PURPOSE.  THE SYSIN PARM CARD GIVES THE PROCESSING DATE
      * (CCYYMMDD) OF THE POSTING RUN THE OUTPUT IS FOR.  WHEN THE
      * CARD IS ABSENT THE BUSCAL CALENDAR'S EXPECTED NEXT BUSINESS
      * DATE IS USED - THE DATE THE POSTING RUN WILL CHECK ITS OWN
      * CONTROL CARD AGAINST - AND FAILING THAT THE SYSTEM DATE.
      *
      * AN ACTIVE INSTRUCTION IS DUE WHEN ITS NEXT DUE DATE, ROLLED
      * FORWARD TO THE NEXT BUSINESS DAY WHEN IT FALLS ON A WEEKEND
      * OR A BUSCAL HOLIDAY, IS ON OR BEFORE THE PROCESSING DATE.
      * EACH DUE OCCURRENCE IS WRITTEN DATED ITS ROLLED DUE DATE AND
      * THE SCHEDULE IS ADVANCED BY THE INSTRUCTION'S FREQUENCY FROM
      * THE UNROLLED DATE, SO A ROLL NEVER MOVES LATER OCCURRENCES.
      * OCCURRENCES MISSED WHILE THE JOB DID NOT RUN ARE ALL CAUGHT UP
      * ON THE NEXT RUN, EACH UNDER ITS OWN TRANSACTION ID.  WITH NO
      * BUSCAL SUPPLIED ONLY WEEKENDS ARE ROLLED.
      *
      * AN OCCURRENCE WHOSE ACCOUNT (OR TRANSFER TO-ACCOUNT) IS
      * CLOSED OR GONE FROM THE MASTER IS SKIPPED - NOTHING IS
      * WRITTEN, THE SCHEDULE STILL ADVANCES, AND THE SKIP DOES NOT
      * COUNT TOWARD AN OCCURRENCE LIMIT.  AN INSTRUCTION WHOSE NEXT
      * DUE DATE HAS PASSED ITS END DATE, OR WHOSE OCCURRENCE LIMIT
      * IS USED UP, IS MARKED EXPIRED AND NEVER GENERATED AGAIN.
      * EVERY OCCURRENCE PRODUCED OR SKIPPED AND EVERY INSTRUCTION
      * EXPIRED IS LISTED ON THE STNDGRPT REGISTER.
      *
      * A RERUN FOR THE SAME PROCESSING DATE (THE POSTING JOB RUN
      * AGAIN FROM THE TOP AFTER A FAILURE) PUTS EACH INSTRUCTION
      * BACK TO HOW IT STOOD BEFORE THE FIRST SWEEP AND REGENERATES
      * THE SAME STNDTRAN UNDER THE SAME TRANSACTION IDS - SEE
      * STNDREC.CPY.  ONCE THE SWEEP HAS COMPLETED FOR THE DATE ON THE
      * STEPCTL LEDGER, SUCH A RERUN NEEDS A STEPOVR OVERRIDE CARD.
      *
      * GENERATED RECORDS CARRY TR-SOURCE-FLAG 'S' AND OPERATOR
      * 'STAND' AND ARE PRESENTED THROUGH THE POSTING RUN'S RECYCLE
      * DD, SO THEY STAY OUT OF THE CTLTOTAL RECONCILIATION LIKE THE
      * ACCRUALS.  TRANSACTION IDS ARE 'S' + YMMDD OF THE PROCESSING
      * DATE + SEQUENCE, UNIQUE WITHIN THE RUN SO POSTXREF'S DUPLICATE
      * PROTECTION STILL CATCHES A RE-PRESENTED STNDTRAN.
      *
      * THE RUN ENDS WITH A GRADED RETURN CODE (0 CLEAN, 8 THE
      * TRANSACTION-ID SEQUENCE RAN OUT AND THE SWEEP ENDED SHORT -
      * WHAT WAS WRITTEN IS GOOD AND THE REST IS STILL DUE NEXT RUN,
      * 12 A MASTER FILE WOULD NOT OPEN - NOTHING GENERATED).
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *****************************************************************
      * STNDINST - VSAM KSDS KEYED BY INSTRUCTION ID, READ IN KEY
      * ORDER AND REWRITTEN AS EACH INSTRUCTION ADVANCES.  SEE
      * STNDREC.CPY.
      *****************************************************************
           SELECT STNDINST
               ASSIGN TO STNDINST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS SI-INSTRUCTION-ID
               FILE STATUS IS WS-STNDINST-FILE-STATUS.

      *****************************************************************
      * MASTER-FILE - VSAM KSDS KEYED BY ACCOUNT NUMBER, READ BY KEY
      * TO CONFIRM EACH OCCURRENCE'S ACCOUNTS ARE STILL OPEN.  SEE
      * MASTREC.CPY.
      *****************************************************************
           SELECT MASTER-FILE
               ASSIGN TO MASTER
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS MA-ACCOUNT-NUMBER
               FILE STATUS IS WS-MASTER-FILE-STATUS.

      *****************************************************************
      * STNDTRAN - THE GENERATED STANDING-ORDER TRANSACTIONS, STANDARD
      * 80-BYTE TRANREC LAYOUT, PICKED UP BY THE POSTING RUN.
      *****************************************************************
           SELECT STNDTRAN
               ASSIGN TO STNDTRAN
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT BUSCAL
               ASSIGN TO BUSCAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUSCAL-FILE-STATUS.

           SELECT PARMCARD
               ASSIGN TO SYSIN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARMCARD-FILE-STATUS.

           SELECT STNDGRPT
               ASSIGN TO STNDGRPT
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  STNDINST
           RECORD CONTAINS 100 CHARACTERS
           LABEL RECORDS ARE STANDARD.
           COPY STNDREC.

       FD  MASTER-FILE
           RECORD CONTAINS 100 CHARACTERS
           LABEL RECORDS ARE STANDARD.
           COPY MASTREC.

       FD  STNDTRAN
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS
           LABEL RECORDS ARE STANDARD.
           COPY TRANREC.

      *****************************************************************
      * BUSCAL - THE POSTING RUN'S PROCESSING CALENDAR: ONE 'CD'
      * CONTROL RECORD CARRYING THE EXPECTED NEXT BUSINESS DATE,
      * FOLLOWED BY 'HD' HOLIDAY RECORDS.  READ ONLY HERE - THE
      * POSTING RUN IS WHAT ADVANCES IT.  OPTIONAL.
      *****************************************************************
       FD  BUSCAL
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  BUSCAL-RECORD.
           05  BC-RECORD-TYPE          PIC X(02).
           05  BC-DATE                 PIC 9(08).
           05  BC-MONTH-END-FLAG       PIC X(01).
           05  FILLER                  PIC X(69).

       FD  PARMCARD
           RECORDING MODE IS F
           RECORD CONTAINS 8 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  PARMCARD-RECORD.
           05  PC-PROCESS-DATE         PIC X(08).

      *****************************************************************
      * STNDGRPT - STANDING-ORDER REGISTER, ONE LINE PER OCCURRENCE
      * PRODUCED OR SKIPPED AND PER INSTRUCTION EXPIRED, PLUS
      * END-OF-RUN TOTALS.
      *****************************************************************
       FD  STNDGRPT
           RECORDING MODE IS F
           RECORD CONTAINS 132 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  SGR-LINE                    PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-SWITCHES.
           05  WS-STNDINST-EOF-SW      PIC X(01) VALUE 'N'.
               88  END-OF-STNDINST             VALUE 'Y'.
           05  WS-STNDINST-AVAIL-SW    PIC X(01) VALUE 'N'.
               88  STNDINST-AVAILABLE          VALUE 'Y'.
           05  WS-MASTER-AVAIL-SW      PIC X(01) VALUE 'N'.
               88  MASTER-AVAILABLE            VALUE 'Y'.
           05  WS-SEQ-FAULT-SW         PIC X(01) VALUE 'N'.
               88  SEQUENCE-EXHAUSTED          VALUE 'Y'.
           05  WS-INST-CHANGED-SW      PIC X(01) VALUE 'N'.
               88  INSTRUCTION-CHANGED         VALUE 'Y'.
           05  WS-ACCT-OPEN-SW         PIC X(01) VALUE 'N'.
               88  ACCOUNT-IS-OPEN             VALUE 'Y'.

       01  WS-FILE-STATUSES.
           05  WS-STNDINST-FILE-STATUS PIC X(02) VALUE '00'.
           05  WS-MASTER-FILE-STATUS   PIC X(02) VALUE '00'.
           05  WS-BUSCAL-FILE-STATUS   PIC X(02) VALUE '00'.
           05  WS-PARMCARD-FILE-STATUS PIC X(02) VALUE '00'.

       01  WS-PROCESS-DATE             PIC 9(08) VALUE 0.
       01  WS-DUE-DATE                 PIC 9(08) VALUE 0.
       01  WS-CHECK-ACCOUNT            PIC 9(09) VALUE 0.

      *****************************************************************
      * CALL PARAMETER WORK AREA FOR STEPCTL, THE JOB-STEP COMPLETION
      * LEDGER.  THE STEP IS LEDGERED UNDER WS-PROCESS-DATE, THE SAME
      * DATE THE POSTING RUN CHECKS IN UNDER.  WS-STEP-CODE COMES
      * BACK FROM THE 'B' CALL AS THE VERDICT - ZERO TO GO AHEAD, 20
      * OR 24 REFUSED - AND GOES OUT ON THE 'E' CALL AS THE RUN'S
      * GRADE.
      *****************************************************************
       01  WS-STEP-FUNCTION            PIC X(01).
       01  WS-STEP-PROGRAM             PIC X(08) VALUE 'STNDGEN'.
       01  WS-STEP-CODE                PIC 9(02) VALUE 0.
           88  STEP-CONTROL-REFUSED            VALUE 20 THRU 99.

      *****************************************************************
      * WS-TRAN-ID - GENERATED TRANSACTION ID: 'S', YMMDD OF THE
      * PROCESSING DATE, AND A SEQUENCE NUMBER BUMPED PER GENERATED
      * RECORD.  A SEQUENCE THAT RUNS OUT ENDS THE SWEEP SHORT (SEE
      * 5000) RATHER THAN WRAPPING INTO DUPLICATE IDS.
      *****************************************************************
       01  WS-TRAN-ID.
           05  WS-TI-TYPE              PIC X(01) VALUE 'S'.
           05  WS-TI-DATE              PIC 9(05).
           05  WS-TI-SEQ               PIC 9(04).

       77  WS-RETURN-CODE              PIC 9(02)            VALUE 0.
       77  WS-INST-COUNT               PIC 9(07) COMP-3 VALUE 0.
       77  WS-INACTIVE-COUNT           PIC 9(07) COMP-3 VALUE 0.
       77  WS-PRODUCED-COUNT           PIC 9(07) COMP-3 VALUE 0.
       77  WS-SKIPPED-COUNT            PIC 9(07) COMP-3 VALUE 0.
       77  WS-EXPIRED-COUNT            PIC 9(07) COMP-3 VALUE 0.
       77  WS-SEQUENCE                 PIC 9(04) COMP-3 VALUE 0.
       77  WS-PRODUCED-TOTAL           PIC S9(11)V99 COMP-3 VALUE 0.

      *****************************************************************
      * BUSINESS-CALENDAR CONTROLS - THE EXPECTED NEXT BUSINESS DATE
      * OFF BUSCAL'S 'CD' RECORD AND THE HOLIDAY TABLE OFF ITS 'HD'
      * RECORDS, LOADED THE SAME WAY THE POSTING RUN LOADS THEM.
      *****************************************************************
       01  WS-CALENDAR-CONTROLS.
           05  WS-BUSCAL-EOF-SW         PIC X(01)        VALUE 'N'.
               88  END-OF-BUSCAL                VALUE 'Y'.
           05  WS-CAL-NEXT-DATE         PIC 9(08)        VALUE 0.
           05  WS-HOLIDAY-COUNT         PIC 9(02) COMP-3 VALUE 0.
           05  WS-HOLIDAY-DATE          OCCURS 30 TIMES
                                        PIC 9(08).
           05  WS-HOL-SUB               PIC 9(02) COMP-3 VALUE 0.
           05  WS-HOL-HIT               PIC 9(02) COMP-3 VALUE 0.

      *****************************************************************
      * DATE-ARITHMETIC WORK FIELDS FOR THE DUE-DATE ROLL AND THE
      * SCHEDULE ADVANCE: NEXT CALENDAR DAY AND MONTH LENGTHS (LEAP
      * YEARS BY HAND) AND DAY OF WEEK BY ZELLER'S CONGRUENCE, WHERE
      * 0 IS SATURDAY AND 1 IS SUNDAY - THE POSTING RUN'S OWN
      * CALENDAR ARITHMETIC.
      *****************************************************************
       01  WS-DATE-WORK.
           05  WS-WK-DATE.
               10  WS-WK-YEAR           PIC 9(04).
               10  WS-WK-MONTH          PIC 9(02).
               10  WS-WK-DAY            PIC 9(02).
           05  WS-WK-DATE-N REDEFINES WS-WK-DATE
                                        PIC 9(08).
           05  WS-MONTH-DAYS            PIC 9(02)        VALUE 0.
           05  WS-MONTHS-TO-ADD         PIC 9(02)        VALUE 0.
           05  WS-LEAP-SW               PIC X(01)        VALUE 'N'.
           05  WS-BUSDAY-SW             PIC X(01)        VALUE 'N'.
           05  WS-REM-WORK              PIC 9(04) COMP-3 VALUE 0.
           05  WS-QUOT-WORK             PIC 9(04) COMP-3 VALUE 0.
           05  WS-DOW                   PIC 9(01)        VALUE 0.
           05  WS-Z-M                   PIC 9(02) COMP-3 VALUE 0.
           05  WS-Z-Y                   PIC 9(04) COMP-3 VALUE 0.
           05  WS-Z-J                   PIC 9(02) COMP-3 VALUE 0.
           05  WS-Z-K                   PIC 9(02) COMP-3 VALUE 0.
           05  WS-Z-T1                  PIC 9(03) COMP-3 VALUE 0.
           05  WS-Z-T2                  PIC 9(03) COMP-3 VALUE 0.
           05  WS-Z-T3                  PIC 9(03) COMP-3 VALUE 0.
           05  WS-Z-SUM                 PIC 9(04) COMP-3 VALUE 0.

      *****************************************************************
      * STANDING-ORDER REGISTER LINE LAYOUTS.
      *****************************************************************
       01  WS-SGR-HEADING.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  FILLER                  PIC X(42)
                   VALUE "STANDING-ORDER REGISTER - PROCESSING DATE ".
           05  SH-PROCESS-DATE         PIC 9(08).

       01  WS-SGR-DETAIL.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  SD-INSTRUCTION-ID       PIC X(08).
           05  FILLER                  PIC X(02) VALUE SPACE.
           05  SD-ACCOUNT-NUMBER       PIC 9(09).
           05  FILLER                  PIC X(02) VALUE SPACE.
           05  SD-RECORD-CODE          PIC X(02).
           05  FILLER                  PIC X(02) VALUE SPACE.
           05  SD-AMOUNT               PIC -999,999,999.99.
           05  FILLER                  PIC X(06) VALUE "  DUE ".
           05  SD-NEXT-DUE-DATE        PIC 9(08).
           05  FILLER                  PIC X(07) VALUE "  DATED".
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  SD-DUE-DATE             PIC 9(08).
           05  FILLER                  PIC X(02) VALUE SPACE.
           05  SD-TRANSACTION-ID       PIC X(10).
           05  FILLER                  PIC X(02) VALUE SPACE.
           05  SD-DISPOSITION          PIC X(40).

       01  WS-SGR-MESSAGE.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  SM-MESSAGE              PIC X(60).

       01  WS-SGR-TOTAL-1.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  FILLER                  PIC X(23)
                   VALUE "INSTRUCTIONS READ:     ".
           05  ST-INST-COUNT           PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(12) VALUE "  INACTIVE  ".
           05  ST-INACTIVE-COUNT       PIC ZZZ,ZZ9.

       01  WS-SGR-TOTAL-2.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  FILLER                  PIC X(23)
                   VALUE "OCCURRENCES PRODUCED:  ".
           05  ST-PRODUCED-COUNT       PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(09) VALUE "  TOTAL  ".
           05  ST-PRODUCED-TOTAL       PIC -99,999,999,999.99.

       01  WS-SGR-TOTAL-3.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  FILLER                  PIC X(23)
                   VALUE "OCCURRENCES SKIPPED:   ".
           05  ST-SKIPPED-COUNT        PIC ZZZ,ZZ9.

       01  WS-SGR-TOTAL-4.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  FILLER                  PIC X(23)
                   VALUE "INSTRUCTIONS EXPIRED:  ".
           05  ST-EXPIRED-COUNT        PIC ZZZ,ZZ9.

       PROCEDURE DIVISION.
      *****************************************************************
      * 0000-MAINLINE - TOP LEVEL CONTROL FOR THE STANDING-ORDER
      * SWEEP.
      *****************************************************************
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           IF STEP-CONTROL-REFUSED
               MOVE WS-STEP-CODE TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM 2000-PROCESS-INSTRUCTION THRU 2000-EXIT
               UNTIL END-OF-STNDINST.
           PERFORM 9000-TERMINATE THRU 9000-EXIT.
           PERFORM 9900-END-STEP-CONTROL THRU 9900-EXIT.
           MOVE WS-RETURN-CODE TO RETURN-CODE.
           STOP RUN.

      *****************************************************************
      * 1000-INITIALIZE - LOAD THE CALENDAR, PICK UP THE PROCESSING
      * DATE, OPEN THE FILES, AND PRIME THE INSTRUCTION READ.  AN
      * ACCOUNT MASTER OR INSTRUCTION FILE THAT WON'T OPEN IS FATAL
      * TO THE SWEEP - THE RUN GRADES ITSELF 12 AND LEAVES AN EMPTY
      * STNDTRAN, AND NO INSTRUCTION IS ADVANCED.
      *****************************************************************
       1000-INITIALIZE.
           PERFORM 1100-LOAD-CALENDAR THRU 1100-EXIT.
           ACCEPT WS-PROCESS-DATE FROM DATE YYYYMMDD.
           IF WS-CAL-NEXT-DATE NOT = 0
               MOVE WS-CAL-NEXT-DATE TO WS-PROCESS-DATE
           END-IF.
           OPEN INPUT PARMCARD.
           IF WS-PARMCARD-FILE-STATUS = '00'
               READ PARMCARD
                   AT END
                       CONTINUE
                   NOT AT END
                       IF PC-PROCESS-DATE NUMERIC
                               AND PC-PROCESS-DATE NOT = '00000000'
                           MOVE PC-PROCESS-DATE TO WS-PROCESS-DATE
                       END-IF
               END-READ
               CLOSE PARMCARD
           END-IF.
           PERFORM 1005-BEGIN-STEP-CONTROL THRU 1005-EXIT.
           IF STEP-CONTROL-REFUSED
               GO TO 1000-EXIT
           END-IF.
           OPEN OUTPUT STNDGRPT.
           MOVE WS-PROCESS-DATE TO SH-PROCESS-DATE.
           MOVE WS-SGR-HEADING TO SGR-LINE.
           WRITE SGR-LINE.
           OPEN OUTPUT STNDTRAN.
           MOVE WS-PROCESS-DATE (4:5) TO WS-TI-DATE.
           MOVE 'Y' TO WS-STNDINST-EOF-SW.
           OPEN INPUT MASTER-FILE.
           IF WS-MASTER-FILE-STATUS NOT = '00'
               MOVE 12 TO WS-RETURN-CODE
               DISPLAY "STNDGEN: MASTER-FILE OPEN FAILED, STATUS "
                   WS-MASTER-FILE-STATUS
                   " - NO STANDING ORDERS GENERATED"
               GO TO 1000-EXIT
           END-IF.
           MOVE 'Y' TO WS-MASTER-AVAIL-SW.
           OPEN I-O STNDINST.
           IF WS-STNDINST-FILE-STATUS NOT = '00'
               MOVE 12 TO WS-RETURN-CODE
               DISPLAY "STNDGEN: STNDINST OPEN FAILED, STATUS "
                   WS-STNDINST-FILE-STATUS
                   " - NO STANDING ORDERS GENERATED"
               GO TO 1000-EXIT
           END-IF.
           MOVE 'Y' TO WS-STNDINST-AVAIL-SW.
           MOVE 'N' TO WS-STNDINST-EOF-SW.
           PERFORM 2100-READ-STNDINST THRU 2100-EXIT.
       1000-EXIT.
           EXIT.

      *****************************************************************
      * 1005-BEGIN-STEP-CONTROL - CHECK THE STEP IN ON THE STEPCTL
      * LEDGER FOR THE PROCESSING DATE, BEFORE ANYTHING IS OPENED FOR
      * OUTPUT.  STEPCTL REFUSES A STEP ALREADY COMPLETED FOR THE
      * DATE (CC 20), OR ONE RUN OUT OF ORDER (CC 24), UNLESS A
      * STEPOVR OVERRIDE CARD NAMES STNDGEN AND THE DATE, AND HAS
      * ALREADY SAID WHY.
      *****************************************************************
       1005-BEGIN-STEP-CONTROL.
           MOVE 'B' TO WS-STEP-FUNCTION.
           MOVE 0   TO WS-STEP-CODE.
           CALL 'STEPCTL' USING WS-STEP-FUNCTION WS-STEP-PROGRAM
               WS-PROCESS-DATE WS-STEP-CODE.
       1005-EXIT.
           EXIT.

      *****************************************************************
      * 1100-LOAD-CALENDAR - READ BUSCAL FOR THE EXPECTED NEXT
      * BUSINESS DATE AND THE HOLIDAY TABLE.  NO CALENDAR SUPPLIED
      * MEANS ONLY WEEKENDS ROLL - SAID ON THE LOG SO A HOLIDAY
      * PAYMENT DATED ON THE HOLIDAY DOES NOT COME AS A SURPRISE.
      *****************************************************************
       1100-LOAD-CALENDAR.
           OPEN INPUT BUSCAL.
           IF WS-BUSCAL-FILE-STATUS NOT = '00'
               DISPLAY "STNDGEN: BUSCAL NOT SUPPLIED - ONLY "
                   "WEEKEND DUE DATES WILL BE ROLLED"
               GO TO 1100-EXIT
           END-IF.
           PERFORM 1110-LOAD-ONE-CAL-RECORD THRU 1110-EXIT
               UNTIL END-OF-BUSCAL.
           CLOSE BUSCAL.
       1100-EXIT.
           EXIT.

      *****************************************************************
      * 1110-LOAD-ONE-CAL-RECORD - ONE BUSCAL RECORD: THE 'CD'
      * CONTROL RECORD (THE LAST ONE WINS) OR AN 'HD' HOLIDAY.
      *****************************************************************
       1110-LOAD-ONE-CAL-RECORD.
           READ BUSCAL
               AT END
                   MOVE 'Y' TO WS-BUSCAL-EOF-SW
                   GO TO 1110-EXIT
           END-READ.
           EVALUATE BC-RECORD-TYPE
               WHEN 'CD'
                   IF BC-DATE NUMERIC
                       MOVE BC-DATE TO WS-CAL-NEXT-DATE
                   END-IF
               WHEN 'HD'
                   IF BC-DATE NUMERIC
                           AND WS-HOLIDAY-COUNT < 30
                       ADD 1 TO WS-HOLIDAY-COUNT
                       MOVE BC-DATE
                           TO WS-HOLIDAY-DATE (WS-HOLIDAY-COUNT)
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
       1110-EXIT.
           EXIT.

      *****************************************************************
      * 2000-PROCESS-INSTRUCTION - ONE STNDINST RECORD: GENERATE EVERY
      * OCCURRENCE DUE BY THE PROCESSING DATE, REWRITE THE
      * INSTRUCTION IF IT MOVED, AND READ AHEAD.  AN INSTRUCTION THIS
      * SAME PROCESSING DATE ALREADY MOVED (A RERUN) IS FIRST PUT
      * BACK THE WAY IT WAS BEFORE THAT SWEEP, SO THE RERUN PRODUCES
      * THE SAME OCCURRENCES UNDER THE SAME IDS.  A CANCELLED OR
      * EXPIRED INSTRUCTION IS PASSED OVER AND ONLY COUNTED; ONE WHOSE
      * DATES OR AMOUNT ARE NOT NUMERIC IS LISTED AS SKIPPED AND LEFT
      * AS IT IS FOR MAINTENANCE TO PUT RIGHT.
      *****************************************************************
       2000-PROCESS-INSTRUCTION.
           ADD 1 TO WS-INST-COUNT.
           MOVE 'N' TO WS-INST-CHANGED-SW.
           IF SI-PASS-DATE = WS-PROCESS-DATE
               MOVE SI-PRIOR-DUE-DATE    TO SI-NEXT-DUE-DATE
               MOVE SI-PRIOR-OCCURS-DONE TO SI-OCCURS-DONE
               MOVE SI-PRIOR-STATUS      TO SI-STATUS
               MOVE 'Y' TO WS-INST-CHANGED-SW
           END-IF.
           IF NOT SI-ACTIVE
               IF INSTRUCTION-CHANGED
                   REWRITE STANDING-RECORD
               END-IF
               ADD 1 TO WS-INACTIVE-COUNT
               GO TO 2000-NEXT
           END-IF.
           IF SI-NEXT-DUE-DATE NOT NUMERIC
                   OR SI-END-DATE NOT NUMERIC
                   OR SI-OCCURS-LIMIT NOT NUMERIC
                   OR SI-OCCURS-DONE NOT NUMERIC
                   OR SI-AMOUNT NOT NUMERIC
                   OR NOT SI-FREQUENCY-VALID
               MOVE SPACES TO SD-TRANSACTION-ID
               MOVE 0      TO SD-DUE-DATE
               MOVE "SKIPPED - INSTRUCTION DATA INVALID"
                   TO SD-DISPOSITION
               PERFORM 6000-WRITE-DETAIL THRU 6000-EXIT
               ADD 1 TO WS-SKIPPED-COUNT
               GO TO 2000-NEXT
           END-IF.
           MOVE SI-NEXT-DUE-DATE TO SI-PRIOR-DUE-DATE.
           MOVE SI-OCCURS-DONE   TO SI-PRIOR-OCCURS-DONE.
           MOVE SI-STATUS        TO SI-PRIOR-STATUS.
           PERFORM 2200-ROLL-DUE-DATE THRU 2200-EXIT.
           PERFORM 3000-PROCESS-OCCURRENCE THRU 3000-EXIT
               UNTIL NOT SI-ACTIVE
                  OR WS-DUE-DATE > WS-PROCESS-DATE
                  OR SEQUENCE-EXHAUSTED.
           IF INSTRUCTION-CHANGED
               MOVE WS-PROCESS-DATE TO SI-PASS-DATE
               REWRITE STANDING-RECORD
           END-IF.
           IF SEQUENCE-EXHAUSTED
               GO TO 2000-EXIT
           END-IF.
       2000-NEXT.
           PERFORM 2100-READ-STNDINST THRU 2100-EXIT.
       2000-EXIT.
           EXIT.

      *****************************************************************
      * 2100-READ-STNDINST - READ THE NEXT INSTRUCTION IN KEY ORDER.
      *****************************************************************
       2100-READ-STNDINST.
           READ STNDINST
               AT END
                   MOVE 'Y' TO WS-STNDINST-EOF-SW
           END-READ.
       2100-EXIT.
           EXIT.

      *****************************************************************
      * 2200-ROLL-DUE-DATE - WS-DUE-DATE IS THE INSTRUCTION'S NEXT DUE
      * DATE, OR THE NEXT BUSINESS DAY AFTER IT WHEN IT FALLS ON A
      * WEEKEND OR A HOLIDAY.
      *****************************************************************
       2200-ROLL-DUE-DATE.
           MOVE SI-NEXT-DUE-DATE TO WS-WK-DATE-N.
           PERFORM 9300-TEST-BUSINESS-DAY THRU 9300-EXIT.
           IF WS-BUSDAY-SW NOT = 'Y'
               PERFORM 9500-NEXT-BUSINESS-DATE THRU 9500-EXIT
           END-IF.
           MOVE WS-WK-DATE-N TO WS-DUE-DATE.
       2200-EXIT.
           EXIT.

      *****************************************************************
      * 2400-CHECK-ACCOUNT - IS WS-CHECK-ACCOUNT ON THE ACCOUNT MASTER
      * AND NEITHER CLOSED NOR DORMANT?  A DORMANT ACCOUNT WOULD ONLY
      * REJECT THE POSTING UNTIL IT IS REACTIVATED.
      *****************************************************************
       2400-CHECK-ACCOUNT.
           MOVE 'Y' TO WS-ACCT-OPEN-SW.
           MOVE WS-CHECK-ACCOUNT TO MA-ACCOUNT-NUMBER.
           READ MASTER-FILE
               INVALID KEY
                   MOVE 'N' TO WS-ACCT-OPEN-SW
                   GO TO 2400-EXIT
           END-READ.
           IF MA-ACCOUNT-CLOSED OR MA-ACCOUNT-DORMANT
               MOVE 'N' TO WS-ACCT-OPEN-SW
           END-IF.
       2400-EXIT.
           EXIT.

      *****************************************************************
      * 3000-PROCESS-OCCURRENCE - ONE DUE OCCURRENCE OF THE CURRENT
      * INSTRUCTION.  AN INSTRUCTION ALREADY PAST ITS END DATE OR
      * LIMIT (A CHANGE CARD CAN LOWER THE LIMIT BELOW WHAT HAS RUN)
      * EXPIRES WITHOUT PRODUCING ANYTHING.  OTHERWISE THE OCCURRENCE
      * IS PRODUCED - OR SKIPPED WHEN AN ACCOUNT IS NO LONGER OPEN -
      * AND THE SCHEDULE ADVANCES, EXPIRING THE INSTRUCTION WHEN THAT
      * WAS ITS LAST OCCURRENCE.
      *****************************************************************
       3000-PROCESS-OCCURRENCE.
           IF (SI-END-DATE NOT = 0
                   AND SI-NEXT-DUE-DATE > SI-END-DATE)
                   OR (SI-OCCURS-LIMIT NOT = 0
                   AND SI-OCCURS-DONE NOT < SI-OCCURS-LIMIT)
               PERFORM 3500-EXPIRE-INSTRUCTION THRU 3500-EXIT
               GO TO 3000-EXIT
           END-IF.
           MOVE SPACES      TO SD-TRANSACTION-ID.
           MOVE WS-DUE-DATE TO SD-DUE-DATE.
           MOVE SI-ACCOUNT-NUMBER TO WS-CHECK-ACCOUNT.
           PERFORM 2400-CHECK-ACCOUNT THRU 2400-EXIT.
           IF NOT ACCOUNT-IS-OPEN
               MOVE "SKIPPED - ACCOUNT NOT OPEN ON MASTER"
                   TO SD-DISPOSITION
               GO TO 3000-SKIP
           END-IF.
           IF SI-RECORD-CODE = 'XF'
               MOVE SI-TO-ACCOUNT TO WS-CHECK-ACCOUNT
               PERFORM 2400-CHECK-ACCOUNT THRU 2400-EXIT
               IF NOT ACCOUNT-IS-OPEN
                   MOVE "SKIPPED - TO-ACCOUNT NOT OPEN ON MASTER"
                       TO SD-DISPOSITION
                   GO TO 3000-SKIP
               END-IF
           END-IF.
           PERFORM 4000-WRITE-STANDING-TRAN THRU 4000-EXIT.
           IF SEQUENCE-EXHAUSTED
               GO TO 3000-EXIT
           END-IF.
           MOVE "PRODUCED" TO SD-DISPOSITION.
           PERFORM 6000-WRITE-DETAIL THRU 6000-EXIT.
           GO TO 3000-ADVANCE.
       3000-SKIP.
           PERFORM 6000-WRITE-DETAIL THRU 6000-EXIT.
           ADD 1 TO WS-SKIPPED-COUNT.
       3000-ADVANCE.
           PERFORM 3400-ADVANCE-SCHEDULE THRU 3400-EXIT.
           IF (SI-END-DATE NOT = 0
                   AND SI-NEXT-DUE-DATE > SI-END-DATE)
                   OR (SI-OCCURS-LIMIT NOT = 0
                   AND SI-OCCURS-DONE NOT < SI-OCCURS-LIMIT)
               PERFORM 3500-EXPIRE-INSTRUCTION THRU 3500-EXIT
           END-IF.
       3000-EXIT.
           EXIT.

      *****************************************************************
      * 3400-ADVANCE-SCHEDULE - MOVE THE NEXT DUE DATE ON BY THE
      * INSTRUCTION'S FREQUENCY, FROM THE UNROLLED DATE, AND ROLL THE
      * NEW DATE FOR THE DUE TEST.  WEEKS ARE COUNTED IN DAYS; MONTHS
      * LAND ON THE ANCHOR DAY, OR THE LAST DAY OF A SHORTER MONTH.
      *****************************************************************
       3400-ADVANCE-SCHEDULE.
           MOVE SI-NEXT-DUE-DATE TO WS-WK-DATE-N.
           EVALUATE TRUE
               WHEN SI-WEEKLY
                   PERFORM 9400-ADD-ONE-DAY THRU 9400-EXIT 7 TIMES
               WHEN SI-BIWEEKLY
                   PERFORM 9400-ADD-ONE-DAY THRU 9400-EXIT 14 TIMES
               WHEN SI-MONTHLY
                   MOVE 1 TO WS-MONTHS-TO-ADD
                   PERFORM 9700-ADD-MONTHS THRU 9700-EXIT
               WHEN SI-QUARTERLY
                   MOVE 3 TO WS-MONTHS-TO-ADD
                   PERFORM 9700-ADD-MONTHS THRU 9700-EXIT
               WHEN SI-ANNUAL
                   MOVE 12 TO WS-MONTHS-TO-ADD
                   PERFORM 9700-ADD-MONTHS THRU 9700-EXIT
           END-EVALUATE.
           MOVE WS-WK-DATE-N TO SI-NEXT-DUE-DATE.
           MOVE 'Y' TO WS-INST-CHANGED-SW.
           PERFORM 2200-ROLL-DUE-DATE THRU 2200-EXIT.
       3400-EXIT.
           EXIT.

      *****************************************************************
      * 3500-EXPIRE-INSTRUCTION - THE INSTRUCTION HAS RUN ITS COURSE.
      * MARK IT EXPIRED AND SAY SO ON THE REGISTER, WITH THE DATE IT
      * WOULD HAVE RUN NEXT.
      *****************************************************************
       3500-EXPIRE-INSTRUCTION.
           SET SI-EXPIRED TO TRUE.
           MOVE 'Y' TO WS-INST-CHANGED-SW.
           ADD 1 TO WS-EXPIRED-COUNT.
           MOVE SPACES TO SD-TRANSACTION-ID.
           MOVE 0      TO SD-DUE-DATE.
           IF SI-OCCURS-LIMIT NOT = 0
                   AND SI-OCCURS-DONE NOT < SI-OCCURS-LIMIT
               MOVE "EXPIRED - OCCURRENCE LIMIT REACHED"
                   TO SD-DISPOSITION
           ELSE
               MOVE "EXPIRED - END DATE PASSED"
                   TO SD-DISPOSITION
           END-IF.
           PERFORM 6000-WRITE-DETAIL THRU 6000-EXIT.
       3500-EXIT.
           EXIT.

      *****************************************************************
      * 4000-WRITE-STANDING-TRAN - ONE OCCURRENCE IN STANDARD TRANREC
      * LAYOUT, DATED ITS ROLLED DUE DATE.  A TRANSFER CARRIES ITS
      * TO-ACCOUNT.  AN EXHAUSTED SEQUENCE ENDS THE SWEEP INSTEAD OF
      * WRAPPING INTO A DUPLICATE ID, AND THE OCCURRENCE IS LEFT DUE.
      *****************************************************************
       4000-WRITE-STANDING-TRAN.
           ADD 1 TO WS-SEQUENCE
               ON SIZE ERROR
                   PERFORM 5000-SEQUENCE-EXHAUSTED THRU 5000-EXIT
           END-ADD.
           IF SEQUENCE-EXHAUSTED
               GO TO 4000-EXIT
           END-IF.
           MOVE SPACES TO TRAN-RECORD.
           MOVE SI-RECORD-CODE     TO TR-RECORD-CODE.
           MOVE WS-SEQUENCE        TO WS-TI-SEQ.
           MOVE WS-TRAN-ID         TO TR-TRANSACTION-ID.
           MOVE SI-ACCOUNT-NUMBER  TO TR-ACCOUNT-NUMBER.
           MOVE WS-DUE-DATE        TO TR-TRANSACTION-DATE.
           MOVE SI-AMOUNT          TO TR-AMOUNT.
           MOVE 'STAND'            TO TR-OPERATOR-ID.
           MOVE 'S'                TO TR-SOURCE-FLAG.
           IF SI-RECORD-CODE = 'XF'
               MOVE SI-TO-ACCOUNT  TO TR-TO-ACCOUNT
           END-IF.
           WRITE TRAN-RECORD.
           MOVE WS-TRAN-ID         TO SD-TRANSACTION-ID.
           ADD 1                   TO SI-OCCURS-DONE.
           ADD 1                   TO WS-PRODUCED-COUNT.
           ADD SI-AMOUNT           TO WS-PRODUCED-TOTAL.
       4000-EXIT.
           EXIT.

      *****************************************************************
      * 5000-SEQUENCE-EXHAUSTED - THE TRANSACTION-ID SEQUENCE RAN OUT.
      * END THE SWEEP SHORT, GRADE THE RUN 8, AND SAY SO ON THE
      * REGISTER AND THE LOG.  EVERYTHING WRITTEN SO FAR IS GOOD AND
      * ITS INSTRUCTIONS HAVE ADVANCED; WHAT WAS NOT REACHED IS STILL
      * DUE AND IS PICKED UP ON THE NEXT RUN.
      *****************************************************************
       5000-SEQUENCE-EXHAUSTED.
           SET SEQUENCE-EXHAUSTED TO TRUE.
           MOVE 'Y' TO WS-STNDINST-EOF-SW.
           IF WS-RETURN-CODE < 8
               MOVE 8 TO WS-RETURN-CODE
           END-IF.
           MOVE "** SEQUENCE EXHAUSTED - SWEEP ENDED SHORT, ORDERS NOT"
               TO SM-MESSAGE.
           MOVE WS-SGR-MESSAGE TO SGR-LINE.
           WRITE SGR-LINE.
           MOVE "** REACHED REMAIN DUE AND GENERATE ON THE NEXT RUN"
               TO SM-MESSAGE.
           MOVE WS-SGR-MESSAGE TO SGR-LINE.
           WRITE SGR-LINE.
           DISPLAY "STNDGEN: TRANSACTION-ID SEQUENCE EXHAUSTED - "
               "SWEEP ENDED SHORT, GRADE 8".
       5000-EXIT.
           EXIT.

      *****************************************************************
      * 6000-WRITE-DETAIL - ONE REGISTER LINE FOR THE CURRENT
      * INSTRUCTION.  THE CALLER HAS SET THE DISPOSITION, DATED DATE,
      * AND TRANSACTION ID.
      *****************************************************************
       6000-WRITE-DETAIL.
           MOVE SI-INSTRUCTION-ID  TO SD-INSTRUCTION-ID.
           MOVE SI-ACCOUNT-NUMBER  TO SD-ACCOUNT-NUMBER.
           MOVE SI-RECORD-CODE     TO SD-RECORD-CODE.
           MOVE SI-AMOUNT          TO SD-AMOUNT.
           MOVE SI-NEXT-DUE-DATE   TO SD-NEXT-DUE-DATE.
           MOVE WS-SGR-DETAIL      TO SGR-LINE.
           WRITE SGR-LINE.
       6000-EXIT.
           EXIT.

      *****************************************************************
      * 9000-TERMINATE - WRITE THE REGISTER TOTALS AND CLOSE FILES.
      *****************************************************************
       9000-TERMINATE.
           MOVE WS-INST-COUNT      TO ST-INST-COUNT.
           MOVE WS-INACTIVE-COUNT  TO ST-INACTIVE-COUNT.
           MOVE WS-SGR-TOTAL-1     TO SGR-LINE.
           WRITE SGR-LINE.
           MOVE WS-PRODUCED-COUNT  TO ST-PRODUCED-COUNT.
           MOVE WS-PRODUCED-TOTAL  TO ST-PRODUCED-TOTAL.
           MOVE WS-SGR-TOTAL-2     TO SGR-LINE.
           WRITE SGR-LINE.
           MOVE WS-SKIPPED-COUNT   TO ST-SKIPPED-COUNT.
           MOVE WS-SGR-TOTAL-3     TO SGR-LINE.
           WRITE SGR-LINE.
           MOVE WS-EXPIRED-COUNT   TO ST-EXPIRED-COUNT.
           MOVE WS-SGR-TOTAL-4     TO SGR-LINE.
           WRITE SGR-LINE.
           IF STNDINST-AVAILABLE
               CLOSE STNDINST
           END-IF.
           IF MASTER-AVAILABLE
               CLOSE MASTER-FILE
           END-IF.
           CLOSE STNDTRAN.
           CLOSE STNDGRPT.
       9000-EXIT.
           EXIT.

      *****************************************************************
      * 9300-TEST-BUSINESS-DAY - IS WS-WK-DATE A BUSINESS DAY - NOT A
      * SATURDAY OR SUNDAY AND NOT ON THE HOLIDAY TABLE?  ANSWERS IN
      * WS-BUSDAY-SW.
      *****************************************************************
       9300-TEST-BUSINESS-DAY.
           MOVE 'N' TO WS-BUSDAY-SW.
           PERFORM 9450-DAY-OF-WEEK THRU 9450-EXIT.
           IF WS-DOW = 0 OR WS-DOW = 1
               GO TO 9300-EXIT
           END-IF.
           MOVE 0 TO WS-HOL-HIT.
           MOVE 0 TO WS-HOL-SUB.
           PERFORM 9520-CHECK-ONE-HOLIDAY THRU 9520-EXIT
               UNTIL WS-HOL-HIT > 0
                  OR WS-HOL-SUB >= WS-HOLIDAY-COUNT.
           IF WS-HOL-HIT = 0
               MOVE 'Y' TO WS-BUSDAY-SW
           END-IF.
       9300-EXIT.
           EXIT.

      *****************************************************************
      * 9400-ADD-ONE-DAY - ADVANCE WS-WK-DATE BY ONE CALENDAR DAY.
      *****************************************************************
       9400-ADD-ONE-DAY.
           PERFORM 9410-SET-MONTH-DAYS THRU 9410-EXIT.
           IF WS-WK-DAY < WS-MONTH-DAYS
               ADD 1 TO WS-WK-DAY
               GO TO 9400-EXIT
           END-IF.
           MOVE 1 TO WS-WK-DAY.
           IF WS-WK-MONTH < 12
               ADD 1 TO WS-WK-MONTH
           ELSE
               MOVE 1 TO WS-WK-MONTH
               ADD 1 TO WS-WK-YEAR
           END-IF.
       9400-EXIT.
           EXIT.

      *****************************************************************
      * 9410-SET-MONTH-DAYS - THE LENGTH OF WS-WK-DATE'S MONTH, MONTH
      * LENGTHS AND LEAP YEARS DONE BY HAND.
      *****************************************************************
       9410-SET-MONTH-DAYS.
           EVALUATE WS-WK-MONTH
               WHEN 04
               WHEN 06
               WHEN 09
               WHEN 11
                   MOVE 30 TO WS-MONTH-DAYS
               WHEN 02
                   PERFORM 9420-CHECK-LEAP-YEAR THRU 9420-EXIT
                   IF WS-LEAP-SW = 'Y'
                       MOVE 29 TO WS-MONTH-DAYS
                   ELSE
                       MOVE 28 TO WS-MONTH-DAYS
                   END-IF
               WHEN OTHER
                   MOVE 31 TO WS-MONTH-DAYS
           END-EVALUATE.
       9410-EXIT.
           EXIT.

      *****************************************************************
      * 9420-CHECK-LEAP-YEAR - DIVISIBLE BY 4, EXCEPT CENTURIES NOT
      * DIVISIBLE BY 400.
      *****************************************************************
       9420-CHECK-LEAP-YEAR.
           MOVE 'N' TO WS-LEAP-SW.
           DIVIDE WS-WK-YEAR BY 4 GIVING WS-QUOT-WORK
               REMAINDER WS-REM-WORK.
           IF WS-REM-WORK NOT = 0
               GO TO 9420-EXIT
           END-IF.
           DIVIDE WS-WK-YEAR BY 100 GIVING WS-QUOT-WORK
               REMAINDER WS-REM-WORK.
           IF WS-REM-WORK NOT = 0
               MOVE 'Y' TO WS-LEAP-SW
               GO TO 9420-EXIT
           END-IF.
           DIVIDE WS-WK-YEAR BY 400 GIVING WS-QUOT-WORK
               REMAINDER WS-REM-WORK.
           IF WS-REM-WORK = 0
               MOVE 'Y' TO WS-LEAP-SW
           END-IF.
       9420-EXIT.
           EXIT.

      *****************************************************************
      * 9450-DAY-OF-WEEK - ZELLER'S CONGRUENCE ON WS-WK-DATE.
      * WS-DOW COMES BACK 0 SATURDAY, 1 SUNDAY, 2 MONDAY, AND SO ON.
      *****************************************************************
       9450-DAY-OF-WEEK.
           MOVE WS-WK-MONTH TO WS-Z-M.
           MOVE WS-WK-YEAR  TO WS-Z-Y.
           IF WS-Z-M < 3
               ADD 12 TO WS-Z-M
               SUBTRACT 1 FROM WS-Z-Y
           END-IF.
           DIVIDE WS-Z-Y BY 100 GIVING WS-Z-J
               REMAINDER WS-Z-K.
           COMPUTE WS-Z-T1 = (13 * (WS-Z-M + 1)) / 5.
           COMPUTE WS-Z-T2 = WS-Z-K / 4.
           COMPUTE WS-Z-T3 = WS-Z-J / 4.
           COMPUTE WS-Z-SUM = WS-WK-DAY + WS-Z-T1 + WS-Z-K
               + WS-Z-T2 + WS-Z-T3 + (5 * WS-Z-J).
           DIVIDE WS-Z-SUM BY 7 GIVING WS-QUOT-WORK
               REMAINDER WS-DOW.
       9450-EXIT.
           EXIT.

      *****************************************************************
      * 9500-NEXT-BUSINESS-DATE - STEP WS-WK-DATE FORWARD TO THE
      * NEXT DATE THAT IS NEITHER A WEEKEND NOR ON THE HOLIDAY
      * TABLE.
      *****************************************************************
       9500-NEXT-BUSINESS-DATE.
           MOVE 'N' TO WS-BUSDAY-SW.
           PERFORM 9510-STEP-ONE-DAY THRU 9510-EXIT
               UNTIL WS-BUSDAY-SW = 'Y'.
       9500-EXIT.
           EXIT.

       9510-STEP-ONE-DAY.
           PERFORM 9400-ADD-ONE-DAY THRU 9400-EXIT.
           PERFORM 9300-TEST-BUSINESS-DAY THRU 9300-EXIT.
       9510-EXIT.
           EXIT.

       9520-CHECK-ONE-HOLIDAY.
           ADD 1 TO WS-HOL-SUB.
           IF WS-HOLIDAY-DATE (WS-HOL-SUB) = WS-WK-DATE-N
               MOVE WS-HOL-SUB TO WS-HOL-HIT
           END-IF.
       9520-EXIT.
           EXIT.

      *****************************************************************
      * 9700-ADD-MONTHS - ADVANCE WS-WK-DATE BY WS-MONTHS-TO-ADD
      * MONTHS (12 AT MOST) AND PUT IT ON THE INSTRUCTION'S ANCHOR
      * DAY, OR THE LAST DAY OF THE MONTH WHEN THE MONTH IS SHORTER.
      * AN INSTRUCTION WITH NO ANCHOR DAY KEEPS THE DAY IT HAS.
      *****************************************************************
       9700-ADD-MONTHS.
           ADD WS-MONTHS-TO-ADD TO WS-WK-MONTH.
           IF WS-WK-MONTH > 12
               SUBTRACT 12 FROM WS-WK-MONTH
               ADD 1 TO WS-WK-YEAR
           END-IF.
           IF SI-ANCHOR-DAY NUMERIC
                   AND SI-ANCHOR-DAY > 0
               MOVE SI-ANCHOR-DAY TO WS-WK-DAY
           END-IF.
           PERFORM 9410-SET-MONTH-DAYS THRU 9410-EXIT.
           IF WS-WK-DAY > WS-MONTH-DAYS
               MOVE WS-MONTH-DAYS TO WS-WK-DAY
           END-IF.
       9700-EXIT.
           EXIT.

      *****************************************************************
      * 9900-END-STEP-CONTROL - CHECK THE STEP OUT ON THE STEPCTL
      * LEDGER WITH THE RUN'S GRADE: BELOW 12 MARKS IT COMPLETED (A
      * SHORT SWEEP, CC 8, LEAVES THE REST DUE FOR THE NEXT DATE),
      * 12 MARKS IT FAILED AND FREE TO BE RERUN ONCE THE CAUSE IS
      * FIXED.
      *****************************************************************
       9900-END-STEP-CONTROL.
           MOVE 'E' TO WS-STEP-FUNCTION.
           MOVE WS-RETURN-CODE TO WS-STEP-CODE.
           CALL 'STEPCTL' USING WS-STEP-FUNCTION WS-STEP-PROGRAM
               WS-PROCESS-DATE WS-STEP-CODE.
       9900-EXIT.
           EXIT.
