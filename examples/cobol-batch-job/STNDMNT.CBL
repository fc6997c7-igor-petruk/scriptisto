      *****************************************************************
      * IDENTIFICATION DIVISION.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    STNDMNT.
       AUTHOR.        SCRIPTISTO SAMPLE SHOP.
       DATE-WRITTEN.  10/15/2026.
       DATE-COMPILED.
      *****************************************************************
      * MODIFICATION HISTORY
      *   10/15/2026  ORIGINAL VERSION.  STANDING-INSTRUCTION
      *               MAINTENANCE - OPENS, CHANGES, AND CANCELS
      *               STANDING ORDERS ON THE STNDINST MASTER FROM
      *               OPERATOR-SUPPLIED MAINTENANCE CARDS, THE SAME WAY
      *               ACCTMNT MAINTAINS THE ACCOUNT MASTER.  STNDGEN
      *               TURNS THE ACTIVE INSTRUCTIONS INTO TRANSACTIONS
      *               AS THEY FALL DUE.
      *   10/15/2026  A DORMANT ACCOUNT (SEE DORMSWP) CANNOT TAKE A NEW
      *               OR CHANGED STANDING INSTRUCTION UNTIL IT IS
      *               REACTIVATED.  THE MASTER RECORD IS NOW 100 BYTES.
      *   10/15/2026  CHECKS IN AND OUT ON THE STEPCTL JOB-STEP LEDGER
      *               UNDER A NEW SYSIN BUSINESS-DATE CARD (SYSTEM DATE
      *               WHEN ABSENT), THE SAME WAY TRANFIX DOES.  A STEP
      *               ALREADY COMPLETED FOR THE DATE, OR RUN OUT OF
      *               ORDER, IS REFUSED WITH CC 20 OR 24 BEFORE ANYTHING
      *               IS OPENED, UNLESS A STEPOVR OVERRIDE CARD ALLOWS
      *               IT.
      *
      * PURPOSE.  READS STNDCARD MAINTENANCE CARDS AND APPLIES THEM TO
      * THE STNDINST STANDING-INSTRUCTION MASTER (SEE STNDREC.CPY).
      * FUNCTION CODES:
      *   'OP' - OPEN A NEW INSTRUCTION (THE ID MUST NOT ALREADY
      *          EXIST).  ACCOUNT, RECORD CODE, AMOUNT, FREQUENCY, AND
      *          FIRST DUE DATE ARE REQUIRED; END DATE AND OCCURRENCE
      *          LIMIT ARE OPTIONAL.  THE ACCOUNT (AND A TRANSFER'S
      *          TO-ACCOUNT) MUST BE OPEN ON THE ACCOUNT MASTER AND THE
      *          FIRST DUE DATE MUST NOT BE BEFORE TODAY, SO A NEW
      *          INSTRUCTION CANNOT GENERATE A BURST OF BACK PAYMENTS.
      *   'CH' - CHANGE AN ACTIVE INSTRUCTION.  BLANK FIELDS KEEP THE
      *          VALUE ON FILE, THE SAME RULE ACCTMNT'S 'CH' CARD
      *          FOLLOWS.  A NEW NEXT DUE DATE ALSO RESETS THE DAY OF
      *          THE MONTH THE SCHEDULE RUNS ON.
      *   'CN' - CANCEL AN ACTIVE INSTRUCTION.  IT STAYS ON FILE,
      *          STATUS 'C', AND IS NEVER GENERATED AGAIN.
      * THE CARD'S OPERATOR MUST BE ACTIVE ON OPERSEC AND PERMITTED
      * FUNCTION 'S'.  EVERY CARD, APPLIED OR REJECTED, IS LISTED ON
      * THE STNDRPT MAINTENANCE REGISTER WITH ITS DISPOSITION.  THE
      * RUN ENDS WITH A GRADED RETURN CODE (0 CLEAN, 12 A MASTER
      * FILE WOULD NOT OPEN - MAINTENANCE PASS SKIPPED).
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *****************************************************************
      * STNDCARD - OPERATOR MAINTENANCE CARDS, ONE ACTION PER CARD.
      *****************************************************************
           SELECT STNDCARD
               ASSIGN TO STNDCARD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STNDCARD-FILE-STATUS.

      *****************************************************************
      * STNDINST - VSAM KSDS KEYED BY INSTRUCTION ID.  SEE
      * STNDREC.CPY.
      *****************************************************************
           SELECT STNDINST
               ASSIGN TO STNDINST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SI-INSTRUCTION-ID
               FILE STATUS IS WS-STNDINST-FILE-STATUS.

      *****************************************************************
      * MASTER-FILE - VSAM KSDS KEYED BY ACCOUNT NUMBER, READ ONLY TO
      * CONFIRM THE ACCOUNTS NAMED ON A CARD.  SEE MASTREC.CPY.
      *****************************************************************
           SELECT MASTER-FILE
               ASSIGN TO MASTER
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS MA-ACCOUNT-NUMBER
               FILE STATUS IS WS-MASTER-FILE-STATUS.

           SELECT STNDRPT
               ASSIGN TO STNDRPT
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPERSEC
               ASSIGN TO OPERSEC
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
      * STNDCARD - MAINTENANCE TRANSACTION LAYOUT.  THE NUMERIC FIELDS
      * ARE PICTURED AS DISPLAY SO A NON-NUMERIC CARD CAN BE CAUGHT
      * AND REJECTED INSTEAD OF ABENDING THE RUN.  THE AMOUNT IS
      * KEYED WITH TWO IMPLIED DECIMALS, AS ON TRANIN; DATES ARE
      * CCYYMMDD.
      *****************************************************************
       FD  STNDCARD
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  STANDING-CARD.
           05  SC-FUNCTION-CODE        PIC X(02).
           05  SC-INSTRUCTION-ID       PIC X(08).
           05  SC-ACCOUNT-NUMBER       PIC X(09).
           05  SC-RECORD-CODE          PIC X(02).
           05  SC-AMOUNT               PIC X(11).
           05  SC-FREQUENCY            PIC X(01).
           05  SC-NEXT-DUE-DATE        PIC X(08).
           05  SC-END-DATE             PIC X(08).
           05  SC-OCCURS-LIMIT         PIC X(03).
           05  SC-OPERATOR-ID          PIC X(05).
           05  SC-TO-ACCOUNT           PIC X(09).
           05  FILLER                  PIC X(14).

       FD  STNDINST
           RECORD CONTAINS 100 CHARACTERS
           LABEL RECORDS ARE STANDARD.
           COPY STNDREC.

       FD  MASTER-FILE
           RECORD CONTAINS 100 CHARACTERS
           LABEL RECORDS ARE STANDARD.
           COPY MASTREC.

      *****************************************************************
      * STNDRPT - MAINTENANCE REGISTER, ONE LINE PER CARD SHOWING WHAT
      * WAS DONE WITH IT, PLUS END-OF-RUN TOTALS.
      *****************************************************************
       FD  STNDRPT
           RECORDING MODE IS F
           RECORD CONTAINS 132 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  SMR-LINE                    PIC X(132).

      *****************************************************************
      * OPERSEC - THE OPERATOR SECURITY FILE, THE SAME DECK THE
      * POSTING RUN LOADS.  SEE OPERSEC.CPY.
      *****************************************************************
       FD  OPERSEC
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  OPERSEC-CARD.
           05  OC-OPERATOR-ID          PIC X(05).
           05  OC-STATUS               PIC X(01).
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
           05  WS-STNDCARD-EOF-SW      PIC X(01) VALUE 'N'.
               88  END-OF-STNDCARD             VALUE 'Y'.
           05  WS-CARD-APPLIED-SW      PIC X(01) VALUE 'N'.
               88  CARD-APPLIED                VALUE 'Y'.
               88  CARD-REJECTED               VALUE 'N'.
           05  WS-INST-FOUND-SW        PIC X(01) VALUE 'N'.
               88  INST-FOUND                  VALUE 'Y'.
               88  INST-NOT-FOUND              VALUE 'N'.
           05  WS-ACCT-OPEN-SW         PIC X(01) VALUE 'N'.
               88  ACCOUNT-IS-OPEN             VALUE 'Y'.
           05  WS-DATE-VALID-SW        PIC X(01) VALUE 'N'.
               88  DATE-IS-VALID               VALUE 'Y'.
           05  WS-STNDINST-OPEN-SW     PIC X(01) VALUE 'N'.
           05  WS-MASTER-OPEN-SW       PIC X(01) VALUE 'N'.
           05  WS-STNDCARD-OPEN-SW     PIC X(01) VALUE 'N'.
           05  WS-OPERSEC-EOF-SW       PIC X(01) VALUE 'N'.
               88  END-OF-OPERSEC              VALUE 'Y'.
           05  WS-OPER-ALLOWED-SW      PIC X(01) VALUE 'Y'.
               88  OPERATOR-ALLOWED            VALUE 'Y'.

       01  WS-FILE-STATUSES.
           05  WS-STNDCARD-FILE-STATUS PIC X(02) VALUE '00'.
           05  WS-STNDINST-FILE-STATUS PIC X(02) VALUE '00'.
           05  WS-MASTER-FILE-STATUS   PIC X(02) VALUE '00'.
           05  WS-OPERSEC-FILE-STATUS  PIC X(02) VALUE '00'.
           05  WS-PARMCARD-FILE-STATUS PIC X(02) VALUE '00'.

      *****************************************************************
      * WS-OPERATOR-TABLE - THE OPERATOR SECURITY TABLE.  A ZERO
      * COUNT MEANS NO SECURITY FILE AND NO CHECKING.  SEE
      * OPERSEC.CPY.
      *****************************************************************
           COPY OPERSEC
               REPLACING ==OPERATOR-TABLE==
                      BY ==WS-OPERATOR-TABLE==
                         ==OS-OPER-COUNT==
                      BY ==WS-OS-OPER-COUNT==
                         ==OS-ENTRY==
                      BY ==WS-OS-ENTRY==
                         ==OS-OPERATOR-ID==
                      BY ==WS-OS-OPERATOR-ID==
                         ==OS-STATUS==
                      BY ==WS-OS-STATUS==
                         ==OS-FUNCTIONS==
                      BY ==WS-OS-FUNCTIONS==.

       77  WS-OS-SUB                   PIC 9(03) COMP-3 VALUE 0.
       77  WS-OS-HIT                   PIC 9(03) COMP-3 VALUE 0.
       77  WS-FN-SUB                   PIC 9(02) COMP-3 VALUE 0.
       77  WS-FN-HIT                   PIC 9(02) COMP-3 VALUE 0.

       77  WS-RETURN-CODE              PIC 9(02)        VALUE 0.
       77  WS-CARD-READ-COUNT          PIC 9(05) COMP-3 VALUE 0.
       77  WS-OPENED-COUNT             PIC 9(05) COMP-3 VALUE 0.
       77  WS-CHANGED-COUNT            PIC 9(05) COMP-3 VALUE 0.
       77  WS-CANCELLED-COUNT          PIC 9(05) COMP-3 VALUE 0.
       77  WS-REJECTED-COUNT           PIC 9(05) COMP-3 VALUE 0.

       01  WS-TODAYS-DATE              PIC 9(08)     VALUE 0.
       01  WS-CHECK-ACCOUNT            PIC 9(09)     VALUE 0.

      *****************************************************************
      * WS-BUSINESS-DATE - THE BUSINESS DATE THE STEP RUNS FOR, OFF
      * THE SYSIN PARM CARD (CCYYMMDD), OR THE SYSTEM DATE WHEN THE
      * CARD IS ABSENT.  IT KEYS THE STEP'S STEPCTL LEDGER RECORD.
      * THE FIRST-DUE-DATE EDIT STILL RUNS AGAINST WS-TODAYS-DATE.
      *****************************************************************
       01  WS-BUSINESS-DATE            PIC 9(08) VALUE 0.

      *****************************************************************
      * CALL PARAMETER WORK AREA FOR STEPCTL, THE JOB-STEP COMPLETION
      * LEDGER.  WS-STEP-CODE COMES BACK FROM THE 'B' CALL AS THE
      * VERDICT - ZERO TO GO AHEAD, 20 OR 24 REFUSED - AND GOES OUT
      * ON THE 'E' CALL AS THE RUN'S GRADE.
      *****************************************************************
       01  WS-STEP-FUNCTION            PIC X(01).
       01  WS-STEP-PROGRAM             PIC X(08) VALUE 'STNDMNT'.
       01  WS-STEP-CODE                PIC 9(02) VALUE 0.
           88  STEP-CONTROL-REFUSED            VALUE 20 THRU 99.

      *****************************************************************
      * WS-NEW-FIELDS - THE INSTRUCTION AS IT WILL STAND ONCE THE CARD
      * IS APPLIED: THE VALUE ON FILE, OVERLAID BY WHATEVER THE CARD
      * KEYED.  EVERY EDIT RUNS AGAINST THESE, SO AN OPEN AND A CHANGE
      * ARE HELD TO THE SAME RULES.
      *****************************************************************
       01  WS-NEW-FIELDS.
           05  WS-NEW-ACCOUNT          PIC 9(09)     VALUE 0.
           05  WS-NEW-RECORD-CODE      PIC X(02)     VALUE SPACE.
           05  WS-NEW-AMOUNT           PIC 9(09)V99  VALUE 0.
           05  WS-NEW-FREQUENCY        PIC X(01)     VALUE SPACE.
               88  WS-NEW-FREQ-VALID           VALUE 'W' 'B' 'M'
                                                     'Q' 'A'.
           05  WS-NEW-NEXT-DUE-DATE    PIC 9(08)     VALUE 0.
           05  WS-NEW-END-DATE         PIC 9(08)     VALUE 0.
           05  WS-NEW-OCCURS-LIMIT     PIC 9(03)     VALUE 0.
           05  WS-NEW-TO-ACCOUNT       PIC 9(09)     VALUE 0.

      *****************************************************************
      * DATE-CHECK WORK FIELDS - A KEYED CCYYMMDD DATE MUST NAME A
      * REAL DAY.  LEAP YEARS DONE BY HAND, THE SAME AS THE POSTING
      * RUN'S CALENDAR ADVANCE.
      *****************************************************************
       01  WS-DATE-WORK.
           05  WS-WK-DATE.
               10  WS-WK-YEAR           PIC 9(04).
               10  WS-WK-MONTH          PIC 9(02).
               10  WS-WK-DAY            PIC 9(02).
           05  WS-WK-DATE-N REDEFINES WS-WK-DATE
                                        PIC 9(08).
           05  WS-MONTH-DAYS            PIC 9(02)        VALUE 0.
           05  WS-LEAP-SW               PIC X(01)        VALUE 'N'.
           05  WS-REM-WORK              PIC 9(04) COMP-3 VALUE 0.
           05  WS-QUOT-WORK             PIC 9(04) COMP-3 VALUE 0.

      *****************************************************************
      * MAINTENANCE REGISTER LINE LAYOUTS.
      *****************************************************************
       01  WS-SMR-HEADING.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  FILLER                  PIC X(41)
                   VALUE "STANDING-INSTRUCTION MAINTENANCE REGISTER".

       01  WS-SMR-DETAIL.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  SD-FUNCTION-CODE        PIC X(02).
           05  FILLER                  PIC X(03) VALUE SPACE.
           05  SD-INSTRUCTION-ID       PIC X(08).
           05  FILLER                  PIC X(03) VALUE SPACE.
           05  SD-ACCOUNT-NUMBER       PIC X(09).
           05  FILLER                  PIC X(03) VALUE SPACE.
           05  SD-DISPOSITION          PIC X(40).

       01  WS-SMR-TOTAL-1.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  FILLER                  PIC X(23)
                   VALUE "CARDS READ:            ".
           05  ST-CARD-COUNT           PIC ZZZ,ZZ9.

       01  WS-SMR-TOTAL-2.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  FILLER                  PIC X(23)
                   VALUE "INSTRUCTIONS OPENED:   ".
           05  ST-OPENED-COUNT         PIC ZZZ,ZZ9.

       01  WS-SMR-TOTAL-3.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  FILLER                  PIC X(23)
                   VALUE "INSTRUCTIONS CHANGED:  ".
           05  ST-CHANGED-COUNT        PIC ZZZ,ZZ9.

       01  WS-SMR-TOTAL-4.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  FILLER                  PIC X(23)
                   VALUE "INSTRUCTIONS CANCELLED:".
           05  ST-CANCELLED-COUNT      PIC ZZZ,ZZ9.

       01  WS-SMR-TOTAL-5.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  FILLER                  PIC X(23)
                   VALUE "CARDS REJECTED:        ".
           05  ST-REJECTED-COUNT       PIC ZZZ,ZZ9.

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
           PERFORM 2000-PROCESS-STNDCARD THRU 2000-EXIT
               UNTIL END-OF-STNDCARD.
           PERFORM 9000-TERMINATE THRU 9000-EXIT.
           PERFORM 9900-END-STEP-CONTROL THRU 9900-EXIT.
           MOVE WS-RETURN-CODE TO RETURN-CODE.
           STOP RUN.

      *****************************************************************
      * 1000-INITIALIZE - OPEN FILES AND PRIME THE CARD READ.  A
      * STANDING-INSTRUCTION FILE THAT DOES NOT EXIST YET IS CREATED
      * EMPTY HERE, SO THE FIRST INSTRUCTION CAN BE OPENED THROUGH
      * THIS PROGRAM, THE SAME WAY ACCTMNT SEEDS THE ACCOUNT MASTER.
      * THE ACCOUNT MASTER MUST ALREADY EXIST - EVERY CARD IS CHECKED
      * AGAINST IT.
      *****************************************************************
       1000-INITIALIZE.
           ACCEPT WS-TODAYS-DATE FROM DATE YYYYMMDD.
           MOVE WS-TODAYS-DATE TO WS-BUSINESS-DATE.
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
           OPEN OUTPUT STNDRPT.
           MOVE WS-SMR-HEADING TO SMR-LINE.
           WRITE SMR-LINE.
           PERFORM 1100-LOAD-OPERATOR-TABLE THRU 1100-EXIT.
           OPEN INPUT MASTER-FILE.
           IF WS-MASTER-FILE-STATUS NOT = '00'
               DISPLAY "STNDMNT: MASTER-FILE OPEN FAILED, STATUS "
                   WS-MASTER-FILE-STATUS
                   " - MAINTENANCE PASS SKIPPED"
               MOVE 12 TO WS-RETURN-CODE
               MOVE 'Y' TO WS-STNDCARD-EOF-SW
               GO TO 1000-EXIT
           END-IF.
           MOVE 'Y' TO WS-MASTER-OPEN-SW.
           OPEN I-O STNDINST.
           IF WS-STNDINST-FILE-STATUS = '35'
               OPEN OUTPUT STNDINST
               CLOSE STNDINST
               OPEN I-O STNDINST
           END-IF.
           IF WS-STNDINST-FILE-STATUS NOT = '00'
               DISPLAY "STNDMNT: STNDINST OPEN FAILED, STATUS "
                   WS-STNDINST-FILE-STATUS
                   " - MAINTENANCE PASS SKIPPED"
               MOVE 12 TO WS-RETURN-CODE
               MOVE 'Y' TO WS-STNDCARD-EOF-SW
               GO TO 1000-EXIT
           END-IF.
           MOVE 'Y' TO WS-STNDINST-OPEN-SW.
           OPEN INPUT STNDCARD.
           IF WS-STNDCARD-FILE-STATUS = '00'
               MOVE 'Y' TO WS-STNDCARD-OPEN-SW
               PERFORM 2100-READ-STNDCARD THRU 2100-EXIT
           ELSE
               MOVE 'Y' TO WS-STNDCARD-EOF-SW
           END-IF.
       1000-EXIT.
           EXIT.

      *****************************************************************
      * 1005-BEGIN-STEP-CONTROL - CHECK THE STEP IN ON THE STEPCTL
      * LEDGER FOR THE BUSINESS DATE, BEFORE ANYTHING IS OPENED FOR
      * OUTPUT.  STEPCTL REFUSES A STEP ALREADY COMPLETED FOR THE
      * DATE (CC 20), OR ONE RUN OUT OF ORDER (CC 24), UNLESS A
      * STEPOVR OVERRIDE CARD NAMES STNDMNT AND THE DATE, AND HAS
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
      * CHECKING OFF - LOUDLY.
      *****************************************************************
       1100-LOAD-OPERATOR-TABLE.
           MOVE 0 TO WS-OS-OPER-COUNT.
           OPEN INPUT OPERSEC.
           IF WS-OPERSEC-FILE-STATUS = '00'
               PERFORM 1110-LOAD-ONE-OPERATOR THRU 1110-EXIT
                   UNTIL END-OF-OPERSEC
                      OR WS-OS-OPER-COUNT = 50
               CLOSE OPERSEC
           END-IF.
           IF WS-OS-OPER-COUNT = 0
               DISPLAY "STNDMNT: OPERSEC SECURITY FILE NOT "
                   "SUPPLIED - OPERATOR CHECKING NOT PERFORMED"
           END-IF.
       1100-EXIT.
           EXIT.

      *****************************************************************
      * 1110-LOAD-ONE-OPERATOR - LOAD ONE SECURITY CARD.  A CARD
      * WITH A BLANK OPERATOR ID IS DISCARDED.
      *****************************************************************
       1110-LOAD-ONE-OPERATOR.
           READ OPERSEC
               AT END
                   MOVE 'Y' TO WS-OPERSEC-EOF-SW
               NOT AT END
                   IF OC-OPERATOR-ID NOT = SPACES
                       ADD 1 TO WS-OS-OPER-COUNT
                       MOVE OC-OPERATOR-ID
                           TO WS-OS-OPERATOR-ID (WS-OS-OPER-COUNT)
                       MOVE OC-STATUS
                           TO WS-OS-STATUS (WS-OS-OPER-COUNT)
                       MOVE OC-FUNCTIONS
                           TO WS-OS-FUNCTIONS (WS-OS-OPER-COUNT)
                   END-IF
           END-READ.
       1110-EXIT.
           EXIT.

      *****************************************************************
      * 2000-PROCESS-STNDCARD - VALIDATE AND APPLY ONE MAINTENANCE
      * CARD, LIST ITS DISPOSITION ON THE REGISTER EITHER WAY, AND
      * READ AHEAD.
      *****************************************************************
       2000-PROCESS-STNDCARD.
           ADD 1 TO WS-CARD-READ-COUNT.
           SET CARD-REJECTED TO TRUE.
           PERFORM 2300-CHECK-OPERATOR THRU 2300-EXIT.
           IF NOT OPERATOR-ALLOWED
               ADD 1 TO WS-REJECTED-COUNT
               MOVE "REJECTED - OPERATOR NOT AUTHORIZED"
                   TO SD-DISPOSITION
           ELSE
           IF SC-INSTRUCTION-ID = SPACES
               ADD 1 TO WS-REJECTED-COUNT
               MOVE "REJECTED - INSTRUCTION ID MISSING"
                   TO SD-DISPOSITION
           ELSE
               PERFORM 2200-READ-INSTRUCTION THRU 2200-EXIT
               EVALUATE SC-FUNCTION-CODE
                   WHEN 'OP'
                       PERFORM 3000-OPEN-INSTRUCTION THRU 3000-EXIT
                   WHEN 'CH'
                       PERFORM 4000-CHANGE-INSTRUCTION
                           THRU 4000-EXIT
                   WHEN 'CN'
                       PERFORM 5000-CANCEL-INSTRUCTION
                           THRU 5000-EXIT
                   WHEN OTHER
                       ADD 1 TO WS-REJECTED-COUNT
                       MOVE "REJECTED - FUNCTION CODE UNKNOWN"
                           TO SD-DISPOSITION
               END-EVALUATE
           END-IF
           END-IF.
           MOVE SC-FUNCTION-CODE   TO SD-FUNCTION-CODE.
           MOVE SC-INSTRUCTION-ID  TO SD-INSTRUCTION-ID.
           MOVE SC-ACCOUNT-NUMBER  TO SD-ACCOUNT-NUMBER.
           IF CARD-APPLIED
               MOVE SI-ACCOUNT-NUMBER TO SD-ACCOUNT-NUMBER
           END-IF.
           MOVE WS-SMR-DETAIL      TO SMR-LINE.
           WRITE SMR-LINE.
           PERFORM 2100-READ-STNDCARD THRU 2100-EXIT.
       2000-EXIT.
           EXIT.

      *****************************************************************
      * 2100-READ-STNDCARD - READ THE NEXT MAINTENANCE CARD.
      *****************************************************************
       2100-READ-STNDCARD.
           READ STNDCARD
               AT END
                   MOVE 'Y' TO WS-STNDCARD-EOF-SW
           END-READ.
       2100-EXIT.
           EXIT.

      *****************************************************************
      * 2200-READ-INSTRUCTION - LOOK FOR THE CARD'S INSTRUCTION ON
      * STNDINST AND REMEMBER WHETHER IT IS THERE.
      *****************************************************************
       2200-READ-INSTRUCTION.
           SET INST-FOUND TO TRUE.
           MOVE SC-INSTRUCTION-ID TO SI-INSTRUCTION-ID.
           READ STNDINST
               INVALID KEY
                   SET INST-NOT-FOUND TO TRUE
           END-READ.
       2200-EXIT.
           EXIT.

      *****************************************************************
      * 2300-CHECK-OPERATOR - THE CARD'S OPERATOR MUST BE ON THE
      * SECURITY TABLE, ACTIVE, AND PERMITTED FUNCTION 'S' (STANDING-
      * INSTRUCTION MAINTENANCE) - ONE LETTER COVERS OPEN, CHANGE,
      * AND CANCEL.  AN EMPTY TABLE CHECKS NOTHING.
      *****************************************************************
       2300-CHECK-OPERATOR.
           MOVE 'Y' TO WS-OPER-ALLOWED-SW.
           IF WS-OS-OPER-COUNT = 0
               GO TO 2300-EXIT
           END-IF.
           MOVE 0 TO WS-OS-HIT.
           MOVE 0 TO WS-OS-SUB.
           PERFORM 2310-TEST-ONE-OPERATOR THRU 2310-EXIT
               UNTIL WS-OS-HIT > 0
                  OR WS-OS-SUB >= WS-OS-OPER-COUNT.
           IF WS-OS-HIT = 0
               MOVE 'N' TO WS-OPER-ALLOWED-SW
               GO TO 2300-EXIT
           END-IF.
           IF WS-OS-STATUS (WS-OS-HIT) NOT = 'A'
               MOVE 'N' TO WS-OPER-ALLOWED-SW
               GO TO 2300-EXIT
           END-IF.
           MOVE 0 TO WS-FN-HIT.
           MOVE 0 TO WS-FN-SUB.
           PERFORM 2320-TEST-ONE-FUNCTION THRU 2320-EXIT
               UNTIL WS-FN-HIT > 0
                  OR WS-FN-SUB >= 8.
           IF WS-FN-HIT = 0
               MOVE 'N' TO WS-OPER-ALLOWED-SW
           END-IF.
       2300-EXIT.
           EXIT.

       2310-TEST-ONE-OPERATOR.
           ADD 1 TO WS-OS-SUB.
           IF WS-OS-OPERATOR-ID (WS-OS-SUB) = SC-OPERATOR-ID
               MOVE WS-OS-SUB TO WS-OS-HIT
           END-IF.
       2310-EXIT.
           EXIT.

       2320-TEST-ONE-FUNCTION.
           ADD 1 TO WS-FN-SUB.
           IF WS-OS-FUNCTIONS (WS-OS-HIT) (WS-FN-SUB:1) = 'S'
               MOVE WS-FN-SUB TO WS-FN-HIT
           END-IF.
       2320-EXIT.
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
      * 2500-CHECK-DATE - DOES WS-WK-DATE NAME A REAL CALENDAR DAY?
      *****************************************************************
       2500-CHECK-DATE.
           MOVE 'N' TO WS-DATE-VALID-SW.
           IF WS-WK-MONTH < 1 OR WS-WK-MONTH > 12
                   OR WS-WK-DAY < 1 OR WS-WK-YEAR < 1900
               GO TO 2500-EXIT
           END-IF.
           EVALUATE WS-WK-MONTH
               WHEN 04
               WHEN 06
               WHEN 09
               WHEN 11
                   MOVE 30 TO WS-MONTH-DAYS
               WHEN 02
                   PERFORM 2510-CHECK-LEAP-YEAR THRU 2510-EXIT
                   IF WS-LEAP-SW = 'Y'
                       MOVE 29 TO WS-MONTH-DAYS
                   ELSE
                       MOVE 28 TO WS-MONTH-DAYS
                   END-IF
               WHEN OTHER
                   MOVE 31 TO WS-MONTH-DAYS
           END-EVALUATE.
           IF WS-WK-DAY NOT > WS-MONTH-DAYS
               SET DATE-IS-VALID TO TRUE
           END-IF.
       2500-EXIT.
           EXIT.

      *****************************************************************
      * 2510-CHECK-LEAP-YEAR - DIVISIBLE BY 4, EXCEPT CENTURIES NOT
      * DIVISIBLE BY 400.
      *****************************************************************
       2510-CHECK-LEAP-YEAR.
           MOVE 'N' TO WS-LEAP-SW.
           DIVIDE WS-WK-YEAR BY 4 GIVING WS-QUOT-WORK
               REMAINDER WS-REM-WORK.
           IF WS-REM-WORK NOT = 0
               GO TO 2510-EXIT
           END-IF.
           DIVIDE WS-WK-YEAR BY 100 GIVING WS-QUOT-WORK
               REMAINDER WS-REM-WORK.
           IF WS-REM-WORK NOT = 0
               MOVE 'Y' TO WS-LEAP-SW
               GO TO 2510-EXIT
           END-IF.
           DIVIDE WS-WK-YEAR BY 400 GIVING WS-QUOT-WORK
               REMAINDER WS-REM-WORK.
           IF WS-REM-WORK = 0
               MOVE 'Y' TO WS-LEAP-SW
           END-IF.
       2510-EXIT.
           EXIT.

      *****************************************************************
      * 2600-MERGE-CARD-FIELDS - BUILD WS-NEW-FIELDS: START FROM THE
      * INSTRUCTION ON FILE (ZEROS FOR AN OPEN) AND OVERLAY EVERY
      * FIELD THE CARD KEYED.  A KEYED NUMERIC FIELD THAT IS NOT
      * NUMERIC REJECTS THE CARD HERE; THE CALLER COUNTS THE REJECT.
      *****************************************************************
       2600-MERGE-CARD-FIELDS.
           IF INST-FOUND
               MOVE SI-ACCOUNT-NUMBER   TO WS-NEW-ACCOUNT
               MOVE SI-RECORD-CODE      TO WS-NEW-RECORD-CODE
               MOVE SI-AMOUNT           TO WS-NEW-AMOUNT
               MOVE SI-FREQUENCY        TO WS-NEW-FREQUENCY
               MOVE SI-NEXT-DUE-DATE    TO WS-NEW-NEXT-DUE-DATE
               MOVE SI-END-DATE         TO WS-NEW-END-DATE
               MOVE SI-OCCURS-LIMIT     TO WS-NEW-OCCURS-LIMIT
               MOVE SI-TO-ACCOUNT       TO WS-NEW-TO-ACCOUNT
           ELSE
               MOVE 0                   TO WS-NEW-ACCOUNT
               MOVE SPACES              TO WS-NEW-RECORD-CODE
               MOVE 0                   TO WS-NEW-AMOUNT
               MOVE SPACE               TO WS-NEW-FREQUENCY
               MOVE 0                   TO WS-NEW-NEXT-DUE-DATE
               MOVE 0                   TO WS-NEW-END-DATE
               MOVE 0                   TO WS-NEW-OCCURS-LIMIT
               MOVE 0                   TO WS-NEW-TO-ACCOUNT
           END-IF.
           IF (SC-ACCOUNT-NUMBER NOT = SPACES
                   AND SC-ACCOUNT-NUMBER NOT NUMERIC)
                   OR (SC-AMOUNT NOT = SPACES
                   AND SC-AMOUNT NOT NUMERIC)
                   OR (SC-NEXT-DUE-DATE NOT = SPACES
                   AND SC-NEXT-DUE-DATE NOT NUMERIC)
                   OR (SC-END-DATE NOT = SPACES
                   AND SC-END-DATE NOT NUMERIC)
                   OR (SC-OCCURS-LIMIT NOT = SPACES
                   AND SC-OCCURS-LIMIT NOT NUMERIC)
                   OR (SC-TO-ACCOUNT NOT = SPACES
                   AND SC-TO-ACCOUNT NOT NUMERIC)
               MOVE "REJECTED - NUMERIC FIELD NOT NUMERIC"
                   TO SD-DISPOSITION
               GO TO 2600-EXIT
           END-IF.
           IF SC-ACCOUNT-NUMBER NOT = SPACES
               MOVE SC-ACCOUNT-NUMBER TO WS-NEW-ACCOUNT
           END-IF.
           IF SC-RECORD-CODE NOT = SPACES
               MOVE SC-RECORD-CODE TO WS-NEW-RECORD-CODE
           END-IF.
           IF SC-AMOUNT NOT = SPACES
               MOVE SC-AMOUNT TO WS-NEW-AMOUNT (1:11)
           END-IF.
           IF SC-FREQUENCY NOT = SPACE
               MOVE SC-FREQUENCY TO WS-NEW-FREQUENCY
           END-IF.
           IF SC-NEXT-DUE-DATE NOT = SPACES
               MOVE SC-NEXT-DUE-DATE TO WS-NEW-NEXT-DUE-DATE
           END-IF.
           IF SC-END-DATE NOT = SPACES
               MOVE SC-END-DATE TO WS-NEW-END-DATE
           END-IF.
           IF SC-OCCURS-LIMIT NOT = SPACES
               MOVE SC-OCCURS-LIMIT TO WS-NEW-OCCURS-LIMIT
           END-IF.
           IF SC-TO-ACCOUNT NOT = SPACES
               MOVE SC-TO-ACCOUNT TO WS-NEW-TO-ACCOUNT
           END-IF.
           SET CARD-APPLIED TO TRUE.
       2600-EXIT.
           EXIT.

      *****************************************************************
      * 2700-EDIT-NEW-FIELDS - HOLD THE MERGED INSTRUCTION TO THE
      * RULES: AN OPEN ACCOUNT, A POSTING RECORD CODE (NOT A REVERSAL
      * OR A BATCH ENVELOPE CODE), A POSITIVE AMOUNT, A KNOWN
      * FREQUENCY, A REAL NEXT DUE DATE NOT BEFORE TODAY, AN END DATE
      * (WHEN KEYED) NOT BEFORE THE NEXT DUE DATE, AND FOR A TRANSFER
      * A DIFFERENT, OPEN TO-ACCOUNT.  THE RECORD CODE ITSELF IS LEFT
      * TO THE POSTING RUN'S TRANCODE TABLE - AN UNKNOWN CODE REJECTS
      * THERE, THE SAME AS ANY OTHER TRANSACTION.  ENTERED WITH
      * CARD-APPLIED SET; ANY FAILURE RESETS IT AND THE CALLER COUNTS
      * THE REJECT.
      *****************************************************************
       2700-EDIT-NEW-FIELDS.
           SET CARD-REJECTED TO TRUE.
           IF WS-NEW-ACCOUNT = 0
               MOVE "REJECTED - ACCOUNT NUMBER INVALID"
                   TO SD-DISPOSITION
               GO TO 2700-EXIT
           END-IF.
           MOVE WS-NEW-ACCOUNT TO WS-CHECK-ACCOUNT.
           PERFORM 2400-CHECK-ACCOUNT THRU 2400-EXIT.
           IF NOT ACCOUNT-IS-OPEN
               MOVE "REJECTED - ACCOUNT NOT OPEN ON MASTER"
                   TO SD-DISPOSITION
               GO TO 2700-EXIT
           END-IF.
           IF WS-NEW-RECORD-CODE = SPACES
                   OR WS-NEW-RECORD-CODE = 'RV'
                   OR WS-NEW-RECORD-CODE = 'BH'
                   OR WS-NEW-RECORD-CODE = 'BT'
               MOVE "REJECTED - RECORD CODE NOT PERMITTED"
                   TO SD-DISPOSITION
               GO TO 2700-EXIT
           END-IF.
           IF WS-NEW-AMOUNT = 0
               MOVE "REJECTED - AMOUNT MISSING OR ZERO"
                   TO SD-DISPOSITION
               GO TO 2700-EXIT
           END-IF.
           IF NOT WS-NEW-FREQ-VALID
               MOVE "REJECTED - FREQUENCY NOT W/B/M/Q/A"
                   TO SD-DISPOSITION
               GO TO 2700-EXIT
           END-IF.
           MOVE WS-NEW-NEXT-DUE-DATE TO WS-WK-DATE-N.
           PERFORM 2500-CHECK-DATE THRU 2500-EXIT.
           IF NOT DATE-IS-VALID
               MOVE "REJECTED - NEXT DUE DATE INVALID"
                   TO SD-DISPOSITION
               GO TO 2700-EXIT
           END-IF.
           IF SC-NEXT-DUE-DATE NOT = SPACES
                   AND WS-NEW-NEXT-DUE-DATE < WS-TODAYS-DATE
               MOVE "REJECTED - NEXT DUE DATE IN THE PAST"
                   TO SD-DISPOSITION
               GO TO 2700-EXIT
           END-IF.
           IF WS-NEW-END-DATE NOT = 0
               MOVE WS-NEW-END-DATE TO WS-WK-DATE-N
               PERFORM 2500-CHECK-DATE THRU 2500-EXIT
               IF NOT DATE-IS-VALID
                       OR WS-NEW-END-DATE < WS-NEW-NEXT-DUE-DATE
                   MOVE "REJECTED - END DATE INVALID"
                       TO SD-DISPOSITION
                   GO TO 2700-EXIT
               END-IF
           END-IF.
           IF WS-NEW-RECORD-CODE = 'XF'
               IF WS-NEW-TO-ACCOUNT = 0
                       OR WS-NEW-TO-ACCOUNT = WS-NEW-ACCOUNT
                   MOVE "REJECTED - TRANSFER TO-ACCOUNT INVALID"
                       TO SD-DISPOSITION
                   GO TO 2700-EXIT
               END-IF
               MOVE WS-NEW-TO-ACCOUNT TO WS-CHECK-ACCOUNT
               PERFORM 2400-CHECK-ACCOUNT THRU 2400-EXIT
               IF NOT ACCOUNT-IS-OPEN
                   MOVE "REJECTED - TO-ACCOUNT NOT OPEN ON MASTER"
                       TO SD-DISPOSITION
                   GO TO 2700-EXIT
               END-IF
           ELSE
               MOVE 0 TO WS-NEW-TO-ACCOUNT
           END-IF.
           SET CARD-APPLIED TO TRUE.
       2700-EXIT.
           EXIT.

      *****************************************************************
      * 2800-STORE-NEW-FIELDS - MOVE THE EDITED FIELDS INTO THE
      * INSTRUCTION RECORD.  THE ANCHOR DAY FOLLOWS THE NEXT DUE DATE
      * WHENEVER THE CARD KEYED ONE.  THE PASS DATE IS CLEARED SO A
      * GENERATOR RERUN CANNOT PUT BACK THE STATE FROM BEFORE THE
      * CHANGE.
      *****************************************************************
       2800-STORE-NEW-FIELDS.
           MOVE WS-NEW-ACCOUNT         TO SI-ACCOUNT-NUMBER.
           MOVE WS-NEW-RECORD-CODE     TO SI-RECORD-CODE.
           MOVE WS-NEW-AMOUNT          TO SI-AMOUNT.
           MOVE WS-NEW-FREQUENCY       TO SI-FREQUENCY.
           MOVE WS-NEW-NEXT-DUE-DATE   TO SI-NEXT-DUE-DATE.
           MOVE WS-NEW-END-DATE        TO SI-END-DATE.
           MOVE WS-NEW-OCCURS-LIMIT    TO SI-OCCURS-LIMIT.
           MOVE WS-NEW-TO-ACCOUNT      TO SI-TO-ACCOUNT.
           MOVE SC-OPERATOR-ID         TO SI-OPERATOR-ID.
           MOVE 0                      TO SI-PASS-DATE.
           IF SC-NEXT-DUE-DATE NOT = SPACES
               MOVE WS-NEW-NEXT-DUE-DATE (7:2) TO SI-ANCHOR-DAY
           END-IF.
       2800-EXIT.
           EXIT.

      *****************************************************************
      * 3000-OPEN-INSTRUCTION - WRITE A NEW ACTIVE INSTRUCTION.  THE
      * ID MUST NOT ALREADY BE ON FILE (A CANCELLED OR EXPIRED ID IS
      * NOT REUSED) AND THE CARD MUST CARRY A FIRST DUE DATE.
      *****************************************************************
       3000-OPEN-INSTRUCTION.
           IF INST-FOUND
               ADD 1 TO WS-REJECTED-COUNT
               MOVE "REJECTED - INSTRUCTION ALREADY ON FILE"
                   TO SD-DISPOSITION
               GO TO 3000-EXIT
           END-IF.
           IF SC-NEXT-DUE-DATE = SPACES
               ADD 1 TO WS-REJECTED-COUNT
               MOVE "REJECTED - FIRST DUE DATE MISSING"
                   TO SD-DISPOSITION
               GO TO 3000-EXIT
           END-IF.
           PERFORM 2600-MERGE-CARD-FIELDS THRU 2600-EXIT.
           IF CARD-APPLIED
               PERFORM 2700-EDIT-NEW-FIELDS THRU 2700-EXIT
           END-IF.
           IF CARD-REJECTED
               ADD 1 TO WS-REJECTED-COUNT
               GO TO 3000-EXIT
           END-IF.
           MOVE SPACES             TO STANDING-RECORD.
           MOVE SC-INSTRUCTION-ID  TO SI-INSTRUCTION-ID.
           PERFORM 2800-STORE-NEW-FIELDS THRU 2800-EXIT.
           MOVE 0                  TO SI-OCCURS-DONE.
           MOVE 0                  TO SI-PRIOR-DUE-DATE.
           MOVE 0                  TO SI-PRIOR-OCCURS-DONE.
           SET SI-ACTIVE           TO TRUE.
           WRITE STANDING-RECORD
               INVALID KEY
                   SET CARD-REJECTED TO TRUE
                   ADD 1 TO WS-REJECTED-COUNT
                   MOVE "REJECTED - STNDINST WRITE FAILED"
                       TO SD-DISPOSITION
                   GO TO 3000-EXIT
           END-WRITE.
           ADD 1 TO WS-OPENED-COUNT.
           MOVE "INSTRUCTION OPENED" TO SD-DISPOSITION.
       3000-EXIT.
           EXIT.

      *****************************************************************
      * 4000-CHANGE-INSTRUCTION - CHANGE AN ACTIVE INSTRUCTION.  THE
      * CARD MUST KEY AT LEAST ONE FIELD; A FIELD LEFT BLANK KEEPS THE
      * VALUE ON FILE.  THE OCCURRENCES ALREADY GENERATED STILL COUNT
      * AGAINST A NEW LIMIT.
      *****************************************************************
       4000-CHANGE-INSTRUCTION.
           IF INST-NOT-FOUND
               ADD 1 TO WS-REJECTED-COUNT
               MOVE "REJECTED - INSTRUCTION NOT ON FILE"
                   TO SD-DISPOSITION
               GO TO 4000-EXIT
           END-IF.
           IF NOT SI-ACTIVE
               ADD 1 TO WS-REJECTED-COUNT
               MOVE "REJECTED - INSTRUCTION NOT ACTIVE"
                   TO SD-DISPOSITION
               GO TO 4000-EXIT
           END-IF.
           IF SC-ACCOUNT-NUMBER = SPACES
                   AND SC-RECORD-CODE = SPACES
                   AND SC-AMOUNT = SPACES
                   AND SC-FREQUENCY = SPACE
                   AND SC-NEXT-DUE-DATE = SPACES
                   AND SC-END-DATE = SPACES
                   AND SC-OCCURS-LIMIT = SPACES
                   AND SC-TO-ACCOUNT = SPACES
               ADD 1 TO WS-REJECTED-COUNT
               MOVE "REJECTED - NO CHANGE FIELD KEYED"
                   TO SD-DISPOSITION
               GO TO 4000-EXIT
           END-IF.
           PERFORM 2600-MERGE-CARD-FIELDS THRU 2600-EXIT.
           IF CARD-APPLIED
               PERFORM 2700-EDIT-NEW-FIELDS THRU 2700-EXIT
           END-IF.
           IF CARD-REJECTED
               ADD 1 TO WS-REJECTED-COUNT
               GO TO 4000-EXIT
           END-IF.
           PERFORM 2800-STORE-NEW-FIELDS THRU 2800-EXIT.
           REWRITE STANDING-RECORD.
           ADD 1 TO WS-CHANGED-COUNT.
           MOVE "INSTRUCTION CHANGED" TO SD-DISPOSITION.
       4000-EXIT.
           EXIT.

      *****************************************************************
      * 5000-CANCEL-INSTRUCTION - MARK AN ACTIVE INSTRUCTION
      * CANCELLED.  IT STAYS ON FILE SO THE ID IS NEVER REUSED.
      *****************************************************************
       5000-CANCEL-INSTRUCTION.
           IF INST-NOT-FOUND
               ADD 1 TO WS-REJECTED-COUNT
               MOVE "REJECTED - INSTRUCTION NOT ON FILE"
                   TO SD-DISPOSITION
               GO TO 5000-EXIT
           END-IF.
           IF NOT SI-ACTIVE
               ADD 1 TO WS-REJECTED-COUNT
               MOVE "REJECTED - INSTRUCTION NOT ACTIVE"
                   TO SD-DISPOSITION
               GO TO 5000-EXIT
           END-IF.
           SET SI-CANCELLED   TO TRUE.
           MOVE SC-OPERATOR-ID TO SI-OPERATOR-ID.
           MOVE 0              TO SI-PASS-DATE.
           REWRITE STANDING-RECORD.
           SET CARD-APPLIED   TO TRUE.
           ADD 1 TO WS-CANCELLED-COUNT.
           MOVE "INSTRUCTION CANCELLED" TO SD-DISPOSITION.
       5000-EXIT.
           EXIT.

      *****************************************************************
      * 9000-TERMINATE - WRITE THE REGISTER TOTALS AND CLOSE FILES.
      *****************************************************************
       9000-TERMINATE.
           MOVE WS-CARD-READ-COUNT TO ST-CARD-COUNT.
           MOVE WS-SMR-TOTAL-1     TO SMR-LINE.
           WRITE SMR-LINE.
           MOVE WS-OPENED-COUNT    TO ST-OPENED-COUNT.
           MOVE WS-SMR-TOTAL-2     TO SMR-LINE.
           WRITE SMR-LINE.
           MOVE WS-CHANGED-COUNT   TO ST-CHANGED-COUNT.
           MOVE WS-SMR-TOTAL-3     TO SMR-LINE.
           WRITE SMR-LINE.
           MOVE WS-CANCELLED-COUNT TO ST-CANCELLED-COUNT.
           MOVE WS-SMR-TOTAL-4     TO SMR-LINE.
           WRITE SMR-LINE.
           MOVE WS-REJECTED-COUNT  TO ST-REJECTED-COUNT.
           MOVE WS-SMR-TOTAL-5     TO SMR-LINE.
           WRITE SMR-LINE.
           IF WS-MASTER-OPEN-SW = 'Y'
               CLOSE MASTER-FILE
           END-IF.
           IF WS-STNDINST-OPEN-SW = 'Y'
               CLOSE STNDINST
           END-IF.
           IF WS-STNDCARD-OPEN-SW = 'Y'
               CLOSE STNDCARD
           END-IF.
           CLOSE STNDRPT.
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
