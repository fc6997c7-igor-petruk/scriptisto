      *****************************************************************
      * IDENTIFICATION DIVISION.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    REJAGE.
       AUTHOR.        SCRIPTISTO SAMPLE SHOP.
       DATE-WRITTEN.  10/15/2026.
       DATE-COMPILED.
      *****************************************************************
      * MODIFICATION HISTORY
      *   10/15/2026  ORIGINAL VERSION.  DAILY HELD-REJECT AGING AND
      *               REASON-CODE ANALYSIS.  SINCE TRANFIX BEGAN
      *               TRIMMING REPAIRED REJECTS, TRANREJ IS THE
      *               STANDING QUEUE OF EVERYTHING STILL HELD, AND IT
      *               COULD ONLY BE SEEN BY BROWSING THE DATASET.
      *
      * PURPOSE.  READS THE WHOLE HELD-REJECT QUEUE (TRANREJ) AFTER
      * THE NIGHT'S POSTING RUN AND AGES EVERY ITEM INTO FOUR BUCKETS -
      * 1 DAY, 2-5 DAYS, 6-30 DAYS, AND OVER 30 DAYS - SHOWING COUNTS
      * AND DOLLARS BY REASON CODE, BY ORIGINATING OPERATOR, AND BY
      * SOURCE BATCH ON THE AGERPT ANALYSIS.  AN ITEM'S AGE IS THE
      * DAYS FROM ITS TRANSACTION DATE TO THE AS-OF DATE (A POSTING
      * DATED PAST THE RUN DATE IS WAREHOUSED, NOT REJECTED, SO AN
      * ITEM REJECTS ON OR AFTER ITS OWN DATE).  AN ITEM WITH NO
      * VALID TRANSACTION DATE - A BATCH ENVELOPE, OR A REJECT WHOSE
      * DATE WAS THE FIELD IN ERROR - CANNOT BE AGED AND IS TREATED
      * AS THE OLDEST, SO IT IS NEVER LEFT OFF THE ESCALATION LIST.
      *
      * THE SOURCE BATCH IS TR-SOURCE-BATCH, STAMPED BY HELLO WHEN THE
      * ITEM ARRIVED INSIDE A TRANIN BATCH ((NONE) OTHERWISE).  THE
      * REPAIR COUNT IS TR-REPAIR-COUNT, BUMPED BY TRANFIX EVERY TIME
      * THE ITEM IS REPAIRED AND RECYCLED.
      *
      * EVERY ITEM HELD LONGER THAN THE ESCALATION AGE, OR REPAIRED AT
      * LEAST THE REPAIR-LOOP LIMIT NUMBER OF TIMES, IS LISTED ON THE
      * ESCLRPT ESCALATION LIST, OLDEST FIRST, FOR SUPERVISOR
      * WRITE-OFF REVIEW (A WRITE-OFF IS STILL A TRANFIX 'WO' CARD).
      *
      * THE QUEUE IS TIED TO THE GL REJECT-SUSPENSE ACCOUNT (THE
      * TRANCODE DECK'S 'SU' CARD).  AN ITEM IS HELD IN SUSPENSE BY
      * THE SAME RULE HELLO USES TO PUT IT THERE: IT CARRIES A
      * NUMERIC AMOUNT, IS NOT A BATCH ENVELOPE, TRANSFER ('XF'), OR
      * REVERSAL ('RV'), AND IS NOT FLAGGED 'N' - AND, ON ITS FIRST
      * PASS, DID NOT REJECT FOR REASON 02.  THE LEDGER'S SUSPENSE
      * BALANCE BEFORE TONIGHT COMES FROM THE PARM CARD; TONIGHT'S
      * 'SU'/'SR'/'SW' MOVEMENT THAT HELLO'S 7300-WRITE-SUSPENSE-
      * RECORDS FED THE GL IS TAKEN OFF GLWORK AND ROLLED IN, AND THE
      * RESULT MUST EQUAL THE DOLLARS STILL HELD ON TRANREJ.
      *
      * THE SYSIN PARM CARD (ALL FIELDS OPTIONAL):
      *   COLS  1-8   AS-OF DATE CCYYMMDD - BLANK MEANS THE SYSTEM DATE.
      *   COLS  9-11  ESCALATION AGE IN DAYS - BLANK MEANS 030.  AN
      *               ITEM OLDER THAN THIS IS ESCALATED.
      *   COLS 12-13  REPAIR-LOOP LIMIT - BLANK MEANS 03, 00 MEANS DO
      *               NOT ESCALATE ON REPAIRS.
      *   COLS 14-26  GL SUSPENSE BALANCE BEFORE TONIGHT'S ENTRIES,
      *               9(11)V99, FROM THE LEDGER.  BLANK MEANS NOT
      *               SUPPLIED AND THE QUEUE IS NOT TIED.
      *   COL  27     '-' WHEN THAT BALANCE IS A CREDIT.
      *
      * RETURN CODE: 0 QUEUE TIED TO THE GL AND NOTHING ESCALATED,
      * 4 ITEMS ESCALATED OR THE QUEUE NOT TIED (NO GL BALANCE, OR
      * GLWORK NOT AVAILABLE), 8 QUEUE OUT OF BALANCE WITH THE GL,
      * 12 BAD PARM CARD OR TRANREJ UNREADABLE - NOTHING REPORTED.
      * A TRANREJ THAT DOES NOT EXIST YET IS AN EMPTY QUEUE.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TRANREJ
               ASSIGN TO TRANREJ
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRANREJ-FILE-STATUS.

           SELECT GLWORK
               ASSIGN TO GLWORK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GLWORK-FILE-STATUS.

           SELECT TRANCODE
               ASSIGN TO TRANCODE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRANCODE-FILE-STATUS.

           SELECT PARMCARD
               ASSIGN TO SYSIN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARMCARD-FILE-STATUS.

           SELECT AGERPT
               ASSIGN TO AGERPT
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT ESCLRPT
               ASSIGN TO ESCLRPT
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT ESCALATE-SORT
               ASSIGN TO SORTWK.

       DATA DIVISION.
       FILE SECTION.
      *****************************************************************
      * TRANREJ - THE HELD-REJECT QUEUE, ORIGINAL 80-BYTE RECORD PLUS
      * THE TWO-BYTE REASON CODE, READ INTO WS-REJECT-RECORD.
      *****************************************************************
       FD  TRANREJ
           RECORDING MODE IS F
           RECORD CONTAINS 82 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  REJECT-LINE                 PIC X(82).

      *****************************************************************
      * GLWORK - THE POSTING RUN'S GL HANDOFF.  ONLY THE 'SU', 'SR',
      * AND 'SW' SUSPENSE-MOVEMENT RECORDS ARE USED HERE.
      *****************************************************************
       FD  GLWORK
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  GLWORK-RECORD.
           05  GW-RECORD-TYPE          PIC X(02).
           05  GW-TRAN-COUNT           PIC 9(07).
           05  GW-AMOUNT               PIC S9(09)V99.
           05  FILLER                  PIC X(60).

       FD  TRANCODE
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  TRANCODE-CARD.
           05  TD-RECORD-CODE          PIC X(02).
           05  TD-DRCR                 PIC X(02).
           05  TD-GL-ACCOUNT           PIC X(08).
           05  TD-DESCRIPTION          PIC X(20).
           05  FILLER                  PIC X(48).

       FD  PARMCARD
           RECORDING MODE IS F
           RECORD CONTAINS 27 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  PARMCARD-RECORD.
           05  PC-AS-OF-DATE           PIC 9(08).
           05  PC-AS-OF-DATE-X REDEFINES PC-AS-OF-DATE
                                       PIC X(08).
           05  PC-ESCALATE-DAYS        PIC 9(03).
           05  PC-ESCALATE-DAYS-X REDEFINES PC-ESCALATE-DAYS
                                       PIC X(03).
           05  PC-REPAIR-LIMIT         PIC 9(02).
           05  PC-REPAIR-LIMIT-X REDEFINES PC-REPAIR-LIMIT
                                       PIC X(02).
           05  PC-GL-BALANCE           PIC 9(11)V99.
           05  PC-GL-BALANCE-X REDEFINES PC-GL-BALANCE
                                       PIC X(13).
           05  PC-GL-SIGN              PIC X(01).

      *****************************************************************
      * AGERPT - THE AGING ANALYSIS BY REASON, OPERATOR, AND SOURCE
      * BATCH, THEN THE QUEUE TOTALS AND THE GL SUSPENSE TIE-OUT.
      *****************************************************************
       FD  AGERPT
           RECORDING MODE IS F
           RECORD CONTAINS 132 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  AGE-LINE                    PIC X(132).

      *****************************************************************
      * ESCLRPT - THE ESCALATION LIST FOR SUPERVISOR WRITE-OFF REVIEW,
      * ONE LINE PER ESCALATED ITEM, OLDEST FIRST.
      *****************************************************************
       FD  ESCLRPT
           RECORDING MODE IS F
           RECORD CONTAINS 132 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  ESC-LINE                    PIC X(132).

      *****************************************************************
      * ESCALATE-SORT - THE ESCALATED ITEMS, OLDEST FIRST.  AN ITEM
      * THAT CANNOT BE AGED CARRIES ES-AGE-DAYS 99999 AND SORTS AHEAD
      * OF EVERYTHING.
      *****************************************************************
       SD  ESCALATE-SORT
           RECORD CONTAINS 80 CHARACTERS.
       01  ESCALATE-SORT-RECORD.
           05  ES-AGE-DAYS             PIC 9(05).
           05  ES-TRANSACTION-ID       PIC X(10).
           05  ES-RECORD-CODE          PIC X(02).
           05  ES-ACCOUNT-NUMBER       PIC X(09).
           05  ES-TRANSACTION-DATE     PIC X(08).
           05  ES-AMOUNT               PIC S9(09)V99.
           05  ES-OPERATOR-ID          PIC X(05).
           05  ES-SOURCE-BATCH         PIC X(08).
           05  ES-REASON-CODE          PIC X(02).
           05  ES-REPAIR-COUNT         PIC 9(02).
           05  ES-SUSPENSE-SW          PIC X(01).
           05  ES-AMOUNT-SW            PIC X(01).
           05  ES-AGE-SW               PIC X(01).
           05  ES-LOOP-SW              PIC X(01).
           05  FILLER                  PIC X(14).

       WORKING-STORAGE SECTION.
      *****************************************************************
      * WS-REJECT-RECORD - WORKING COPY OF THE CURRENT TRANREJ RECORD,
      * SAME LAYOUT HELLO WRITES: THE ORIGINAL 80 BYTES PLUS THE
      * REASON CODE.
      *****************************************************************
       01  WS-REJECT-RECORD.
           05  RJ-TRAN-DATA            PIC X(80).
           05  RJ-REASON-CODE          PIC X(02).

      *****************************************************************
      * WS-TRAN-RECORD - THE REJECTED RECORD VIEWED AS A TRANSACTION.
      *****************************************************************
           COPY TRANREC
               REPLACING ==TRAN-RECORD==
                      BY ==WS-TRAN-RECORD==
                         ==TR-RECORD-CODE==
                      BY ==WS-TR-RECORD-CODE==
                         ==TR-TRANSACTION-ID==
                      BY ==WS-TR-TRANSACTION-ID==
                         ==TR-ACCOUNT-NUMBER==
                      BY ==WS-TR-ACCOUNT-NUMBER==
                         ==TR-TRANSACTION-DATE==
                      BY ==WS-TR-TRANSACTION-DATE==
                         ==TR-AMOUNT==
                      BY ==WS-TR-AMOUNT==
                         ==TR-OPERATOR-ID==
                      BY ==WS-TR-OPERATOR-ID==
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
               88  END-OF-TRANREJ              VALUE 'Y'.
           05  WS-TRANREJ-OPEN-SW      PIC X(01) VALUE 'N'.
               88  TRANREJ-OPEN                VALUE 'Y'.
           05  WS-GLWORK-EOF-SW        PIC X(01) VALUE 'N'.
               88  END-OF-GLWORK               VALUE 'Y'.
           05  WS-GLWORK-AVAIL-SW      PIC X(01) VALUE 'N'.
               88  GLWORK-AVAILABLE            VALUE 'Y'.
           05  WS-TRANCODE-EOF-SW      PIC X(01) VALUE 'N'.
               88  END-OF-TRANCODE             VALUE 'Y'.
           05  WS-ESCALATE-EOF-SW      PIC X(01) VALUE 'N'.
               88  END-OF-ESCALATE             VALUE 'Y'.
           05  WS-RUN-OK-SW            PIC X(01) VALUE 'Y'.
               88  RUN-OK                      VALUE 'Y'.
           05  WS-GL-GIVEN-SW          PIC X(01) VALUE 'N'.
               88  GL-BALANCE-GIVEN            VALUE 'Y'.
           05  WS-SUSPENSE-SW          PIC X(01) VALUE 'N'.
               88  ITEM-IN-SUSPENSE            VALUE 'Y'.
           05  WS-AMOUNT-SW            PIC X(01) VALUE 'N'.
               88  ITEM-HAS-AMOUNT             VALUE 'Y'.
           05  WS-DATED-SW             PIC X(01) VALUE 'N'.
               88  ITEM-DATED                  VALUE 'Y'.
           05  WS-AGE-ESC-SW           PIC X(01) VALUE 'N'.
               88  ESCALATED-ON-AGE            VALUE 'Y'.
           05  WS-LOOP-ESC-SW          PIC X(01) VALUE 'N'.
               88  ESCALATED-ON-REPAIRS        VALUE 'Y'.
           05  WS-KEY-FOUND-SW         PIC X(01) VALUE 'N'.
               88  KEY-FOUND                   VALUE 'Y'.

       01  WS-FILE-STATUSES.
           05  WS-TRANREJ-FILE-STATUS  PIC X(02) VALUE '00'.
           05  WS-GLWORK-FILE-STATUS   PIC X(02) VALUE '00'.
           05  WS-TRANCODE-FILE-STATUS PIC X(02) VALUE '00'.
           05  WS-PARMCARD-FILE-STATUS PIC X(02) VALUE '00'.

      *****************************************************************
      * THE RUN'S PARAMETERS AND THE SUSPENSE GL ACCOUNT.
      *****************************************************************
       01  WS-AS-OF-DATE               PIC 9(08)     VALUE 0.
       01  WS-ESCALATE-DAYS            PIC 9(03)     VALUE 30.
       01  WS-REPAIR-LIMIT             PIC 9(02)     VALUE 3.
       01  WS-GL-BALANCE               PIC S9(11)V99 VALUE 0.
       01  WS-GL-ACCOUNT               PIC X(08)     VALUE 'GL400100'.
       01  WS-GL-DESCRIPTION           PIC X(20)
                                       VALUE 'REJECT SUSPENSE'.

      *****************************************************************
      * THE CURRENT ITEM.
      *****************************************************************
       01  WS-ITEM-WORK.
           05  WS-ITEM-AMOUNT          PIC S9(09)V99 COMP-3 VALUE 0.
           05  WS-ITEM-AGE             PIC S9(07)    COMP-3 VALUE 0.
           05  WS-ITEM-REPAIRS         PIC 9(02)            VALUE 0.
           05  WS-ITEM-BUCKET          PIC 9(01)     COMP-3 VALUE 0.
           05  WS-ITEM-KEY             PIC X(08)            VALUE SPACE.

      *****************************************************************
      * AGING ROWS.  EVERY ROW OF EVERY ANALYSIS HAS THE SAME SHAPE:
      * FIVE COUNT/DOLLAR PAIRS - THE FOUR AGE BUCKETS (1 DAY, 2-5,
      * 6-30, OVER 30) AND THE ROW TOTAL - SO A ROW IS POSTED AND
      * PRINTED THROUGH WS-ROW-WORK WHICHEVER TABLE IT CAME FROM.
      * WS-ZERO-ROW STARTS A NEW OPERATOR OR BATCH ENTRY.
      *****************************************************************
       01  WS-ROW-WORK.
           05  WS-ROW-BUCKET OCCURS 5 TIMES.
               10  WS-ROW-COUNT        PIC 9(07)     COMP-3.
               10  WS-ROW-AMOUNT       PIC S9(11)V99 COMP-3.

       01  WS-ZERO-ROW.
           05  WS-ZERO-BUCKET OCCURS 5 TIMES.
               10  WS-ZERO-COUNT       PIC 9(07)     COMP-3 VALUE 0.
               10  WS-ZERO-AMOUNT      PIC S9(11)V99 COMP-3 VALUE 0.

       01  WS-TOTAL-ROW.
           05  WS-TOT-BUCKET OCCURS 5 TIMES.
               10  WS-TOT-COUNT        PIC 9(07)     COMP-3 VALUE 0.
               10  WS-TOT-AMOUNT       PIC S9(11)V99 COMP-3 VALUE 0.

      *****************************************************************
      * WS-REASON-TABLE - ONE ROW PER REASON CODE 01-10 (SEE HELLO'S
      * WS-REJECT-REASON-CODE FOR THE MEANINGS), ROW 11 FOR ANYTHING
      * ELSE.  WS-REASON-NAMES GIVES EACH ROW ITS PRINTED LABEL.
      *****************************************************************
       01  WS-REASON-TABLE.
           05  WS-RSN-ROW OCCURS 11 TIMES.
               10  WS-RSN-BUCKET OCCURS 5 TIMES.
                   15  WS-RSN-COUNT    PIC 9(07)     COMP-3 VALUE 0.
                   15  WS-RSN-AMOUNT   PIC S9(11)V99 COMP-3 VALUE 0.

       01  WS-REASON-NAME-VALUES.
           05  FILLER  PIC X(16) VALUE '01 MISSING FIELD'.
           05  FILLER  PIC X(16) VALUE '02 BAD AMOUNT'.
           05  FILLER  PIC X(16) VALUE '03 BAD TRAN CODE'.
           05  FILLER  PIC X(16) VALUE '04 NO ACCOUNT'.
           05  FILLER  PIC X(16) VALUE '05 CLOSED ACCT'.
           05  FILLER  PIC X(16) VALUE '06 BATCH SEQ'.
           05  FILLER  PIC X(16) VALUE '07 DUPLICATE ID'.
           05  FILLER  PIC X(16) VALUE '08 INSUFF FUNDS'.
           05  FILLER  PIC X(16) VALUE '09 OPER AUTH'.
           05  FILLER  PIC X(16) VALUE '10 DORMANT ACCT'.
           05  FILLER  PIC X(16) VALUE 'OTHER'.
       01  WS-REASON-NAMES REDEFINES WS-REASON-NAME-VALUES.
           05  WS-REASON-NAME          PIC X(16) OCCURS 11 TIMES.

      *****************************************************************
      * WS-OPERATOR-TABLE / WS-BATCH-TABLE - ONE ENTRY PER ORIGINATING
      * OPERATOR AND PER SOURCE BATCH, KEPT IN KEY ORDER AS THEY ARE
      * FOUND.  A KEY FOUND AFTER THE TABLE IS FULL GOES TO THE
      * OVERFLOW ROW, PRINTED AS (OTHERS) WITH A WARNING.
      *****************************************************************
       01  WS-OPERATOR-TABLE.
           05  WS-OPR-ENTRY OCCURS 200 TIMES.
               10  WS-OPR-KEY          PIC X(08).
               10  WS-OPR-ROW.
                   15  WS-OPR-BUCKET OCCURS 5 TIMES.
                       20  WS-OPR-COUNT  PIC 9(07)     COMP-3.
                       20  WS-OPR-AMOUNT PIC S9(11)V99 COMP-3.

       01  WS-OPR-OVERFLOW-ROW.
           05  WS-OPR-OVF-BUCKET OCCURS 5 TIMES.
               10  WS-OPR-OVF-COUNT    PIC 9(07)     COMP-3 VALUE 0.
               10  WS-OPR-OVF-AMOUNT   PIC S9(11)V99 COMP-3 VALUE 0.

       01  WS-BATCH-TABLE.
           05  WS-BAT-ENTRY OCCURS 500 TIMES.
               10  WS-BAT-KEY          PIC X(08).
               10  WS-BAT-ROW.
                   15  WS-BAT-BUCKET OCCURS 5 TIMES.
                       20  WS-BAT-COUNT  PIC 9(07)     COMP-3.
                       20  WS-BAT-AMOUNT PIC S9(11)V99 COMP-3.

       01  WS-BAT-OVERFLOW-ROW.
           05  WS-BAT-OVF-BUCKET OCCURS 5 TIMES.
               10  WS-BAT-OVF-COUNT    PIC 9(07)     COMP-3 VALUE 0.
               10  WS-BAT-OVF-AMOUNT   PIC S9(11)V99 COMP-3 VALUE 0.

      *****************************************************************
      * DATE-ARITHMETIC WORK FIELDS - A DATE IS TURNED INTO A DAY
      * NUMBER (DAYS FROM A FIXED BASE) SO TWO DATES CAN BE
      * SUBTRACTED.  MONTH LENGTHS AND LEAP YEARS DONE BY HAND, THE
      * SAME AS THE STANDING-ORDER GENERATOR AND THE CASH MONITOR.
      *****************************************************************
       01  WS-DATE-WORK.
           05  WS-WK-DATE.
               10  WS-WK-YEAR           PIC 9(04).
               10  WS-WK-MONTH          PIC 9(02).
               10  WS-WK-DAY            PIC 9(02).
           05  WS-WK-DATE-N REDEFINES WS-WK-DATE
                                        PIC 9(08).
           05  WS-WK-VALID-SW           PIC X(01)        VALUE 'N'.
               88  WK-DATE-VALID                 VALUE 'Y'.
           05  WS-MONTH-DAYS            PIC 9(02)        VALUE 0.
           05  WS-LEAP-SW               PIC X(01)        VALUE 'N'.
           05  WS-REM-WORK              PIC 9(04) COMP-3 VALUE 0.
           05  WS-QUOT-WORK             PIC 9(04) COMP-3 VALUE 0.
           05  WS-DN-ADJUST             PIC 9(01) COMP-3 VALUE 0.
           05  WS-DN-YEAR               PIC 9(05) COMP-3 VALUE 0.
           05  WS-DN-MONTH              PIC 9(02) COMP-3 VALUE 0.
           05  WS-DN-PART               PIC 9(07) COMP-3 VALUE 0.
           05  WS-DAY-NUMBER            PIC 9(07) COMP-3 VALUE 0.
           05  WS-AS-OF-DAY-NUMBER      PIC 9(07) COMP-3 VALUE 0.

      *****************************************************************
      * TONIGHT'S SUSPENSE MOVEMENT OFF GLWORK.
      *****************************************************************
       01  WS-GL-MOVEMENT.
           05  WS-GL-SU-AMOUNT          PIC S9(11)V99 COMP-3 VALUE 0.
           05  WS-GL-SR-AMOUNT          PIC S9(11)V99 COMP-3 VALUE 0.
           05  WS-GL-SW-AMOUNT          PIC S9(11)V99 COMP-3 VALUE 0.
           05  WS-GL-CLOSING            PIC S9(11)V99 COMP-3 VALUE 0.

       77  WS-OPR-USED                 PIC 9(05) COMP-3 VALUE 0.
       77  WS-BAT-USED                 PIC 9(05) COMP-3 VALUE 0.
       77  WS-TBL-SUB                  PIC 9(05) COMP-3 VALUE 0.
       77  WS-TBL-POS                  PIC 9(05) COMP-3 VALUE 0.
       77  WS-RSN-SUB                  PIC 9(02) COMP-3 VALUE 0.
       77  WS-COL-SUB                  PIC 9(01) COMP-3 VALUE 0.
       77  WS-REJECT-READ-COUNT        PIC 9(07) COMP-3 VALUE 0.
       77  WS-SUSPENSE-COUNT           PIC 9(07) COMP-3 VALUE 0.
       77  WS-NOT-SUSPENSE-COUNT       PIC 9(07) COMP-3 VALUE 0.
       77  WS-UNDATED-COUNT            PIC 9(07) COMP-3 VALUE 0.
       77  WS-REPAIRED-COUNT           PIC 9(07) COMP-3 VALUE 0.
       77  WS-LOOP-COUNT               PIC 9(07) COMP-3 VALUE 0.
       77  WS-ESCALATED-COUNT          PIC 9(07) COMP-3 VALUE 0.
       77  WS-ESCALATED-AMOUNT         PIC S9(11)V99 COMP-3 VALUE 0.
       77  WS-MOST-REPAIRS             PIC 9(02)        VALUE 0.
       77  WS-HELD-AMOUNT              PIC S9(11)V99 COMP-3 VALUE 0.
       77  WS-SUSPENSE-AMOUNT          PIC S9(11)V99 COMP-3 VALUE 0.
       77  WS-NOT-SUSPENSE-AMOUNT      PIC S9(11)V99 COMP-3 VALUE 0.
       77  WS-GL-DIFFERENCE            PIC S9(11)V99 COMP-3 VALUE 0.
       77  WS-RETURN-CODE              PIC 9(02)        VALUE 0.

      *****************************************************************
      * AGERPT LINE LAYOUTS.
      *****************************************************************
       01  WS-AGE-HEADING-1.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  FILLER                  PIC X(33)
                   VALUE "HELD-REJECT AGING REPORT - AS OF ".
           05  AH-AS-OF-DATE           PIC 9(08).
           05  FILLER                  PIC X(22)
                   VALUE "   ESCALATE: OVER AGE ".
           05  AH-ESCALATE-DAYS        PIC ZZ9.
           05  FILLER                  PIC X(21)
                   VALUE " DAYS OR REPAIRED AT ".
           05  AH-REPAIR-LIMIT         PIC Z9.
           05  FILLER                  PIC X(06) VALUE " TIMES".

       01  WS-AGE-SECTION.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  AS-SECTION-NAME         PIC X(40).

       01  WS-AGE-HEADING-2.
           05  FILLER                  PIC X(17) VALUE SPACE.
           05  FILLER                  PIC X(23)
                   VALUE "         1 DAY         ".
           05  FILLER                  PIC X(23)
                   VALUE "         2-5 DAYS      ".
           05  FILLER                  PIC X(23)
                   VALUE "         6-30 DAYS     ".
           05  FILLER                  PIC X(23)
                   VALUE "         OVER 30 DAYS  ".
           05  FILLER                  PIC X(23)
                   VALUE "         TOTAL         ".

       01  WS-AGE-HEADING-3.
           05  FILLER                  PIC X(17) VALUE SPACE.
           05  FILLER                  PIC X(23)
                   VALUE "  ITEMS       DOLLARS  ".
           05  FILLER                  PIC X(23)
                   VALUE "  ITEMS       DOLLARS  ".
           05  FILLER                  PIC X(23)
                   VALUE "  ITEMS       DOLLARS  ".
           05  FILLER                  PIC X(23)
                   VALUE "  ITEMS       DOLLARS  ".
           05  FILLER                  PIC X(23)
                   VALUE "  ITEMS       DOLLARS  ".

       01  WS-AGE-ROW-LINE.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  AR-ROW-KEY              PIC X(16) VALUE SPACE.
           05  AR-BUCKET OCCURS 5 TIMES.
               10  FILLER              PIC X(01) VALUE SPACE.
               10  AR-COUNT            PIC ZZ,ZZ9.
               10  FILLER              PIC X(01) VALUE SPACE.
               10  AR-AMOUNT           PIC ZZ,ZZZ,ZZ9.99-.
               10  FILLER              PIC X(01) VALUE SPACE.

       01  WS-AGE-MESSAGE.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  AM-MESSAGE              PIC X(60).

       01  WS-AGE-COUNTS.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  AC-LABEL                PIC X(34).
           05  AC-COUNT                PIC ZZZ,ZZZ,ZZ9.

       01  WS-AGE-AMOUNTS.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  AA-LABEL                PIC X(34).
           05  AA-AMOUNT               PIC ZZ,ZZZ,ZZZ,ZZ9.99-.

       01  WS-AGE-GL-LINE.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  FILLER                  PIC X(20)
                   VALUE "GL SUSPENSE ACCOUNT ".
           05  AG-GL-ACCOUNT           PIC X(08).
           05  FILLER                  PIC X(02) VALUE SPACE.
           05  AG-GL-DESCRIPTION       PIC X(20).

       01  WS-AGE-RESULT.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  FILLER                  PIC X(34)
                   VALUE "SUSPENSE TIE-OUT:                 ".
           05  AT-RESULT               PIC X(50).

      *****************************************************************
      * ESCLRPT LINE LAYOUTS.
      *****************************************************************
       01  WS-ESC-HEADING-1.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  FILLER                  PIC X(38)
               VALUE "HELD-REJECT ESCALATION FOR SUPERVISOR ".
           05  FILLER                  PIC X(25)
               VALUE "WRITE-OFF REVIEW - AS OF ".
           05  EH-AS-OF-DATE           PIC 9(08).

       01  WS-ESC-HEADING-2.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  FILLER                  PIC X(12) VALUE "TRAN ID".
           05  FILLER                  PIC X(04) VALUE "CD".
           05  FILLER                  PIC X(11) VALUE "ACCOUNT".
           05  FILLER                  PIC X(10) VALUE "TRAN DATE".
           05  FILLER                  PIC X(07) VALUE "  AGE".
           05  FILLER                  PIC X(17)
                   VALUE "        DOLLARS".
           05  FILLER                  PIC X(07) VALUE "OPER".
           05  FILLER                  PIC X(10) VALUE "BATCH".
           05  FILLER                  PIC X(04) VALUE "RC".
           05  FILLER                  PIC X(05) VALUE "RPR".
           05  FILLER                  PIC X(06) VALUE "SUSP".
           05  FILLER                  PIC X(30) VALUE "WHY ESCALATED".

       01  WS-ESC-DETAIL.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  ED-TRANSACTION-ID       PIC X(10).
           05  FILLER                  PIC X(02) VALUE SPACE.
           05  ED-RECORD-CODE          PIC X(02).
           05  FILLER                  PIC X(02) VALUE SPACE.
           05  ED-ACCOUNT-NUMBER       PIC X(09).
           05  FILLER                  PIC X(02) VALUE SPACE.
           05  ED-TRANSACTION-DATE     PIC X(08).
           05  FILLER                  PIC X(02) VALUE SPACE.
           05  ED-AGE                  PIC X(05).
           05  ED-AGE-N REDEFINES ED-AGE
                                       PIC ZZZZ9.
           05  FILLER                  PIC X(02) VALUE SPACE.
           05  ED-AMOUNT               PIC X(15).
           05  ED-AMOUNT-N REDEFINES ED-AMOUNT
                                       PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                  PIC X(02) VALUE SPACE.
           05  ED-OPERATOR-ID          PIC X(05).
           05  FILLER                  PIC X(02) VALUE SPACE.
           05  ED-SOURCE-BATCH         PIC X(08).
           05  FILLER                  PIC X(02) VALUE SPACE.
           05  ED-REASON-CODE          PIC X(02).
           05  FILLER                  PIC X(02) VALUE SPACE.
           05  ED-REPAIR-COUNT         PIC Z9.
           05  FILLER                  PIC X(03) VALUE SPACE.
           05  ED-SUSPENSE             PIC X(03).
           05  FILLER                  PIC X(03) VALUE SPACE.
           05  ED-WHY                  PIC X(30).

       01  WS-ESC-MESSAGE.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  EM-MESSAGE              PIC X(60).

       01  WS-ESC-TOTAL.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  FILLER                  PIC X(20)
                   VALUE "ITEMS ESCALATED:    ".
           05  ET-COUNT                PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(12) VALUE "   DOLLARS: ".
           05  ET-AMOUNT               PIC ZZ,ZZZ,ZZZ,ZZ9.99-.

       PROCEDURE DIVISION.
      *****************************************************************
      * 0000-MAINLINE - AGE THE WHOLE QUEUE IN ONE PASS, SORTING THE
      * ESCALATED ITEMS OUT TO THEIR OWN LIST ON THE WAY, THEN PRINT
      * THE ANALYSIS AND TIE THE QUEUE TO THE GL.
      *****************************************************************
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           IF RUN-OK
               SORT ESCALATE-SORT
                   ON DESCENDING KEY ES-AGE-DAYS
                      ASCENDING KEY ES-TRANSACTION-ID
                   INPUT PROCEDURE IS 2000-AGE-QUEUE
                                 THRU 2000-EXIT
                   OUTPUT PROCEDURE IS 4000-LIST-ESCALATIONS
                                  THRU 4000-EXIT
               PERFORM 3000-PRINT-ANALYSIS THRU 3000-EXIT
               PERFORM 5000-TOTAL-GL-MOVEMENT THRU 5000-EXIT
           END-IF.
           PERFORM 9000-TERMINATE THRU 9000-EXIT.
           MOVE WS-RETURN-CODE TO RETURN-CODE.
           STOP RUN.

      *****************************************************************
      * 1000-INITIALIZE - TAKE THE PARM CARD, LOOK UP THE SUSPENSE GL
      * ACCOUNT, AND OPEN THE QUEUE.  A TRANREJ THAT IS NOT THERE YET
      * IS AN EMPTY QUEUE; ONE THAT IS THERE BUT WILL NOT OPEN STOPS
      * THE RUN - AN ANALYSIS OF NOTHING WOULD LOOK CLEAN.
      *****************************************************************
       1000-INITIALIZE.
           OPEN OUTPUT AGERPT.
           OPEN OUTPUT ESCLRPT.
           ACCEPT WS-AS-OF-DATE FROM DATE YYYYMMDD.
           PERFORM 1100-READ-PARM-CARD THRU 1100-EXIT.
           MOVE WS-AS-OF-DATE    TO AH-AS-OF-DATE.
           MOVE WS-ESCALATE-DAYS TO AH-ESCALATE-DAYS.
           MOVE WS-REPAIR-LIMIT  TO AH-REPAIR-LIMIT.
           MOVE WS-AGE-HEADING-1 TO AGE-LINE.
           WRITE AGE-LINE.
           MOVE WS-AS-OF-DATE    TO EH-AS-OF-DATE.
           MOVE WS-ESC-HEADING-1 TO ESC-LINE.
           WRITE ESC-LINE.
           IF NOT RUN-OK
               MOVE "** PARM CARD INVALID - NOTHING REPORTED"
                   TO AM-MESSAGE
               MOVE WS-AGE-MESSAGE TO AGE-LINE
               WRITE AGE-LINE
               GO TO 1000-EXIT
           END-IF.
           PERFORM 1200-LOAD-GL-ACCOUNT THRU 1200-EXIT.
           MOVE WS-AS-OF-DATE TO WS-WK-DATE-N.
           PERFORM 9400-DAY-NUMBER THRU 9400-EXIT.
           MOVE WS-DAY-NUMBER TO WS-AS-OF-DAY-NUMBER.
           OPEN INPUT TRANREJ.
           IF WS-TRANREJ-FILE-STATUS = '00'
               MOVE 'Y' TO WS-TRANREJ-OPEN-SW
           ELSE
               MOVE 'Y' TO WS-TRANREJ-EOF-SW
               IF WS-TRANREJ-FILE-STATUS NOT = '35'
                   MOVE 'N' TO WS-RUN-OK-SW
                   MOVE "** TRANREJ NOT READABLE - NOTHING REPORTED"
                       TO AM-MESSAGE
                   MOVE WS-AGE-MESSAGE TO AGE-LINE
                   WRITE AGE-LINE
                   DISPLAY "REJAGE: TRANREJ OPEN FAILED, STATUS "
                       WS-TRANREJ-FILE-STATUS
                   GO TO 1000-EXIT
               END-IF
               MOVE "TRANREJ NOT FOUND - NO REJECTS HELD" TO AM-MESSAGE
               MOVE WS-AGE-MESSAGE TO AGE-LINE
               WRITE AGE-LINE
           END-IF.
           MOVE WS-ESC-HEADING-2 TO ESC-LINE.
           WRITE ESC-LINE.
       1000-EXIT.
           EXIT.

      *****************************************************************
      * 1100-READ-PARM-CARD - A BLANK FIELD TAKES ITS DEFAULT; A FIELD
      * THAT IS FILLED IN BUT NOT VALID STOPS THE RUN RATHER THAN AGE
      * THE QUEUE AGAINST THE WRONG DATE OR LIMIT.
      *****************************************************************
       1100-READ-PARM-CARD.
           OPEN INPUT PARMCARD.
           IF WS-PARMCARD-FILE-STATUS NOT = '00'
               GO TO 1100-EXIT
           END-IF.
           READ PARMCARD
               AT END
                   CLOSE PARMCARD
                   GO TO 1100-EXIT
           END-READ.
           CLOSE PARMCARD.
           IF PC-AS-OF-DATE-X NOT = SPACES
               IF PC-AS-OF-DATE NUMERIC
                   MOVE PC-AS-OF-DATE TO WS-WK-DATE-N
                   PERFORM 9410-VALIDATE-DATE THRU 9410-EXIT
                   IF WK-DATE-VALID
                       MOVE PC-AS-OF-DATE TO WS-AS-OF-DATE
                   ELSE
                       GO TO 1100-BAD-CARD
                   END-IF
               ELSE
                   GO TO 1100-BAD-CARD
               END-IF
           END-IF.
           IF PC-ESCALATE-DAYS-X NOT = SPACES
               IF PC-ESCALATE-DAYS NUMERIC
                   MOVE PC-ESCALATE-DAYS TO WS-ESCALATE-DAYS
               ELSE
                   GO TO 1100-BAD-CARD
               END-IF
           END-IF.
           IF PC-REPAIR-LIMIT-X NOT = SPACES
               IF PC-REPAIR-LIMIT NUMERIC
                   MOVE PC-REPAIR-LIMIT TO WS-REPAIR-LIMIT
               ELSE
                   GO TO 1100-BAD-CARD
               END-IF
           END-IF.
           IF PC-GL-BALANCE-X NOT = SPACES
               IF PC-GL-BALANCE NUMERIC
                       AND (PC-GL-SIGN = SPACE OR PC-GL-SIGN = '-')
                   MOVE PC-GL-BALANCE TO WS-GL-BALANCE
                   IF PC-GL-SIGN = '-'
                       MULTIPLY -1 BY WS-GL-BALANCE
                   END-IF
                   MOVE 'Y' TO WS-GL-GIVEN-SW
               ELSE
                   GO TO 1100-BAD-CARD
               END-IF
           END-IF.
           GO TO 1100-EXIT.
       1100-BAD-CARD.
           MOVE 'N' TO WS-RUN-OK-SW.
           DISPLAY "REJAGE: PARM CARD INVALID - NOTHING REPORTED".
       1100-EXIT.
           EXIT.

      *****************************************************************
      * 1200-LOAD-GL-ACCOUNT - FIND THE 'SU' CARD ON THE TRANCODE DECK
      * FOR THE REJECT-SUSPENSE GL ACCOUNT.  NO DECK, OR NO SU CARD ON
      * IT, KEEPS THE COMPILED-IN DEFAULT AND SAYS SO.
      *****************************************************************
       1200-LOAD-GL-ACCOUNT.
           OPEN INPUT TRANCODE.
           IF WS-TRANCODE-FILE-STATUS = '00'
               PERFORM 1210-TEST-ONE-CARD THRU 1210-EXIT
                   UNTIL END-OF-TRANCODE
               CLOSE TRANCODE
           ELSE
               MOVE "TRANCODE DEFINITIONS NOT SUPPLIED - DEFAULTS"
                   TO AM-MESSAGE
               MOVE WS-AGE-MESSAGE TO AGE-LINE
               WRITE AGE-LINE
           END-IF.
       1200-EXIT.
           EXIT.

       1210-TEST-ONE-CARD.
           READ TRANCODE
               AT END
                   MOVE 'Y' TO WS-TRANCODE-EOF-SW
               NOT AT END
                   IF TD-RECORD-CODE = 'SU'
                       MOVE TD-GL-ACCOUNT  TO WS-GL-ACCOUNT
                       MOVE TD-DESCRIPTION TO WS-GL-DESCRIPTION
                   END-IF
           END-READ.
       1210-EXIT.
           EXIT.

      *****************************************************************
      * 2000-AGE-QUEUE - SORT INPUT PROCEDURE.  EVERY HELD REJECT IS
      * AGED AND POSTED TO ITS REASON, OPERATOR, AND BATCH ROWS; THE
      * ESCALATED ONES ARE RELEASED TO THE SORT.
      *****************************************************************
       2000-AGE-QUEUE.
           IF TRANREJ-OPEN
               PERFORM 2100-READ-TRANREJ THRU 2100-EXIT
           END-IF.
           PERFORM 2200-AGE-ONE-ITEM THRU 2200-EXIT
               UNTIL END-OF-TRANREJ.
       2000-EXIT.
           EXIT.

      *****************************************************************
      * 2100-READ-TRANREJ - READ THE NEXT HELD REJECT.
      *****************************************************************
       2100-READ-TRANREJ.
           READ TRANREJ INTO WS-REJECT-RECORD
               AT END
                   MOVE 'Y' TO WS-TRANREJ-EOF-SW
           END-READ.
           IF NOT END-OF-TRANREJ
               MOVE RJ-TRAN-DATA TO WS-TRAN-RECORD
           END-IF.
       2100-EXIT.
           EXIT.

      *****************************************************************
      * 2200-AGE-ONE-ITEM - AGE ONE ITEM, DECIDE WHETHER ITS DOLLARS
      * ARE HELD IN SUSPENSE, POST IT TO EVERY ANALYSIS, AND RELEASE
      * IT TO THE ESCALATION LIST WHEN IT IS TOO OLD OR HAS BEEN
      * REPAIRED TOO OFTEN.  A BATCH ENVELOPE HAS NO AMOUNT - ITS
      * FIELDS PAST THE RECORD CODE FOLLOW THEIR OWN LAYOUT.
      *****************************************************************
       2200-AGE-ONE-ITEM.
           ADD 1 TO WS-REJECT-READ-COUNT.
           MOVE 0   TO WS-ITEM-AMOUNT.
           MOVE 'N' TO WS-AMOUNT-SW.
           IF WS-TR-RECORD-CODE NOT = 'BH'
                   AND WS-TR-RECORD-CODE NOT = 'BT'
                   AND WS-TR-AMOUNT NUMERIC
               MOVE 'Y'          TO WS-AMOUNT-SW
               MOVE WS-TR-AMOUNT TO WS-ITEM-AMOUNT
           END-IF.
           PERFORM 2210-SET-SUSPENSE THRU 2210-EXIT.
           PERFORM 2220-SET-AGE THRU 2220-EXIT.
           IF WS-TR-REPAIR-COUNT NUMERIC
               MOVE WS-TR-REPAIR-COUNT TO WS-ITEM-REPAIRS
           ELSE
               MOVE 0 TO WS-ITEM-REPAIRS
           END-IF.
           IF WS-ITEM-REPAIRS > 0
               ADD 1 TO WS-REPAIRED-COUNT
           END-IF.
           IF WS-ITEM-REPAIRS > WS-MOST-REPAIRS
               MOVE WS-ITEM-REPAIRS TO WS-MOST-REPAIRS
           END-IF.
           ADD WS-ITEM-AMOUNT TO WS-HELD-AMOUNT.
           PERFORM 2300-POST-REASON THRU 2300-EXIT.
           PERFORM 2400-POST-OPERATOR THRU 2400-EXIT.
           PERFORM 2500-POST-BATCH THRU 2500-EXIT.
           MOVE WS-TOTAL-ROW TO WS-ROW-WORK.
           PERFORM 2900-ADD-TO-ROW THRU 2900-EXIT.
           MOVE WS-ROW-WORK  TO WS-TOTAL-ROW.
           MOVE 'N' TO WS-AGE-ESC-SW.
           MOVE 'N' TO WS-LOOP-ESC-SW.
           IF NOT ITEM-DATED
                   OR WS-ITEM-AGE > WS-ESCALATE-DAYS
               MOVE 'Y' TO WS-AGE-ESC-SW
           END-IF.
           IF WS-REPAIR-LIMIT > 0
                   AND WS-ITEM-REPAIRS NOT < WS-REPAIR-LIMIT
               MOVE 'Y' TO WS-LOOP-ESC-SW
               ADD 1 TO WS-LOOP-COUNT
           END-IF.
           IF ESCALATED-ON-AGE OR ESCALATED-ON-REPAIRS
               PERFORM 2600-RELEASE-ESCALATION THRU 2600-EXIT
           END-IF.
           PERFORM 2100-READ-TRANREJ THRU 2100-EXIT.
       2200-EXIT.
           EXIT.

      *****************************************************************
      * 2210-SET-SUSPENSE - HELLO'S OWN RULE FOR WHAT REJECT SUSPENSE
      * HOLDS.  A FIRST-PASS REJECT WENT IN UNLESS IT WAS A TRANSFER,
      * A REVERSAL, OR REASON 02.  A RECYCLED ITEM ('R') THAT HAS
      * REJECTED AGAIN NEVER LEFT SUSPENSE; ONE FLAGGED 'N' NEVER
      * ENTERED IT.
      *****************************************************************
       2210-SET-SUSPENSE.
           MOVE 'N' TO WS-SUSPENSE-SW.
           IF ITEM-HAS-AMOUNT
                   AND WS-TR-RECORD-CODE NOT = 'XF'
                   AND WS-TR-RECORD-CODE NOT = 'RV'
                   AND WS-TR-SOURCE-FLAG NOT = 'N'
               IF WS-TR-SOURCE-FLAG = 'R'
                       OR RJ-REASON-CODE NOT = '02'
                   MOVE 'Y' TO WS-SUSPENSE-SW
               END-IF
           END-IF.
           IF ITEM-IN-SUSPENSE
               ADD 1              TO WS-SUSPENSE-COUNT
               ADD WS-ITEM-AMOUNT TO WS-SUSPENSE-AMOUNT
           ELSE
               ADD 1              TO WS-NOT-SUSPENSE-COUNT
               ADD WS-ITEM-AMOUNT TO WS-NOT-SUSPENSE-AMOUNT
           END-IF.
       2210-EXIT.
           EXIT.

      *****************************************************************
      * 2220-SET-AGE - DAYS FROM THE TRANSACTION DATE TO THE AS-OF
      * DATE, AND THE BUCKET: 1 = UP TO 1 DAY, 2 = 2-5, 3 = 6-30,
      * 4 = OVER 30.  AN ITEM THAT CANNOT BE DATED GOES IN BUCKET 4.
      *****************************************************************
       2220-SET-AGE.
           MOVE 'N' TO WS-DATED-SW.
           MOVE 0   TO WS-ITEM-AGE.
           IF WS-TR-RECORD-CODE NOT = 'BH'
                   AND WS-TR-RECORD-CODE NOT = 'BT'
                   AND WS-TR-TRANSACTION-DATE NUMERIC
               MOVE WS-TR-TRANSACTION-DATE TO WS-WK-DATE-N
               PERFORM 9410-VALIDATE-DATE THRU 9410-EXIT
               IF WK-DATE-VALID
                   MOVE 'Y' TO WS-DATED-SW
               END-IF
           END-IF.
           IF NOT ITEM-DATED
               ADD 1 TO WS-UNDATED-COUNT
               MOVE 4 TO WS-ITEM-BUCKET
               GO TO 2220-EXIT
           END-IF.
           PERFORM 9400-DAY-NUMBER THRU 9400-EXIT.
           SUBTRACT WS-DAY-NUMBER FROM WS-AS-OF-DAY-NUMBER
               GIVING WS-ITEM-AGE.
           IF WS-ITEM-AGE < 0
               MOVE 0 TO WS-ITEM-AGE
           END-IF.
           EVALUATE TRUE
               WHEN WS-ITEM-AGE NOT > 1
                   MOVE 1 TO WS-ITEM-BUCKET
               WHEN WS-ITEM-AGE NOT > 5
                   MOVE 2 TO WS-ITEM-BUCKET
               WHEN WS-ITEM-AGE NOT > 30
                   MOVE 3 TO WS-ITEM-BUCKET
               WHEN OTHER
                   MOVE 4 TO WS-ITEM-BUCKET
           END-EVALUATE.
       2220-EXIT.
           EXIT.

      *****************************************************************
      * 2300-POST-REASON - POST THE ITEM TO ITS REASON-CODE ROW.
      *****************************************************************
       2300-POST-REASON.
           IF RJ-REASON-CODE NUMERIC
                   AND RJ-REASON-CODE > '00'
                   AND RJ-REASON-CODE NOT > '10'
               MOVE RJ-REASON-CODE TO WS-RSN-SUB
           ELSE
               MOVE 11 TO WS-RSN-SUB
           END-IF.
           MOVE WS-RSN-ROW (WS-RSN-SUB) TO WS-ROW-WORK.
           PERFORM 2900-ADD-TO-ROW THRU 2900-EXIT.
           MOVE WS-ROW-WORK TO WS-RSN-ROW (WS-RSN-SUB).
       2300-EXIT.
           EXIT.

      *****************************************************************
      * 2400-POST-OPERATOR - POST THE ITEM TO ITS OPERATOR'S ENTRY,
      * OPENING ONE IN KEY ORDER THE FIRST TIME THE OPERATOR IS SEEN.
      *****************************************************************
       2400-POST-OPERATOR.
           MOVE SPACES            TO WS-ITEM-KEY.
           MOVE WS-TR-OPERATOR-ID TO WS-ITEM-KEY.
           MOVE 'N' TO WS-KEY-FOUND-SW.
           MOVE 0   TO WS-TBL-SUB.
           MOVE 0   TO WS-TBL-POS.
           PERFORM 2410-FIND-OPERATOR THRU 2410-EXIT
               UNTIL KEY-FOUND
                  OR WS-TBL-POS > 0
                  OR WS-TBL-SUB >= WS-OPR-USED.
           IF NOT KEY-FOUND
               IF WS-OPR-USED >= 200
                   MOVE WS-OPR-OVERFLOW-ROW TO WS-ROW-WORK
                   PERFORM 2900-ADD-TO-ROW THRU 2900-EXIT
                   MOVE WS-ROW-WORK TO WS-OPR-OVERFLOW-ROW
                   GO TO 2400-EXIT
               END-IF
               IF WS-TBL-POS = 0
                   ADD 1 TO WS-OPR-USED GIVING WS-TBL-POS
               END-IF
               ADD 1 TO WS-OPR-USED
               MOVE WS-OPR-USED TO WS-TBL-SUB
               PERFORM 2420-SHIFT-OPERATOR THRU 2420-EXIT
                   UNTIL WS-TBL-SUB NOT > WS-TBL-POS
               MOVE WS-ITEM-KEY TO WS-OPR-KEY (WS-TBL-POS)
               MOVE WS-ZERO-ROW TO WS-OPR-ROW (WS-TBL-POS)
           END-IF.
           MOVE WS-OPR-ROW (WS-TBL-POS) TO WS-ROW-WORK.
           PERFORM 2900-ADD-TO-ROW THRU 2900-EXIT.
           MOVE WS-ROW-WORK TO WS-OPR-ROW (WS-TBL-POS).
       2400-EXIT.
           EXIT.

      *****************************************************************
      * 2410-FIND-OPERATOR - STEP THROUGH THE TABLE: STOP ON THE KEY
      * ITSELF, OR ON THE FIRST ENTRY PAST IT (WHERE IT BELONGS).
      *****************************************************************
       2410-FIND-OPERATOR.
           ADD 1 TO WS-TBL-SUB.
           IF WS-OPR-KEY (WS-TBL-SUB) = WS-ITEM-KEY
               MOVE 'Y' TO WS-KEY-FOUND-SW
               MOVE WS-TBL-SUB TO WS-TBL-POS
           ELSE
               IF WS-OPR-KEY (WS-TBL-SUB) > WS-ITEM-KEY
                   MOVE WS-TBL-SUB TO WS-TBL-POS
               END-IF
           END-IF.
       2410-EXIT.
           EXIT.

      *****************************************************************
      * 2420-SHIFT-OPERATOR - MOVE ONE ENTRY DOWN A SLOT TO OPEN THE
      * NEW KEY'S PLACE.
      *****************************************************************
       2420-SHIFT-OPERATOR.
           MOVE WS-OPR-ENTRY (WS-TBL-SUB - 1)
               TO WS-OPR-ENTRY (WS-TBL-SUB).
           SUBTRACT 1 FROM WS-TBL-SUB.
       2420-EXIT.
           EXIT.

      *****************************************************************
      * 2500-POST-BATCH - POST THE ITEM TO ITS SOURCE BATCH'S ENTRY,
      * THE SAME WAY AS THE OPERATOR TABLE.
      *****************************************************************
       2500-POST-BATCH.
           MOVE WS-TR-SOURCE-BATCH TO WS-ITEM-KEY.
           MOVE 'N' TO WS-KEY-FOUND-SW.
           MOVE 0   TO WS-TBL-SUB.
           MOVE 0   TO WS-TBL-POS.
           PERFORM 2510-FIND-BATCH THRU 2510-EXIT
               UNTIL KEY-FOUND
                  OR WS-TBL-POS > 0
                  OR WS-TBL-SUB >= WS-BAT-USED.
           IF NOT KEY-FOUND
               IF WS-BAT-USED >= 500
                   MOVE WS-BAT-OVERFLOW-ROW TO WS-ROW-WORK
                   PERFORM 2900-ADD-TO-ROW THRU 2900-EXIT
                   MOVE WS-ROW-WORK TO WS-BAT-OVERFLOW-ROW
                   GO TO 2500-EXIT
               END-IF
               IF WS-TBL-POS = 0
                   ADD 1 TO WS-BAT-USED GIVING WS-TBL-POS
               END-IF
               ADD 1 TO WS-BAT-USED
               MOVE WS-BAT-USED TO WS-TBL-SUB
               PERFORM 2520-SHIFT-BATCH THRU 2520-EXIT
                   UNTIL WS-TBL-SUB NOT > WS-TBL-POS
               MOVE WS-ITEM-KEY TO WS-BAT-KEY (WS-TBL-POS)
               MOVE WS-ZERO-ROW TO WS-BAT-ROW (WS-TBL-POS)
           END-IF.
           MOVE WS-BAT-ROW (WS-TBL-POS) TO WS-ROW-WORK.
           PERFORM 2900-ADD-TO-ROW THRU 2900-EXIT.
           MOVE WS-ROW-WORK TO WS-BAT-ROW (WS-TBL-POS).
       2500-EXIT.
           EXIT.

       2510-FIND-BATCH.
           ADD 1 TO WS-TBL-SUB.
           IF WS-BAT-KEY (WS-TBL-SUB) = WS-ITEM-KEY
               MOVE 'Y' TO WS-KEY-FOUND-SW
               MOVE WS-TBL-SUB TO WS-TBL-POS
           ELSE
               IF WS-BAT-KEY (WS-TBL-SUB) > WS-ITEM-KEY
                   MOVE WS-TBL-SUB TO WS-TBL-POS
               END-IF
           END-IF.
       2510-EXIT.
           EXIT.

       2520-SHIFT-BATCH.
           MOVE WS-BAT-ENTRY (WS-TBL-SUB - 1)
               TO WS-BAT-ENTRY (WS-TBL-SUB).
           SUBTRACT 1 FROM WS-TBL-SUB.
       2520-EXIT.
           EXIT.

      *****************************************************************
      * 2600-RELEASE-ESCALATION - PUT THE ITEM ON THE ESCALATION SORT.
      *****************************************************************
       2600-RELEASE-ESCALATION.
           MOVE SPACES TO ESCALATE-SORT-RECORD.
           IF ITEM-DATED
               MOVE WS-ITEM-AGE TO ES-AGE-DAYS
           ELSE
               MOVE 99999 TO ES-AGE-DAYS
           END-IF.
           MOVE WS-TR-RECORD-CODE    TO ES-RECORD-CODE.
           IF WS-TR-RECORD-CODE = 'BH' OR WS-TR-RECORD-CODE = 'BT'
               MOVE RJ-TRAN-DATA (3:8)  TO ES-TRANSACTION-ID
           ELSE
               MOVE WS-TR-TRANSACTION-ID TO ES-TRANSACTION-ID
               MOVE RJ-TRAN-DATA (13:9) TO ES-ACCOUNT-NUMBER
               MOVE RJ-TRAN-DATA (22:8) TO ES-TRANSACTION-DATE
           END-IF.
           MOVE WS-ITEM-AMOUNT       TO ES-AMOUNT.
           MOVE WS-TR-OPERATOR-ID    TO ES-OPERATOR-ID.
           MOVE WS-TR-SOURCE-BATCH   TO ES-SOURCE-BATCH.
           MOVE RJ-REASON-CODE       TO ES-REASON-CODE.
           MOVE WS-ITEM-REPAIRS      TO ES-REPAIR-COUNT.
           MOVE WS-SUSPENSE-SW       TO ES-SUSPENSE-SW.
           MOVE WS-AMOUNT-SW         TO ES-AMOUNT-SW.
           MOVE WS-AGE-ESC-SW        TO ES-AGE-SW.
           MOVE WS-LOOP-ESC-SW       TO ES-LOOP-SW.
           RELEASE ESCALATE-SORT-RECORD.
           ADD 1              TO WS-ESCALATED-COUNT.
           ADD WS-ITEM-AMOUNT TO WS-ESCALATED-AMOUNT.
       2600-EXIT.
           EXIT.

      *****************************************************************
      * 2900-ADD-TO-ROW - ADD THE CURRENT ITEM TO WS-ROW-WORK: ITS AGE
      * BUCKET AND THE ROW TOTAL.
      *****************************************************************
       2900-ADD-TO-ROW.
           ADD 1              TO WS-ROW-COUNT (WS-ITEM-BUCKET).
           ADD WS-ITEM-AMOUNT TO WS-ROW-AMOUNT (WS-ITEM-BUCKET).
           ADD 1              TO WS-ROW-COUNT (5).
           ADD WS-ITEM-AMOUNT TO WS-ROW-AMOUNT (5).
       2900-EXIT.
           EXIT.

      *****************************************************************
      * 3000-PRINT-ANALYSIS - THE THREE AGING ANALYSES, EACH CLOSED BY
      * THE QUEUE TOTAL SO EVERY ONE CAN BE FOOTED ON ITS OWN.
      *****************************************************************
       3000-PRINT-ANALYSIS.
           MOVE "AGING BY REASON CODE" TO AS-SECTION-NAME.
           PERFORM 3100-PRINT-SECTION-HEADING THRU 3100-EXIT.
           MOVE 0 TO WS-RSN-SUB.
           PERFORM 3200-PRINT-REASON-ROW THRU 3200-EXIT
               UNTIL WS-RSN-SUB >= 11.
           PERFORM 3900-PRINT-TOTAL-ROW THRU 3900-EXIT.
           MOVE "AGING BY ORIGINATING OPERATOR" TO AS-SECTION-NAME.
           PERFORM 3100-PRINT-SECTION-HEADING THRU 3100-EXIT.
           MOVE 0 TO WS-TBL-SUB.
           PERFORM 3300-PRINT-OPERATOR-ROW THRU 3300-EXIT
               UNTIL WS-TBL-SUB >= WS-OPR-USED.
           IF WS-OPR-OVF-COUNT (5) > 0
               MOVE WS-OPR-OVERFLOW-ROW TO WS-ROW-WORK
               MOVE "(OTHERS)" TO AR-ROW-KEY
               PERFORM 3800-PRINT-ROW THRU 3800-EXIT
               MOVE "WARNING - OVER 200 OPERATORS, EXCESS IN (OTHERS)"
                   TO AM-MESSAGE
               MOVE WS-AGE-MESSAGE TO AGE-LINE
               WRITE AGE-LINE
           END-IF.
           PERFORM 3900-PRINT-TOTAL-ROW THRU 3900-EXIT.
           MOVE "AGING BY SOURCE BATCH" TO AS-SECTION-NAME.
           PERFORM 3100-PRINT-SECTION-HEADING THRU 3100-EXIT.
           MOVE 0 TO WS-TBL-SUB.
           PERFORM 3400-PRINT-BATCH-ROW THRU 3400-EXIT
               UNTIL WS-TBL-SUB >= WS-BAT-USED.
           IF WS-BAT-OVF-COUNT (5) > 0
               MOVE WS-BAT-OVERFLOW-ROW TO WS-ROW-WORK
               MOVE "(OTHERS)" TO AR-ROW-KEY
               PERFORM 3800-PRINT-ROW THRU 3800-EXIT
               MOVE "WARNING - OVER 500 BATCHES, EXCESS IN (OTHERS)"
                   TO AM-MESSAGE
               MOVE WS-AGE-MESSAGE TO AGE-LINE
               WRITE AGE-LINE
           END-IF.
           PERFORM 3900-PRINT-TOTAL-ROW THRU 3900-EXIT.
       3000-EXIT.
           EXIT.

       3100-PRINT-SECTION-HEADING.
           MOVE SPACES TO AGE-LINE.
           WRITE AGE-LINE.
           MOVE WS-AGE-SECTION   TO AGE-LINE.
           WRITE AGE-LINE.
           MOVE WS-AGE-HEADING-2 TO AGE-LINE.
           WRITE AGE-LINE.
           MOVE WS-AGE-HEADING-3 TO AGE-LINE.
           WRITE AGE-LINE.
       3100-EXIT.
           EXIT.

      *****************************************************************
      * 3200-PRINT-REASON-ROW - ONE REASON CODE.  A REASON WITH
      * NOTHING HELD IS STILL PRINTED, SO THE PAGE ALWAYS SHOWS THE
      * SAME ROWS.  THE (OTHER) ROW ONLY PRINTS WHEN IT HAS ITEMS.
      *****************************************************************
       3200-PRINT-REASON-ROW.
           ADD 1 TO WS-RSN-SUB.
           IF WS-RSN-SUB = 11
                   AND WS-RSN-COUNT (11, 5) = 0
               GO TO 3200-EXIT
           END-IF.
           MOVE WS-RSN-ROW (WS-RSN-SUB) TO WS-ROW-WORK.
           MOVE WS-REASON-NAME (WS-RSN-SUB) TO AR-ROW-KEY.
           PERFORM 3800-PRINT-ROW THRU 3800-EXIT.
       3200-EXIT.
           EXIT.

       3300-PRINT-OPERATOR-ROW.
           ADD 1 TO WS-TBL-SUB.
           MOVE WS-OPR-ROW (WS-TBL-SUB) TO WS-ROW-WORK.
           IF WS-OPR-KEY (WS-TBL-SUB) = SPACES
               MOVE "(NONE)" TO AR-ROW-KEY
           ELSE
               MOVE WS-OPR-KEY (WS-TBL-SUB) TO AR-ROW-KEY
           END-IF.
           PERFORM 3800-PRINT-ROW THRU 3800-EXIT.
       3300-EXIT.
           EXIT.

       3400-PRINT-BATCH-ROW.
           ADD 1 TO WS-TBL-SUB.
           MOVE WS-BAT-ROW (WS-TBL-SUB) TO WS-ROW-WORK.
           IF WS-BAT-KEY (WS-TBL-SUB) = SPACES
               MOVE "(NONE)" TO AR-ROW-KEY
           ELSE
               MOVE WS-BAT-KEY (WS-TBL-SUB) TO AR-ROW-KEY
           END-IF.
           PERFORM 3800-PRINT-ROW THRU 3800-EXIT.
       3400-EXIT.
           EXIT.

      *****************************************************************
      * 3800-PRINT-ROW - EDIT WS-ROW-WORK INTO A ROW LINE UNDER THE
      * KEY ALREADY PLACED IN AR-ROW-KEY, AND WRITE IT.
      *****************************************************************
       3800-PRINT-ROW.
           MOVE 0 TO WS-COL-SUB.
           PERFORM 3810-EDIT-ONE-BUCKET THRU 3810-EXIT
               UNTIL WS-COL-SUB >= 5.
           MOVE WS-AGE-ROW-LINE TO AGE-LINE.
           WRITE AGE-LINE.
           MOVE SPACES TO WS-AGE-ROW-LINE.
       3800-EXIT.
           EXIT.

       3810-EDIT-ONE-BUCKET.
           ADD 1 TO WS-COL-SUB.
           MOVE WS-ROW-COUNT (WS-COL-SUB)  TO AR-COUNT (WS-COL-SUB).
           MOVE WS-ROW-AMOUNT (WS-COL-SUB) TO AR-AMOUNT (WS-COL-SUB).
       3810-EXIT.
           EXIT.

       3900-PRINT-TOTAL-ROW.
           MOVE WS-TOTAL-ROW TO WS-ROW-WORK.
           MOVE "TOTAL" TO AR-ROW-KEY.
           PERFORM 3800-PRINT-ROW THRU 3800-EXIT.
       3900-EXIT.
           EXIT.

      *****************************************************************
      * 4000-LIST-ESCALATIONS - SORT OUTPUT PROCEDURE.  ONE LINE PER
      * ESCALATED ITEM, OLDEST FIRST, SAYING WHY IT IS THERE AND
      * WHETHER WRITING IT OFF WOULD RELIEVE SUSPENSE.
      *****************************************************************
       4000-LIST-ESCALATIONS.
           PERFORM 4100-RETURN-ESCALATION THRU 4100-EXIT.
           PERFORM 4200-PRINT-ESCALATION THRU 4200-EXIT
               UNTIL END-OF-ESCALATE.
           IF WS-ESCALATED-COUNT = 0
               MOVE "NO ITEMS ESCALATED" TO EM-MESSAGE
               MOVE WS-ESC-MESSAGE TO ESC-LINE
               WRITE ESC-LINE
           END-IF.
           MOVE WS-ESCALATED-COUNT  TO ET-COUNT.
           MOVE WS-ESCALATED-AMOUNT TO ET-AMOUNT.
           MOVE WS-ESC-TOTAL TO ESC-LINE.
           WRITE ESC-LINE.
       4000-EXIT.
           EXIT.

       4100-RETURN-ESCALATION.
           RETURN ESCALATE-SORT
               AT END
                   MOVE 'Y' TO WS-ESCALATE-EOF-SW
           END-RETURN.
       4100-EXIT.
           EXIT.

       4200-PRINT-ESCALATION.
           MOVE ES-TRANSACTION-ID   TO ED-TRANSACTION-ID.
           MOVE ES-RECORD-CODE      TO ED-RECORD-CODE.
           MOVE ES-ACCOUNT-NUMBER   TO ED-ACCOUNT-NUMBER.
           MOVE ES-TRANSACTION-DATE TO ED-TRANSACTION-DATE.
           IF ES-AGE-DAYS = 99999
               MOVE " NONE" TO ED-AGE
           ELSE
               MOVE ES-AGE-DAYS TO ED-AGE-N
           END-IF.
           IF ES-AMOUNT-SW = 'Y'
               MOVE ES-AMOUNT TO ED-AMOUNT-N
           ELSE
               MOVE "   NO AMOUNT" TO ED-AMOUNT
           END-IF.
           MOVE ES-OPERATOR-ID      TO ED-OPERATOR-ID.
           IF ES-SOURCE-BATCH = SPACES
               MOVE "(NONE)" TO ED-SOURCE-BATCH
           ELSE
               MOVE ES-SOURCE-BATCH TO ED-SOURCE-BATCH
           END-IF.
           MOVE ES-REASON-CODE      TO ED-REASON-CODE.
           MOVE ES-REPAIR-COUNT     TO ED-REPAIR-COUNT.
           IF ES-SUSPENSE-SW = 'Y'
               MOVE "YES" TO ED-SUSPENSE
           ELSE
               MOVE "NO " TO ED-SUSPENSE
           END-IF.
           EVALUATE TRUE
               WHEN ES-AGE-SW = 'Y' AND ES-LOOP-SW = 'Y'
                   MOVE "AGE AND REPEATED REPAIR" TO ED-WHY
               WHEN ES-AGE-SW = 'Y' AND ES-AGE-DAYS = 99999
                   MOVE "NO VALID DATE - CANNOT AGE" TO ED-WHY
               WHEN ES-AGE-SW = 'Y'
                   MOVE "HELD PAST ESCALATION AGE" TO ED-WHY
               WHEN OTHER
                   MOVE "REPEATED REPAIR (LOOP)" TO ED-WHY
           END-EVALUATE.
           MOVE WS-ESC-DETAIL TO ESC-LINE.
           WRITE ESC-LINE.
           PERFORM 4100-RETURN-ESCALATION THRU 4100-EXIT.
       4200-EXIT.
           EXIT.

      *****************************************************************
      * 5000-TOTAL-GL-MOVEMENT - TONIGHT'S SUSPENSE MOVEMENT AS THE
      * POSTING RUN HANDED IT TO THE GL: 'SU' INTO SUSPENSE, 'SR' AND
      * 'SW' OUT OF IT.  WITHOUT GLWORK THE QUEUE CANNOT BE TIED.
      *****************************************************************
       5000-TOTAL-GL-MOVEMENT.
           OPEN INPUT GLWORK.
           IF WS-GLWORK-FILE-STATUS NOT = '00'
               GO TO 5000-EXIT
           END-IF.
           MOVE 'Y' TO WS-GLWORK-AVAIL-SW.
           PERFORM 5100-READ-GLWORK THRU 5100-EXIT
               UNTIL END-OF-GLWORK.
           CLOSE GLWORK.
       5000-EXIT.
           EXIT.

       5100-READ-GLWORK.
           READ GLWORK
               AT END
                   MOVE 'Y' TO WS-GLWORK-EOF-SW
               NOT AT END
                   EVALUATE GW-RECORD-TYPE
                       WHEN 'SU'
                           ADD GW-AMOUNT TO WS-GL-SU-AMOUNT
                       WHEN 'SR'
                           ADD GW-AMOUNT TO WS-GL-SR-AMOUNT
                       WHEN 'SW'
                           ADD GW-AMOUNT TO WS-GL-SW-AMOUNT
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
           END-READ.
       5100-EXIT.
           EXIT.

      *****************************************************************
      * 9000-TERMINATE - THE QUEUE TOTALS, THE GL SUSPENSE TIE-OUT,
      * AND THE RETURN CODE.  THE GL BALANCE AFTER TONIGHT IS THE
      * CARD'S BALANCE PLUS WHAT WENT IN LESS WHAT CAME OUT, AND IT
      * MUST EQUAL THE DOLLARS STILL HELD IN SUSPENSE ON TRANREJ.
      *****************************************************************
       9000-TERMINATE.
           IF NOT RUN-OK
               MOVE 12 TO WS-RETURN-CODE
               MOVE "NOT PERFORMED - NOTHING REPORTED" TO AT-RESULT
               MOVE WS-AGE-RESULT TO AGE-LINE
               WRITE AGE-LINE
               GO TO 9000-CLOSE
           END-IF.
           MOVE SPACES TO AGE-LINE.
           WRITE AGE-LINE.
           MOVE "HELD REJECTS:                     " TO AC-LABEL.
           MOVE WS-REJECT-READ-COUNT TO AC-COUNT.
           PERFORM 9100-WRITE-COUNT THRU 9100-EXIT.
           MOVE "  HELD IN SUSPENSE:               " TO AC-LABEL.
           MOVE WS-SUSPENSE-COUNT TO AC-COUNT.
           PERFORM 9100-WRITE-COUNT THRU 9100-EXIT.
           MOVE "  NOT IN SUSPENSE:                " TO AC-LABEL.
           MOVE WS-NOT-SUSPENSE-COUNT TO AC-COUNT.
           PERFORM 9100-WRITE-COUNT THRU 9100-EXIT.
           MOVE "NO VALID DATE (AGED AS OLDEST):   " TO AC-LABEL.
           MOVE WS-UNDATED-COUNT TO AC-COUNT.
           PERFORM 9100-WRITE-COUNT THRU 9100-EXIT.
           MOVE "REPAIRED AT LEAST ONCE:           " TO AC-LABEL.
           MOVE WS-REPAIRED-COUNT TO AC-COUNT.
           PERFORM 9100-WRITE-COUNT THRU 9100-EXIT.
           MOVE "AT OR OVER THE REPAIR-LOOP LIMIT: " TO AC-LABEL.
           MOVE WS-LOOP-COUNT TO AC-COUNT.
           PERFORM 9100-WRITE-COUNT THRU 9100-EXIT.
           MOVE "MOST REPAIRS ON ONE ITEM:         " TO AC-LABEL.
           MOVE WS-MOST-REPAIRS TO AC-COUNT.
           PERFORM 9100-WRITE-COUNT THRU 9100-EXIT.
           MOVE "ESCALATED FOR WRITE-OFF REVIEW:   " TO AC-LABEL.
           MOVE WS-ESCALATED-COUNT TO AC-COUNT.
           PERFORM 9100-WRITE-COUNT THRU 9100-EXIT.
           MOVE "HELD REJECT DOLLARS:              " TO AA-LABEL.
           MOVE WS-HELD-AMOUNT TO AA-AMOUNT.
           PERFORM 9200-WRITE-AMOUNT THRU 9200-EXIT.
           MOVE "  NOT IN SUSPENSE:                " TO AA-LABEL.
           MOVE WS-NOT-SUSPENSE-AMOUNT TO AA-AMOUNT.
           PERFORM 9200-WRITE-AMOUNT THRU 9200-EXIT.
           MOVE "  HELD IN SUSPENSE:               " TO AA-LABEL.
           MOVE WS-SUSPENSE-AMOUNT TO AA-AMOUNT.
           PERFORM 9200-WRITE-AMOUNT THRU 9200-EXIT.
           MOVE WS-GL-ACCOUNT     TO AG-GL-ACCOUNT.
           MOVE WS-GL-DESCRIPTION TO AG-GL-DESCRIPTION.
           MOVE WS-AGE-GL-LINE TO AGE-LINE.
           WRITE AGE-LINE.
           IF GLWORK-AVAILABLE
               MOVE "TONIGHT INTO SUSPENSE (SU):       " TO AA-LABEL
               MOVE WS-GL-SU-AMOUNT TO AA-AMOUNT
               PERFORM 9200-WRITE-AMOUNT THRU 9200-EXIT
               MOVE "TONIGHT RELIEVED (SR):            " TO AA-LABEL
               MOVE WS-GL-SR-AMOUNT TO AA-AMOUNT
               PERFORM 9200-WRITE-AMOUNT THRU 9200-EXIT
               MOVE "TONIGHT WRITTEN OFF (SW):         " TO AA-LABEL
               MOVE WS-GL-SW-AMOUNT TO AA-AMOUNT
               PERFORM 9200-WRITE-AMOUNT THRU 9200-EXIT
           END-IF.
           EVALUATE TRUE
               WHEN NOT GLWORK-AVAILABLE
                   MOVE 4 TO WS-RETURN-CODE
                   MOVE "NOT TIED - GLWORK NOT AVAILABLE" TO AT-RESULT
               WHEN NOT GL-BALANCE-GIVEN
                   MOVE 4 TO WS-RETURN-CODE
                   MOVE "NOT TIED - GL BALANCE NOT SUPPLIED"
                       TO AT-RESULT
               WHEN OTHER
                   PERFORM 9300-TIE-TO-GL THRU 9300-EXIT
           END-EVALUATE.
           IF WS-ESCALATED-COUNT > 0
                   AND WS-RETURN-CODE < 4
               MOVE 4 TO WS-RETURN-CODE
           END-IF.
           MOVE WS-AGE-RESULT TO AGE-LINE.
           WRITE AGE-LINE.
           IF TRANREJ-OPEN
               CLOSE TRANREJ
           END-IF.
       9000-CLOSE.
           CLOSE ESCLRPT.
           CLOSE AGERPT.
       9000-EXIT.
           EXIT.

       9100-WRITE-COUNT.
           MOVE WS-AGE-COUNTS TO AGE-LINE.
           WRITE AGE-LINE.
       9100-EXIT.
           EXIT.

       9200-WRITE-AMOUNT.
           MOVE WS-AGE-AMOUNTS TO AGE-LINE.
           WRITE AGE-LINE.
       9200-EXIT.
           EXIT.

      *****************************************************************
      * 9300-TIE-TO-GL - ROLL THE CARD'S BALANCE FORWARD BY TONIGHT'S
      * MOVEMENT AND COMPARE IT WITH THE DOLLARS HELD IN SUSPENSE.
      *****************************************************************
       9300-TIE-TO-GL.
           ADD WS-GL-BALANCE WS-GL-SU-AMOUNT
               GIVING WS-GL-CLOSING.
           SUBTRACT WS-GL-SR-AMOUNT WS-GL-SW-AMOUNT
               FROM WS-GL-CLOSING.
           MOVE "GL BALANCE BEFORE TONIGHT:        " TO AA-LABEL.
           MOVE WS-GL-BALANCE TO AA-AMOUNT.
           PERFORM 9200-WRITE-AMOUNT THRU 9200-EXIT.
           MOVE "GL BALANCE AFTER TONIGHT:         " TO AA-LABEL.
           MOVE WS-GL-CLOSING TO AA-AMOUNT.
           PERFORM 9200-WRITE-AMOUNT THRU 9200-EXIT.
           SUBTRACT WS-GL-CLOSING FROM WS-SUSPENSE-AMOUNT
               GIVING WS-GL-DIFFERENCE.
           MOVE "DIFFERENCE (HELD LESS GL):        " TO AA-LABEL.
           MOVE WS-GL-DIFFERENCE TO AA-AMOUNT.
           PERFORM 9200-WRITE-AMOUNT THRU 9200-EXIT.
           IF WS-GL-DIFFERENCE = 0
               MOVE "IN BALANCE" TO AT-RESULT
           ELSE
               MOVE 8 TO WS-RETURN-CODE
               MOVE "** OUT OF BALANCE - REVIEW TRANREJ AND THE GL"
                   TO AT-RESULT
           END-IF.
       9300-EXIT.
           EXIT.

      *****************************************************************
      * 9400-DAY-NUMBER - TURN THE VALID DATE IN WS-WK-DATE INTO A DAY
      * NUMBER IN WS-DAY-NUMBER.  THE YEAR IS TAKEN TO START IN MARCH
      * SO FEBRUARY'S LEAP DAY FALLS AT THE END OF IT; EACH STEP IS A
      * WHOLE-NUMBER DIVISION.
      *****************************************************************
       9400-DAY-NUMBER.
           IF WS-WK-MONTH < 3
               MOVE 1 TO WS-DN-ADJUST
           ELSE
               MOVE 0 TO WS-DN-ADJUST
           END-IF.
           ADD WS-WK-YEAR 4800 GIVING WS-DN-YEAR.
           SUBTRACT WS-DN-ADJUST FROM WS-DN-YEAR.
           MULTIPLY WS-DN-ADJUST BY 12 GIVING WS-DN-MONTH.
           ADD WS-WK-MONTH TO WS-DN-MONTH.
           SUBTRACT 3 FROM WS-DN-MONTH.
           MOVE WS-WK-DAY TO WS-DAY-NUMBER.
           COMPUTE WS-DN-PART = (153 * WS-DN-MONTH + 2) / 5.
           ADD WS-DN-PART TO WS-DAY-NUMBER.
           MULTIPLY WS-DN-YEAR BY 365 GIVING WS-DN-PART.
           ADD WS-DN-PART TO WS-DAY-NUMBER.
           DIVIDE WS-DN-YEAR BY 4 GIVING WS-DN-PART.
           ADD WS-DN-PART TO WS-DAY-NUMBER.
           DIVIDE WS-DN-YEAR BY 100 GIVING WS-DN-PART.
           SUBTRACT WS-DN-PART FROM WS-DAY-NUMBER.
           DIVIDE WS-DN-YEAR BY 400 GIVING WS-DN-PART.
           ADD WS-DN-PART TO WS-DAY-NUMBER.
           SUBTRACT 32045 FROM WS-DAY-NUMBER.
       9400-EXIT.
           EXIT.

      *****************************************************************
      * 9410-VALIDATE-DATE - A REAL CALENDAR DATE, YEAR 1900 ON.
      *****************************************************************
       9410-VALIDATE-DATE.
           MOVE 'N' TO WS-WK-VALID-SW.
           IF WS-WK-YEAR < 1900
                   OR WS-WK-MONTH < 1 OR WS-WK-MONTH > 12
                   OR WS-WK-DAY < 1
               GO TO 9410-EXIT
           END-IF.
           PERFORM 9420-SET-MONTH-DAYS THRU 9420-EXIT.
           IF WS-WK-DAY > WS-MONTH-DAYS
               GO TO 9410-EXIT
           END-IF.
           MOVE 'Y' TO WS-WK-VALID-SW.
       9410-EXIT.
           EXIT.

      *****************************************************************
      * 9420-SET-MONTH-DAYS - THE LENGTH OF WS-WK-DATE'S MONTH.
      *****************************************************************
       9420-SET-MONTH-DAYS.
           EVALUATE WS-WK-MONTH
               WHEN 04
               WHEN 06
               WHEN 09
               WHEN 11
                   MOVE 30 TO WS-MONTH-DAYS
               WHEN 02
                   PERFORM 9430-CHECK-LEAP-YEAR THRU 9430-EXIT
                   IF WS-LEAP-SW = 'Y'
                       MOVE 29 TO WS-MONTH-DAYS
                   ELSE
                       MOVE 28 TO WS-MONTH-DAYS
                   END-IF
               WHEN OTHER
                   MOVE 31 TO WS-MONTH-DAYS
           END-EVALUATE.
       9420-EXIT.
           EXIT.

      *****************************************************************
      * 9430-CHECK-LEAP-YEAR - DIVISIBLE BY 4, EXCEPT CENTURIES NOT
      * DIVISIBLE BY 400.
      *****************************************************************
       9430-CHECK-LEAP-YEAR.
           MOVE 'N' TO WS-LEAP-SW.
           DIVIDE WS-WK-YEAR BY 4 GIVING WS-QUOT-WORK
               REMAINDER WS-REM-WORK.
           IF WS-REM-WORK NOT = 0
               GO TO 9430-EXIT
           END-IF.
           DIVIDE WS-WK-YEAR BY 100 GIVING WS-QUOT-WORK
               REMAINDER WS-REM-WORK.
           IF WS-REM-WORK NOT = 0
               MOVE 'Y' TO WS-LEAP-SW
               GO TO 9430-EXIT
           END-IF.
           DIVIDE WS-WK-YEAR BY 400 GIVING WS-QUOT-WORK
               REMAINDER WS-REM-WORK.
           IF WS-REM-WORK = 0
               MOVE 'Y' TO WS-LEAP-SW
           END-IF.
       9430-EXIT.
           EXIT.
