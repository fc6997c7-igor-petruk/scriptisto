      *****************************************************************
      * IDENTIFICATION DIVISION.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CASHMON.
       AUTHOR.        SCRIPTISTO SAMPLE SHOP.
       DATE-WRITTEN.  10/15/2026.
       DATE-COMPILED.
      *****************************************************************
      * MODIFICATION HISTORY
      *   10/15/2026  ORIGINAL VERSION.  LARGE-CASH AND STRUCTURING
      *               MONITOR.  NOTHING IN THE NIGHT SHOWED COMPLIANCE
      *               AN ACCOUNT TAKING MORE THAN THE CURRENCY
      *               REPORTING THRESHOLD IN CASH IN A DAY, OR A RUN OF
      *               DEPOSITS EACH KEPT JUST UNDER IT OVER A FEW DAYS
      *               OR ACROSS ACCOUNTS IN THE SAME NAME.
      *   10/15/2026  AUDITLOG RECORD WIDENED TO 160 BYTES (AFTER-IMAGE
      *               OF THE ACCOUNT'S ATTRIBUTES ADDED TO AUDREC).
      *
      * PURPOSE.  THE SYSIN PARM CARD GIVES THE BUSINESS DATE BEING
      * MONITORED (CCYYMMDD); ABSENT, THE SYSTEM DATE IS USED.  AUDIT
      * IMAGES ARE SELECTED BY TIMESTAMP DATE, AS TRIALBAL DOES, AND
      * ONLY IMAGES WHOSE RECORD CODE IS NAMED AS CASH ON THE CASHCTL
      * DECK COUNT.  EACH IMAGE'S MOVEMENT (AFTER LESS BEFORE) GIVES
      * ITS AMOUNT AND DIRECTION - CASH IN WHEN THE BALANCE ROSE, CASH
      * OUT WHEN IT FELL - AND THE TWO DIRECTIONS ARE MONITORED APART.
      *
      * THE CASHCTL DECK CARRIES THE POLICY - NOTHING IS COMPILED IN,
      * AND A MISSING OR INVALID DECK ENDS THE RUN CC 12 WITH THE
      * HISTORY UNTOUCHED:
      *   'TH' CARD (EXACTLY ONE) - COLS 3-13 REPORTING THRESHOLD
      *        (9(9)V99), 14-24 FLOOR OF THE JUST-UNDER BAND (9(9)V99,
      *        BELOW THE THRESHOLD), 25-27 WINDOW LENGTH IN DAYS
      *        (001-999, COUNTING THE BUSINESS DATE), 28-29 NUMBER OF
      *        JUST-UNDER ITEMS THAT MAKES A PATTERN (02-99).
      *   'CC' CARD (ONE TO TEN) - COLS 3-4 A TRANCODE RECORD CODE
      *        THAT IS CASH.
      *
      * THE CASHHIST FILE IS THE ROLLING HISTORY: ONE RECORD PER
      * ACCOUNT, DIRECTION, AND BUSINESS DATE WITH CASH, CARRYING THE
      * DAY'S CASH COUNT AND TOTAL AND ITS JUST-UNDER COUNT AND TOTAL.
      * TONIGHT'S RECORDS AND EVERY OLD RECORD STILL INSIDE THE WINDOW
      * ARE WRITTEN TO CASHNEW, WHICH THE JOB SWAPS IN OVER CASHHIST
      * (THE SAME OLD/NEW FLIP AS THE POSITION FILES).  OLD RECORDS
      * DATED ON OR AFTER THE BUSINESS DATE ARE DROPPED, SO A RERUN
      * OF THE SAME DATE REBUILDS THAT DAY FROM AUDITLOG INSTEAD OF
      * COUNTING IT TWICE.  A MISSING HISTORY IS A FIRST RUN.
      *
      * REPORTABLE EVENTS, EACH PRINTED ON CASHRPT FOR THE COMPLIANCE
      * OFFICER AND WRITTEN AS ONE CASHEXT EXTRACT RECORD FOR THE
      * FILING SYSTEM:
      *   'LC' LARGE CASH - ONE ACCOUNT'S CASH FOR THE DAY IN ONE
      *        DIRECTION IS MORE THAN THE THRESHOLD.
      *   'SA' STRUCTURING - ONE ACCOUNT HAS AT LEAST THE PATTERN
      *        COUNT OF JUST-UNDER ITEMS IN THE WINDOW, TOGETHER MORE
      *        THAN THE THRESHOLD, AND ONE OF THEM IS TODAY'S (SO A
      *        PATTERN IS REPORTED THE DAY IT FORMS OR GROWS, NOT
      *        EVERY NIGHT IT SITS IN THE WINDOW).
      *   'LN' LARGE CASH - SAME NAME - TWO OR MORE ACCOUNTS WITH THE
      *        SAME MA-ACCOUNT-NAME TOOK MORE THAN THE THRESHOLD
      *        BETWEEN THEM TODAY, THOUGH NO ONE OF THEM DID.
      *   'SN' STRUCTURING - SAME NAME - THE 'SA' TEST ACROSS TWO OR
      *        MORE ACCOUNTS WITH THE SAME NAME, WHEN NO ONE OF THEM
      *        MEETS IT ALONE.
      * NAMES ARE MATCHED EXACTLY AS CARRIED ON THE MASTER; A BLANK
      * NAME IS NEVER GROUPED.
      *
      * RETURN CODE: 0 NOTHING REPORTABLE, 4 ONE OR MORE EVENTS
      * WRITTEN, 12 CONTROL DECK MISSING OR INVALID OR AUDITLOG NOT
      * AVAILABLE - NOTHING MONITORED AND NO NEW HISTORY, SO THE JOB
      * MUST NOT SWAP CASHNEW IN.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AUDITLOG
               ASSIGN TO AUDITLOG
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDITLOG-FILE-STATUS.

           SELECT MASTER-FILE
               ASSIGN TO MASTER
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MA-ACCOUNT-NUMBER
               FILE STATUS IS WS-MASTER-FILE-STATUS.

           SELECT CASHCTL
               ASSIGN TO CASHCTL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CASHCTL-FILE-STATUS.

           SELECT CASHHIST
               ASSIGN TO CASHHIST
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CASHHIST-FILE-STATUS.

           SELECT CASHNEW
               ASSIGN TO CASHNEW
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT NAMEWORK
               ASSIGN TO CASHNAME
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT CASHEXT
               ASSIGN TO CASHEXT
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT PARMCARD
               ASSIGN TO SYSIN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARMCARD-FILE-STATUS.

           SELECT CASHRPT
               ASSIGN TO CASHRPT
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT CASH-SORT
               ASSIGN TO SORTWK.

           SELECT NAME-SORT
               ASSIGN TO SORTWK.

       DATA DIVISION.
       FILE SECTION.
       FD  AUDITLOG
           RECORDING MODE IS F
           RECORD CONTAINS 160 CHARACTERS
           LABEL RECORDS ARE STANDARD.
           COPY AUDREC.

       FD  MASTER-FILE
           RECORD CONTAINS 100 CHARACTERS
           LABEL RECORDS ARE STANDARD.
           COPY MASTREC.

      *****************************************************************
      * CASHCTL - THE MONITORING POLICY DECK.  THE 'TH' AND 'CC'
      * CARDS SHARE COLUMNS 1-2; THE REST OF THE CARD IS READ BY ITS
      * TYPE.  THE AMOUNTS ARE PICTURED NUMERIC SO A BADLY KEYED CARD
      * FAILS THE NUMERIC TEST INSTEAD OF ABENDING THE RUN.
      *****************************************************************
       FD  CASHCTL
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  CASHCTL-CARD.
           05  CT-CARD-TYPE            PIC X(02).
               88  CT-THRESHOLD-CARD           VALUE 'TH'.
               88  CT-CASH-CODE-CARD           VALUE 'CC'.
           05  CT-THRESHOLD-DATA.
               10  CT-THRESHOLD        PIC 9(09)V99.
               10  CT-NEAR-FLOOR       PIC 9(09)V99.
               10  CT-WINDOW-DAYS      PIC 9(03).
               10  CT-PATTERN-COUNT    PIC 9(02).
               10  FILLER              PIC X(51).
           05  CT-CODE-DATA REDEFINES CT-THRESHOLD-DATA.
               10  CT-CASH-CODE        PIC X(02).
               10  FILLER              PIC X(76).

      *****************************************************************
      * CASHHIST / CASHNEW - THE ROLLING CASH HISTORY, ONE RECORD PER
      * ACCOUNT, DIRECTION ('I' CASH IN, 'O' CASH OUT), AND BUSINESS
      * DATE, IN THAT ORDER.  TONIGHT'S CASHNEW IS TOMORROW NIGHT'S
      * CASHHIST.
      *****************************************************************
       FD  CASHHIST
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  CASHHIST-RECORD.
           05  HH-ACCOUNT-NUMBER       PIC 9(09).
           05  HH-DIRECTION            PIC X(01).
           05  HH-BUSINESS-DATE        PIC 9(08).
           05  HH-ACCOUNT-NAME         PIC X(20).
           05  HH-CASH-COUNT           PIC 9(05).
           05  HH-CASH-TOTAL           PIC 9(11)V99.
           05  HH-NEAR-COUNT           PIC 9(05).
           05  HH-NEAR-TOTAL           PIC 9(11)V99.
           05  FILLER                  PIC X(06).

       FD  CASHNEW
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  CASHNEW-RECORD.
           05  HN-ACCOUNT-NUMBER       PIC 9(09).
           05  HN-DIRECTION            PIC X(01).
           05  HN-BUSINESS-DATE        PIC 9(08).
           05  HN-ACCOUNT-NAME         PIC X(20).
           05  HN-CASH-COUNT           PIC 9(05).
           05  HN-CASH-TOTAL           PIC 9(11)V99.
           05  HN-NEAR-COUNT           PIC 9(05).
           05  HN-NEAR-TOTAL           PIC 9(11)V99.
           05  FILLER                  PIC X(06).

      *****************************************************************
      * NAMEWORK - ONE RECORD PER ACCOUNT AND DIRECTION WITH CASH
      * TODAY OR JUST-UNDER ITEMS IN THE WINDOW, FOR THE SAME-NAME
      * PASS.  A SCRATCH FILE, WRITTEN AND SORTED IN THE ONE RUN.
      *****************************************************************
       FD  NAMEWORK
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  NAMEWORK-RECORD.
           05  NW-ACCOUNT-NAME         PIC X(20).
           05  NW-DIRECTION            PIC X(01).
           05  NW-ACCOUNT-NUMBER       PIC 9(09).
           05  NW-DAY-COUNT            PIC 9(05).
           05  NW-DAY-TOTAL            PIC 9(11)V99.
           05  NW-DAY-NEAR-COUNT       PIC 9(05).
           05  NW-WIN-NEAR-COUNT       PIC 9(05).
           05  NW-WIN-NEAR-TOTAL       PIC 9(11)V99.
           05  NW-LARGE-SW             PIC X(01).
           05  NW-PATTERN-SW           PIC X(01).
           05  FILLER                  PIC X(07).

      *****************************************************************
      * CASHEXT - THE REGULATORY EXTRACT, ONE FIXED-LAYOUT RECORD PER
      * REPORTABLE EVENT:
      *   COLS   1-2   EVENT TYPE ('LC' 'SA' 'LN' 'SN')
      *   COLS   3-10  BUSINESS DATE CCYYMMDD
      *   COLS  11-19  ACCOUNT NUMBER (LOWEST OF THE GROUP FOR A
      *                SAME-NAME EVENT)
      *   COLS  20-22  NUMBER OF ACCOUNTS IN THE EVENT
      *   COLS  23-42  ACCOUNT NAME
      *   COL   43     DIRECTION ('I' CASH IN, 'O' CASH OUT)
      *   COLS  44-56  AMOUNT 9(11)V99 - THE DAY'S CASH FOR A LARGE-
      *                CASH EVENT, THE JUST-UNDER TOTAL FOR A PATTERN
      *   COLS  57-61  NUMBER OF ITEMS MAKING UP THE AMOUNT
      *   COLS  62-69  FIRST DATE OF THE PERIOD COVERED CCYYMMDD
      *   COLS  70-80  REPORTING THRESHOLD APPLIED 9(9)V99
      *   COLS  81-100 RESERVED
      *****************************************************************
       FD  CASHEXT
           RECORDING MODE IS F
           RECORD CONTAINS 100 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  CASHEXT-RECORD.
           05  EX-EVENT-TYPE           PIC X(02).
               88  EX-LARGE-ACCOUNT            VALUE 'LC'.
               88  EX-PATTERN-ACCOUNT          VALUE 'SA'.
               88  EX-LARGE-NAME               VALUE 'LN'.
               88  EX-PATTERN-NAME             VALUE 'SN'.
           05  EX-BUSINESS-DATE        PIC 9(08).
           05  EX-ACCOUNT-NUMBER       PIC 9(09).
           05  EX-ACCOUNT-COUNT        PIC 9(03).
           05  EX-ACCOUNT-NAME         PIC X(20).
           05  EX-DIRECTION            PIC X(01).
           05  EX-AMOUNT               PIC 9(11)V99.
           05  EX-ITEM-COUNT           PIC 9(05).
           05  EX-PERIOD-START         PIC 9(08).
           05  EX-THRESHOLD            PIC 9(09)V99.
           05  FILLER                  PIC X(20).

       FD  PARMCARD
           RECORDING MODE IS F
           RECORD CONTAINS 8 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  PARMCARD-RECORD.
           05  PC-BUSINESS-DATE         PIC 9(08).

       FD  CASHRPT
           RECORDING MODE IS F
           RECORD CONTAINS 132 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  CSH-LINE                    PIC X(132).

      *****************************************************************
      * CASH-SORT - TONIGHT'S CASH ITEMS ('T') AND THE HISTORY DAYS
      * STILL IN THE WINDOW ('H'), BROUGHT TOGETHER BY ACCOUNT AND
      * DIRECTION.  A TODAY ITEM CARRIES ONE ITEM IN THE COUNT AND
      * TOTAL FIELDS; A HISTORY DAY CARRIES THAT DAY'S FIGURES.
      *****************************************************************
       SD  CASH-SORT
           RECORD CONTAINS 80 CHARACTERS.
       01  CASH-SORT-RECORD.
           05  CS-ACCOUNT-NUMBER       PIC 9(09).
           05  CS-DIRECTION            PIC X(01).
           05  CS-BUSINESS-DATE        PIC 9(08).
           05  CS-SOURCE               PIC X(01).
               88  CS-FROM-HISTORY             VALUE 'H'.
               88  CS-FROM-TODAY               VALUE 'T'.
           05  CS-ACCOUNT-NAME         PIC X(20).
           05  CS-CASH-COUNT           PIC 9(05).
           05  CS-CASH-TOTAL           PIC 9(11)V99.
           05  CS-NEAR-COUNT           PIC 9(05).
           05  CS-NEAR-TOTAL           PIC 9(11)V99.
           05  FILLER                  PIC X(05).

       SD  NAME-SORT
           RECORD CONTAINS 80 CHARACTERS.
       01  NAME-SORT-RECORD.
           05  NS-ACCOUNT-NAME         PIC X(20).
           05  NS-DIRECTION            PIC X(01).
           05  NS-ACCOUNT-NUMBER       PIC 9(09).
           05  NS-DAY-COUNT            PIC 9(05).
           05  NS-DAY-TOTAL            PIC 9(11)V99.
           05  NS-DAY-NEAR-COUNT       PIC 9(05).
           05  NS-WIN-NEAR-COUNT       PIC 9(05).
           05  NS-WIN-NEAR-TOTAL       PIC 9(11)V99.
           05  NS-LARGE-SW             PIC X(01).
           05  NS-PATTERN-SW           PIC X(01).
           05  FILLER                  PIC X(07).

       WORKING-STORAGE SECTION.
       01  WS-SWITCHES.
           05  WS-AUDITLOG-EOF-SW      PIC X(01) VALUE 'N'.
               88  END-OF-AUDITLOG             VALUE 'Y'.
           05  WS-HISTORY-EOF-SW       PIC X(01) VALUE 'N'.
               88  END-OF-HISTORY              VALUE 'Y'.
           05  WS-CASHCTL-EOF-SW       PIC X(01) VALUE 'N'.
               88  END-OF-CASHCTL              VALUE 'Y'.
           05  WS-CASH-SORT-EOF-SW     PIC X(01) VALUE 'N'.
               88  END-OF-CASH-SORT            VALUE 'Y'.
           05  WS-NAME-SORT-EOF-SW     PIC X(01) VALUE 'N'.
               88  END-OF-NAME-SORT            VALUE 'Y'.
           05  WS-MASTER-AVAIL-SW      PIC X(01) VALUE 'N'.
               88  MASTER-AVAILABLE            VALUE 'Y'.
           05  WS-AUDITLOG-AVAIL-SW    PIC X(01) VALUE 'N'.
               88  AUDITLOG-AVAILABLE          VALUE 'Y'.
           05  WS-HISTORY-OPEN-SW      PIC X(01) VALUE 'N'.
               88  HISTORY-OPEN                VALUE 'Y'.
           05  WS-DECK-VALID-SW        PIC X(01) VALUE 'N'.
               88  CONTROL-DECK-VALID          VALUE 'Y'.
           05  WS-TH-CARD-COUNT        PIC 9(02) VALUE 0.
           05  WS-BAD-CARD-SW          PIC X(01) VALUE 'N'.
               88  BAD-CARD-FOUND              VALUE 'Y'.

       01  WS-FILE-STATUSES.
           05  WS-AUDITLOG-FILE-STATUS PIC X(02) VALUE '00'.
           05  WS-MASTER-FILE-STATUS   PIC X(02) VALUE '00'.
           05  WS-CASHCTL-FILE-STATUS  PIC X(02) VALUE '00'.
           05  WS-CASHHIST-FILE-STATUS PIC X(02) VALUE '00'.
           05  WS-PARMCARD-FILE-STATUS PIC X(02) VALUE '00'.

       01  WS-BUSINESS-DATE            PIC 9(08) VALUE 0.
       01  WS-BUSINESS-DATE-YYMMDD     PIC 9(06) VALUE 0.
       01  WS-WINDOW-START             PIC 9(08) VALUE 0.

      *****************************************************************
      * THE POLICY FROM THE CASHCTL DECK.
      *****************************************************************
       01  WS-THRESHOLD                PIC 9(09)V99 VALUE 0.
       01  WS-NEAR-FLOOR               PIC 9(09)V99 VALUE 0.
       01  WS-WINDOW-DAYS              PIC 9(03)    VALUE 0.
       01  WS-PATTERN-COUNT            PIC 9(02)    VALUE 0.
       01  WS-CASH-CODE-TABLE.
           05  WS-CASH-CODE-COUNT      PIC 9(02) VALUE 0.
           05  WS-CASH-CODE            PIC X(02) OCCURS 10 TIMES.
       01  WS-CODE-SUB                 PIC 9(02) VALUE 0.
       01  WS-CODE-HIT                 PIC 9(02) VALUE 0.

      *****************************************************************
      * ONE AUDIT IMAGE'S CASH MOVEMENT.
      *****************************************************************
       77  WS-IMAGE-DELTA              PIC S9(10)V99 COMP-3 VALUE 0.
       77  WS-ITEM-AMOUNT              PIC 9(11)V99  COMP-3 VALUE 0.

      *****************************************************************
      * THE CURRENT ACCOUNT/DIRECTION GROUP OFF CASH-SORT.
      *****************************************************************
       01  WS-ACCOUNT-GROUP.
           05  WS-GRP-ACCOUNT          PIC 9(09)        VALUE 0.
           05  WS-GRP-DIRECTION        PIC X(01)        VALUE SPACE.
           05  WS-GRP-NAME             PIC X(20)        VALUE SPACE.
           05  WS-GRP-FIRST-DATE       PIC 9(08)        VALUE 0.
           05  WS-DAY-COUNT            PIC 9(05) COMP-3 VALUE 0.
           05  WS-DAY-TOTAL            PIC 9(11)V99 COMP-3 VALUE 0.
           05  WS-DAY-NEAR-COUNT       PIC 9(05) COMP-3 VALUE 0.
           05  WS-DAY-NEAR-TOTAL       PIC 9(11)V99 COMP-3 VALUE 0.
           05  WS-WIN-NEAR-COUNT       PIC 9(05) COMP-3 VALUE 0.
           05  WS-WIN-NEAR-TOTAL       PIC 9(11)V99 COMP-3 VALUE 0.
           05  WS-GRP-LARGE-SW         PIC X(01)        VALUE 'N'.
           05  WS-GRP-PATTERN-SW       PIC X(01)        VALUE 'N'.

      *****************************************************************
      * THE CURRENT NAME/DIRECTION GROUP OFF NAME-SORT.
      *****************************************************************
       01  WS-NAME-GROUP.
           05  WS-NM-NAME              PIC X(20)        VALUE SPACE.
           05  WS-NM-DIRECTION         PIC X(01)        VALUE SPACE.
           05  WS-NM-FIRST-ACCOUNT     PIC 9(09)        VALUE 0.
           05  WS-NM-ACCOUNT-COUNT     PIC 9(03) COMP-3 VALUE 0.
           05  WS-NM-DAY-COUNT         PIC 9(05) COMP-3 VALUE 0.
           05  WS-NM-DAY-TOTAL         PIC 9(11)V99 COMP-3 VALUE 0.
           05  WS-NM-DAY-NEAR-COUNT    PIC 9(05) COMP-3 VALUE 0.
           05  WS-NM-WIN-NEAR-COUNT    PIC 9(05) COMP-3 VALUE 0.
           05  WS-NM-WIN-NEAR-TOTAL    PIC 9(11)V99 COMP-3 VALUE 0.
           05  WS-NM-LARGE-SW          PIC X(01)        VALUE 'N'.
           05  WS-NM-PATTERN-SW        PIC X(01)        VALUE 'N'.

      *****************************************************************
      * DATE-ARITHMETIC WORK FIELDS FOR THE WINDOW START - MONTH
      * LENGTHS AND LEAP YEARS DONE BY HAND, THE SAME AS THE
      * STANDING-ORDER GENERATOR.
      *****************************************************************
       01  WS-DATE-WORK.
           05  WS-WK-DATE.
               10  WS-WK-YEAR           PIC 9(04).
               10  WS-WK-MONTH          PIC 9(02).
               10  WS-WK-DAY            PIC 9(02).
           05  WS-WK-DATE-N REDEFINES WS-WK-DATE
                                        PIC 9(08).
           05  WS-MONTH-DAYS            PIC 9(02)        VALUE 0.
           05  WS-DAYS-BACK             PIC 9(03)        VALUE 0.
           05  WS-LEAP-SW               PIC X(01)        VALUE 'N'.
           05  WS-REM-WORK              PIC 9(04) COMP-3 VALUE 0.
           05  WS-QUOT-WORK             PIC 9(04) COMP-3 VALUE 0.

       77  WS-IMAGE-COUNT              PIC 9(07) COMP-3 VALUE 0.
       77  WS-CASH-ITEM-COUNT          PIC 9(07) COMP-3 VALUE 0.
       77  WS-ACTIVE-GROUP-COUNT       PIC 9(07) COMP-3 VALUE 0.
       77  WS-HIST-KEPT-COUNT          PIC 9(07) COMP-3 VALUE 0.
       77  WS-HIST-DROPPED-COUNT       PIC 9(07) COMP-3 VALUE 0.
       77  WS-NAME-REC-COUNT           PIC 9(07) COMP-3 VALUE 0.
       77  WS-LC-COUNT                 PIC 9(07) COMP-3 VALUE 0.
       77  WS-SA-COUNT                 PIC 9(07) COMP-3 VALUE 0.
       77  WS-LN-COUNT                 PIC 9(07) COMP-3 VALUE 0.
       77  WS-SN-COUNT                 PIC 9(07) COMP-3 VALUE 0.
       77  WS-EXTRACT-COUNT            PIC 9(07) COMP-3 VALUE 0.
       77  WS-RETURN-CODE              PIC 9(02)        VALUE 0.

      *****************************************************************
      * EXCEPTIONS REPORT LINE LAYOUTS.
      *****************************************************************
       01  WS-CSH-HEADING.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  FILLER                  PIC X(39)
                   VALUE "CASH ACTIVITY MONITOR - BUSINESS DATE  ".
           05  CH-BUSINESS-DATE        PIC 9(08).

       01  WS-CSH-POLICY.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  FILLER                  PIC X(21)
                   VALUE "REPORTING THRESHOLD  ".
           05  CP-THRESHOLD            PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(20)
                   VALUE "   JUST-UNDER FROM  ".
           05  CP-NEAR-FLOOR           PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(17)
                   VALUE "   PATTERN AT    ".
           05  CP-PATTERN-COUNT        PIC Z9.
           05  FILLER                  PIC X(14)
                   VALUE " ITEMS WITHIN ".
           05  CP-WINDOW-DAYS          PIC ZZ9.
           05  FILLER                  PIC X(11)
                   VALUE " DAYS FROM ".
           05  CP-WINDOW-START         PIC 9(08).

       01  WS-CSH-CODES.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  FILLER                  PIC X(21)
                   VALUE "CASH RECORD CODES:   ".
           05  CK-CODE-SLOT            OCCURS 10 TIMES.
               10  CK-CODE             PIC X(02).
               10  FILLER              PIC X(01).

       01  WS-CSH-DETAIL.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  CD-EVENT-DESC           PIC X(24).
           05  CD-ACCOUNT-NUMBER       PIC 9(09).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  FILLER                  PIC X(07) VALUE " ACCTS ".
           05  CD-ACCOUNT-COUNT        PIC ZZ9.
           05  FILLER                  PIC X(02) VALUE SPACE.
           05  CD-ACCOUNT-NAME         PIC X(20).
           05  FILLER                  PIC X(02) VALUE SPACE.
           05  CD-DIRECTION            PIC X(08).
           05  FILLER                  PIC X(08) VALUE " ITEMS  ".
           05  CD-ITEM-COUNT           PIC ZZ,ZZ9.
           05  FILLER                  PIC X(09) VALUE " AMOUNT  ".
           05  CD-AMOUNT               PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(07) VALUE " SINCE ".
           05  CD-PERIOD-START         PIC 9(08).

       01  WS-CSH-MESSAGE.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  CM-MESSAGE              PIC X(60).

       01  WS-CSH-COUNTS.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  CC-LABEL                PIC X(26).
           05  CC-COUNT                PIC ZZZ,ZZ9.

       01  WS-CSH-RESULT.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  FILLER                  PIC X(26)
                   VALUE "MONITOR RESULT:           ".
           05  CR-RESULT               PIC X(50).

       PROCEDURE DIVISION.
      *****************************************************************
      * 0000-MAINLINE - GATHER TONIGHT'S CASH AND THE HISTORY STILL IN
      * THE WINDOW, ROLL THEM UP BY ACCOUNT, THEN BY NAME, AND REPORT
      * WHAT IS REPORTABLE.  THE SAME-NAME PASS ONLY RUNS WHEN THE
      * ACCOUNT PASS LEFT IT SOMETHING TO GROUP.
      *****************************************************************
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           IF CONTROL-DECK-VALID AND AUDITLOG-AVAILABLE
               SORT CASH-SORT
                   ON ASCENDING KEY CS-ACCOUNT-NUMBER
                                    CS-DIRECTION
                                    CS-BUSINESS-DATE
                   INPUT PROCEDURE IS 2000-COLLECT-CASH
                                 THRU 2000-EXIT
                   OUTPUT PROCEDURE IS 3000-ROLL-ACCOUNTS
                                  THRU 3000-EXIT
               CLOSE NAMEWORK
               IF WS-NAME-REC-COUNT > 0
                   SORT NAME-SORT
                       ON ASCENDING KEY NS-ACCOUNT-NAME
                                        NS-DIRECTION
                                        NS-ACCOUNT-NUMBER
                       USING NAMEWORK
                       OUTPUT PROCEDURE IS 4000-ROLL-NAMES
                                      THRU 4000-EXIT
               END-IF
           END-IF.
           PERFORM 9000-TERMINATE THRU 9000-EXIT.
           MOVE WS-RETURN-CODE TO RETURN-CODE.
           STOP RUN.

      *****************************************************************
      * 1000-INITIALIZE - PICK UP THE BUSINESS DATE, LOAD AND CHECK
      * THE CONTROL DECK, AND OPEN THE FILES.  A BAD DECK OR A
      * MISSING AUDITLOG IS FATAL TO THE MONITOR (GRADE 12, NO NEW
      * HISTORY); A MISSING MASTER ONLY COSTS THE NAMES, AND A
      * MISSING HISTORY IS A FIRST RUN.
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
           MOVE WS-BUSINESS-DATE (3:6) TO WS-BUSINESS-DATE-YYMMDD.
           OPEN OUTPUT CASHRPT.
           OPEN OUTPUT CASHEXT.
           MOVE WS-BUSINESS-DATE TO CH-BUSINESS-DATE.
           MOVE WS-CSH-HEADING TO CSH-LINE.
           WRITE CSH-LINE.
           PERFORM 1100-LOAD-CONTROL-DECK THRU 1100-EXIT.
           IF NOT CONTROL-DECK-VALID
               MOVE 12 TO WS-RETURN-CODE
               DISPLAY "CASHMON: CASHCTL DECK MISSING OR INVALID - "
                   "NO MONITORING"
               GO TO 1000-EXIT
           END-IF.
           PERFORM 1200-SET-WINDOW-START THRU 1200-EXIT.
           PERFORM 1300-PRINT-POLICY THRU 1300-EXIT.
           OPEN INPUT AUDITLOG.
           IF WS-AUDITLOG-FILE-STATUS = '00'
               MOVE 'Y' TO WS-AUDITLOG-AVAIL-SW
           ELSE
               MOVE 12 TO WS-RETURN-CODE
               MOVE "** AUDITLOG NOT AVAILABLE - NO MONITORING"
                   TO CM-MESSAGE
               MOVE WS-CSH-MESSAGE TO CSH-LINE
               WRITE CSH-LINE
               DISPLAY "CASHMON: AUDITLOG OPEN FAILED, STATUS "
                   WS-AUDITLOG-FILE-STATUS
                   " - NO MONITORING"
               GO TO 1000-EXIT
           END-IF.
           OPEN INPUT MASTER-FILE.
           IF WS-MASTER-FILE-STATUS = '00'
               MOVE 'Y' TO WS-MASTER-AVAIL-SW
           ELSE
               MOVE "MASTER NOT AVAILABLE - NAMES FROM HISTORY ONLY"
                   TO CM-MESSAGE
               MOVE WS-CSH-MESSAGE TO CSH-LINE
               WRITE CSH-LINE
           END-IF.
           OPEN INPUT CASHHIST.
           IF WS-CASHHIST-FILE-STATUS = '00'
               MOVE 'Y' TO WS-HISTORY-OPEN-SW
           ELSE
               MOVE 'Y' TO WS-HISTORY-EOF-SW
               MOVE "NO CASH HISTORY - FIRST RUN, WINDOW STARTS TONIGHT"
                   TO CM-MESSAGE
               MOVE WS-CSH-MESSAGE TO CSH-LINE
               WRITE CSH-LINE
           END-IF.
           OPEN OUTPUT CASHNEW.
           OPEN OUTPUT NAMEWORK.
       1000-EXIT.
           EXIT.

      *****************************************************************
      * 1100-LOAD-CONTROL-DECK - LOAD THE CASHCTL CARDS.  THE DECK IS
      * VALID ONLY WITH EXACTLY ONE GOOD 'TH' CARD, AT LEAST ONE 'CC'
      * CARD, AND NOTHING ELSE BUT BLANK CARDS.  EVERY PROBLEM IS
      * NAMED ON THE REPORT SO THE DECK CAN BE FIXED IN ONE PASS.
      *****************************************************************
       1100-LOAD-CONTROL-DECK.
           MOVE 'N' TO WS-DECK-VALID-SW.
           OPEN INPUT CASHCTL.
           IF WS-CASHCTL-FILE-STATUS NOT = '00'
               MOVE "** CASHCTL DECK NOT SUPPLIED" TO CM-MESSAGE
               MOVE WS-CSH-MESSAGE TO CSH-LINE
               WRITE CSH-LINE
               GO TO 1100-EXIT
           END-IF.
           PERFORM 1110-LOAD-ONE-CARD THRU 1110-EXIT
               UNTIL END-OF-CASHCTL.
           CLOSE CASHCTL.
           IF WS-TH-CARD-COUNT NOT = 1
               MOVE 'Y' TO WS-BAD-CARD-SW
               MOVE "** CASHCTL NEEDS EXACTLY ONE TH CARD" TO CM-MESSAGE
               MOVE WS-CSH-MESSAGE TO CSH-LINE
               WRITE CSH-LINE
           END-IF.
           IF WS-CASH-CODE-COUNT = 0
               MOVE 'Y' TO WS-BAD-CARD-SW
               MOVE "** CASHCTL NAMES NO CASH RECORD CODES (CC CARDS)"
                   TO CM-MESSAGE
               MOVE WS-CSH-MESSAGE TO CSH-LINE
               WRITE CSH-LINE
           END-IF.
           IF NOT BAD-CARD-FOUND
               MOVE 'Y' TO WS-DECK-VALID-SW
           END-IF.
       1100-EXIT.
           EXIT.

      *****************************************************************
      * 1110-LOAD-ONE-CARD - ONE CASHCTL CARD.  THE 'TH' CARD'S
      * AMOUNTS MUST BE NUMERIC, THE BAND FLOOR ABOVE ZERO AND BELOW
      * THE THRESHOLD, THE WINDOW AT LEAST ONE DAY, AND A PATTERN AT
      * LEAST TWO ITEMS.  A 'CC' CARD ADDS ONE CASH CODE, UP TO THE
      * SAME TEN THE TRANCODE TABLE HOLDS.
      *****************************************************************
       1110-LOAD-ONE-CARD.
           READ CASHCTL
               AT END
                   MOVE 'Y' TO WS-CASHCTL-EOF-SW
                   GO TO 1110-EXIT
           END-READ.
           EVALUATE TRUE
               WHEN CT-THRESHOLD-CARD
                   ADD 1 TO WS-TH-CARD-COUNT
                   PERFORM 1120-TAKE-THRESHOLD-CARD THRU 1120-EXIT
               WHEN CT-CASH-CODE-CARD
                   IF CT-CASH-CODE = SPACES
                           OR WS-CASH-CODE-COUNT = 10
                       MOVE 'Y' TO WS-BAD-CARD-SW
                       MOVE "** CC CARD BLANK OR OVER 10 CASH CODES"
                           TO CM-MESSAGE
                       MOVE WS-CSH-MESSAGE TO CSH-LINE
                       WRITE CSH-LINE
                   ELSE
                       ADD 1 TO WS-CASH-CODE-COUNT
                       MOVE CT-CASH-CODE
                           TO WS-CASH-CODE (WS-CASH-CODE-COUNT)
                   END-IF
               WHEN CASHCTL-CARD = SPACES
                   CONTINUE
               WHEN OTHER
                   MOVE 'Y' TO WS-BAD-CARD-SW
                   MOVE "** UNRECOGNIZED CASHCTL CARD TYPE"
                       TO CM-MESSAGE
                   MOVE WS-CSH-MESSAGE TO CSH-LINE
                   WRITE CSH-LINE
           END-EVALUATE.
       1110-EXIT.
           EXIT.

       1120-TAKE-THRESHOLD-CARD.
           IF CT-THRESHOLD NOT NUMERIC
                   OR CT-NEAR-FLOOR NOT NUMERIC
                   OR CT-WINDOW-DAYS NOT NUMERIC
                   OR CT-PATTERN-COUNT NOT NUMERIC
               GO TO 1120-BAD-CARD
           END-IF.
           IF CT-NEAR-FLOOR = 0
                   OR CT-NEAR-FLOOR NOT < CT-THRESHOLD
                   OR CT-WINDOW-DAYS = 0
                   OR CT-PATTERN-COUNT < 2
               GO TO 1120-BAD-CARD
           END-IF.
           MOVE CT-THRESHOLD     TO WS-THRESHOLD.
           MOVE CT-NEAR-FLOOR    TO WS-NEAR-FLOOR.
           MOVE CT-WINDOW-DAYS   TO WS-WINDOW-DAYS.
           MOVE CT-PATTERN-COUNT TO WS-PATTERN-COUNT.
           GO TO 1120-EXIT.
       1120-BAD-CARD.
           MOVE 'Y' TO WS-BAD-CARD-SW.
           MOVE "** TH CARD INVALID - SEE THE CARD LAYOUT"
               TO CM-MESSAGE.
           MOVE WS-CSH-MESSAGE TO CSH-LINE.
           WRITE CSH-LINE.
       1120-EXIT.
           EXIT.

      *****************************************************************
      * 1200-SET-WINDOW-START - THE FIRST DATE OF THE WINDOW: THE
      * BUSINESS DATE COUNTS AS ITS FIRST DAY, SO STEP BACK ONE DAY
      * FEWER THAN ITS LENGTH.
      *****************************************************************
       1200-SET-WINDOW-START.
           MOVE WS-BUSINESS-DATE TO WS-WK-DATE-N.
           SUBTRACT 1 FROM WS-WINDOW-DAYS GIVING WS-DAYS-BACK.
           PERFORM 9500-PREVIOUS-DAY THRU 9500-EXIT
               WS-DAYS-BACK TIMES.
           MOVE WS-WK-DATE-N TO WS-WINDOW-START.
       1200-EXIT.
           EXIT.

      *****************************************************************
      * 1300-PRINT-POLICY - PUT THE POLICY IN FORCE AT THE TOP OF THE
      * REPORT, SO EVERY EXCEPTION LIST SAYS WHAT IT WAS MEASURED
      * AGAINST.
      *****************************************************************
       1300-PRINT-POLICY.
           MOVE WS-THRESHOLD     TO CP-THRESHOLD.
           MOVE WS-NEAR-FLOOR    TO CP-NEAR-FLOOR.
           MOVE WS-PATTERN-COUNT TO CP-PATTERN-COUNT.
           MOVE WS-WINDOW-DAYS   TO CP-WINDOW-DAYS.
           MOVE WS-WINDOW-START  TO CP-WINDOW-START.
           MOVE WS-CSH-POLICY    TO CSH-LINE.
           WRITE CSH-LINE.
           MOVE 0 TO WS-CODE-SUB.
           PERFORM 1310-LIST-ONE-CODE THRU 1310-EXIT 10 TIMES.
           MOVE WS-CSH-CODES TO CSH-LINE.
           WRITE CSH-LINE.
       1300-EXIT.
           EXIT.

       1310-LIST-ONE-CODE.
           ADD 1 TO WS-CODE-SUB.
           MOVE SPACES TO CK-CODE-SLOT (WS-CODE-SUB).
           IF WS-CODE-SUB NOT > WS-CASH-CODE-COUNT
               MOVE WS-CASH-CODE (WS-CODE-SUB) TO CK-CODE (WS-CODE-SUB)
           END-IF.
       1310-EXIT.
           EXIT.

      *****************************************************************
      * 2000-COLLECT-CASH - SORT INPUT PROCEDURE: RELEASE THE HISTORY
      * DAYS STILL IN THE WINDOW, THEN TONIGHT'S CASH ITEMS.
      *****************************************************************
       2000-COLLECT-CASH.
           IF HISTORY-OPEN
               PERFORM 2110-READ-HISTORY THRU 2110-EXIT
               PERFORM 2100-COLLECT-HISTORY THRU 2100-EXIT
                   UNTIL END-OF-HISTORY
           END-IF.
           PERFORM 2210-READ-AUDITLOG THRU 2210-EXIT.
           PERFORM 2200-COLLECT-AUDIT THRU 2200-EXIT
               UNTIL END-OF-AUDITLOG.
       2000-EXIT.
           EXIT.

      *****************************************************************
      * 2100-COLLECT-HISTORY - ONE HISTORY DAY.  A DAY BEFORE THE
      * WINDOW HAS AGED OFF; A DAY ON OR AFTER THE BUSINESS DATE IS A
      * RERUN'S LEFTOVER AND IS REBUILT FROM AUDITLOG INSTEAD.  EITHER
      * WAY IT IS DROPPED.
      *****************************************************************
       2100-COLLECT-HISTORY.
           IF HH-BUSINESS-DATE NOT NUMERIC
                   OR HH-BUSINESS-DATE < WS-WINDOW-START
                   OR HH-BUSINESS-DATE NOT < WS-BUSINESS-DATE
               ADD 1 TO WS-HIST-DROPPED-COUNT
               GO TO 2100-NEXT
           END-IF.
           ADD 1 TO WS-HIST-KEPT-COUNT.
           MOVE HH-ACCOUNT-NUMBER TO CS-ACCOUNT-NUMBER.
           MOVE HH-DIRECTION      TO CS-DIRECTION.
           MOVE HH-BUSINESS-DATE  TO CS-BUSINESS-DATE.
           MOVE 'H'               TO CS-SOURCE.
           MOVE HH-ACCOUNT-NAME   TO CS-ACCOUNT-NAME.
           MOVE HH-CASH-COUNT     TO CS-CASH-COUNT.
           MOVE HH-CASH-TOTAL     TO CS-CASH-TOTAL.
           MOVE HH-NEAR-COUNT     TO CS-NEAR-COUNT.
           MOVE HH-NEAR-TOTAL     TO CS-NEAR-TOTAL.
           RELEASE CASH-SORT-RECORD.
       2100-NEXT.
           PERFORM 2110-READ-HISTORY THRU 2110-EXIT.
       2100-EXIT.
           EXIT.

       2110-READ-HISTORY.
           READ CASHHIST
               AT END
                   MOVE 'Y' TO WS-HISTORY-EOF-SW
           END-READ.
       2110-EXIT.
           EXIT.

      *****************************************************************
      * 2200-COLLECT-AUDIT - ONE AUDIT IMAGE.  ONLY THE BUSINESS
      * DATE'S IMAGES UNDER A CASH RECORD CODE THAT MOVED THE BALANCE
      * BECOME CASH ITEMS.  AN ITEM FROM THE BAND FLOOR UP TO THE
      * THRESHOLD ITSELF IS ALSO A JUST-UNDER ITEM.
      *****************************************************************
       2200-COLLECT-AUDIT.
           IF AU-TIMESTAMP-DATE NOT = WS-BUSINESS-DATE-YYMMDD
               GO TO 2200-NEXT
           END-IF.
           ADD 1 TO WS-IMAGE-COUNT.
           PERFORM 2300-LOOK-UP-CASH-CODE THRU 2300-EXIT.
           IF WS-CODE-HIT = 0
               GO TO 2200-NEXT
           END-IF.
           SUBTRACT AU-OLD-BALANCE FROM AU-NEW-BALANCE
               GIVING WS-IMAGE-DELTA.
           EVALUATE TRUE
               WHEN WS-IMAGE-DELTA > 0
                   MOVE 'I' TO CS-DIRECTION
                   MOVE WS-IMAGE-DELTA TO WS-ITEM-AMOUNT
               WHEN WS-IMAGE-DELTA < 0
                   MOVE 'O' TO CS-DIRECTION
                   SUBTRACT WS-IMAGE-DELTA FROM 0 GIVING WS-ITEM-AMOUNT
               WHEN OTHER
                   GO TO 2200-NEXT
           END-EVALUATE.
           ADD 1 TO WS-CASH-ITEM-COUNT.
           MOVE AU-ACCOUNT-NUMBER TO CS-ACCOUNT-NUMBER.
           MOVE WS-BUSINESS-DATE  TO CS-BUSINESS-DATE.
           MOVE 'T'               TO CS-SOURCE.
           MOVE SPACES            TO CS-ACCOUNT-NAME.
           MOVE 1                 TO CS-CASH-COUNT.
           MOVE WS-ITEM-AMOUNT    TO CS-CASH-TOTAL.
           IF WS-ITEM-AMOUNT NOT < WS-NEAR-FLOOR
                   AND WS-ITEM-AMOUNT NOT > WS-THRESHOLD
               MOVE 1              TO CS-NEAR-COUNT
               MOVE WS-ITEM-AMOUNT TO CS-NEAR-TOTAL
           ELSE
               MOVE 0              TO CS-NEAR-COUNT
               MOVE 0              TO CS-NEAR-TOTAL
           END-IF.
           RELEASE CASH-SORT-RECORD.
       2200-NEXT.
           PERFORM 2210-READ-AUDITLOG THRU 2210-EXIT.
       2200-EXIT.
           EXIT.

       2210-READ-AUDITLOG.
           READ AUDITLOG
               AT END
                   MOVE 'Y' TO WS-AUDITLOG-EOF-SW
           END-READ.
       2210-EXIT.
           EXIT.

      *****************************************************************
      * 2300-LOOK-UP-CASH-CODE - IS THE IMAGE'S RECORD CODE ON THE
      * CASH LIST?  WS-CODE-HIT COMES BACK WITH THE ENTRY NUMBER, OR
      * ZERO WHEN IT IS NOT CASH.
      *****************************************************************
       2300-LOOK-UP-CASH-CODE.
           MOVE 0 TO WS-CODE-HIT.
           MOVE 0 TO WS-CODE-SUB.
           PERFORM 2310-TEST-ONE-CODE THRU 2310-EXIT
               UNTIL WS-CODE-HIT > 0
                  OR WS-CODE-SUB >= WS-CASH-CODE-COUNT.
       2300-EXIT.
           EXIT.

       2310-TEST-ONE-CODE.
           ADD 1 TO WS-CODE-SUB.
           IF WS-CASH-CODE (WS-CODE-SUB) = AU-RECORD-CODE
               MOVE WS-CODE-SUB TO WS-CODE-HIT
           END-IF.
       2310-EXIT.
           EXIT.

      *****************************************************************
      * 3000-ROLL-ACCOUNTS - SORT OUTPUT PROCEDURE: WALK THE SORTED
      * ITEMS ONE ACCOUNT/DIRECTION GROUP AT A TIME.
      *****************************************************************
       3000-ROLL-ACCOUNTS.
           PERFORM 3100-RETURN-CASH THRU 3100-EXIT.
           PERFORM 3200-ROLL-ONE-GROUP THRU 3200-EXIT
               UNTIL END-OF-CASH-SORT.
       3000-EXIT.
           EXIT.

       3100-RETURN-CASH.
           RETURN CASH-SORT
               AT END
                   MOVE 'Y' TO WS-CASH-SORT-EOF-SW
           END-RETURN.
       3100-EXIT.
           EXIT.

      *****************************************************************
      * 3200-ROLL-ONE-GROUP - GATHER EVERY ITEM FOR ONE ACCOUNT AND
      * DIRECTION, THEN TEST AND CARRY IT FORWARD.
      *****************************************************************
       3200-ROLL-ONE-GROUP.
           MOVE CS-ACCOUNT-NUMBER TO WS-GRP-ACCOUNT.
           MOVE CS-DIRECTION      TO WS-GRP-DIRECTION.
           MOVE CS-BUSINESS-DATE  TO WS-GRP-FIRST-DATE.
           MOVE SPACES            TO WS-GRP-NAME.
           MOVE 0                 TO WS-DAY-COUNT.
           MOVE 0                 TO WS-DAY-TOTAL.
           MOVE 0                 TO WS-DAY-NEAR-COUNT.
           MOVE 0                 TO WS-DAY-NEAR-TOTAL.
           MOVE 0                 TO WS-WIN-NEAR-COUNT.
           MOVE 0                 TO WS-WIN-NEAR-TOTAL.
           PERFORM 3300-ADD-ONE-ITEM THRU 3300-EXIT
               UNTIL END-OF-CASH-SORT
                  OR CS-ACCOUNT-NUMBER NOT = WS-GRP-ACCOUNT
                  OR CS-DIRECTION NOT = WS-GRP-DIRECTION.
           PERFORM 3400-CLOSE-GROUP THRU 3400-EXIT.
       3200-EXIT.
           EXIT.

      *****************************************************************
      * 3300-ADD-ONE-ITEM - A HISTORY DAY IS CARRIED STRAIGHT ON TO
      * CASHNEW AND ADDS ITS JUST-UNDER FIGURES TO THE WINDOW; A
      * TODAY ITEM ADDS TO THE DAY AND, WHEN JUST UNDER, THE WINDOW.
      *****************************************************************
       3300-ADD-ONE-ITEM.
           IF CS-FROM-HISTORY
               MOVE SPACES            TO CASHNEW-RECORD
               MOVE CS-ACCOUNT-NUMBER TO HN-ACCOUNT-NUMBER
               MOVE CS-DIRECTION      TO HN-DIRECTION
               MOVE CS-BUSINESS-DATE  TO HN-BUSINESS-DATE
               MOVE CS-ACCOUNT-NAME   TO HN-ACCOUNT-NAME
               MOVE CS-CASH-COUNT     TO HN-CASH-COUNT
               MOVE CS-CASH-TOTAL     TO HN-CASH-TOTAL
               MOVE CS-NEAR-COUNT     TO HN-NEAR-COUNT
               MOVE CS-NEAR-TOTAL     TO HN-NEAR-TOTAL
               WRITE CASHNEW-RECORD
               IF CS-ACCOUNT-NAME NOT = SPACES
                   MOVE CS-ACCOUNT-NAME TO WS-GRP-NAME
               END-IF
           ELSE
               ADD CS-CASH-COUNT TO WS-DAY-COUNT
               ADD CS-CASH-TOTAL TO WS-DAY-TOTAL
               ADD CS-NEAR-COUNT TO WS-DAY-NEAR-COUNT
               ADD CS-NEAR-TOTAL TO WS-DAY-NEAR-TOTAL
           END-IF.
           ADD CS-NEAR-COUNT TO WS-WIN-NEAR-COUNT.
           ADD CS-NEAR-TOTAL TO WS-WIN-NEAR-TOTAL.
           PERFORM 3100-RETURN-CASH THRU 3100-EXIT.
       3300-EXIT.
           EXIT.

      *****************************************************************
      * 3400-CLOSE-GROUP - NAME THE ACCOUNT (THE MASTER'S CURRENT NAME
      * WHEN IT HAS ONE, ELSE THE LAST NAME THE HISTORY CARRIED),
      * WRITE TONIGHT'S HISTORY DAY, RUN THE TWO ACCOUNT TESTS, AND
      * HAND THE GROUP TO THE SAME-NAME PASS.
      *****************************************************************
       3400-CLOSE-GROUP.
           IF MASTER-AVAILABLE
               MOVE WS-GRP-ACCOUNT TO MA-ACCOUNT-NUMBER
               READ MASTER-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE MA-ACCOUNT-NAME TO WS-GRP-NAME
               END-READ
           END-IF.
           MOVE 'N' TO WS-GRP-LARGE-SW.
           MOVE 'N' TO WS-GRP-PATTERN-SW.
           IF WS-DAY-COUNT > 0
               ADD 1 TO WS-ACTIVE-GROUP-COUNT
               MOVE SPACES            TO CASHNEW-RECORD
               MOVE WS-GRP-ACCOUNT    TO HN-ACCOUNT-NUMBER
               MOVE WS-GRP-DIRECTION  TO HN-DIRECTION
               MOVE WS-BUSINESS-DATE  TO HN-BUSINESS-DATE
               MOVE WS-GRP-NAME       TO HN-ACCOUNT-NAME
               MOVE WS-DAY-COUNT      TO HN-CASH-COUNT
               MOVE WS-DAY-TOTAL      TO HN-CASH-TOTAL
               MOVE WS-DAY-NEAR-COUNT TO HN-NEAR-COUNT
               MOVE WS-DAY-NEAR-TOTAL TO HN-NEAR-TOTAL
               WRITE CASHNEW-RECORD
           END-IF.
           IF WS-DAY-TOTAL > WS-THRESHOLD
               MOVE 'Y' TO WS-GRP-LARGE-SW
               MOVE SPACES            TO CASHEXT-RECORD
               MOVE 'LC'              TO EX-EVENT-TYPE
               MOVE WS-GRP-ACCOUNT    TO EX-ACCOUNT-NUMBER
               MOVE 1                 TO EX-ACCOUNT-COUNT
               MOVE WS-GRP-NAME       TO EX-ACCOUNT-NAME
               MOVE WS-GRP-DIRECTION  TO EX-DIRECTION
               MOVE WS-DAY-TOTAL      TO EX-AMOUNT
               MOVE WS-DAY-COUNT      TO EX-ITEM-COUNT
               MOVE WS-BUSINESS-DATE  TO EX-PERIOD-START
               ADD 1 TO WS-LC-COUNT
               PERFORM 7000-WRITE-EVENT THRU 7000-EXIT
           END-IF.
           IF WS-DAY-NEAR-COUNT > 0
                   AND WS-WIN-NEAR-COUNT NOT < WS-PATTERN-COUNT
                   AND WS-WIN-NEAR-TOTAL > WS-THRESHOLD
               MOVE 'Y' TO WS-GRP-PATTERN-SW
               MOVE SPACES            TO CASHEXT-RECORD
               MOVE 'SA'              TO EX-EVENT-TYPE
               MOVE WS-GRP-ACCOUNT    TO EX-ACCOUNT-NUMBER
               MOVE 1                 TO EX-ACCOUNT-COUNT
               MOVE WS-GRP-NAME       TO EX-ACCOUNT-NAME
               MOVE WS-GRP-DIRECTION  TO EX-DIRECTION
               MOVE WS-WIN-NEAR-TOTAL TO EX-AMOUNT
               MOVE WS-WIN-NEAR-COUNT TO EX-ITEM-COUNT
               MOVE WS-GRP-FIRST-DATE TO EX-PERIOD-START
               ADD 1 TO WS-SA-COUNT
               PERFORM 7000-WRITE-EVENT THRU 7000-EXIT
           END-IF.
           IF WS-GRP-NAME NOT = SPACES
                   AND (WS-DAY-COUNT > 0 OR WS-WIN-NEAR-COUNT > 0)
               MOVE SPACES            TO NAMEWORK-RECORD
               MOVE WS-GRP-NAME       TO NW-ACCOUNT-NAME
               MOVE WS-GRP-DIRECTION  TO NW-DIRECTION
               MOVE WS-GRP-ACCOUNT    TO NW-ACCOUNT-NUMBER
               MOVE WS-DAY-COUNT      TO NW-DAY-COUNT
               MOVE WS-DAY-TOTAL      TO NW-DAY-TOTAL
               MOVE WS-DAY-NEAR-COUNT TO NW-DAY-NEAR-COUNT
               MOVE WS-WIN-NEAR-COUNT TO NW-WIN-NEAR-COUNT
               MOVE WS-WIN-NEAR-TOTAL TO NW-WIN-NEAR-TOTAL
               MOVE WS-GRP-LARGE-SW   TO NW-LARGE-SW
               MOVE WS-GRP-PATTERN-SW TO NW-PATTERN-SW
               WRITE NAMEWORK-RECORD
               ADD 1 TO WS-NAME-REC-COUNT
           END-IF.
       3400-EXIT.
           EXIT.

      *****************************************************************
      * 4000-ROLL-NAMES - SORT OUTPUT PROCEDURE FOR THE SAME-NAME
      * PASS: WALK THE ACCOUNT SUMMARIES ONE NAME/DIRECTION GROUP AT
      * A TIME.
      *****************************************************************
       4000-ROLL-NAMES.
           PERFORM 4100-RETURN-NAME THRU 4100-EXIT.
           PERFORM 4200-ROLL-ONE-NAME THRU 4200-EXIT
               UNTIL END-OF-NAME-SORT.
       4000-EXIT.
           EXIT.

       4100-RETURN-NAME.
           RETURN NAME-SORT
               AT END
                   MOVE 'Y' TO WS-NAME-SORT-EOF-SW
           END-RETURN.
       4100-EXIT.
           EXIT.

       4200-ROLL-ONE-NAME.
           MOVE NS-ACCOUNT-NAME   TO WS-NM-NAME.
           MOVE NS-DIRECTION      TO WS-NM-DIRECTION.
           MOVE NS-ACCOUNT-NUMBER TO WS-NM-FIRST-ACCOUNT.
           MOVE 0                 TO WS-NM-ACCOUNT-COUNT.
           MOVE 0                 TO WS-NM-DAY-COUNT.
           MOVE 0                 TO WS-NM-DAY-TOTAL.
           MOVE 0                 TO WS-NM-DAY-NEAR-COUNT.
           MOVE 0                 TO WS-NM-WIN-NEAR-COUNT.
           MOVE 0                 TO WS-NM-WIN-NEAR-TOTAL.
           MOVE 'N'               TO WS-NM-LARGE-SW.
           MOVE 'N'               TO WS-NM-PATTERN-SW.
           PERFORM 4300-ADD-ONE-ACCOUNT THRU 4300-EXIT
               UNTIL END-OF-NAME-SORT
                  OR NS-ACCOUNT-NAME NOT = WS-NM-NAME
                  OR NS-DIRECTION NOT = WS-NM-DIRECTION.
           PERFORM 4400-CLOSE-NAME THRU 4400-EXIT.
       4200-EXIT.
           EXIT.

       4300-ADD-ONE-ACCOUNT.
           ADD 1                 TO WS-NM-ACCOUNT-COUNT.
           ADD NS-DAY-COUNT      TO WS-NM-DAY-COUNT.
           ADD NS-DAY-TOTAL      TO WS-NM-DAY-TOTAL.
           ADD NS-DAY-NEAR-COUNT TO WS-NM-DAY-NEAR-COUNT.
           ADD NS-WIN-NEAR-COUNT TO WS-NM-WIN-NEAR-COUNT.
           ADD NS-WIN-NEAR-TOTAL TO WS-NM-WIN-NEAR-TOTAL.
           IF NS-LARGE-SW = 'Y'
               MOVE 'Y' TO WS-NM-LARGE-SW
           END-IF.
           IF NS-PATTERN-SW = 'Y'
               MOVE 'Y' TO WS-NM-PATTERN-SW
           END-IF.
           PERFORM 4100-RETURN-NAME THRU 4100-EXIT.
       4300-EXIT.
           EXIT.

      *****************************************************************
      * 4400-CLOSE-NAME - THE TWO ACCOUNT TESTS AGAIN, ACROSS EVERY
      * ACCOUNT IN THE NAME.  A NAME ON ONE ACCOUNT WAS ALREADY
      * TESTED IN THE ACCOUNT PASS, AND A NAME WHERE ONE ACCOUNT
      * ALREADY MET A TEST ON ITS OWN HAS THAT ACCOUNT'S EVENT - THE
      * SAME-NAME EVENTS ARE FOR WHAT ONLY SHOWS UP IN AGGREGATE.
      *****************************************************************
       4400-CLOSE-NAME.
           IF WS-NM-ACCOUNT-COUNT < 2
               GO TO 4400-EXIT
           END-IF.
           IF WS-NM-DAY-TOTAL > WS-THRESHOLD
                   AND WS-NM-LARGE-SW = 'N'
               MOVE SPACES               TO CASHEXT-RECORD
               MOVE 'LN'                 TO EX-EVENT-TYPE
               MOVE WS-NM-FIRST-ACCOUNT  TO EX-ACCOUNT-NUMBER
               MOVE WS-NM-ACCOUNT-COUNT  TO EX-ACCOUNT-COUNT
               MOVE WS-NM-NAME           TO EX-ACCOUNT-NAME
               MOVE WS-NM-DIRECTION      TO EX-DIRECTION
               MOVE WS-NM-DAY-TOTAL      TO EX-AMOUNT
               MOVE WS-NM-DAY-COUNT      TO EX-ITEM-COUNT
               MOVE WS-BUSINESS-DATE     TO EX-PERIOD-START
               ADD 1 TO WS-LN-COUNT
               PERFORM 7000-WRITE-EVENT THRU 7000-EXIT
           END-IF.
           IF WS-NM-DAY-NEAR-COUNT > 0
                   AND WS-NM-WIN-NEAR-COUNT NOT < WS-PATTERN-COUNT
                   AND WS-NM-WIN-NEAR-TOTAL > WS-THRESHOLD
                   AND WS-NM-PATTERN-SW = 'N'
               MOVE SPACES               TO CASHEXT-RECORD
               MOVE 'SN'                 TO EX-EVENT-TYPE
               MOVE WS-NM-FIRST-ACCOUNT  TO EX-ACCOUNT-NUMBER
               MOVE WS-NM-ACCOUNT-COUNT  TO EX-ACCOUNT-COUNT
               MOVE WS-NM-NAME           TO EX-ACCOUNT-NAME
               MOVE WS-NM-DIRECTION      TO EX-DIRECTION
               MOVE WS-NM-WIN-NEAR-TOTAL TO EX-AMOUNT
               MOVE WS-NM-WIN-NEAR-COUNT TO EX-ITEM-COUNT
               MOVE WS-WINDOW-START      TO EX-PERIOD-START
               ADD 1 TO WS-SN-COUNT
               PERFORM 7000-WRITE-EVENT THRU 7000-EXIT
           END-IF.
       4400-EXIT.
           EXIT.

      *****************************************************************
      * 7000-WRITE-EVENT - ONE REPORTABLE EVENT, ALREADY BUILT IN THE
      * EXTRACT RECORD: FINISH AND WRITE THE EXTRACT, PRINT THE SAME
      * FACTS FOR THE COMPLIANCE OFFICER, AND GRADE THE RUN 4.
      *****************************************************************
       7000-WRITE-EVENT.
           MOVE WS-BUSINESS-DATE TO EX-BUSINESS-DATE.
           MOVE WS-THRESHOLD     TO EX-THRESHOLD.
           WRITE CASHEXT-RECORD.
           ADD 1 TO WS-EXTRACT-COUNT.
           EVALUATE TRUE
               WHEN EX-LARGE-ACCOUNT
                   MOVE "LARGE CASH - ACCOUNT"   TO CD-EVENT-DESC
               WHEN EX-PATTERN-ACCOUNT
                   MOVE "STRUCTURING - ACCOUNT"  TO CD-EVENT-DESC
               WHEN EX-LARGE-NAME
                   MOVE "LARGE CASH - SAME NAME" TO CD-EVENT-DESC
               WHEN OTHER
                   MOVE "STRUCTURING - SAME NAME" TO CD-EVENT-DESC
           END-EVALUATE.
           MOVE EX-ACCOUNT-NUMBER TO CD-ACCOUNT-NUMBER.
           MOVE EX-ACCOUNT-COUNT  TO CD-ACCOUNT-COUNT.
           MOVE EX-ACCOUNT-NAME   TO CD-ACCOUNT-NAME.
           IF EX-DIRECTION = 'I'
               MOVE "CASH IN"  TO CD-DIRECTION
           ELSE
               MOVE "CASH OUT" TO CD-DIRECTION
           END-IF.
           MOVE EX-ITEM-COUNT     TO CD-ITEM-COUNT.
           MOVE EX-AMOUNT         TO CD-AMOUNT.
           MOVE EX-PERIOD-START   TO CD-PERIOD-START.
           MOVE WS-CSH-DETAIL TO CSH-LINE.
           WRITE CSH-LINE.
           IF WS-RETURN-CODE < 4
               MOVE 4 TO WS-RETURN-CODE
           END-IF.
       7000-EXIT.
           EXIT.

      *****************************************************************
      * 9000-TERMINATE - WRITE THE TOTALS AND THE OVERALL RESULT,
      * AND CLOSE WHAT IS STILL OPEN.
      *****************************************************************
       9000-TERMINATE.
           MOVE "AUDIT IMAGES FOR THE DAY: " TO CC-LABEL.
           MOVE WS-IMAGE-COUNT TO CC-COUNT.
           PERFORM 9100-WRITE-COUNT THRU 9100-EXIT.
           MOVE "CASH ITEMS:               " TO CC-LABEL.
           MOVE WS-CASH-ITEM-COUNT TO CC-COUNT.
           PERFORM 9100-WRITE-COUNT THRU 9100-EXIT.
           MOVE "ACCOUNTS WITH CASH:       " TO CC-LABEL.
           MOVE WS-ACTIVE-GROUP-COUNT TO CC-COUNT.
           PERFORM 9100-WRITE-COUNT THRU 9100-EXIT.
           MOVE "HISTORY DAYS CARRIED:     " TO CC-LABEL.
           MOVE WS-HIST-KEPT-COUNT TO CC-COUNT.
           PERFORM 9100-WRITE-COUNT THRU 9100-EXIT.
           MOVE "HISTORY DAYS DROPPED:     " TO CC-LABEL.
           MOVE WS-HIST-DROPPED-COUNT TO CC-COUNT.
           PERFORM 9100-WRITE-COUNT THRU 9100-EXIT.
           MOVE "LARGE CASH - ACCOUNT:     " TO CC-LABEL.
           MOVE WS-LC-COUNT TO CC-COUNT.
           PERFORM 9100-WRITE-COUNT THRU 9100-EXIT.
           MOVE "STRUCTURING - ACCOUNT:    " TO CC-LABEL.
           MOVE WS-SA-COUNT TO CC-COUNT.
           PERFORM 9100-WRITE-COUNT THRU 9100-EXIT.
           MOVE "LARGE CASH - SAME NAME:   " TO CC-LABEL.
           MOVE WS-LN-COUNT TO CC-COUNT.
           PERFORM 9100-WRITE-COUNT THRU 9100-EXIT.
           MOVE "STRUCTURING - SAME NAME:  " TO CC-LABEL.
           MOVE WS-SN-COUNT TO CC-COUNT.
           PERFORM 9100-WRITE-COUNT THRU 9100-EXIT.
           MOVE "EXTRACT RECORDS WRITTEN:  " TO CC-LABEL.
           MOVE WS-EXTRACT-COUNT TO CC-COUNT.
           PERFORM 9100-WRITE-COUNT THRU 9100-EXIT.
           EVALUATE TRUE
               WHEN NOT CONTROL-DECK-VALID
                   MOVE "NOT PERFORMED - CASHCTL MISSING OR INVALID"
                       TO CR-RESULT
               WHEN NOT AUDITLOG-AVAILABLE
                   MOVE "NOT PERFORMED - AUDITLOG NOT AVAILABLE"
                       TO CR-RESULT
               WHEN WS-EXTRACT-COUNT = 0
                   MOVE "NOTHING REPORTABLE" TO CR-RESULT
               WHEN OTHER
                   MOVE "** REPORTABLE EVENTS - REFER TO COMPLIANCE"
                       TO CR-RESULT
           END-EVALUATE.
           MOVE WS-CSH-RESULT TO CSH-LINE.
           WRITE CSH-LINE.
           IF AUDITLOG-AVAILABLE
               CLOSE AUDITLOG
               CLOSE CASHNEW
               IF MASTER-AVAILABLE
                   CLOSE MASTER-FILE
               END-IF
               IF HISTORY-OPEN
                   CLOSE CASHHIST
               END-IF
           END-IF.
           CLOSE CASHEXT.
           CLOSE CASHRPT.
       9000-EXIT.
           EXIT.

       9100-WRITE-COUNT.
           MOVE WS-CSH-COUNTS TO CSH-LINE.
           WRITE CSH-LINE.
       9100-EXIT.
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
      * 9500-PREVIOUS-DAY - STEP WS-WK-DATE BACK ONE CALENDAR DAY.
      *****************************************************************
       9500-PREVIOUS-DAY.
           IF WS-WK-DAY > 1
               SUBTRACT 1 FROM WS-WK-DAY
               GO TO 9500-EXIT
           END-IF.
           IF WS-WK-MONTH > 1
               SUBTRACT 1 FROM WS-WK-MONTH
           ELSE
               MOVE 12 TO WS-WK-MONTH
               SUBTRACT 1 FROM WS-WK-YEAR
           END-IF.
           PERFORM 9410-SET-MONTH-DAYS THRU 9410-EXIT.
           MOVE WS-MONTH-DAYS TO WS-WK-DAY.
       9500-EXIT.
           EXIT.
