      *****************************************************************
      * IDENTIFICATION DIVISION.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    INTTAX.
       AUTHOR.        SCRIPTISTO SAMPLE SHOP.
       DATE-WRITTEN.  10/15/2026.
       DATE-COMPILED.
      *****************************************************************
      * MODIFICATION HISTORY
      *   10/15/2026  ORIGINAL VERSION.  YEAR-END INTEREST-PAID TAX
      *               REPORTING (1099-INT).  THE YEAR'S INTEREST WAS
      *               BEING ADDED UP BY HAND FROM TWELVE ACCRRPT
      *               REGISTERS, WHICH SHOW NEITHER REVERSALS NOR
      *               ACCOUNTS CLOSED DURING THE YEAR.
      *   10/15/2026  AUDITLOG RECORD WIDENED TO 160 BYTES (AFTER-IMAGE
      *               OF THE ACCOUNT'S ATTRIBUTES ADDED TO AUDREC); THE
      *               ARCHIVE AND AUDITLOG LINES WIDEN WITH IT.
      *   10/15/2026  THE GL TIE-OUT WAS AGAINST GROSS INTEREST ALONE,
      *               BUT HELLO JOURNALS AN ACCEPTED REVERSAL UNDER THE
      *               ORIGINAL'S CODE NEGATED, SO ANY YEAR WITH A
      *               REVERSED INTEREST POSTING ENDED CC 8.  NOW TIES
      *               GROSS POSTED LESS THE INTEREST REVERSALS DATED IN
      *               THE YEAR, PAIRING REVERSALS WITH INTEREST POSTINGS
      *               OF ANY YEAR.  THE FILED FIGURE STAYS NET OF
      *               REVERSALS OF THE YEAR'S OWN POSTINGS.
      *
      * PURPOSE.  TOTALS EVERY INTEREST POSTING (RECORD CODE 04, THE
      * CODE ACCRUE GENERATES) PER ACCOUNT FOR THE TAX YEAR, FROM THE
      * AUDIT TRAIL ITSELF - THE AUDARCHV RETENTION ARCHIVE AND THE
      * LIVE AUDITLOG TOGETHER, SINCE AUDARCH MOVES THE OLDER IMAGES
      * OUT EVERY MONTH.  AN IMAGE'S AMOUNT IS ITS BALANCE MOVEMENT
      * (AFTER LESS BEFORE) AND ITS YEAR IS ITS TIMESTAMP YEAR.
      *
      * A REVERSAL IMAGE (RECORD CODE 'RV') CARRIES THE TRANSACTION ID
      * OF THE POSTING IT REVERSED, BUT NOT THAT POSTING'S RECORD
      * CODE, SO EVERY INTEREST IMAGE OF ANY YEAR AND EVERY REVERSAL
      * ARE SORTED TOGETHER BY THAT ID: AN INTEREST POSTING MADE IN
      * THE YEAR AND LATER REVERSED IS REPORTED NET OF ITS REVERSAL,
      * WHATEVER DATE THE REVERSAL WAS MADE - INTEREST TAKEN BACK IS
      * NOT INTEREST PAID - AND THE REVERSAL OF ANYTHING ELSE IS
      * IGNORED.  AN IMAGE
      * FOUND TWICE (IN THE ARCHIVE AND STILL IN THE LIVE LOG, AFTER
      * A RETENTION SWEEP WHOSE SWAP NEVER RAN) IS COUNTED ONCE AND
      * THE DUPLICATE IS COUNTED ON THE REGISTER.
      *
      * THE SYSIN PARM CARD:
      *   COLS  1-4   TAX YEAR CCYY - BLANK MEANS THE YEAR BEFORE THE
      *               SYSTEM DATE (THE JOB RUNS AFTER YEAR END).
      *   COLS  5-13  REPORTING MINIMUM 9(7)V99 - BLANK MEANS 10.00.
      *               AN ACCOUNT WHOSE NET INTEREST IS BELOW IT IS
      *               LISTED ON THE REGISTER BUT NOT EXTRACTED.
      *   COLS 14-26  THE YEAR'S TOTAL ON THE GL INTEREST ACCOUNT,
      *               9(11)V99, FROM THE LEDGER.  BLANK MEANS NOT
      *               SUPPLIED AND THE REGISTER IS NOT TIED.
      * THE GL ACCOUNT IS THE ONE ON THE TRANCODE DECK'S 04 CARD
      * (THE COMPILED-IN DEFAULT WHEN THE DECK OR THE CARD IS NOT
      * THERE, LIKE EVERY OTHER TRANCODE LOADER).  HELLO COUNTS AN
      * ACCEPTED REVERSAL UNDER THE ORIGINAL POSTING'S RECORD CODE
      * WITH THE AMOUNT NEGATED, SO THE GL INTEREST ACCOUNT CARRIES
      * THE GROSS INTEREST POSTED IN THE YEAR LESS THE INTEREST
      * REVERSED IN THE YEAR - BY THE DATE OF THE REVERSAL, WHATEVER
      * YEAR THE POSTING IT UNDID WAS MADE IN.  THAT IS WHAT IS TIED
      * TO IT.  THE FILED FIGURE IS NOT: IT IS NET OF EVERY REVERSAL
      * OF THE YEAR'S OWN POSTINGS, SO THE TWO DIFFER BY INTEREST
      * REVERSED ACROSS A YEAR END, AND THE REGISTER SHOWS BOTH.
      *
      * THE NAME AND STATUS ON THE REGISTER AND EXTRACT COME FROM THE
      * MASTER; AN ACCOUNT NO LONGER ON IT IS STILL REPORTED.
      *
      * RETURN CODE: 0 REGISTER TIED TO THE GL, 4 GL FIGURE NOT
      * SUPPLIED, 8 REGISTER OUT OF BALANCE WITH THE GL - DO NOT
      * RELEASE TAXEXT UNTIL REVIEWED, 12 BAD PARM CARD OR AUDIT
      * TRAIL UNAVAILABLE - NOTHING EXTRACTED.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AUDARCHV
               ASSIGN TO AUDARCHV
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDARCHV-FILE-STATUS.

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

           SELECT TRANCODE
               ASSIGN TO TRANCODE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRANCODE-FILE-STATUS.

           SELECT TAXWORK
               ASSIGN TO TAXWORK
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT TAXEXT
               ASSIGN TO TAXEXT
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT PARMCARD
               ASSIGN TO SYSIN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARMCARD-FILE-STATUS.

           SELECT TAXRPT
               ASSIGN TO TAXRPT
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT POSTING-SORT
               ASSIGN TO SORTWK.

           SELECT ACCOUNT-SORT
               ASSIGN TO SORTWK.

       DATA DIVISION.
       FILE SECTION.
      *****************************************************************
      * AUDARCHV / AUDITLOG - THE RETENTION ARCHIVE AND THE LIVE LOG,
      * BOTH IN THE AUDREC LAYOUT.  EACH IS READ INTO THE ONE
      * AUDIT-RECORD IN WORKING STORAGE.
      *****************************************************************
       FD  AUDARCHV
           RECORDING MODE IS F
           RECORD CONTAINS 160 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  ARCHIVE-LINE                PIC X(160).

       FD  AUDITLOG
           RECORDING MODE IS F
           RECORD CONTAINS 160 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  AUDITLOG-LINE               PIC X(160).

       FD  MASTER-FILE
           RECORD CONTAINS 100 CHARACTERS
           LABEL RECORDS ARE STANDARD.
           COPY MASTREC.

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

      *****************************************************************
      * TAXWORK - ONE RECORD PER INTEREST POSTING IN THE TAX YEAR,
      * WITH WHAT WAS REVERSED OF IT.  A SCRATCH FILE, WRITTEN AND
      * SORTED INTO ACCOUNT ORDER IN THE ONE RUN.
      *****************************************************************
       FD  TAXWORK
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  TAXWORK-RECORD.
           05  TW-ACCOUNT-NUMBER       PIC 9(09).
           05  TW-INTEREST-AMOUNT      PIC S9(09)V99.
           05  TW-REVERSED-AMOUNT      PIC S9(09)V99.
           05  FILLER                  PIC X(49).

      *****************************************************************
      * TAXEXT - THE TAX-FILING EXTRACT.  ONE 'D' RECORD PER ACCOUNT
      * AT OR ABOVE THE REPORTING MINIMUM, IN ACCOUNT ORDER, THEN ONE
      * 'T' TRAILER:
      *   'D'  COLS  1     RECORD TYPE
      *        COLS  2-5   TAX YEAR CCYY
      *        COLS  6-14  ACCOUNT NUMBER
      *        COLS 15-34  ACCOUNT NAME
      *        COL  35     ACCOUNT STATUS AT YEAR END (SPACE WHEN NO
      *                    LONGER ON THE MASTER)
      *        COLS 36-46  INTEREST PAID 9(9)V99, NET OF REVERSALS
      *        COLS 47-80  RESERVED
      *   'T'  COLS  1     RECORD TYPE
      *        COLS  2-5   TAX YEAR CCYY
      *        COLS  6-12  NUMBER OF 'D' RECORDS
      *        COLS 13-25  TOTAL INTEREST ON THE 'D' RECORDS 9(11)V99
      *        COLS 26-32  ACCOUNTS BELOW THE MINIMUM, NOT EXTRACTED
      *        COLS 33-80  RESERVED
      *****************************************************************
       FD  TAXEXT
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  TAXEXT-RECORD.
           05  TX-RECORD-TYPE          PIC X(01).
               88  TX-DETAIL-RECORD            VALUE 'D'.
               88  TX-TRAILER-RECORD           VALUE 'T'.
           05  TX-TAX-YEAR             PIC 9(04).
           05  TX-DETAIL-DATA.
               10  TX-ACCOUNT-NUMBER   PIC 9(09).
               10  TX-ACCOUNT-NAME     PIC X(20).
               10  TX-ACCOUNT-STATUS   PIC X(01).
               10  TX-INTEREST-PAID    PIC 9(09)V99.
               10  FILLER              PIC X(34).
           05  TX-TRAILER-DATA REDEFINES TX-DETAIL-DATA.
               10  TX-RECORD-COUNT     PIC 9(07).
               10  TX-TOTAL-INTEREST   PIC 9(11)V99.
               10  TX-BELOW-MIN-COUNT  PIC 9(07).
               10  FILLER              PIC X(48).

       FD  PARMCARD
           RECORDING MODE IS F
           RECORD CONTAINS 26 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  PARMCARD-RECORD.
           05  PC-TAX-YEAR             PIC 9(04).
           05  PC-TAX-YEAR-X REDEFINES PC-TAX-YEAR
                                       PIC X(04).
           05  PC-MINIMUM              PIC 9(07)V99.
           05  PC-MINIMUM-X REDEFINES PC-MINIMUM
                                       PIC X(09).
           05  PC-GL-INTEREST          PIC 9(11)V99.
           05  PC-GL-INTEREST-X REDEFINES PC-GL-INTEREST
                                       PIC X(13).

      *****************************************************************
      * TAXRPT - THE TAX REGISTER: ONE LINE PER ACCOUNT PAID INTEREST
      * IN THE YEAR, THEN THE TOTALS AND THE GL TIE-OUT.
      *****************************************************************
       FD  TAXRPT
           RECORDING MODE IS F
           RECORD CONTAINS 132 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  TAX-LINE                    PIC X(132).

      *****************************************************************
      * POSTING-SORT - EVERY INTEREST IMAGE ('1') AND EVERY REVERSAL
      * IMAGE ('2'), BROUGHT TOGETHER BY THE INTEREST POSTING'S
      * TRANSACTION ID - AN INTEREST IMAGE'S OWN ID, A REVERSAL
      * IMAGE'S LINK ID.  THE INTEREST IMAGE SORTS FIRST.  EACH IS
      * MARKED WITH WHETHER ITS OWN TIMESTAMP FALLS IN THE TAX YEAR.
      *****************************************************************
       SD  POSTING-SORT
           RECORD CONTAINS 80 CHARACTERS.
       01  POSTING-SORT-RECORD.
           05  PS-POSTING-ID           PIC X(10).
           05  PS-IMAGE-TYPE           PIC X(01).
               88  PS-INTEREST-IMAGE           VALUE '1'.
               88  PS-REVERSAL-IMAGE           VALUE '2'.
           05  PS-IMAGE-ID             PIC X(10).
           05  PS-ACCOUNT-NUMBER       PIC 9(09).
           05  PS-AMOUNT               PIC S9(09)V99.
           05  PS-IN-YEAR-SW           PIC X(01).
               88  PS-IN-TAX-YEAR              VALUE 'Y'.
           05  FILLER                  PIC X(38).

       SD  ACCOUNT-SORT
           RECORD CONTAINS 80 CHARACTERS.
       01  ACCOUNT-SORT-RECORD.
           05  AS-ACCOUNT-NUMBER       PIC 9(09).
           05  AS-INTEREST-AMOUNT      PIC S9(09)V99.
           05  AS-REVERSED-AMOUNT      PIC S9(09)V99.
           05  FILLER                  PIC X(49).

       WORKING-STORAGE SECTION.
           COPY AUDREC.

       01  WS-SWITCHES.
           05  WS-AUDARCHV-EOF-SW      PIC X(01) VALUE 'N'.
               88  END-OF-AUDARCHV             VALUE 'Y'.
           05  WS-AUDITLOG-EOF-SW      PIC X(01) VALUE 'N'.
               88  END-OF-AUDITLOG             VALUE 'Y'.
           05  WS-TRANCODE-EOF-SW      PIC X(01) VALUE 'N'.
               88  END-OF-TRANCODE             VALUE 'Y'.
           05  WS-POSTING-SORT-EOF-SW  PIC X(01) VALUE 'N'.
               88  END-OF-POSTING-SORT         VALUE 'Y'.
           05  WS-ACCOUNT-SORT-EOF-SW  PIC X(01) VALUE 'N'.
               88  END-OF-ACCOUNT-SORT         VALUE 'Y'.
           05  WS-MASTER-AVAIL-SW      PIC X(01) VALUE 'N'.
               88  MASTER-AVAILABLE            VALUE 'Y'.
           05  WS-RUN-OK-SW            PIC X(01) VALUE 'Y'.
               88  RUN-OK                      VALUE 'Y'.
           05  WS-GL-GIVEN-SW          PIC X(01) VALUE 'N'.
               88  GL-FIGURE-GIVEN             VALUE 'Y'.
           05  WS-POSTING-FOUND-SW     PIC X(01) VALUE 'N'.
               88  POSTING-FOUND               VALUE 'Y'.
           05  WS-POSTING-IN-YEAR-SW   PIC X(01) VALUE 'N'.
               88  POSTING-IN-TAX-YEAR         VALUE 'Y'.

       01  WS-FILE-STATUSES.
           05  WS-AUDARCHV-FILE-STATUS PIC X(02) VALUE '00'.
           05  WS-AUDITLOG-FILE-STATUS PIC X(02) VALUE '00'.
           05  WS-MASTER-FILE-STATUS   PIC X(02) VALUE '00'.
           05  WS-TRANCODE-FILE-STATUS PIC X(02) VALUE '00'.
           05  WS-PARMCARD-FILE-STATUS PIC X(02) VALUE '00'.

      *****************************************************************
      * THE RUN'S PARAMETERS.  WS-TAX-YY IS THE TWO-DIGIT YEAR AS IT
      * APPEARS IN AN AUDIT IMAGE'S YYMMDD TIMESTAMP.
      *****************************************************************
       01  WS-TODAYS-DATE.
           05  WS-TODAYS-YEAR          PIC 9(04).
           05  FILLER                  PIC X(04).
       01  WS-TAX-YEAR                 PIC 9(04)    VALUE 0.
       01  WS-TAX-YEAR-X REDEFINES WS-TAX-YEAR.
           05  FILLER                  PIC X(02).
           05  WS-TAX-YY               PIC X(02).
       01  WS-MINIMUM                  PIC 9(07)V99 VALUE 10.00.
       01  WS-GL-INTEREST              PIC 9(11)V99 VALUE 0.
       01  WS-GL-ACCOUNT               PIC X(08)    VALUE 'GL100400'.
       01  WS-GL-DESCRIPTION           PIC X(20)
                                       VALUE 'ACCRUED INTEREST'.

      *****************************************************************
      * THE CURRENT POSTING GROUP OFF POSTING-SORT.
      *****************************************************************
       01  WS-POSTING-GROUP.
           05  WS-CUR-POSTING-ID       PIC X(10)        VALUE SPACE.
           05  WS-LAST-REVERSAL-ID     PIC X(10)        VALUE SPACE.
           05  WS-CUR-ACCOUNT          PIC 9(09)        VALUE 0.
           05  WS-CUR-INTEREST         PIC S9(09)V99 COMP-3 VALUE 0.
           05  WS-CUR-REVERSED         PIC S9(09)V99 COMP-3 VALUE 0.

      *****************************************************************
      * THE CURRENT ACCOUNT OFF ACCOUNT-SORT.
      *****************************************************************
       01  WS-ACCOUNT-GROUP.
           05  WS-ACCT-NUMBER          PIC 9(09)        VALUE 0.
           05  WS-ACCT-NAME            PIC X(20)        VALUE SPACE.
           05  WS-ACCT-STATUS          PIC X(01)        VALUE SPACE.
           05  WS-ACCT-POSTINGS        PIC 9(03) COMP-3 VALUE 0.
           05  WS-ACCT-GROSS           PIC S9(09)V99 COMP-3 VALUE 0.
           05  WS-ACCT-REVERSED        PIC S9(09)V99 COMP-3 VALUE 0.
           05  WS-ACCT-NET             PIC S9(09)V99 COMP-3 VALUE 0.

       77  WS-ARCHIVE-READ-COUNT       PIC 9(09) COMP-3 VALUE 0.
       77  WS-LIVE-READ-COUNT          PIC 9(09) COMP-3 VALUE 0.
       77  WS-INTEREST-IMAGE-COUNT     PIC 9(07) COMP-3 VALUE 0.
       77  WS-REVERSAL-APPLIED-COUNT   PIC 9(07) COMP-3 VALUE 0.
       77  WS-GL-REVERSAL-COUNT        PIC 9(07) COMP-3 VALUE 0.
       77  WS-DUPLICATE-COUNT          PIC 9(07) COMP-3 VALUE 0.
       77  WS-ACCOUNT-COUNT            PIC 9(07) COMP-3 VALUE 0.
       77  WS-FILED-COUNT              PIC 9(07) COMP-3 VALUE 0.
       77  WS-BELOW-MIN-COUNT          PIC 9(07) COMP-3 VALUE 0.
       77  WS-TOTAL-GROSS              PIC S9(11)V99 COMP-3 VALUE 0.
       77  WS-TOTAL-REVERSED           PIC S9(11)V99 COMP-3 VALUE 0.
       77  WS-TOTAL-NET                PIC S9(11)V99 COMP-3 VALUE 0.
       77  WS-FILED-TOTAL              PIC S9(11)V99 COMP-3 VALUE 0.
       77  WS-BELOW-MIN-TOTAL          PIC S9(11)V99 COMP-3 VALUE 0.
       77  WS-GL-REVERSED              PIC S9(11)V99 COMP-3 VALUE 0.
       77  WS-GL-POSTED                PIC S9(11)V99 COMP-3 VALUE 0.
       77  WS-GL-DIFFERENCE            PIC S9(11)V99 COMP-3 VALUE 0.
       77  WS-RETURN-CODE              PIC 9(02)        VALUE 0.

      *****************************************************************
      * TAX REGISTER LINE LAYOUTS.
      *****************************************************************
       01  WS-TAX-HEADING-1.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  FILLER                  PIC X(38)
                   VALUE "INTEREST PAID TAX REGISTER - TAX YEAR ".
           05  TH-TAX-YEAR             PIC 9(04).
           05  FILLER                  PIC X(22)
                   VALUE "   REPORTING MINIMUM  ".
           05  TH-MINIMUM              PIC Z,ZZZ,ZZ9.99.

       01  WS-TAX-HEADING-2.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  FILLER                  PIC X(11) VALUE "ACCOUNT".
           05  FILLER                  PIC X(22) VALUE "NAME".
           05  FILLER                  PIC X(14) VALUE "STATUS".
           05  FILLER                  PIC X(05) VALUE "NBR".
           05  FILLER                  PIC X(17)
                   VALUE "  GROSS INTEREST".
           05  FILLER                  PIC X(17)
                   VALUE "        REVERSED".
           05  FILLER                  PIC X(17)
                   VALUE "    NET INTEREST".
           05  FILLER                  PIC X(28) VALUE SPACE.

       01  WS-TAX-DETAIL.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  RG-ACCOUNT-NUMBER       PIC 9(09).
           05  FILLER                  PIC X(02) VALUE SPACE.
           05  RG-ACCOUNT-NAME         PIC X(20).
           05  FILLER                  PIC X(02) VALUE SPACE.
           05  RG-STATUS               PIC X(12).
           05  FILLER                  PIC X(02) VALUE SPACE.
           05  RG-POSTING-COUNT        PIC ZZ9.
           05  FILLER                  PIC X(02) VALUE SPACE.
           05  RG-GROSS                PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                  PIC X(02) VALUE SPACE.
           05  RG-REVERSED             PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                  PIC X(02) VALUE SPACE.
           05  RG-NET                  PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                  PIC X(02) VALUE SPACE.
           05  RG-NOTE                 PIC X(28).

       01  WS-TAX-MESSAGE.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  TM-MESSAGE              PIC X(60).

       01  WS-TAX-COUNTS.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  TC-LABEL                PIC X(30).
           05  TC-COUNT                PIC ZZZ,ZZZ,ZZ9.

       01  WS-TAX-AMOUNTS.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  TA-LABEL                PIC X(30).
           05  TA-AMOUNT               PIC ZZ,ZZZ,ZZZ,ZZ9.99-.

       01  WS-TAX-GL-LINE.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  FILLER                  PIC X(11) VALUE "GL ACCOUNT ".
           05  TG-GL-ACCOUNT           PIC X(08).
           05  FILLER                  PIC X(02) VALUE SPACE.
           05  TG-GL-DESCRIPTION       PIC X(20).

       01  WS-TAX-RESULT.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  FILLER                  PIC X(30)
                   VALUE "GL TIE-OUT:                   ".
           05  TR-RESULT               PIC X(50).

       PROCEDURE DIVISION.
      *****************************************************************
      * 0000-MAINLINE - PAIR EVERY INTEREST POSTING IN THE YEAR WITH
      * ITS REVERSALS, THEN ROLL THE POSTINGS UP BY ACCOUNT INTO THE
      * REGISTER AND THE EXTRACT, AND TIE THE TOTAL TO THE GL.
      *****************************************************************
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           IF RUN-OK
               SORT POSTING-SORT
                   ON ASCENDING KEY PS-POSTING-ID
                                    PS-IMAGE-TYPE
                                    PS-IMAGE-ID
                   INPUT PROCEDURE IS 2000-COLLECT-IMAGES
                                 THRU 2000-EXIT
                   OUTPUT PROCEDURE IS 3000-PAIR-REVERSALS
                                  THRU 3000-EXIT
               CLOSE TAXWORK
               SORT ACCOUNT-SORT
                   ON ASCENDING KEY AS-ACCOUNT-NUMBER
                   USING TAXWORK
                   OUTPUT PROCEDURE IS 4000-ROLL-ACCOUNTS
                                  THRU 4000-EXIT
               PERFORM 5000-WRITE-TRAILER THRU 5000-EXIT
           END-IF.
           PERFORM 9000-TERMINATE THRU 9000-EXIT.
           MOVE WS-RETURN-CODE TO RETURN-CODE.
           STOP RUN.

      *****************************************************************
      * 1000-INITIALIZE - TAKE THE PARM CARD, LOOK UP THE INTEREST GL
      * ACCOUNT, AND OPEN THE FILES.  BOTH HALVES OF THE AUDIT TRAIL
      * ARE REQUIRED - A YEAR'S TOTAL FROM HALF THE TRAIL WOULD BE
      * WRONG WITHOUT LOOKING WRONG.  THE MASTER IS ONLY FOR NAMES.
      *****************************************************************
       1000-INITIALIZE.
           OPEN OUTPUT TAXRPT.
           OPEN OUTPUT TAXEXT.
           ACCEPT WS-TODAYS-DATE FROM DATE YYYYMMDD.
           SUBTRACT 1 FROM WS-TODAYS-YEAR GIVING WS-TAX-YEAR.
           PERFORM 1100-READ-PARM-CARD THRU 1100-EXIT.
           MOVE WS-TAX-YEAR TO TH-TAX-YEAR.
           MOVE WS-MINIMUM  TO TH-MINIMUM.
           MOVE WS-TAX-HEADING-1 TO TAX-LINE.
           WRITE TAX-LINE.
           IF NOT RUN-OK
               GO TO 1000-EXIT
           END-IF.
           PERFORM 1200-LOAD-GL-ACCOUNT THRU 1200-EXIT.
           OPEN INPUT AUDARCHV.
           IF WS-AUDARCHV-FILE-STATUS NOT = '00'
               MOVE 'N' TO WS-RUN-OK-SW
               MOVE "** AUDIT ARCHIVE (AUDARCHV) NOT AVAILABLE"
                   TO TM-MESSAGE
               MOVE WS-TAX-MESSAGE TO TAX-LINE
               WRITE TAX-LINE
               DISPLAY "INTTAX: AUDARCHV OPEN FAILED, STATUS "
                   WS-AUDARCHV-FILE-STATUS
               GO TO 1000-EXIT
           END-IF.
           OPEN INPUT AUDITLOG.
           IF WS-AUDITLOG-FILE-STATUS NOT = '00'
               MOVE 'N' TO WS-RUN-OK-SW
               CLOSE AUDARCHV
               MOVE "** AUDITLOG NOT AVAILABLE" TO TM-MESSAGE
               MOVE WS-TAX-MESSAGE TO TAX-LINE
               WRITE TAX-LINE
               DISPLAY "INTTAX: AUDITLOG OPEN FAILED, STATUS "
                   WS-AUDITLOG-FILE-STATUS
               GO TO 1000-EXIT
           END-IF.
           OPEN INPUT MASTER-FILE.
           IF WS-MASTER-FILE-STATUS = '00'
               MOVE 'Y' TO WS-MASTER-AVAIL-SW
           ELSE
               MOVE "MASTER NOT AVAILABLE - NAMES AND STATUS NOT SHOWN"
                   TO TM-MESSAGE
               MOVE WS-TAX-MESSAGE TO TAX-LINE
               WRITE TAX-LINE
           END-IF.
           MOVE WS-TAX-HEADING-2 TO TAX-LINE.
           WRITE TAX-LINE.
           OPEN OUTPUT TAXWORK.
       1000-EXIT.
           EXIT.

      *****************************************************************
      * 1100-READ-PARM-CARD - A BLANK FIELD TAKES ITS DEFAULT; A FIELD
      * THAT IS FILLED IN BUT NOT NUMERIC, OR A TAX YEAR BEFORE 2000
      * (THE AUDIT TIMESTAMP CARRIES A TWO-DIGIT YEAR), STOPS THE RUN
      * RATHER THAN FILE THE WRONG YEAR OR MINIMUM.
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
           IF PC-TAX-YEAR-X NOT = SPACES
               IF PC-TAX-YEAR NUMERIC
                       AND PC-TAX-YEAR NOT < 2000
                   MOVE PC-TAX-YEAR TO WS-TAX-YEAR
               ELSE
                   GO TO 1100-BAD-CARD
               END-IF
           END-IF.
           IF PC-MINIMUM-X NOT = SPACES
               IF PC-MINIMUM NUMERIC
                   MOVE PC-MINIMUM TO WS-MINIMUM
               ELSE
                   GO TO 1100-BAD-CARD
               END-IF
           END-IF.
           IF PC-GL-INTEREST-X NOT = SPACES
               IF PC-GL-INTEREST NUMERIC
                   MOVE PC-GL-INTEREST TO WS-GL-INTEREST
                   MOVE 'Y' TO WS-GL-GIVEN-SW
               ELSE
                   GO TO 1100-BAD-CARD
               END-IF
           END-IF.
           GO TO 1100-EXIT.
       1100-BAD-CARD.
           MOVE 'N' TO WS-RUN-OK-SW.
           MOVE "** PARM CARD INVALID - NOTHING REPORTED" TO TM-MESSAGE.
           MOVE WS-TAX-MESSAGE TO TAX-LINE.
           WRITE TAX-LINE.
           DISPLAY "INTTAX: PARM CARD INVALID - NOTHING REPORTED".
       1100-EXIT.
           EXIT.

      *****************************************************************
      * 1200-LOAD-GL-ACCOUNT - FIND THE 04 CARD ON THE TRANCODE DECK
      * FOR THE INTEREST GL ACCOUNT.  NO DECK, OR NO 04 CARD ON IT,
      * KEEPS THE COMPILED-IN DEFAULT AND SAYS SO.
      *****************************************************************
       1200-LOAD-GL-ACCOUNT.
           OPEN INPUT TRANCODE.
           IF WS-TRANCODE-FILE-STATUS = '00'
               PERFORM 1210-TEST-ONE-CARD THRU 1210-EXIT
                   UNTIL END-OF-TRANCODE
               CLOSE TRANCODE
           ELSE
               MOVE "TRANCODE DEFINITIONS NOT SUPPLIED - DEFAULTS"
                   TO TM-MESSAGE
               MOVE WS-TAX-MESSAGE TO TAX-LINE
               WRITE TAX-LINE
           END-IF.
       1200-EXIT.
           EXIT.

       1210-TEST-ONE-CARD.
           READ TRANCODE
               AT END
                   MOVE 'Y' TO WS-TRANCODE-EOF-SW
               NOT AT END
                   IF TD-RECORD-CODE = '04'
                       MOVE TD-GL-ACCOUNT  TO WS-GL-ACCOUNT
                       MOVE TD-DESCRIPTION TO WS-GL-DESCRIPTION
                       MOVE 'Y' TO WS-TRANCODE-EOF-SW
                   END-IF
           END-READ.
       1210-EXIT.
           EXIT.

      *****************************************************************
      * 2000-COLLECT-IMAGES - SORT INPUT PROCEDURE: THE ARCHIVE, THEN
      * THE LIVE LOG.
      *****************************************************************
       2000-COLLECT-IMAGES.
           PERFORM 2110-READ-ARCHIVE THRU 2110-EXIT.
           PERFORM 2100-COLLECT-ARCHIVE THRU 2100-EXIT
               UNTIL END-OF-AUDARCHV.
           PERFORM 2210-READ-AUDITLOG THRU 2210-EXIT.
           PERFORM 2200-COLLECT-AUDITLOG THRU 2200-EXIT
               UNTIL END-OF-AUDITLOG.
       2000-EXIT.
           EXIT.

       2100-COLLECT-ARCHIVE.
           ADD 1 TO WS-ARCHIVE-READ-COUNT.
           PERFORM 2300-RELEASE-IMAGE THRU 2300-EXIT.
           PERFORM 2110-READ-ARCHIVE THRU 2110-EXIT.
       2100-EXIT.
           EXIT.

       2110-READ-ARCHIVE.
           READ AUDARCHV INTO AUDIT-RECORD
               AT END
                   MOVE 'Y' TO WS-AUDARCHV-EOF-SW
           END-READ.
       2110-EXIT.
           EXIT.

       2200-COLLECT-AUDITLOG.
           ADD 1 TO WS-LIVE-READ-COUNT.
           PERFORM 2300-RELEASE-IMAGE THRU 2300-EXIT.
           PERFORM 2210-READ-AUDITLOG THRU 2210-EXIT.
       2200-EXIT.
           EXIT.

       2210-READ-AUDITLOG.
           READ AUDITLOG INTO AUDIT-RECORD
               AT END
                   MOVE 'Y' TO WS-AUDITLOG-EOF-SW
           END-READ.
       2210-EXIT.
           EXIT.

      *****************************************************************
      * 2300-RELEASE-IMAGE - AN INTEREST IMAGE OF ANY DATE GOES TO THE
      * SORT UNDER ITS OWN ID; A REVERSAL IMAGE OF ANY DATE GOES UNDER
      * THE ID IT REVERSED, TO FIND ITS POSTING THERE IF THAT POSTING
      * WAS INTEREST.  AN EARLIER YEAR'S POSTING IS NEEDED TO KNOW A
      * REVERSAL MADE THIS YEAR WAS INTEREST; A LATER YEAR'S REVERSAL
      * STILL NETS THIS YEAR'S POSTING.  EVERYTHING ELSE IS PASSED BY.
      *****************************************************************
       2300-RELEASE-IMAGE.
           EVALUATE TRUE
               WHEN AU-RECORD-CODE = '04'
                   MOVE AU-TRANSACTION-ID TO PS-POSTING-ID
                   MOVE '1'               TO PS-IMAGE-TYPE
               WHEN AU-RECORD-CODE = 'RV'
                       AND AU-LINK-REVERSAL
                   MOVE AU-LINK-ID        TO PS-POSTING-ID
                   MOVE '2'               TO PS-IMAGE-TYPE
               WHEN OTHER
                   GO TO 2300-EXIT
           END-EVALUATE.
           MOVE AU-TRANSACTION-ID TO PS-IMAGE-ID.
           MOVE AU-ACCOUNT-NUMBER TO PS-ACCOUNT-NUMBER.
           SUBTRACT AU-OLD-BALANCE FROM AU-NEW-BALANCE
               GIVING PS-AMOUNT.
           IF AU-TIMESTAMP-DATE (1:2) = WS-TAX-YY
               MOVE 'Y' TO PS-IN-YEAR-SW
           ELSE
               MOVE 'N' TO PS-IN-YEAR-SW
           END-IF.
           RELEASE POSTING-SORT-RECORD.
       2300-EXIT.
           EXIT.

      *****************************************************************
      * 3000-PAIR-REVERSALS - SORT OUTPUT PROCEDURE: ONE GROUP PER
      * POSTING ID.  A GROUP WHOSE INTEREST IMAGE IS STAMPED IN THE
      * YEAR BECOMES ONE TAXWORK RECORD; ONE FROM ANOTHER YEAR ONLY
      * LENDS ITS REVERSALS TO THE GL TIE-OUT; A GROUP OF REVERSALS
      * ALONE REVERSED SOMETHING THAT WAS NOT INTEREST.
      *****************************************************************
       3000-PAIR-REVERSALS.
           PERFORM 3100-RETURN-POSTING THRU 3100-EXIT.
           PERFORM 3200-PAIR-ONE-POSTING THRU 3200-EXIT
               UNTIL END-OF-POSTING-SORT.
       3000-EXIT.
           EXIT.

       3100-RETURN-POSTING.
           RETURN POSTING-SORT
               AT END
                   MOVE 'Y' TO WS-POSTING-SORT-EOF-SW
           END-RETURN.
       3100-EXIT.
           EXIT.

       3200-PAIR-ONE-POSTING.
           MOVE PS-POSTING-ID TO WS-CUR-POSTING-ID.
           MOVE SPACES        TO WS-LAST-REVERSAL-ID.
           MOVE 'N'           TO WS-POSTING-FOUND-SW.
           MOVE 'N'           TO WS-POSTING-IN-YEAR-SW.
           MOVE 0             TO WS-CUR-ACCOUNT.
           MOVE 0             TO WS-CUR-INTEREST.
           MOVE 0             TO WS-CUR-REVERSED.
           PERFORM 3300-ADD-ONE-IMAGE THRU 3300-EXIT
               UNTIL END-OF-POSTING-SORT
                  OR PS-POSTING-ID NOT = WS-CUR-POSTING-ID.
           IF POSTING-IN-TAX-YEAR
               MOVE SPACES          TO TAXWORK-RECORD
               MOVE WS-CUR-ACCOUNT  TO TW-ACCOUNT-NUMBER
               MOVE WS-CUR-INTEREST TO TW-INTEREST-AMOUNT
               MOVE WS-CUR-REVERSED TO TW-REVERSED-AMOUNT
               WRITE TAXWORK-RECORD
           END-IF.
       3200-EXIT.
           EXIT.

      *****************************************************************
      * 3300-ADD-ONE-IMAGE - THE INTEREST IMAGE SETS THE POSTING UP; A
      * SECOND COPY OF IT, OR OF A REVERSAL ALREADY TAKEN, IS A
      * DUPLICATE.  A REVERSAL'S MOVEMENT IS THE OPPOSITE OF THE
      * POSTING'S, SO WHAT WAS REVERSED IS ITS MOVEMENT NEGATED.  IT
      * NETS THE POSTING WHEN THE POSTING IS THE YEAR'S, AND GOES TO
      * THE GL TIE-OUT WHEN THE REVERSAL ITSELF IS THE YEAR'S.
      *****************************************************************
       3300-ADD-ONE-IMAGE.
           IF PS-INTEREST-IMAGE
               IF POSTING-FOUND
                   ADD 1 TO WS-DUPLICATE-COUNT
               ELSE
                   MOVE 'Y' TO WS-POSTING-FOUND-SW
                   MOVE PS-IN-YEAR-SW     TO WS-POSTING-IN-YEAR-SW
                   MOVE PS-ACCOUNT-NUMBER TO WS-CUR-ACCOUNT
                   MOVE PS-AMOUNT         TO WS-CUR-INTEREST
                   IF POSTING-IN-TAX-YEAR
                       ADD 1 TO WS-INTEREST-IMAGE-COUNT
                   END-IF
               END-IF
               GO TO 3300-NEXT
           END-IF.
           IF NOT POSTING-FOUND
               GO TO 3300-NEXT
           END-IF.
           IF PS-IMAGE-ID = WS-LAST-REVERSAL-ID
               ADD 1 TO WS-DUPLICATE-COUNT
               GO TO 3300-NEXT
           END-IF.
           MOVE PS-IMAGE-ID TO WS-LAST-REVERSAL-ID.
           IF POSTING-IN-TAX-YEAR
               SUBTRACT PS-AMOUNT FROM WS-CUR-REVERSED
               ADD 1 TO WS-REVERSAL-APPLIED-COUNT
           END-IF.
           IF PS-IN-TAX-YEAR
               SUBTRACT PS-AMOUNT FROM WS-GL-REVERSED
               ADD 1 TO WS-GL-REVERSAL-COUNT
           END-IF.
       3300-NEXT.
           PERFORM 3100-RETURN-POSTING THRU 3100-EXIT.
       3300-EXIT.
           EXIT.

      *****************************************************************
      * 4000-ROLL-ACCOUNTS - SORT OUTPUT PROCEDURE: ONE REGISTER LINE
      * PER ACCOUNT.
      *****************************************************************
       4000-ROLL-ACCOUNTS.
           PERFORM 4100-RETURN-ACCOUNT THRU 4100-EXIT.
           PERFORM 4200-ROLL-ONE-ACCOUNT THRU 4200-EXIT
               UNTIL END-OF-ACCOUNT-SORT.
       4000-EXIT.
           EXIT.

       4100-RETURN-ACCOUNT.
           RETURN ACCOUNT-SORT
               AT END
                   MOVE 'Y' TO WS-ACCOUNT-SORT-EOF-SW
           END-RETURN.
       4100-EXIT.
           EXIT.

       4200-ROLL-ONE-ACCOUNT.
           MOVE AS-ACCOUNT-NUMBER TO WS-ACCT-NUMBER.
           MOVE 0                 TO WS-ACCT-POSTINGS.
           MOVE 0                 TO WS-ACCT-GROSS.
           MOVE 0                 TO WS-ACCT-REVERSED.
           PERFORM 4300-ADD-ONE-POSTING THRU 4300-EXIT
               UNTIL END-OF-ACCOUNT-SORT
                  OR AS-ACCOUNT-NUMBER NOT = WS-ACCT-NUMBER.
           PERFORM 4400-CLOSE-ACCOUNT THRU 4400-EXIT.
       4200-EXIT.
           EXIT.

       4300-ADD-ONE-POSTING.
           ADD 1                  TO WS-ACCT-POSTINGS.
           ADD AS-INTEREST-AMOUNT TO WS-ACCT-GROSS.
           ADD AS-REVERSED-AMOUNT TO WS-ACCT-REVERSED.
           PERFORM 4100-RETURN-ACCOUNT THRU 4100-EXIT.
       4300-EXIT.
           EXIT.

      *****************************************************************
      * 4400-CLOSE-ACCOUNT - NAME THE ACCOUNT, PRINT IT, AND EXTRACT
      * IT WHEN ITS NET INTEREST REACHES THE REPORTING MINIMUM.  A
      * POSTING REVERSED IN FULL NETS TO NOTHING AND IS NEVER FILED.
      *****************************************************************
       4400-CLOSE-ACCOUNT.
           SUBTRACT WS-ACCT-REVERSED FROM WS-ACCT-GROSS
               GIVING WS-ACCT-NET.
           MOVE SPACES TO WS-ACCT-NAME.
           MOVE SPACE  TO WS-ACCT-STATUS.
           MOVE SPACES TO RG-STATUS.
           IF MASTER-AVAILABLE
               MOVE WS-ACCT-NUMBER TO MA-ACCOUNT-NUMBER
               READ MASTER-FILE
                   INVALID KEY
                       MOVE "NOT ON FILE" TO RG-STATUS
                   NOT INVALID KEY
                       MOVE MA-ACCOUNT-NAME   TO WS-ACCT-NAME
                       MOVE MA-ACCOUNT-STATUS TO WS-ACCT-STATUS
                       EVALUATE TRUE
                           WHEN MA-ACCOUNT-CLOSED
                               MOVE "CLOSED"  TO RG-STATUS
                           WHEN MA-ACCOUNT-DORMANT
                               MOVE "DORMANT" TO RG-STATUS
                           WHEN OTHER
                               MOVE "OPEN"    TO RG-STATUS
                       END-EVALUATE
               END-READ
           END-IF.
           ADD 1                TO WS-ACCOUNT-COUNT.
           ADD WS-ACCT-GROSS    TO WS-TOTAL-GROSS.
           ADD WS-ACCT-REVERSED TO WS-TOTAL-REVERSED.
           ADD WS-ACCT-NET      TO WS-TOTAL-NET.
           MOVE WS-ACCT-NUMBER   TO RG-ACCOUNT-NUMBER.
           MOVE WS-ACCT-NAME     TO RG-ACCOUNT-NAME.
           MOVE WS-ACCT-POSTINGS TO RG-POSTING-COUNT.
           MOVE WS-ACCT-GROSS    TO RG-GROSS.
           MOVE WS-ACCT-REVERSED TO RG-REVERSED.
           MOVE WS-ACCT-NET      TO RG-NET.
           IF WS-ACCT-NET > 0
                   AND WS-ACCT-NET NOT < WS-MINIMUM
               MOVE SPACES TO RG-NOTE
               ADD 1           TO WS-FILED-COUNT
               ADD WS-ACCT-NET TO WS-FILED-TOTAL
               MOVE SPACES          TO TAXEXT-RECORD
               MOVE 'D'             TO TX-RECORD-TYPE
               MOVE WS-TAX-YEAR     TO TX-TAX-YEAR
               MOVE WS-ACCT-NUMBER  TO TX-ACCOUNT-NUMBER
               MOVE WS-ACCT-NAME    TO TX-ACCOUNT-NAME
               MOVE WS-ACCT-STATUS  TO TX-ACCOUNT-STATUS
               MOVE WS-ACCT-NET     TO TX-INTEREST-PAID
               WRITE TAXEXT-RECORD
           ELSE
               MOVE "BELOW MINIMUM - NOT FILED" TO RG-NOTE
               ADD 1           TO WS-BELOW-MIN-COUNT
               ADD WS-ACCT-NET TO WS-BELOW-MIN-TOTAL
           END-IF.
           MOVE WS-TAX-DETAIL TO TAX-LINE.
           WRITE TAX-LINE.
       4400-EXIT.
           EXIT.

      *****************************************************************
      * 5000-WRITE-TRAILER - CLOSE THE EXTRACT WITH ITS COUNTS, SO
      * THE FILING SYSTEM CAN PROVE IT RECEIVED ALL OF IT.
      *****************************************************************
       5000-WRITE-TRAILER.
           MOVE SPACES             TO TAXEXT-RECORD.
           MOVE 'T'                TO TX-RECORD-TYPE.
           MOVE WS-TAX-YEAR        TO TX-TAX-YEAR.
           MOVE WS-FILED-COUNT     TO TX-RECORD-COUNT.
           MOVE WS-FILED-TOTAL     TO TX-TOTAL-INTEREST.
           MOVE WS-BELOW-MIN-COUNT TO TX-BELOW-MIN-COUNT.
           WRITE TAXEXT-RECORD.
       5000-EXIT.
           EXIT.

      *****************************************************************
      * 9000-TERMINATE - THE REGISTER TOTALS, THE GL TIE-OUT, AND THE
      * RETURN CODE.  THE GL INTEREST ACCOUNT CARRIES THE GROSS
      * INTEREST POSTED IN THE YEAR LESS THE INTEREST REVERSALS DATED
      * IN THE YEAR; THAT FIGURE, NOT THE NET FILED, IS TIED TO IT.
      *****************************************************************
       9000-TERMINATE.
           IF NOT RUN-OK
               MOVE 12 TO WS-RETURN-CODE
               MOVE "NOT PERFORMED - NOTHING EXTRACTED" TO TR-RESULT
               MOVE WS-TAX-RESULT TO TAX-LINE
               WRITE TAX-LINE
               GO TO 9000-CLOSE
           END-IF.
           MOVE "ARCHIVE IMAGES READ:          " TO TC-LABEL.
           MOVE WS-ARCHIVE-READ-COUNT TO TC-COUNT.
           PERFORM 9100-WRITE-COUNT THRU 9100-EXIT.
           MOVE "LIVE AUDITLOG IMAGES READ:    " TO TC-LABEL.
           MOVE WS-LIVE-READ-COUNT TO TC-COUNT.
           PERFORM 9100-WRITE-COUNT THRU 9100-EXIT.
           MOVE "INTEREST POSTINGS IN YEAR:    " TO TC-LABEL.
           MOVE WS-INTEREST-IMAGE-COUNT TO TC-COUNT.
           PERFORM 9100-WRITE-COUNT THRU 9100-EXIT.
           MOVE "REVERSALS APPLIED:            " TO TC-LABEL.
           MOVE WS-REVERSAL-APPLIED-COUNT TO TC-COUNT.
           PERFORM 9100-WRITE-COUNT THRU 9100-EXIT.
           MOVE "INTEREST REVERSALS IN YEAR:   " TO TC-LABEL.
           MOVE WS-GL-REVERSAL-COUNT TO TC-COUNT.
           PERFORM 9100-WRITE-COUNT THRU 9100-EXIT.
           MOVE "DUPLICATE IMAGES IGNORED:     " TO TC-LABEL.
           MOVE WS-DUPLICATE-COUNT TO TC-COUNT.
           PERFORM 9100-WRITE-COUNT THRU 9100-EXIT.
           MOVE "ACCOUNTS PAID INTEREST:       " TO TC-LABEL.
           MOVE WS-ACCOUNT-COUNT TO TC-COUNT.
           PERFORM 9100-WRITE-COUNT THRU 9100-EXIT.
           MOVE "ACCOUNTS EXTRACTED:           " TO TC-LABEL.
           MOVE WS-FILED-COUNT TO TC-COUNT.
           PERFORM 9100-WRITE-COUNT THRU 9100-EXIT.
           MOVE "ACCOUNTS BELOW MINIMUM:       " TO TC-LABEL.
           MOVE WS-BELOW-MIN-COUNT TO TC-COUNT.
           PERFORM 9100-WRITE-COUNT THRU 9100-EXIT.
           MOVE "GROSS INTEREST POSTED:        " TO TA-LABEL.
           MOVE WS-TOTAL-GROSS TO TA-AMOUNT.
           PERFORM 9200-WRITE-AMOUNT THRU 9200-EXIT.
           MOVE "LESS REVERSED:                " TO TA-LABEL.
           MOVE WS-TOTAL-REVERSED TO TA-AMOUNT.
           PERFORM 9200-WRITE-AMOUNT THRU 9200-EXIT.
           MOVE "NET INTEREST PAID:            " TO TA-LABEL.
           MOVE WS-TOTAL-NET TO TA-AMOUNT.
           PERFORM 9200-WRITE-AMOUNT THRU 9200-EXIT.
           MOVE "  EXTRACTED FOR FILING:       " TO TA-LABEL.
           MOVE WS-FILED-TOTAL TO TA-AMOUNT.
           PERFORM 9200-WRITE-AMOUNT THRU 9200-EXIT.
           MOVE "  BELOW MINIMUM:              " TO TA-LABEL.
           MOVE WS-BELOW-MIN-TOTAL TO TA-AMOUNT.
           PERFORM 9200-WRITE-AMOUNT THRU 9200-EXIT.
           MOVE WS-GL-ACCOUNT     TO TG-GL-ACCOUNT.
           MOVE WS-GL-DESCRIPTION TO TG-GL-DESCRIPTION.
           MOVE WS-TAX-GL-LINE TO TAX-LINE.
           WRITE TAX-LINE.
           SUBTRACT WS-GL-REVERSED FROM WS-TOTAL-GROSS
               GIVING WS-GL-POSTED.
           MOVE "LESS REVERSALS DATED IN YEAR: " TO TA-LABEL.
           MOVE WS-GL-REVERSED TO TA-AMOUNT.
           PERFORM 9200-WRITE-AMOUNT THRU 9200-EXIT.
           MOVE "NET POSTED TO GL IN YEAR:     " TO TA-LABEL.
           MOVE WS-GL-POSTED TO TA-AMOUNT.
           PERFORM 9200-WRITE-AMOUNT THRU 9200-EXIT.
           IF GL-FIGURE-GIVEN
               MOVE "GL INTEREST FOR THE YEAR:     " TO TA-LABEL
               MOVE WS-GL-INTEREST TO TA-AMOUNT
               PERFORM 9200-WRITE-AMOUNT THRU 9200-EXIT
               SUBTRACT WS-GL-INTEREST FROM WS-GL-POSTED
                   GIVING WS-GL-DIFFERENCE
               MOVE "DIFFERENCE (POSTED LESS GL):  " TO TA-LABEL
               MOVE WS-GL-DIFFERENCE TO TA-AMOUNT
               PERFORM 9200-WRITE-AMOUNT THRU 9200-EXIT
               IF WS-GL-DIFFERENCE = 0
                   MOVE "IN BALANCE" TO TR-RESULT
               ELSE
                   MOVE 8 TO WS-RETURN-CODE
                   MOVE "** OUT OF BALANCE - HOLD TAXEXT FOR REVIEW"
                       TO TR-RESULT
               END-IF
           ELSE
               MOVE 4 TO WS-RETURN-CODE
               MOVE "NOT TIED - GL FIGURE NOT SUPPLIED" TO TR-RESULT
           END-IF.
           MOVE WS-TAX-RESULT TO TAX-LINE.
           WRITE TAX-LINE.
           CLOSE AUDARCHV.
           CLOSE AUDITLOG.
           IF MASTER-AVAILABLE
               CLOSE MASTER-FILE
           END-IF.
       9000-CLOSE.
           CLOSE TAXEXT.
           CLOSE TAXRPT.
       9000-EXIT.
           EXIT.

       9100-WRITE-COUNT.
           MOVE WS-TAX-COUNTS TO TAX-LINE.
           WRITE TAX-LINE.
       9100-EXIT.
           EXIT.

       9200-WRITE-AMOUNT.
           MOVE WS-TAX-AMOUNTS TO TAX-LINE.
           WRITE TAX-LINE.
       9200-EXIT.
           EXIT.
