      *****************************************************************
      * IDENTIFICATION DIVISION.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    DORMSWP.
       AUTHOR.        SCRIPTISTO SAMPLE SHOP.
       DATE-WRITTEN.  10/15/2026.
       DATE-COMPILED.
      *****************************************************************
      * MODIFICATION HISTORY
      *   10/15/2026  ORIGINAL VERSION.  PERIODIC DORMANCY SWEEP.  THE
      *               REGULATORS REQUIRE US TO IDENTIFY ACCOUNTS WITH
      *               NO CUSTOMER ACTIVITY FOR MONTHS OR YEARS AND,
      *               EVENTUALLY, TO TURN THE FUNDS OVER TO THE STATE.
      *               UNTIL NOW THE MASTER HAD NO WAY TO SAY SO - AN
      *               ACCOUNT WAS OPEN OR CLOSED AND NOTHING ELSE.
      *   10/15/2026  AUDITLOG RECORD WIDENED TO 160 BYTES.  EVERY IMAGE
      *               NOW CARRIES THE ACCOUNT'S ATTRIBUTES AFTER THE
      *               CHANGE (AU-AFTER-IMAGE, FROM MA-ATTRIBUTES) SO
      *               MSTRECOV CAN REBUILD THE MASTER FROM A BACKUP, AND
      *               THE RECORD IS CLEARED BEFORE IT IS BUILT.
      *
      * PURPOSE.  SWEEPS THE MASTER FILE IN KEY ORDER AND MEASURES
      * EACH ACCOUNT FROM MA-LAST-ACTIVITY-DATE, THE DATE OF ITS LAST
      * CUSTOMER-INITIATED POSTING AS KEPT BY MASTUPD (THE BANK'S OWN
      * CODE 04 INTEREST, 05 FEES, AND 'RV' REVERSALS DO NOT COUNT),
      * OR OF ITS OPENING OR REACTIVATION BY ACCTMNT.  THE THRESHOLDS
      * COME FROM THE SYSIN CONTROL CARD:
      *   COLS 1-3   DORMANCY PERIOD IN MONTHS (REQUIRED, 001-999)
      *   COLS 4-6   ESCHEATMENT PERIOD IN MONTHS (REQUIRED, NOT LESS
      *              THAN THE DORMANCY PERIOD)
      *   COLS 7-14  AS-OF DATE CCYYMMDD (OPTIONAL - BLANK MEANS THE
      *              SYSTEM DATE)
      * THERE ARE NO DEFAULTS FOR THE PERIODS - THEY ARE POLICY, AND A
      * MISSING OR INVALID CARD ENDS THE RUN CC 12 WITHOUT TOUCHING
      * THE MASTER.
      *
      * AN OPEN ACCOUNT WHOSE LAST ACTIVITY IS AT LEAST THE DORMANCY
      * PERIOD BEFORE THE AS-OF DATE IS MOVED TO STATUS 'D' DORMANT,
      * STAMPED WITH THE AS-OF DATE AS ITS DORMANT DATE, AND JOURNALED
      * TO AUDITLOG (RECORD CODE 'DM', OPERATOR 'DORMS', BALANCE
      * UNCHANGED) THE SAME WAY ACCTMNT JOURNALS A STATUS CHANGE.  FROM
      * THEN ON THE POSTING RUN REJECTS ITS CUSTOMER ACTIVITY WITH
      * REASON 10 UNTIL AN ACCTMNT 'RA' CARD REACTIVATES IT.  A CLOSED
      * ACCOUNT IS PASSED OVER.  AN ACCOUNT WITH NO ACTIVITY DATE AT
      * ALL (A RECORD LOADED BEFORE THE FIELD EXISTED) HAS ITS CLOCK
      * STARTED AT THE AS-OF DATE RATHER THAN BEING JUDGED ON A DATE
      * NOBODY RECORDED.
      *
      * EVERY DORMANT ACCOUNT, NEW OR OLD, IS LISTED ON THE DORMRPT
      * DORMANCY REGISTER.  A DORMANT ACCOUNT WITH A POSITIVE BALANCE
      * WHOSE LAST ACTIVITY IS AT LEAST THE ESCHEATMENT PERIOD BACK IS
      * ALSO LISTED ON THE ESCHRPT UNCLAIMED-PROPERTY CANDIDATE LIST,
      * WITH ITS BALANCE AND LAST-ACTIVITY DATE, FOR THE DUE-DILIGENCE
      * LETTERS AND THE STATE REPORT.  NOTHING IS TURNED OVER BY THIS
      * PROGRAM.  RETURN CODE 0 CLEAN, 12 CONTROL CARD MISSING OR
      * INVALID, OR MASTER FILE WOULD NOT OPEN - NO ACCOUNT TOUCHED.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *****************************************************************
      * MASTER-FILE - VSAM KSDS KEYED BY ACCOUNT NUMBER, READ IN KEY
      * ORDER AND REWRITTEN WHERE THE STATUS CHANGES.  SEE MASTREC.CPY.
      *****************************************************************
           SELECT MASTER-FILE
               ASSIGN TO MASTER
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS MA-ACCOUNT-NUMBER
               FILE STATUS IS WS-MASTER-FILE-STATUS.

           SELECT AUDITLOG
               ASSIGN TO AUDITLOG
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDITLOG-FILE-STATUS.

           SELECT PARMCARD
               ASSIGN TO SYSIN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARMCARD-FILE-STATUS.

           SELECT DORMRPT
               ASSIGN TO DORMRPT
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT ESCHRPT
               ASSIGN TO ESCHRPT
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  MASTER-FILE
           RECORD CONTAINS 100 CHARACTERS
           LABEL RECORDS ARE STANDARD.
           COPY MASTREC.

       FD  AUDITLOG
           RECORDING MODE IS F
           RECORD CONTAINS 160 CHARACTERS
           LABEL RECORDS ARE STANDARD.
           COPY AUDREC.

      *****************************************************************
      * PARMCARD - THE DORMANCY CONTROL CARD.  THE FIELDS ARE PICTURED
      * AS DISPLAY SO A BADLY KEYED CARD CAN BE CAUGHT AND REFUSED
      * INSTEAD OF ABENDING THE RUN.
      *****************************************************************
       FD  PARMCARD
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  PARMCARD-RECORD.
           05  PC-DORMANT-MONTHS       PIC X(03).
           05  PC-ESCHEAT-MONTHS       PIC X(03).
           05  PC-AS-OF-DATE           PIC X(08).
           05  FILLER                  PIC X(66).

      *****************************************************************
      * DORMRPT - DORMANCY REGISTER, ONE LINE PER DORMANT ACCOUNT,
      * PLUS END-OF-RUN TOTALS.
      *****************************************************************
       FD  DORMRPT
           RECORDING MODE IS F
           RECORD CONTAINS 132 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  DRM-LINE                    PIC X(132).

      *****************************************************************
      * ESCHRPT - UNCLAIMED-PROPERTY (ESCHEATMENT) CANDIDATE LIST, ONE
      * LINE PER CANDIDATE ACCOUNT, PLUS END-OF-RUN TOTALS.
      *****************************************************************
       FD  ESCHRPT
           RECORDING MODE IS F
           RECORD CONTAINS 132 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  ESC-LINE                    PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-SWITCHES.
           05  WS-MASTER-EOF-SW        PIC X(01) VALUE 'N'.
               88  END-OF-MASTER               VALUE 'Y'.
           05  WS-MASTER-AVAIL-SW      PIC X(01) VALUE 'N'.
               88  MASTER-AVAILABLE            VALUE 'Y'.
           05  WS-CARD-VALID-SW        PIC X(01) VALUE 'N'.
               88  CONTROL-CARD-VALID          VALUE 'Y'.
           05  WS-NEW-DORMANT-SW       PIC X(01) VALUE 'N'.
               88  NEWLY-DORMANT               VALUE 'Y'.

       01  WS-FILE-STATUSES.
           05  WS-MASTER-FILE-STATUS   PIC X(02) VALUE '00'.
           05  WS-AUDITLOG-FILE-STATUS PIC X(02) VALUE '00'.
           05  WS-PARMCARD-FILE-STATUS PIC X(02) VALUE '00'.

      *****************************************************************
      * THRESHOLDS FROM THE CONTROL CARD, AND THE CUTOFF DATES BUILT
      * FROM THEM: AN ACCOUNT WHOSE LAST ACTIVITY IS ON OR BEFORE A
      * CUTOFF HAS GONE THAT MANY MONTHS WITHOUT ANY.
      *****************************************************************
       01  WS-AS-OF-DATE               PIC 9(08) VALUE 0.
       01  WS-DORMANT-MONTHS           PIC 9(03) VALUE 0.
       01  WS-ESCHEAT-MONTHS           PIC 9(03) VALUE 0.
       01  WS-DORMANT-CUTOFF           PIC 9(08) VALUE 0.
       01  WS-ESCHEAT-CUTOFF           PIC 9(08) VALUE 0.

      *****************************************************************
      * WS-SWEEP-ID - THE TRANSACTION ID ON THIS SWEEP'S AUDITLOG
      * IMAGES: 'DM' AND THE AS-OF DATE, SO AN AUDITOR CAN TELL WHICH
      * SWEEP MADE AN ACCOUNT DORMANT.
      *****************************************************************
       01  WS-SWEEP-ID.
           05  FILLER                  PIC X(02) VALUE 'DM'.
           05  WS-SI-DATE              PIC 9(08) VALUE 0.

       01  WS-BATCH-ID                 PIC X(06) VALUE SPACE.

      *****************************************************************
      * DATE-ARITHMETIC WORK FIELDS FOR THE CUTOFF DATES - MONTH
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
           05  WS-MONTHS-BACK           PIC 9(03)        VALUE 0.
           05  WS-MONTH-INDEX           PIC 9(06) COMP-3 VALUE 0.
           05  WS-LEAP-SW               PIC X(01)        VALUE 'N'.
           05  WS-REM-WORK              PIC 9(04) COMP-3 VALUE 0.
           05  WS-QUOT-WORK             PIC 9(04) COMP-3 VALUE 0.

       77  WS-RETURN-CODE              PIC 9(02)        VALUE 0.
       77  WS-ACCOUNT-COUNT            PIC 9(07) COMP-3 VALUE 0.
       77  WS-CLOSED-COUNT             PIC 9(07) COMP-3 VALUE 0.
       77  WS-CLOCK-COUNT              PIC 9(07) COMP-3 VALUE 0.
       77  WS-NEW-DORMANT-COUNT        PIC 9(07) COMP-3 VALUE 0.
       77  WS-DORMANT-COUNT            PIC 9(07) COMP-3 VALUE 0.
       77  WS-ESCHEAT-COUNT            PIC 9(07) COMP-3 VALUE 0.
       77  WS-DORMANT-TOTAL            PIC S9(11)V99 COMP-3 VALUE 0.
       77  WS-ESCHEAT-TOTAL            PIC S9(11)V99 COMP-3 VALUE 0.

      *****************************************************************
      * DORMANCY REGISTER LINE LAYOUTS.
      *****************************************************************
       01  WS-DRM-HEADING.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  FILLER                  PIC X(28)
                   VALUE "DORMANCY REGISTER - AS OF   ".
           05  DH-AS-OF-DATE           PIC 9(08).
           05  FILLER                  PIC X(18)
                   VALUE "   DORMANT AFTER  ".
           05  DH-MONTHS               PIC ZZ9.
           05  FILLER                  PIC X(36)
                   VALUE " MONTHS (NO ACTIVITY SINCE CUTOFF  ".
           05  DH-CUTOFF               PIC 9(08).
           05  FILLER                  PIC X(01) VALUE ")".

       01  WS-DRM-DETAIL.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  DD-ACCOUNT-NUMBER       PIC 9(09).
           05  FILLER                  PIC X(02) VALUE SPACE.
           05  DD-ACCOUNT-NAME         PIC X(20).
           05  FILLER                  PIC X(10) VALUE " BALANCE  ".
           05  DD-BALANCE              PIC -999,999,999.99.
           05  FILLER                  PIC X(16)
                   VALUE "  LAST ACTIVITY ".
           05  DD-LAST-ACTIVITY        PIC 9(08).
           05  FILLER                  PIC X(16)
                   VALUE "  DORMANT SINCE ".
           05  DD-DORMANT-DATE         PIC 9(08).
           05  FILLER                  PIC X(02) VALUE SPACE.
           05  DD-DISPOSITION          PIC X(15).

       01  WS-DRM-MESSAGE.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  DM-MESSAGE              PIC X(60).

       01  WS-DRM-TOTAL-1.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  FILLER                  PIC X(23)
                   VALUE "ACCOUNTS SWEPT:        ".
           05  DT-ACCOUNT-COUNT        PIC Z,ZZZ,ZZ9.

       01  WS-DRM-TOTAL-2.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  FILLER                  PIC X(23)
                   VALUE "CLOSED - PASSED OVER:  ".
           05  DT-CLOSED-COUNT         PIC Z,ZZZ,ZZ9.

       01  WS-DRM-TOTAL-3.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  FILLER                  PIC X(23)
                   VALUE "ACTIVITY CLOCK STARTED:".
           05  DT-CLOCK-COUNT          PIC Z,ZZZ,ZZ9.

       01  WS-DRM-TOTAL-4.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  FILLER                  PIC X(23)
                   VALUE "NEWLY DORMANT:         ".
           05  DT-NEW-DORMANT-COUNT    PIC Z,ZZZ,ZZ9.

       01  WS-DRM-TOTAL-5.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  FILLER                  PIC X(23)
                   VALUE "DORMANT ACCOUNTS:      ".
           05  DT-DORMANT-COUNT        PIC Z,ZZZ,ZZ9.
           05  FILLER                  PIC X(09) VALUE "  TOTAL  ".
           05  DT-DORMANT-TOTAL        PIC -99,999,999,999.99.

      *****************************************************************
      * ESCHEATMENT CANDIDATE LIST LINE LAYOUTS.
      *****************************************************************
       01  WS-ESC-HEADING.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  FILLER                  PIC X(43)
                   VALUE "UNCLAIMED-PROPERTY CANDIDATES - AS OF      ".
           05  EH-AS-OF-DATE           PIC 9(08).
           05  FILLER                  PIC X(22)
                   VALUE "   NO ACTIVITY FOR    ".
           05  EH-MONTHS               PIC ZZ9.
           05  FILLER                  PIC X(23)
                   VALUE " MONTHS (ON OR BEFORE  ".
           05  EH-CUTOFF               PIC 9(08).
           05  FILLER                  PIC X(01) VALUE ")".

       01  WS-ESC-DETAIL.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  ED-ACCOUNT-NUMBER       PIC 9(09).
           05  FILLER                  PIC X(02) VALUE SPACE.
           05  ED-ACCOUNT-NAME         PIC X(20).
           05  FILLER                  PIC X(10) VALUE " BALANCE  ".
           05  ED-BALANCE              PIC -999,999,999.99.
           05  FILLER                  PIC X(16)
                   VALUE "  LAST ACTIVITY ".
           05  ED-LAST-ACTIVITY        PIC 9(08).
           05  FILLER                  PIC X(16)
                   VALUE "  DORMANT SINCE ".
           05  ED-DORMANT-DATE         PIC 9(08).

       01  WS-ESC-TOTAL.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  FILLER                  PIC X(23)
                   VALUE "ESCHEATMENT CANDIDATES:".
           05  ET-ESCHEAT-COUNT        PIC Z,ZZZ,ZZ9.
           05  FILLER                  PIC X(09) VALUE "  TOTAL  ".
           05  ET-ESCHEAT-TOTAL        PIC -99,999,999,999.99.

       PROCEDURE DIVISION.
      *****************************************************************
      * 0000-MAINLINE - TOP LEVEL CONTROL FOR THE DORMANCY SWEEP.
      *****************************************************************
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           PERFORM 2000-SWEEP-ACCOUNT THRU 2000-EXIT
               UNTIL END-OF-MASTER.
           PERFORM 9000-TERMINATE THRU 9000-EXIT.
           MOVE WS-RETURN-CODE TO RETURN-CODE.
           STOP RUN.

      *****************************************************************
      * 1000-INITIALIZE - READ AND CHECK THE CONTROL CARD, BUILD THE
      * CUTOFF DATES, OPEN THE FILES, AND PRIME THE MASTER READ.  A
      * BAD CONTROL CARD OR A MASTER FILE THAT WON'T OPEN IS FATAL TO
      * THE SWEEP - THE RUN GRADES ITSELF 12 AND NO ACCOUNT IS
      * TOUCHED.  AUDITLOG IS APPENDED TO RATHER THAN OVERWRITTEN WHEN
      * IT ALREADY EXISTS, THE SAME WAY ACCTMNT AND MASTUPD TREAT IT.
      *****************************************************************
       1000-INITIALIZE.
           ACCEPT WS-BATCH-ID FROM DATE.
           ACCEPT WS-AS-OF-DATE FROM DATE YYYYMMDD.
           OPEN OUTPUT DORMRPT.
           OPEN OUTPUT ESCHRPT.
           PERFORM 1100-READ-CONTROL-CARD THRU 1100-EXIT.
           IF NOT CONTROL-CARD-VALID
               MOVE 'Y' TO WS-MASTER-EOF-SW
               MOVE 12 TO WS-RETURN-CODE
               MOVE "** CONTROL CARD MISSING OR INVALID - NO SWEEP"
                   TO DM-MESSAGE
               MOVE WS-DRM-MESSAGE TO DRM-LINE
               WRITE DRM-LINE
               DISPLAY "DORMSWP: CONTROL CARD MISSING OR INVALID - "
                   "NO SWEEP TAKEN"
               GO TO 1000-EXIT
           END-IF.
           PERFORM 1200-SET-CUTOFFS THRU 1200-EXIT.
           MOVE WS-AS-OF-DATE     TO WS-SI-DATE.
           MOVE WS-AS-OF-DATE     TO DH-AS-OF-DATE.
           MOVE WS-DORMANT-MONTHS TO DH-MONTHS.
           MOVE WS-DORMANT-CUTOFF TO DH-CUTOFF.
           MOVE WS-DRM-HEADING    TO DRM-LINE.
           WRITE DRM-LINE.
           MOVE WS-AS-OF-DATE     TO EH-AS-OF-DATE.
           MOVE WS-ESCHEAT-MONTHS TO EH-MONTHS.
           MOVE WS-ESCHEAT-CUTOFF TO EH-CUTOFF.
           MOVE WS-ESC-HEADING    TO ESC-LINE.
           WRITE ESC-LINE.
           OPEN I-O MASTER-FILE.
           IF WS-MASTER-FILE-STATUS NOT = '00'
               MOVE 'Y' TO WS-MASTER-EOF-SW
               MOVE 12 TO WS-RETURN-CODE
               DISPLAY "DORMSWP: MASTER-FILE OPEN FAILED, STATUS "
                   WS-MASTER-FILE-STATUS
                   " - NO SWEEP TAKEN"
               GO TO 1000-EXIT
           END-IF.
           MOVE 'Y' TO WS-MASTER-AVAIL-SW.
           OPEN INPUT AUDITLOG.
           IF WS-AUDITLOG-FILE-STATUS = '00'
               CLOSE AUDITLOG
               OPEN EXTEND AUDITLOG
           ELSE
               OPEN OUTPUT AUDITLOG
           END-IF.
           PERFORM 2100-READ-MASTER THRU 2100-EXIT.
       1000-EXIT.
           EXIT.

      *****************************************************************
      * 1100-READ-CONTROL-CARD - BOTH PERIODS MUST BE KEYED, NUMERIC,
      * AND NOT ZERO, AND THE ESCHEATMENT PERIOD MAY NOT BE SHORTER
      * THAN THE DORMANCY PERIOD - AN ACCOUNT IS DORMANT BEFORE IT IS
      * ESCHEATABLE.  AN AS-OF DATE, WHEN KEYED, MUST BE A REAL
      * CALENDAR DAY.  WS-CARD-VALID-SW IS LEFT 'Y' ONLY WHEN ALL OF
      * THAT HOLDS.
      *****************************************************************
       1100-READ-CONTROL-CARD.
           MOVE 'N' TO WS-CARD-VALID-SW.
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
           IF PC-DORMANT-MONTHS NOT NUMERIC
                   OR PC-ESCHEAT-MONTHS NOT NUMERIC
               GO TO 1100-EXIT
           END-IF.
           MOVE PC-DORMANT-MONTHS TO WS-DORMANT-MONTHS.
           MOVE PC-ESCHEAT-MONTHS TO WS-ESCHEAT-MONTHS.
           IF WS-DORMANT-MONTHS = 0
                   OR WS-ESCHEAT-MONTHS < WS-DORMANT-MONTHS
               GO TO 1100-EXIT
           END-IF.
           IF PC-AS-OF-DATE NOT = SPACES
               IF PC-AS-OF-DATE NOT NUMERIC
                   GO TO 1100-EXIT
               END-IF
               MOVE PC-AS-OF-DATE TO WS-WK-DATE-N
               IF WS-WK-MONTH < 1 OR WS-WK-MONTH > 12
                       OR WS-WK-DAY < 1 OR WS-WK-YEAR < 1900
                   GO TO 1100-EXIT
               END-IF
               PERFORM 9410-SET-MONTH-DAYS THRU 9410-EXIT
               IF WS-WK-DAY > WS-MONTH-DAYS
                   GO TO 1100-EXIT
               END-IF
               MOVE WS-WK-DATE-N TO WS-AS-OF-DATE
           END-IF.
           MOVE 'Y' TO WS-CARD-VALID-SW.
       1100-EXIT.
           EXIT.

      *****************************************************************
      * 1200-SET-CUTOFFS - THE DORMANCY AND ESCHEATMENT CUTOFF DATES,
      * EACH THAT MANY MONTHS BEFORE THE AS-OF DATE.
      *****************************************************************
       1200-SET-CUTOFFS.
           MOVE WS-AS-OF-DATE     TO WS-WK-DATE-N.
           MOVE WS-DORMANT-MONTHS TO WS-MONTHS-BACK.
           PERFORM 9600-SUBTRACT-MONTHS THRU 9600-EXIT.
           MOVE WS-WK-DATE-N      TO WS-DORMANT-CUTOFF.
           MOVE WS-AS-OF-DATE     TO WS-WK-DATE-N.
           MOVE WS-ESCHEAT-MONTHS TO WS-MONTHS-BACK.
           PERFORM 9600-SUBTRACT-MONTHS THRU 9600-EXIT.
           MOVE WS-WK-DATE-N      TO WS-ESCHEAT-CUTOFF.
       1200-EXIT.
           EXIT.

      *****************************************************************
      * 2000-SWEEP-ACCOUNT - ONE MASTER RECORD: PASS OVER A CLOSED
      * ACCOUNT, START THE CLOCK ON ONE WITH NO ACTIVITY DATE, MAKE AN
      * OPEN ONE DORMANT WHEN IT HAS GONE THE DORMANCY PERIOD WITHOUT
      * ACTIVITY, THEN LIST EVERY DORMANT ACCOUNT ON THE REGISTER AND
      * EVERY ESCHEATMENT CANDIDATE ON ITS OWN LIST, AND READ AHEAD.
      *****************************************************************
       2000-SWEEP-ACCOUNT.
           ADD 1 TO WS-ACCOUNT-COUNT.
           MOVE 'N' TO WS-NEW-DORMANT-SW.
           IF MA-ACCOUNT-CLOSED
               ADD 1 TO WS-CLOSED-COUNT
               GO TO 2000-NEXT
           END-IF.
           IF MA-LAST-ACTIVITY-DATE NOT NUMERIC
                   OR MA-LAST-ACTIVITY-DATE = 0
               PERFORM 3000-START-CLOCK THRU 3000-EXIT
               GO TO 2000-NEXT
           END-IF.
           IF NOT MA-ACCOUNT-DORMANT
               IF MA-LAST-ACTIVITY-DATE > WS-DORMANT-CUTOFF
                   GO TO 2000-NEXT
               END-IF
               PERFORM 4000-MAKE-DORMANT THRU 4000-EXIT
           END-IF.
           IF MA-DORMANT-DATE NOT NUMERIC
               MOVE 0 TO MA-DORMANT-DATE
           END-IF.
           PERFORM 5000-LIST-DORMANT THRU 5000-EXIT.
           IF MA-LAST-ACTIVITY-DATE NOT > WS-ESCHEAT-CUTOFF
                   AND MA-BALANCE > 0
               PERFORM 6000-LIST-ESCHEAT THRU 6000-EXIT
           END-IF.
       2000-NEXT.
           PERFORM 2100-READ-MASTER THRU 2100-EXIT.
       2000-EXIT.
           EXIT.

      *****************************************************************
      * 2100-READ-MASTER - READ THE NEXT MASTER RECORD IN KEY ORDER.
      *****************************************************************
       2100-READ-MASTER.
           READ MASTER-FILE
               AT END
                   MOVE 'Y' TO WS-MASTER-EOF-SW
           END-READ.
       2100-EXIT.
           EXIT.

      *****************************************************************
      * 3000-START-CLOCK - NO ACTIVITY DATE ON FILE (A RECORD LOADED
      * BEFORE THE FIELD EXISTED, OR NEVER STAMPED).  RATHER THAN
      * JUDGING THE ACCOUNT ON A DATE NOBODY RECORDED, ITS CLOCK
      * STARTS AT THE AS-OF DATE - IT CAN GO DORMANT ONE FULL PERIOD
      * FROM NOW IF NOTHING MOVES IT.  A BLANK DORMANT DATE IS ZEROED
      * AT THE SAME TIME.  NO AUDIT IMAGE - NOTHING THE CUSTOMER OR
      * THE AUDITOR SEES HAS CHANGED.
      *****************************************************************
       3000-START-CLOCK.
           MOVE WS-AS-OF-DATE TO MA-LAST-ACTIVITY-DATE.
           IF MA-DORMANT-DATE NOT NUMERIC
               MOVE 0 TO MA-DORMANT-DATE
           END-IF.
           REWRITE MASTER-RECORD.
           ADD 1 TO WS-CLOCK-COUNT.
       3000-EXIT.
           EXIT.

      *****************************************************************
      * 4000-MAKE-DORMANT - MOVE THE ACCOUNT TO STATUS 'D', STAMP THE
      * AS-OF DATE AS ITS DORMANT DATE, REWRITE IT, AND JOURNAL THE
      * CHANGE.
      *****************************************************************
       4000-MAKE-DORMANT.
           MOVE 'D'           TO MA-ACCOUNT-STATUS.
           MOVE WS-AS-OF-DATE TO MA-DORMANT-DATE.
           REWRITE MASTER-RECORD.
           MOVE 'Y' TO WS-NEW-DORMANT-SW.
           ADD 1 TO WS-NEW-DORMANT-COUNT.
           PERFORM 4100-WRITE-AUDIT-RECORD THRU 4100-EXIT.
       4000-EXIT.
           EXIT.

      *****************************************************************
      * 4100-WRITE-AUDIT-RECORD - JOURNAL THE STATUS CHANGE TO
      * AUDITLOG WITH THE SAME BEFORE/AFTER LAYOUT ACCTMNT WRITES FOR
      * ITS MAINTENANCE ACTIONS: BALANCE UNCHANGED, RECORD CODE 'DM',
      * STATUS 'D' AFTER THE CHANGE, UNDER THE SWEEP'S OWN ID.
      *****************************************************************
       4100-WRITE-AUDIT-RECORD.
           MOVE SPACES              TO AUDIT-RECORD.
           MOVE MA-ACCOUNT-NUMBER   TO AU-ACCOUNT-NUMBER.
           MOVE WS-SWEEP-ID         TO AU-TRANSACTION-ID.
           MOVE MA-BALANCE          TO AU-OLD-BALANCE.
           MOVE MA-BALANCE          TO AU-NEW-BALANCE.
           ACCEPT AU-TIMESTAMP-DATE FROM DATE.
           ACCEPT AU-TIMESTAMP-TIME FROM TIME.
           MOVE 'DORMS'             TO AU-OPERATOR-ID.
           MOVE WS-BATCH-ID         TO AU-BATCH-ID.
           MOVE 'DM'                TO AU-RECORD-CODE.
           MOVE SPACE               TO AU-LINK-TYPE.
           MOVE SPACES              TO AU-LINK-ID.
           MOVE MA-ACCOUNT-STATUS   TO AU-ACCOUNT-STATUS.
           MOVE MA-ATTRIBUTES       TO AU-AFTER-IMAGE.
           WRITE AUDIT-RECORD.
       4100-EXIT.
           EXIT.

      *****************************************************************
      * 5000-LIST-DORMANT - ONE DORMANCY REGISTER LINE, MARKING AN
      * ACCOUNT THIS SWEEP MADE DORMANT.
      *****************************************************************
       5000-LIST-DORMANT.
           MOVE MA-ACCOUNT-NUMBER     TO DD-ACCOUNT-NUMBER.
           MOVE MA-ACCOUNT-NAME       TO DD-ACCOUNT-NAME.
           MOVE MA-BALANCE            TO DD-BALANCE.
           MOVE MA-LAST-ACTIVITY-DATE TO DD-LAST-ACTIVITY.
           MOVE MA-DORMANT-DATE       TO DD-DORMANT-DATE.
           IF NEWLY-DORMANT
               MOVE "NEWLY DORMANT" TO DD-DISPOSITION
           ELSE
               MOVE "DORMANT"       TO DD-DISPOSITION
           END-IF.
           MOVE WS-DRM-DETAIL TO DRM-LINE.
           WRITE DRM-LINE.
           ADD 1          TO WS-DORMANT-COUNT.
           ADD MA-BALANCE TO WS-DORMANT-TOTAL.
       5000-EXIT.
           EXIT.

      *****************************************************************
      * 6000-LIST-ESCHEAT - ONE ESCHEATMENT CANDIDATE LINE: A DORMANT
      * ACCOUNT WITH MONEY IN IT AND NO ACTIVITY FOR THE ESCHEATMENT
      * PERIOD.
      *****************************************************************
       6000-LIST-ESCHEAT.
           MOVE MA-ACCOUNT-NUMBER     TO ED-ACCOUNT-NUMBER.
           MOVE MA-ACCOUNT-NAME       TO ED-ACCOUNT-NAME.
           MOVE MA-BALANCE            TO ED-BALANCE.
           MOVE MA-LAST-ACTIVITY-DATE TO ED-LAST-ACTIVITY.
           MOVE MA-DORMANT-DATE       TO ED-DORMANT-DATE.
           MOVE WS-ESC-DETAIL TO ESC-LINE.
           WRITE ESC-LINE.
           ADD 1          TO WS-ESCHEAT-COUNT.
           ADD MA-BALANCE TO WS-ESCHEAT-TOTAL.
       6000-EXIT.
           EXIT.

      *****************************************************************
      * 9000-TERMINATE - WRITE THE TOTALS AND CLOSE FILES.
      *****************************************************************
       9000-TERMINATE.
           MOVE WS-ACCOUNT-COUNT     TO DT-ACCOUNT-COUNT.
           MOVE WS-DRM-TOTAL-1       TO DRM-LINE.
           WRITE DRM-LINE.
           MOVE WS-CLOSED-COUNT      TO DT-CLOSED-COUNT.
           MOVE WS-DRM-TOTAL-2       TO DRM-LINE.
           WRITE DRM-LINE.
           MOVE WS-CLOCK-COUNT       TO DT-CLOCK-COUNT.
           MOVE WS-DRM-TOTAL-3       TO DRM-LINE.
           WRITE DRM-LINE.
           MOVE WS-NEW-DORMANT-COUNT TO DT-NEW-DORMANT-COUNT.
           MOVE WS-DRM-TOTAL-4       TO DRM-LINE.
           WRITE DRM-LINE.
           MOVE WS-DORMANT-COUNT     TO DT-DORMANT-COUNT.
           MOVE WS-DORMANT-TOTAL     TO DT-DORMANT-TOTAL.
           MOVE WS-DRM-TOTAL-5       TO DRM-LINE.
           WRITE DRM-LINE.
           MOVE WS-ESCHEAT-COUNT     TO ET-ESCHEAT-COUNT.
           MOVE WS-ESCHEAT-TOTAL     TO ET-ESCHEAT-TOTAL.
           MOVE WS-ESC-TOTAL         TO ESC-LINE.
           WRITE ESC-LINE.
           IF MASTER-AVAILABLE
               CLOSE MASTER-FILE
               CLOSE AUDITLOG
           END-IF.
           CLOSE DORMRPT.
           CLOSE ESCHRPT.
       9000-EXIT.
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
      * 9600-SUBTRACT-MONTHS - MOVE WS-WK-DATE BACK WS-MONTHS-BACK
      * CALENDAR MONTHS.  THE DAY IS KEPT WHERE THE EARLIER MONTH HAS
      * IT AND OTHERWISE FALLS ON THAT MONTH'S LAST DAY (31 MARCH LESS
      * ONE MONTH IS 28 OR 29 FEBRUARY).
      *****************************************************************
       9600-SUBTRACT-MONTHS.
           COMPUTE WS-MONTH-INDEX = WS-WK-YEAR * 12 + WS-WK-MONTH - 1
               - WS-MONTHS-BACK.
           DIVIDE WS-MONTH-INDEX BY 12 GIVING WS-WK-YEAR
               REMAINDER WS-WK-MONTH.
           ADD 1 TO WS-WK-MONTH.
           PERFORM 9410-SET-MONTH-DAYS THRU 9410-EXIT.
           IF WS-WK-DAY > WS-MONTH-DAYS
               MOVE WS-MONTH-DAYS TO WS-WK-DAY
           END-IF.
       9600-EXIT.
           EXIT.
