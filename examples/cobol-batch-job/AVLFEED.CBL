      *****************************************************************
      * IDENTIFICATION DIVISION.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    AVLFEED.
       AUTHOR.        SCRIPTISTO SAMPLE SHOP.
       DATE-WRITTEN.  10/15/2026.
       DATE-COMPILED.
      *****************************************************************
      * MODIFICATION HISTORY
      *   10/15/2026  ORIGINAL VERSION.  END-OF-DAY LEDGER AND
      *               AVAILABLE-BALANCE FEED TO THE ONLINE/TELLER
      *               SYSTEM.  THE ONLINE SIDE ONLY LEARNED TONIGHT'S
      *               BALANCES WHEN ITS COPY OF THE MASTER WAS
      *               RELOADED, AND NEVER SAW THE NSF ITEMS STILL HELD
      *               OR THE FUTURE-DATED DEBITS WAREHOUSED AGAINST AN
      *               ACCOUNT, SO TELLERS PAID AGAINST FUNDS ALREADY
      *               SPOKEN FOR.
      *
      * PURPOSE.  WRITES ONE AVLFEED DETAIL PER OPEN ACCOUNT ON THE
      * MASTER (STATUS 'O', OR BLANK ON AN UNCONVERTED RECORD - A
      * CLOSED OR DORMANT ACCOUNT TAKES NO CUSTOMER ACTIVITY AND IS
      * NOT FED), BETWEEN A HEADER AND A COUNT/HASH TRAILER THE
      * ONLINE LOAD BALANCES AGAINST (SEE AVLREC.CPY).
      *
      * THE PENDING ITEMS COME FROM THE NSF RETRY QUEUE AND THE
      * FUTURE-DATE WAREHOUSE AS TONIGHT'S POSTING RUN LEFT THEM - THE
      * RUN'S NSFQNEW AND FUTRNEW, WHICH THE JOB HAS ALREADY RENAMED
      * IN OVER NSFQUEUE AND FUTRWHSE BY THE TIME THIS STEP RUNS.  THEY
      * ARE SORTED BY ACCOUNT AND MERGED AGAINST THE MASTER IN KEY
      * ORDER, THE SAME BALANCE-LINE MERGE THE ACCOUNT-LEVEL PROOF
      * USES.  AN NSF ITEM IS A HELD DEBIT AGAINST ITS ACCOUNT (THE
      * FROM-ACCOUNT OF A TRANSFER).  A WAREHOUSED ITEM IS A DEBIT OR
      * A CREDIT BY ITS TRANCODE DR/CR SIDE ('CR' REDUCES THE
      * BALANCE), AND A WAREHOUSED TRANSFER IS BOTH - A DEBIT TO ITS
      * FROM-ACCOUNT AND A CREDIT TO ITS TO-ACCOUNT.  A WAREHOUSED
      * ITEM IS NOT YET EDITED, SO ONE WITH NO USABLE ACCOUNT OR
      * AMOUNT, AN UNDEFINED RECORD CODE, OR A REVERSAL (WHOSE AMOUNT
      * IS THE ORIGINAL POSTING'S, NOT ON THE RECORD) CANNOT BE
      * VALUED; IT IS LISTED ON FEEDRPT AND LEFT OUT.  SO IS A
      * PENDING ITEM FOR AN ACCOUNT THAT IS NOT FED.
      *
      * THE SYSIN PARM CARD GIVES THE BUSINESS DATE (CCYYMMDD) FOR
      * THE HEADER; ABSENT, THE SYSTEM DATE IS USED.
      *
      * RETURN CODE: 0 FEED COMPLETE, 4 FEED COMPLETE BUT PENDING
      * ITEMS LISTED ON FEEDRPT WERE LEFT OUT, 12 NO USABLE FEED - THE
      * MASTER, THE FEED FILE, OR A PENDING-ITEM FILE COULD NOT BE
      * READ OR WRITTEN.  A 12 FEED HAS NO TRAILER AND MUST NOT BE
      * LOADED.  A QUEUE OR WAREHOUSE THAT DOES NOT EXIST YET IS
      * EMPTY.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MASTER-FILE
               ASSIGN TO MASTER
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS MA-ACCOUNT-NUMBER
               FILE STATUS IS WS-MASTER-FILE-STATUS.

           SELECT NSFQUEUE
               ASSIGN TO NSFQUEUE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NSFQ-FILE-STATUS.

           SELECT FUTRWHSE
               ASSIGN TO FUTRWHSE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FUTRWHSE-FILE-STATUS.

           SELECT TRANCODE
               ASSIGN TO TRANCODE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRANCODE-FILE-STATUS.

           SELECT AVLFEED
               ASSIGN TO AVLFEED
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AVLFEED-FILE-STATUS.

           SELECT PARMCARD
               ASSIGN TO SYSIN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARMCARD-FILE-STATUS.

           SELECT FEEDRPT
               ASSIGN TO FEEDRPT
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT PENDING-SORT
               ASSIGN TO SORTWK.

       DATA DIVISION.
       FILE SECTION.
       FD  MASTER-FILE
           RECORD CONTAINS 100 CHARACTERS
           LABEL RECORDS ARE STANDARD.
           COPY MASTREC.

      *****************************************************************
      * NSFQUEUE - THE DEBITS STILL HELD FOR INSUFFICIENT FUNDS AFTER
      * TONIGHT'S RUN, STANDARD TRANREC LAYOUT.
      *****************************************************************
       FD  NSFQUEUE
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  NSFQUEUE-LINE               PIC X(80).

      *****************************************************************
      * FUTRWHSE - THE FUTURE-DATED ITEMS STILL WAREHOUSED AFTER
      * TONIGHT'S RUN, STANDARD TRANREC LAYOUT.
      *****************************************************************
       FD  FUTRWHSE
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  FUTRWHSE-LINE               PIC X(80).

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

       FD  AVLFEED
           RECORDING MODE IS F
           RECORD CONTAINS 100 CHARACTERS
           LABEL RECORDS ARE STANDARD.
           COPY AVLREC.

       FD  PARMCARD
           RECORDING MODE IS F
           RECORD CONTAINS 8 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  PARMCARD-RECORD.
           05  PC-BUSINESS-DATE         PIC 9(08).

       FD  FEEDRPT
           RECORDING MODE IS F
           RECORD CONTAINS 132 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  FDR-LINE                    PIC X(132).

      *****************************************************************
      * PENDING-SORT - ONE RECORD PER PENDING LEG: THE ACCOUNT IT
      * FALLS ON, ITS KIND ('N' NSF HELD, 'D' FUTURE DEBIT, 'C' FUTURE
      * CREDIT), ITS AMOUNT, AND THE ITEM IT CAME FROM FOR THE
      * EXCEPTION LISTING.
      *****************************************************************
       SD  PENDING-SORT
           RECORD CONTAINS 40 CHARACTERS.
       01  PENDING-SORT-RECORD.
           05  PS-ACCOUNT-NUMBER       PIC 9(09).
           05  PS-KIND                 PIC X(01).
               88  PS-NSF-HELD                 VALUE 'N'.
               88  PS-FUTURE-DEBIT             VALUE 'D'.
               88  PS-FUTURE-CREDIT            VALUE 'C'.
           05  PS-AMOUNT               PIC S9(09)V99.
           05  PS-TRANSACTION-ID       PIC X(10).
           05  PS-RECORD-CODE          PIC X(02).
           05  FILLER                  PIC X(07).

       WORKING-STORAGE SECTION.
      *****************************************************************
      * WS-TRAN-RECORD - WORKING COPY OF THE CURRENT PENDING ITEM.
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
           05  WS-MASTER-EOF-SW        PIC X(01) VALUE 'N'.
               88  END-OF-MASTER               VALUE 'Y'.
           05  WS-MASTER-AVAIL-SW      PIC X(01) VALUE 'N'.
               88  MASTER-AVAILABLE            VALUE 'Y'.
           05  WS-AVLFEED-OPEN-SW      PIC X(01) VALUE 'N'.
               88  AVLFEED-OPEN                VALUE 'Y'.
           05  WS-NSFQ-EOF-SW          PIC X(01) VALUE 'N'.
               88  END-OF-NSFQ                 VALUE 'Y'.
           05  WS-WHSE-EOF-SW          PIC X(01) VALUE 'N'.
               88  END-OF-WAREHOUSE            VALUE 'Y'.
           05  WS-TRANCODE-EOF-SW      PIC X(01) VALUE 'N'.
               88  END-OF-TRANCODE             VALUE 'Y'.
           05  WS-SORT-EOF-SW          PIC X(01) VALUE 'N'.
               88  END-OF-SORT-FILE            VALUE 'Y'.

       01  WS-FILE-STATUSES.
           05  WS-MASTER-FILE-STATUS   PIC X(02) VALUE '00'.
           05  WS-NSFQ-FILE-STATUS     PIC X(02) VALUE '00'.
           05  WS-FUTRWHSE-FILE-STATUS PIC X(02) VALUE '00'.
           05  WS-TRANCODE-FILE-STATUS PIC X(02) VALUE '00'.
           05  WS-AVLFEED-FILE-STATUS  PIC X(02) VALUE '00'.
           05  WS-PARMCARD-FILE-STATUS PIC X(02) VALUE '00'.

       01  WS-BUSINESS-DATE            PIC 9(08) VALUE 0.

      *****************************************************************
      * WS-CODE-TABLE - THE TRANSACTION-CODE DEFINITIONS, LOADED THE
      * SAME WAY THE POSTING RUN LOADS THEM.  SEE TRANCODE.CPY.
      *****************************************************************
           COPY TRANCODE
               REPLACING ==CODE-TABLE==
                      BY ==WS-CODE-TABLE==
                         ==TC-CODE-COUNT==
                      BY ==WS-TC-CODE-COUNT==
                         ==TC-ENTRY==
                      BY ==WS-TC-ENTRY==
                         ==TC-RECORD-CODE==
                      BY ==WS-TC-RECORD-CODE==
                         ==TC-DRCR==
                      BY ==WS-TC-DRCR==
                         ==TC-GL-ACCOUNT==
                      BY ==WS-TC-GL-ACCOUNT==
                         ==TC-DESCRIPTION==
                      BY ==WS-TC-DESCRIPTION==.

       77  WS-TC-SUB                   PIC 9(02) COMP-3 VALUE 0.
       77  WS-TC-HIT                   PIC 9(02) COMP-3 VALUE 0.

      *****************************************************************
      * BALANCE-LINE MERGE KEYS - SET TO THE HIGH SENTINEL AT END OF
      * STREAM SO THE LOWEST KEY ALWAYS DRIVES THE NEXT LINE.
      *****************************************************************
       01  WS-MERGE-KEYS.
           05  WS-MST-KEY              PIC 9(10) COMP-3 VALUE 0.
           05  WS-PND-KEY              PIC 9(10) COMP-3 VALUE 0.
           05  WS-LINE-KEY             PIC 9(10) COMP-3 VALUE 0.
           05  WS-KEY-SENTINEL         PIC 9(10) COMP-3
                                       VALUE 9999999999.

      *****************************************************************
      * THE CURRENT BALANCE LINE'S PENDING FIGURES.
      *****************************************************************
       01  WS-LINE-PENDING.
           05  WS-LN-NSF-COUNT         PIC 9(05)     COMP-3 VALUE 0.
           05  WS-LN-NSF-AMOUNT        PIC S9(09)V99 COMP-3 VALUE 0.
           05  WS-LN-DR-COUNT          PIC 9(05)     COMP-3 VALUE 0.
           05  WS-LN-DR-AMOUNT         PIC S9(09)V99 COMP-3 VALUE 0.
           05  WS-LN-CR-COUNT          PIC 9(05)     COMP-3 VALUE 0.
           05  WS-LN-CR-AMOUNT         PIC S9(09)V99 COMP-3 VALUE 0.
           05  WS-LN-AVAILABLE         PIC S9(11)V99 COMP-3 VALUE 0.
           05  WS-LN-FED-SW            PIC X(01)            VALUE 'N'.
               88  LINE-FED                    VALUE 'Y'.

       77  WS-MASTER-READ-COUNT        PIC 9(09)     COMP-3 VALUE 0.
       77  WS-FED-COUNT                PIC 9(09)     COMP-3 VALUE 0.
       77  WS-NOT-OPEN-COUNT           PIC 9(09)     COMP-3 VALUE 0.
       77  WS-NO-LIMIT-COUNT           PIC 9(09)     COMP-3 VALUE 0.
       77  WS-LEDGER-HASH              PIC S9(15)V99 COMP-3 VALUE 0.
       77  WS-AVAILABLE-HASH           PIC S9(15)V99 COMP-3 VALUE 0.
       77  WS-NSF-READ-COUNT           PIC 9(07)     COMP-3 VALUE 0.
       77  WS-WHSE-READ-COUNT          PIC 9(07)     COMP-3 VALUE 0.
       77  WS-NSF-FED-COUNT            PIC 9(07)     COMP-3 VALUE 0.
       77  WS-NSF-FED-AMOUNT           PIC S9(11)V99 COMP-3 VALUE 0.
       77  WS-DR-FED-COUNT             PIC 9(07)     COMP-3 VALUE 0.
       77  WS-DR-FED-AMOUNT            PIC S9(11)V99 COMP-3 VALUE 0.
       77  WS-CR-FED-COUNT             PIC 9(07)     COMP-3 VALUE 0.
       77  WS-CR-FED-AMOUNT            PIC S9(11)V99 COMP-3 VALUE 0.
       77  WS-LEFT-OUT-COUNT           PIC 9(07)     COMP-3 VALUE 0.
       77  WS-RETURN-CODE              PIC 9(02)            VALUE 0.

      *****************************************************************
      * FEEDRPT LINE LAYOUTS.
      *****************************************************************
       01  WS-FDR-HEADING.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  FILLER                  PIC X(42)
                   VALUE "LEDGER AND AVAILABLE-BALANCE FEED - AS OF ".
           05  FH-BUSINESS-DATE        PIC 9(08).

       01  WS-FDR-MESSAGE.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  FM-MESSAGE              PIC X(60).

      *    ONE PENDING ITEM LEFT OUT OF THE FEED, AND WHY.
       01  WS-FDR-EXCEPTION.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  FILLER                  PIC X(12) VALUE "LEFT OUT:   ".
           05  FE-SOURCE               PIC X(10).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  FE-TRANSACTION-ID       PIC X(10).
           05  FILLER                  PIC X(02) VALUE SPACE.
           05  FE-RECORD-CODE          PIC X(02).
           05  FILLER                  PIC X(02) VALUE SPACE.
           05  FE-ACCOUNT-NUMBER       PIC X(09).
           05  FILLER                  PIC X(02) VALUE SPACE.
           05  FE-AMOUNT               PIC X(15).
           05  FE-AMOUNT-N REDEFINES FE-AMOUNT
                                       PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                  PIC X(02) VALUE SPACE.
           05  FE-REASON               PIC X(36).

       01  WS-FDR-COUNTS.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  FC-LABEL                PIC X(34).
           05  FC-COUNT                PIC ZZZ,ZZZ,ZZ9.

       01  WS-FDR-AMOUNTS.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  FA-LABEL                PIC X(34).
           05  FA-AMOUNT               PIC -ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.99.

       01  WS-FDR-RESULT.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  FILLER                  PIC X(34)
                   VALUE "FEED RESULT:                      ".
           05  FR-RESULT               PIC X(60).

       PROCEDURE DIVISION.
      *****************************************************************
      * 0000-MAINLINE - SORT THE PENDING ITEMS BY ACCOUNT AND DRIVE
      * THE MERGE AGAINST THE MASTER FROM THE SORT'S OUTPUT PROCEDURE.
      *****************************************************************
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           IF WS-RETURN-CODE < 12
               SORT PENDING-SORT
                   ON ASCENDING KEY PS-ACCOUNT-NUMBER
                   WITH DUPLICATES IN ORDER
                   INPUT PROCEDURE IS 2000-COLLECT-PENDING
                                 THRU 2000-EXIT
                   OUTPUT PROCEDURE IS 3000-MERGE-AND-FEED
                                  THRU 3000-EXIT
               PERFORM 4000-WRITE-TRAILER THRU 4000-EXIT
           END-IF.
           PERFORM 9000-TERMINATE THRU 9000-EXIT.
           MOVE WS-RETURN-CODE TO RETURN-CODE.
           STOP RUN.

      *****************************************************************
      * 1000-INITIALIZE - PICK UP THE BUSINESS DATE, LOAD THE CODE
      * DEFINITIONS, OPEN THE FILES, AND WRITE THE HEADER.  THE
      * MASTER OR THE FEED FILE FAILING TO OPEN IS FATAL - THERE IS
      * NO FEED TO WRITE.
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
           OPEN OUTPUT FEEDRPT.
           MOVE WS-BUSINESS-DATE TO FH-BUSINESS-DATE.
           MOVE WS-FDR-HEADING TO FDR-LINE.
           WRITE FDR-LINE.
           PERFORM 1100-LOAD-CODE-TABLE THRU 1100-EXIT.
           OPEN INPUT MASTER-FILE.
           IF WS-MASTER-FILE-STATUS NOT = '00'
               MOVE 12 TO WS-RETURN-CODE
               DISPLAY "AVLFEED: MASTER-FILE OPEN FAILED, STATUS "
                   WS-MASTER-FILE-STATUS
                   " - NO FEED WRITTEN"
               GO TO 1000-EXIT
           END-IF.
           MOVE 'Y' TO WS-MASTER-AVAIL-SW.
           OPEN OUTPUT AVLFEED.
           IF WS-AVLFEED-FILE-STATUS NOT = '00'
               MOVE 12 TO WS-RETURN-CODE
               DISPLAY "AVLFEED: AVLFEED OPEN FAILED, STATUS "
                   WS-AVLFEED-FILE-STATUS
                   " - NO FEED WRITTEN"
               GO TO 1000-EXIT
           END-IF.
           MOVE 'Y' TO WS-AVLFEED-OPEN-SW.
           MOVE SPACES TO AVLFEED-RECORD.
           MOVE 'H' TO AF-RECORD-TYPE.
           MOVE WS-BUSINESS-DATE TO AF-BUSINESS-DATE.
           ACCEPT AF-EXTRACT-DATE FROM DATE.
           ACCEPT AF-EXTRACT-TIME FROM TIME.
           WRITE AVLFEED-RECORD.
           PERFORM 2900-READ-MASTER THRU 2900-EXIT.
       1000-EXIT.
           EXIT.

      *****************************************************************
      * 1100-LOAD-CODE-TABLE - LOAD THE TRANSACTION-CODE DEFINITIONS,
      * THE SAME WAY THE POSTING RUN DOES.  A MISSING OR EMPTY FILE
      * FALLS BACK TO THE COMPILED-IN DEFAULTS, AND SAYS SO.
      *****************************************************************
       1100-LOAD-CODE-TABLE.
           MOVE 0 TO WS-TC-CODE-COUNT.
           OPEN INPUT TRANCODE.
           IF WS-TRANCODE-FILE-STATUS = '00'
               PERFORM 1110-LOAD-ONE-CODE THRU 1110-EXIT
                   UNTIL END-OF-TRANCODE
                      OR WS-TC-CODE-COUNT = 10
               CLOSE TRANCODE
           END-IF.
           IF WS-TC-CODE-COUNT = 0
               PERFORM 1120-DEFAULT-CODE-TABLE THRU 1120-EXIT
               MOVE "TRANCODE DEFINITIONS NOT SUPPLIED - DEFAULTS"
                   TO FM-MESSAGE
               MOVE WS-FDR-MESSAGE TO FDR-LINE
               WRITE FDR-LINE
           END-IF.
       1100-EXIT.
           EXIT.

      *****************************************************************
      * 1110-LOAD-ONE-CODE - LOAD ONE DEFINITION CARD.  THE 'SU' CARD
      * IS NOT A TRANSACTION CODE AND IS SKIPPED, AS THE POSTING RUN
      * SKIPS IT.
      *****************************************************************
       1110-LOAD-ONE-CODE.
           READ TRANCODE
               AT END
                   MOVE 'Y' TO WS-TRANCODE-EOF-SW
               NOT AT END
                   IF TD-RECORD-CODE NOT = SPACES
                           AND TD-RECORD-CODE NOT = 'SU'
                       ADD 1 TO WS-TC-CODE-COUNT
                       MOVE TD-RECORD-CODE
                           TO WS-TC-RECORD-CODE (WS-TC-CODE-COUNT)
                       IF TD-DRCR = 'CR'
                           MOVE 'CR'
                               TO WS-TC-DRCR (WS-TC-CODE-COUNT)
                       ELSE
                           MOVE 'DR'
                               TO WS-TC-DRCR (WS-TC-CODE-COUNT)
                       END-IF
                       MOVE TD-GL-ACCOUNT
                           TO WS-TC-GL-ACCOUNT (WS-TC-CODE-COUNT)
                       MOVE TD-DESCRIPTION
                           TO WS-TC-DESCRIPTION (WS-TC-CODE-COUNT)
                   END-IF
           END-READ.
       1110-EXIT.
           EXIT.

      *****************************************************************
      * 1120-DEFAULT-CODE-TABLE - THE CODES AND BEHAVIOR THE SYSTEM
      * HAD COMPILED IN BEFORE THE DEFINITIONS FILE EXISTED,
      * MATCHING THE POSTING RUN'S OWN DEFAULTS.
      *****************************************************************
       1120-DEFAULT-CODE-TABLE.
           MOVE 7 TO WS-TC-CODE-COUNT.
           MOVE '01'       TO WS-TC-RECORD-CODE (1).
           MOVE 'DR'       TO WS-TC-DRCR (1).
           MOVE 'GL100100' TO WS-TC-GL-ACCOUNT (1).
           MOVE 'DEPOSITS' TO WS-TC-DESCRIPTION (1).
           MOVE '02'       TO WS-TC-RECORD-CODE (2).
           MOVE 'CR'       TO WS-TC-DRCR (2).
           MOVE 'GL100200' TO WS-TC-GL-ACCOUNT (2).
           MOVE 'WITHDRAWALS' TO WS-TC-DESCRIPTION (2).
           MOVE '03'       TO WS-TC-RECORD-CODE (3).
           MOVE 'DR'       TO WS-TC-DRCR (3).
           MOVE 'GL100300' TO WS-TC-GL-ACCOUNT (3).
           MOVE 'ADJUSTMENTS' TO WS-TC-DESCRIPTION (3).
           MOVE '04'       TO WS-TC-RECORD-CODE (4).
           MOVE 'DR'       TO WS-TC-DRCR (4).
           MOVE 'GL100400' TO WS-TC-GL-ACCOUNT (4).
           MOVE 'ACCRUED INTEREST' TO WS-TC-DESCRIPTION (4).
           MOVE '05'       TO WS-TC-RECORD-CODE (5).
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
      * 2000-COLLECT-PENDING - SORT INPUT PROCEDURE.  RELEASE ONE
      * SORT RECORD PER PENDING LEG FROM THE NSF QUEUE AND THE
      * WAREHOUSE.  EITHER FILE NOT EXISTING YET IS EMPTY; EITHER ONE
      * THERE BUT UNREADABLE MEANS THE FEED WOULD UNDERSTATE WHAT IS
      * COMMITTED, SO NO FEED IS WRITTEN.
      *****************************************************************
       2000-COLLECT-PENDING.
           OPEN INPUT NSFQUEUE.
           IF WS-NSFQ-FILE-STATUS = '00'
               PERFORM 2100-READ-NSFQ THRU 2100-EXIT
               PERFORM 2200-RELEASE-NSF-ITEM THRU 2200-EXIT
                   UNTIL END-OF-NSFQ
               CLOSE NSFQUEUE
           ELSE
               IF WS-NSFQ-FILE-STATUS NOT = '35'
                   MOVE 12 TO WS-RETURN-CODE
                   DISPLAY "AVLFEED: NSFQUEUE OPEN FAILED, STATUS "
                       WS-NSFQ-FILE-STATUS
                       " - NO FEED WRITTEN"
                   GO TO 2000-EXIT
               END-IF
           END-IF.
           OPEN INPUT FUTRWHSE.
           IF WS-FUTRWHSE-FILE-STATUS = '00'
               PERFORM 2300-READ-WAREHOUSE THRU 2300-EXIT
               PERFORM 2400-RELEASE-WHSE-ITEM THRU 2400-EXIT
                   UNTIL END-OF-WAREHOUSE
               CLOSE FUTRWHSE
           ELSE
               IF WS-FUTRWHSE-FILE-STATUS NOT = '35'
                   MOVE 12 TO WS-RETURN-CODE
                   DISPLAY "AVLFEED: FUTRWHSE OPEN FAILED, STATUS "
                       WS-FUTRWHSE-FILE-STATUS
                       " - NO FEED WRITTEN"
               END-IF
           END-IF.
       2000-EXIT.
           EXIT.

       2100-READ-NSFQ.
           READ NSFQUEUE INTO WS-TRAN-RECORD
               AT END
                   MOVE 'Y' TO WS-NSFQ-EOF-SW
           END-READ.
       2100-EXIT.
           EXIT.

      *****************************************************************
      * 2200-RELEASE-NSF-ITEM - AN NSF ITEM IS A DEBIT HELD AGAINST
      * ITS ACCOUNT, WHATEVER ITS CODE - MASTUPD ONLY EVER REFUSES A
      * BALANCE-REDUCING LEG.
      *****************************************************************
       2200-RELEASE-NSF-ITEM.
           ADD 1 TO WS-NSF-READ-COUNT.
           IF WS-TR-ACCOUNT-NUMBER NOT NUMERIC
                   OR WS-TR-AMOUNT NOT NUMERIC
               MOVE "NSFQUEUE" TO FE-SOURCE
               MOVE "NO USABLE ACCOUNT OR AMOUNT" TO FE-REASON
               PERFORM 2800-LIST-ITEM-LEFT-OUT THRU 2800-EXIT
           ELSE
               MOVE SPACES               TO PENDING-SORT-RECORD
               MOVE WS-TR-ACCOUNT-NUMBER TO PS-ACCOUNT-NUMBER
               MOVE 'N'                  TO PS-KIND
               PERFORM 2500-RELEASE-LEG THRU 2500-EXIT
           END-IF.
           PERFORM 2100-READ-NSFQ THRU 2100-EXIT.
       2200-EXIT.
           EXIT.

       2300-READ-WAREHOUSE.
           READ FUTRWHSE INTO WS-TRAN-RECORD
               AT END
                   MOVE 'Y' TO WS-WHSE-EOF-SW
           END-READ.
       2300-EXIT.
           EXIT.

      *****************************************************************
      * 2400-RELEASE-WHSE-ITEM - A WAREHOUSED ITEM HAS NOT BEEN EDITED
      * YET, SO IT IS VALUED ONLY WHEN ITS ACCOUNT, AMOUNT, AND CODE
      * ARE ALL USABLE.  A TRANSFER RELEASES BOTH LEGS; ANY OTHER CODE
      * IS A DEBIT WHEN ITS DR/CR SIDE IS 'CR', A CREDIT OTHERWISE.
      *****************************************************************
       2400-RELEASE-WHSE-ITEM.
           ADD 1 TO WS-WHSE-READ-COUNT.
           MOVE "FUTRWHSE" TO FE-SOURCE.
           IF WS-TR-ACCOUNT-NUMBER NOT NUMERIC
                   OR WS-TR-AMOUNT NOT NUMERIC
               MOVE "NO USABLE ACCOUNT OR AMOUNT" TO FE-REASON
               PERFORM 2800-LIST-ITEM-LEFT-OUT THRU 2800-EXIT
               GO TO 2400-NEXT
           END-IF.
           IF WS-TR-RECORD-CODE = 'RV'
               MOVE "REVERSAL - AMOUNT NOT ON RECORD" TO FE-REASON
               PERFORM 2800-LIST-ITEM-LEFT-OUT THRU 2800-EXIT
               GO TO 2400-NEXT
           END-IF.
           MOVE SPACES               TO PENDING-SORT-RECORD.
           MOVE WS-TR-ACCOUNT-NUMBER TO PS-ACCOUNT-NUMBER.
           IF WS-TR-RECORD-CODE = 'XF'
               IF WS-TR-TO-ACCOUNT NOT NUMERIC
                   MOVE "TRANSFER WITH NO USABLE TO-ACCOUNT"
                       TO FE-REASON
                   PERFORM 2800-LIST-ITEM-LEFT-OUT THRU 2800-EXIT
                   GO TO 2400-NEXT
               END-IF
               MOVE 'D' TO PS-KIND
               PERFORM 2500-RELEASE-LEG THRU 2500-EXIT
               MOVE WS-TR-TO-ACCOUNT TO PS-ACCOUNT-NUMBER
               MOVE 'C' TO PS-KIND
               PERFORM 2500-RELEASE-LEG THRU 2500-EXIT
               GO TO 2400-NEXT
           END-IF.
           PERFORM 2450-FIND-CODE THRU 2450-EXIT.
           IF WS-TC-HIT = 0
               MOVE "RECORD CODE NOT DEFINED" TO FE-REASON
               PERFORM 2800-LIST-ITEM-LEFT-OUT THRU 2800-EXIT
               GO TO 2400-NEXT
           END-IF.
           IF WS-TC-DRCR (WS-TC-HIT) = 'CR'
               MOVE 'D' TO PS-KIND
           ELSE
               MOVE 'C' TO PS-KIND
           END-IF.
           PERFORM 2500-RELEASE-LEG THRU 2500-EXIT.
       2400-NEXT.
           PERFORM 2300-READ-WAREHOUSE THRU 2300-EXIT.
       2400-EXIT.
           EXIT.

      *****************************************************************
      * 2450-FIND-CODE - LOOK THE CURRENT ITEM'S RECORD CODE UP IN THE
      * CODE TABLE.  WS-TC-HIT IS ITS ENTRY, ZERO WHEN NOT DEFINED.
      *****************************************************************
       2450-FIND-CODE.
           MOVE 0 TO WS-TC-HIT.
           MOVE 0 TO WS-TC-SUB.
           PERFORM 2460-TEST-ONE-CODE THRU 2460-EXIT
               UNTIL WS-TC-HIT > 0
                  OR WS-TC-SUB >= WS-TC-CODE-COUNT.
       2450-EXIT.
           EXIT.

       2460-TEST-ONE-CODE.
           ADD 1 TO WS-TC-SUB.
           IF WS-TC-RECORD-CODE (WS-TC-SUB) = WS-TR-RECORD-CODE
               MOVE WS-TC-SUB TO WS-TC-HIT
           END-IF.
       2460-EXIT.
           EXIT.

      *****************************************************************
      * 2500-RELEASE-LEG - FINISH AND RELEASE THE SORT RECORD WHOSE
      * ACCOUNT AND KIND THE CALLER HAS SET.
      *****************************************************************
       2500-RELEASE-LEG.
           MOVE WS-TR-AMOUNT         TO PS-AMOUNT.
           MOVE WS-TR-TRANSACTION-ID TO PS-TRANSACTION-ID.
           MOVE WS-TR-RECORD-CODE    TO PS-RECORD-CODE.
           RELEASE PENDING-SORT-RECORD.
       2500-EXIT.
           EXIT.

      *****************************************************************
      * 2800-LIST-ITEM-LEFT-OUT - LIST A PENDING ITEM THAT CANNOT BE
      * VALUED, FROM THE CURRENT WORKING RECORD.  THE CALLER HAS SET
      * FE-SOURCE AND FE-REASON.
      *****************************************************************
       2800-LIST-ITEM-LEFT-OUT.
           ADD 1 TO WS-LEFT-OUT-COUNT.
           MOVE WS-TR-TRANSACTION-ID TO FE-TRANSACTION-ID.
           MOVE WS-TR-RECORD-CODE    TO FE-RECORD-CODE.
           MOVE WS-TRAN-RECORD (13:9) TO FE-ACCOUNT-NUMBER.
           IF WS-TR-AMOUNT NUMERIC
               MOVE WS-TR-AMOUNT TO FE-AMOUNT-N
           ELSE
               MOVE "   NOT NUMERIC" TO FE-AMOUNT
           END-IF.
           MOVE WS-FDR-EXCEPTION TO FDR-LINE.
           WRITE FDR-LINE.
       2800-EXIT.
           EXIT.

      *****************************************************************
      * 2900-READ-MASTER - NEXT MASTER RECORD IN KEY ORDER; THE
      * SENTINEL KEY MARKS END OF STREAM.  A READ THAT FAILS PART WAY
      * WOULD LEAVE A SHORT FEED, SO NO TRAILER IS WRITTEN AND THE
      * RUN ENDS CC 12.
      *****************************************************************
       2900-READ-MASTER.
           READ MASTER-FILE
               AT END
                   MOVE 'Y' TO WS-MASTER-EOF-SW
                   MOVE WS-KEY-SENTINEL TO WS-MST-KEY
                   GO TO 2900-EXIT
           END-READ.
           IF WS-MASTER-FILE-STATUS NOT = '00'
               MOVE 'Y' TO WS-MASTER-EOF-SW
               MOVE WS-KEY-SENTINEL TO WS-MST-KEY
               MOVE 12 TO WS-RETURN-CODE
               DISPLAY "AVLFEED: MASTER-FILE READ FAILED, STATUS "
                   WS-MASTER-FILE-STATUS
                   " - FEED INCOMPLETE"
               GO TO 2900-EXIT
           END-IF.
           ADD 1 TO WS-MASTER-READ-COUNT.
           MOVE MA-ACCOUNT-NUMBER TO WS-MST-KEY.
       2900-EXIT.
           EXIT.

      *****************************************************************
      * 3000-MERGE-AND-FEED - SORT OUTPUT PROCEDURE: PRIME THE PENDING
      * STREAM AND RUN THE BALANCE-LINE MERGE UNTIL BOTH STREAMS ARE
      * SPENT.  NOTHING IS WRITTEN WHEN THE PENDING FILES COULD NOT
      * BE READ.
      *****************************************************************
       3000-MERGE-AND-FEED.
           IF WS-RETURN-CODE NOT < 12
               GO TO 3000-EXIT
           END-IF.
           PERFORM 3900-RETURN-PENDING THRU 3900-EXIT.
           PERFORM 3100-MERGE-LOOP THRU 3100-EXIT
               UNTIL WS-MST-KEY = WS-KEY-SENTINEL
                 AND WS-PND-KEY = WS-KEY-SENTINEL.
       3000-EXIT.
           EXIT.

      *****************************************************************
      * 3100-MERGE-LOOP - ONE BALANCE LINE: THE LOWEST ACCOUNT KEY ON
      * EITHER STREAM.  GATHER ITS PENDING LEGS, THEN FEED THE
      * ACCOUNT IF IT IS ON THE MASTER AND OPEN.  PENDING LEGS FOR AN
      * ACCOUNT THAT IS NOT FED WERE LISTED AS THEY WERE GATHERED.
      *****************************************************************
       3100-MERGE-LOOP.
           MOVE WS-MST-KEY TO WS-LINE-KEY.
           IF WS-PND-KEY < WS-LINE-KEY
               MOVE WS-PND-KEY TO WS-LINE-KEY
           END-IF.
           MOVE 0   TO WS-LN-NSF-COUNT.
           MOVE 0   TO WS-LN-NSF-AMOUNT.
           MOVE 0   TO WS-LN-DR-COUNT.
           MOVE 0   TO WS-LN-DR-AMOUNT.
           MOVE 0   TO WS-LN-CR-COUNT.
           MOVE 0   TO WS-LN-CR-AMOUNT.
           MOVE 'N' TO WS-LN-FED-SW.
           IF WS-MST-KEY = WS-LINE-KEY
               IF MA-ACCOUNT-OPEN OR MA-ACCOUNT-STATUS = SPACE
                   MOVE 'Y' TO WS-LN-FED-SW
               ELSE
                   ADD 1 TO WS-NOT-OPEN-COUNT
               END-IF
           END-IF.
           PERFORM 3200-GATHER-PENDING THRU 3200-EXIT
               UNTIL WS-PND-KEY NOT = WS-LINE-KEY.
           IF LINE-FED
               PERFORM 3300-WRITE-DETAIL THRU 3300-EXIT
           END-IF.
           IF WS-MST-KEY = WS-LINE-KEY
               PERFORM 2900-READ-MASTER THRU 2900-EXIT
           END-IF.
       3100-EXIT.
           EXIT.

      *****************************************************************
      * 3200-GATHER-PENDING - ROLL ONE PENDING LEG INTO THE LINE, OR
      * LIST IT WHEN ITS ACCOUNT IS NOT BEING FED.
      *****************************************************************
       3200-GATHER-PENDING.
           IF NOT LINE-FED
               MOVE "PENDING"         TO FE-SOURCE
               MOVE PS-TRANSACTION-ID TO FE-TRANSACTION-ID
               MOVE PS-RECORD-CODE    TO FE-RECORD-CODE
               MOVE PS-ACCOUNT-NUMBER TO FE-ACCOUNT-NUMBER
               MOVE PS-AMOUNT         TO FE-AMOUNT-N
               IF WS-MST-KEY = WS-LINE-KEY
                   MOVE "ACCOUNT NOT OPEN - NOT FED" TO FE-REASON
               ELSE
                   MOVE "ACCOUNT NOT ON MASTER" TO FE-REASON
               END-IF
               ADD 1 TO WS-LEFT-OUT-COUNT
               MOVE WS-FDR-EXCEPTION TO FDR-LINE
               WRITE FDR-LINE
               GO TO 3200-NEXT
           END-IF.
           EVALUATE TRUE
               WHEN PS-NSF-HELD
                   ADD 1         TO WS-LN-NSF-COUNT
                   ADD PS-AMOUNT TO WS-LN-NSF-AMOUNT
               WHEN PS-FUTURE-DEBIT
                   ADD 1         TO WS-LN-DR-COUNT
                   ADD PS-AMOUNT TO WS-LN-DR-AMOUNT
               WHEN OTHER
                   ADD 1         TO WS-LN-CR-COUNT
                   ADD PS-AMOUNT TO WS-LN-CR-AMOUNT
           END-EVALUATE.
       3200-NEXT.
           PERFORM 3900-RETURN-PENDING THRU 3900-EXIT.
       3200-EXIT.
           EXIT.

      *****************************************************************
      * 3300-WRITE-DETAIL - ONE OPEN ACCOUNT'S FEED RECORD.  AVAILABLE
      * IS LEDGER PLUS THE OVERDRAFT LIMIT, LESS WHAT THE NSF QUEUE
      * AND THE WAREHOUSE ALREADY HAVE COMMITTED AGAINST IT.
      *****************************************************************
       3300-WRITE-DETAIL.
           MOVE SPACES TO AVLFEED-RECORD.
           MOVE 'D' TO AF-RECORD-TYPE.
           MOVE MA-ACCOUNT-NUMBER TO AF-ACCOUNT-NUMBER.
           MOVE MA-BALANCE        TO AF-LEDGER-BALANCE.
           MOVE MA-BALANCE        TO WS-LN-AVAILABLE.
           IF MA-OVERDRAFT-LIMIT NUMERIC
               MOVE MA-OVERDRAFT-LIMIT TO AF-OVERDRAFT-LIMIT
               MOVE 'Y' TO AF-LIMIT-FLAG
               ADD MA-OVERDRAFT-LIMIT TO WS-LN-AVAILABLE
           ELSE
               MOVE 0   TO AF-OVERDRAFT-LIMIT
               MOVE 'N' TO AF-LIMIT-FLAG
               ADD 1 TO WS-NO-LIMIT-COUNT
           END-IF.
           SUBTRACT WS-LN-NSF-AMOUNT WS-LN-DR-AMOUNT
               FROM WS-LN-AVAILABLE.
           MOVE WS-LN-NSF-COUNT  TO AF-NSF-COUNT.
           MOVE WS-LN-NSF-AMOUNT TO AF-NSF-AMOUNT.
           MOVE WS-LN-DR-COUNT   TO AF-FUTURE-DR-COUNT.
           MOVE WS-LN-DR-AMOUNT  TO AF-FUTURE-DR-AMOUNT.
           MOVE WS-LN-CR-COUNT   TO AF-FUTURE-CR-COUNT.
           MOVE WS-LN-CR-AMOUNT  TO AF-FUTURE-CR-AMOUNT.
           MOVE WS-LN-AVAILABLE  TO AF-AVAILABLE-BALANCE.
           WRITE AVLFEED-RECORD.
           ADD 1                TO WS-FED-COUNT.
           ADD MA-BALANCE       TO WS-LEDGER-HASH.
           ADD WS-LN-AVAILABLE  TO WS-AVAILABLE-HASH.
           ADD WS-LN-NSF-COUNT  TO WS-NSF-FED-COUNT.
           ADD WS-LN-NSF-AMOUNT TO WS-NSF-FED-AMOUNT.
           ADD WS-LN-DR-COUNT   TO WS-DR-FED-COUNT.
           ADD WS-LN-DR-AMOUNT  TO WS-DR-FED-AMOUNT.
           ADD WS-LN-CR-COUNT   TO WS-CR-FED-COUNT.
           ADD WS-LN-CR-AMOUNT  TO WS-CR-FED-AMOUNT.
       3300-EXIT.
           EXIT.

      *****************************************************************
      * 3900-RETURN-PENDING - NEXT SORTED PENDING LEG; THE SENTINEL
      * KEY MARKS END OF STREAM.
      *****************************************************************
       3900-RETURN-PENDING.
           IF END-OF-SORT-FILE
               MOVE WS-KEY-SENTINEL TO WS-PND-KEY
               GO TO 3900-EXIT
           END-IF.
           RETURN PENDING-SORT
               AT END
                   MOVE 'Y' TO WS-SORT-EOF-SW
                   MOVE WS-KEY-SENTINEL TO WS-PND-KEY
                   GO TO 3900-EXIT
           END-RETURN.
           MOVE PS-ACCOUNT-NUMBER TO WS-PND-KEY.
       3900-EXIT.
           EXIT.

      *****************************************************************
      * 4000-WRITE-TRAILER - CLOSE THE FEED OFF WITH ITS COUNT AND
      * HASHES, UNLESS SOMETHING FAILED ON THE WAY - A FEED WITHOUT A
      * TRAILER IS ONE THE ONLINE LOAD WILL REFUSE.
      *****************************************************************
       4000-WRITE-TRAILER.
           IF WS-RETURN-CODE NOT < 12
               GO TO 4000-EXIT
           END-IF.
           MOVE SPACES TO AVLFEED-RECORD.
           MOVE 'T' TO AF-RECORD-TYPE.
           MOVE WS-FED-COUNT      TO AF-RECORD-COUNT.
           MOVE WS-LEDGER-HASH    TO AF-LEDGER-HASH.
           MOVE WS-AVAILABLE-HASH TO AF-AVAILABLE-HASH.
           WRITE AVLFEED-RECORD.
           IF WS-LEFT-OUT-COUNT > 0
               MOVE 4 TO WS-RETURN-CODE
           END-IF.
       4000-EXIT.
           EXIT.

      *****************************************************************
      * 9000-TERMINATE - THE CONTROL TOTALS THE ONLINE LOAD IS
      * BALANCED AGAINST, THE RESULT, AND CLOSE WHAT IS STILL OPEN.
      *****************************************************************
       9000-TERMINATE.
           MOVE SPACES TO FDR-LINE.
           WRITE FDR-LINE.
           MOVE "MASTER RECORDS READ:              " TO FC-LABEL.
           MOVE WS-MASTER-READ-COUNT TO FC-COUNT.
           PERFORM 9100-WRITE-COUNT THRU 9100-EXIT.
           MOVE "  NOT OPEN - NOT FED:             " TO FC-LABEL.
           MOVE WS-NOT-OPEN-COUNT TO FC-COUNT.
           PERFORM 9100-WRITE-COUNT THRU 9100-EXIT.
           MOVE "  FED (TRAILER RECORD COUNT):     " TO FC-LABEL.
           MOVE WS-FED-COUNT TO FC-COUNT.
           PERFORM 9100-WRITE-COUNT THRU 9100-EXIT.
           MOVE "  FED WITH NO OVERDRAFT LIMIT:    " TO FC-LABEL.
           MOVE WS-NO-LIMIT-COUNT TO FC-COUNT.
           PERFORM 9100-WRITE-COUNT THRU 9100-EXIT.
           MOVE "NSF QUEUE ITEMS READ:             " TO FC-LABEL.
           MOVE WS-NSF-READ-COUNT TO FC-COUNT.
           PERFORM 9100-WRITE-COUNT THRU 9100-EXIT.
           MOVE "WAREHOUSED ITEMS READ:            " TO FC-LABEL.
           MOVE WS-WHSE-READ-COUNT TO FC-COUNT.
           PERFORM 9100-WRITE-COUNT THRU 9100-EXIT.
           MOVE "NSF HELD ITEMS FED:               " TO FC-LABEL.
           MOVE WS-NSF-FED-COUNT TO FC-COUNT.
           PERFORM 9100-WRITE-COUNT THRU 9100-EXIT.
           MOVE "FUTURE DEBITS FED:                " TO FC-LABEL.
           MOVE WS-DR-FED-COUNT TO FC-COUNT.
           PERFORM 9100-WRITE-COUNT THRU 9100-EXIT.
           MOVE "FUTURE CREDITS FED:               " TO FC-LABEL.
           MOVE WS-CR-FED-COUNT TO FC-COUNT.
           PERFORM 9100-WRITE-COUNT THRU 9100-EXIT.
           MOVE "PENDING ITEMS LEFT OUT:           " TO FC-LABEL.
           MOVE WS-LEFT-OUT-COUNT TO FC-COUNT.
           PERFORM 9100-WRITE-COUNT THRU 9100-EXIT.
           MOVE "NSF HELD DOLLARS FED:             " TO FA-LABEL.
           MOVE WS-NSF-FED-AMOUNT TO FA-AMOUNT.
           PERFORM 9200-WRITE-AMOUNT THRU 9200-EXIT.
           MOVE "FUTURE DEBIT DOLLARS FED:         " TO FA-LABEL.
           MOVE WS-DR-FED-AMOUNT TO FA-AMOUNT.
           PERFORM 9200-WRITE-AMOUNT THRU 9200-EXIT.
           MOVE "FUTURE CREDIT DOLLARS FED:        " TO FA-LABEL.
           MOVE WS-CR-FED-AMOUNT TO FA-AMOUNT.
           PERFORM 9200-WRITE-AMOUNT THRU 9200-EXIT.
           MOVE "LEDGER BALANCE HASH:              " TO FA-LABEL.
           MOVE WS-LEDGER-HASH TO FA-AMOUNT.
           PERFORM 9200-WRITE-AMOUNT THRU 9200-EXIT.
           MOVE "AVAILABLE BALANCE HASH:           " TO FA-LABEL.
           MOVE WS-AVAILABLE-HASH TO FA-AMOUNT.
           PERFORM 9200-WRITE-AMOUNT THRU 9200-EXIT.
           EVALUATE TRUE
               WHEN WS-RETURN-CODE NOT < 12
                   MOVE "** NO USABLE FEED - DO NOT LOAD" TO FR-RESULT
               WHEN WS-LEFT-OUT-COUNT > 0
                   MOVE "FEED COMPLETE - ITEMS LEFT OUT, SEE ABOVE"
                       TO FR-RESULT
               WHEN OTHER
                   MOVE "FEED COMPLETE" TO FR-RESULT
           END-EVALUATE.
           MOVE WS-FDR-RESULT TO FDR-LINE.
           WRITE FDR-LINE.
           IF MASTER-AVAILABLE
               CLOSE MASTER-FILE
           END-IF.
           IF AVLFEED-OPEN
               CLOSE AVLFEED
           END-IF.
           CLOSE FEEDRPT.
       9000-EXIT.
           EXIT.

       9100-WRITE-COUNT.
           MOVE WS-FDR-COUNTS TO FDR-LINE.
           WRITE FDR-LINE.
       9100-EXIT.
           EXIT.

       9200-WRITE-AMOUNT.
           MOVE WS-FDR-AMOUNTS TO FDR-LINE.
           WRITE FDR-LINE.
       9200-EXIT.
           EXIT.
