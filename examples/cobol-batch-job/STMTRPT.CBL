      *               THE MASTER FILE.  THIS IS THE REPORT THE
      *               BRANCHES ACTUALLY ASK FOR - REPORT-OUT REMAINS
      *               THE OPERATIONS RUN SUMMARY.
      *   10/15/2026  A REVERSAL (RECORD CODE 'RV') AND THE POSTING IT
      *               UNDID NOW PRINT TAGGED WITH EACH OTHER'S
      *               TRANSACTION ID - THE REVERSAL FROM ITS AUDIT LINK,
      *               THE ORIGINAL FROM ITS POSTXREF ENTRY, WHICH
      *               STMTRPT NOW READS (OPTIONALLY, LIKE THE MASTER
      *               FILE).
      *   10/15/2026  THE MASTER RECORD IS NOW 100 BYTES (LAST-ACTIVITY
      *               AND DORMANT DATES, SEE MASTREC.CPY).
      *   10/15/2026  AUDITLOG RECORD WIDENED FROM 66 TO 160 BYTES
      *               (RECORD CODE, TRANSFER LINK, ACCOUNT STATUS, AND
      *               AN AFTER-IMAGE OF THE ACCOUNT'S ATTRIBUTES ADDED
      *               TO AUDREC); THE SORT-RECORD REPLACING LIST PICKS
      *               UP THE NEW FIELDS.
      *   10/15/2026  CHECKS IN AND OUT ON THE STEPCTL JOB-STEP LEDGER
      *               UNDER A NEW SYSIN BUSINESS-DATE CARD (SYSTEM DATE
      *               WHEN ABSENT).  A STEP ALREADY COMPLETED FOR THE
      *               DATE, OR RUN OUT OF ORDER, IS REFUSED WITH CC 20
      *               OR 24 BEFORE ANYTHING IS OPENED, UNLESS A STEPOVR
      *               OVERRIDE CARD ALLOWS IT.
      *
      * PURPOSE.  AUDITLOG ALREADY CARRIES EVERYTHING A STATEMENT
      * NEEDS (ACCOUNT, TRANSACTION ID, OLD/NEW BALANCE, TIMESTAMP,
               RECORD KEY IS MA-ACCOUNT-NUMBER
               FILE STATUS IS WS-MASTER-FILE-STATUS.

           SELECT POSTXREF
               ASSIGN TO POSTXREF
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS XR-TRANSACTION-ID
               FILE STATUS IS WS-XREF-FILE-STATUS.

           SELECT STMTOUT
               ASSIGN TO STMTOUT
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SORT-WORK
               ASSIGN TO SORTWK.

      *****************************************************************
      * PARMCARD - THE SYSIN BUSINESS-DATE CARD.  SEE WS-BUSINESS-DATE.
      *****************************************************************
           SELECT PARMCARD
               ASSIGN TO SYSIN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARMCARD-FILE-STATUS.

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

       FD  POSTXREF
           RECORD CONTAINS 80 CHARACTERS
           LABEL RECORDS ARE STANDARD.
           COPY XREFREC.

       FD  STMTOUT
           RECORDING MODE IS F
           RECORD CONTAINS 132 CHARACTERS
       01  STM-LINE                    PIC X(132).

       SD  SORT-WORK
           RECORD CONTAINS 160 CHARACTERS.
           COPY AUDREC
               REPLACING ==AUDIT-RECORD==
                      BY ==SORT-RECORD==
                         ==AU-OPERATOR-ID==
                      BY ==SR-OPERATOR-ID==
                         ==AU-BATCH-ID==
                      BY ==SR-BATCH-ID==
                         ==AU-RECORD-CODE==
                      BY ==SR-RECORD-CODE==
                         ==AU-LINK-TYPE==
                      BY ==SR-LINK-TYPE==
                         ==AU-LINK-NONE==
                      BY ==SR-LINK-NONE==
                         ==AU-LINK-TRANSFER==
                      BY ==SR-LINK-TRANSFER==
                         ==AU-LINK-REVERSAL==
                      BY ==SR-LINK-REVERSAL==
                         ==AU-LINK-ID==
                      BY ==SR-LINK-ID==
                         ==AU-ACCOUNT-STATUS==
                      BY ==SR-ACCOUNT-STATUS==
                         ==AU-AFTER-IMAGE==
                      BY ==SR-AFTER-IMAGE==
                         ==AU-AFTER-NAME==
                      BY ==SR-AFTER-NAME==
                         ==AU-AFTER-DATE-OPENED==
                      BY ==SR-AFTER-DATE-OPENED==
                         ==AU-AFTER-DATE-CLOSED==
                      BY ==SR-AFTER-DATE-CLOSED==
                         ==AU-AFTER-PRODUCT-CODE==
                      BY ==SR-AFTER-PRODUCT-CODE==
                         ==AU-AFTER-INTEREST-RATE==
                      BY ==SR-AFTER-INTEREST-RATE==
                         ==AU-AFTER-SERVICE-FEE==
                      BY ==SR-AFTER-SERVICE-FEE==
                         ==AU-AFTER-OVERDRAFT-LIMIT==
                      BY ==SR-AFTER-OVERDRAFT-LIMIT==
                         ==AU-AFTER-LAST-ACTIVITY==
                      BY ==SR-AFTER-LAST-ACTIVITY==
                         ==AU-AFTER-DORMANT-DATE==
                      BY ==SR-AFTER-DORMANT-DATE==.

       FD  PARMCARD
           RECORDING MODE IS F
           RECORD CONTAINS 8 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  PARMCARD-RECORD.
           05  PC-BUSINESS-DATE         PIC 9(08).

       WORKING-STORAGE SECTION.
       01  WS-SWITCHES.
               88  MASTER-AVAILABLE            VALUE 'Y'.
           05  WS-ACCOUNT-OPEN-SW      PIC X(01) VALUE 'N'.
               88  STATEMENT-OPEN              VALUE 'Y'.
           05  WS-XREF-AVAIL-SW        PIC X(01) VALUE 'N'.
               88  XREF-AVAILABLE              VALUE 'Y'.

       01  WS-FILE-STATUSES.
           05  WS-AUDITLOG-FILE-STATUS PIC X(02) VALUE '00'.
           05  WS-MASTER-FILE-STATUS   PIC X(02) VALUE '00'.
           05  WS-XREF-FILE-STATUS     PIC X(02) VALUE '00'.
           05  WS-PARMCARD-FILE-STATUS PIC X(02) VALUE '00'.

       01  WS-CURRENT-ACCOUNT          PIC 9(09) VALUE 0.
       01  WS-CLOSING-BALANCE          PIC S9(09)V99 COMP-3 VALUE 0.
           05  SD-BATCH-ID             PIC X(06).
           05  FILLER                  PIC X(10) VALUE "  BALANCE ".
           05  SD-NEW-BALANCE          PIC -999,999,999.99.
           05  FILLER                  PIC X(02) VALUE SPACE.
           05  SD-TAG                  PIC X(24).

       01  WS-STM-CLOSING.
           05  FILLER                  PIC X(03) VALUE SPACE.
                   VALUE "POSTINGS PRINTED:  ".
           05  SG-POSTING-COUNT        PIC ZZZ,ZZ9.

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
       01  WS-STEP-PROGRAM             PIC X(08) VALUE 'STMTRPT'.
       01  WS-STEP-CODE                PIC 9(02) VALUE 0.
           88  STEP-CONTROL-REFUSED            VALUE 20 THRU 99.

       PROCEDURE DIVISION.
      *****************************************************************
      * 0000-MAINLINE - SORT AUDITLOG BY ACCOUNT AND TIMESTAMP AND
      *****************************************************************
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           IF STEP-CONTROL-REFUSED
               MOVE WS-STEP-CODE TO RETURN-CODE
               STOP RUN
           END-IF.
           IF AUDITLOG-FOUND
               SORT SORT-WORK
                   ON ASCENDING KEY SR-ACCOUNT-NUMBER
                                  THRU 3000-EXIT
           END-IF.
           PERFORM 9000-TERMINATE THRU 9000-EXIT.
           PERFORM 9900-END-STEP-CONTROL THRU 9900-EXIT.
           STOP RUN.

      *****************************************************************
      * 1000-INITIALIZE - OPEN THE REPORT AND THE MASTER FILE, AND
      * CHECK THE AUDIT LOG IS THERE TO BE SORTED.  A MISSING OR
      * EMPTY AUDITLOG JUST PRODUCES AN EMPTY REPORT; A MASTER FILE
      * THAT WON'T OPEN ONLY COSTS THE TIE-OUT, AND A POSTXREF THAT
      * WON'T OPEN ONLY COSTS THE REVERSED-BY TAGS.
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
           OPEN OUTPUT STMTOUT.
           OPEN INPUT AUDITLOG.
           IF WS-AUDITLOG-FILE-STATUS = '00'
                   WS-MASTER-FILE-STATUS
                   " - STATEMENTS PRINT WITHOUT TIE-OUT"
           END-IF.
           OPEN INPUT POSTXREF.
           IF WS-XREF-FILE-STATUS = '00'
               MOVE 'Y' TO WS-XREF-AVAIL-SW
           ELSE
               DISPLAY "STMTRPT: POSTXREF OPEN FAILED, STATUS "
                   WS-XREF-FILE-STATUS
                   " - REVERSED ITEMS PRINT UNTAGGED"
           END-IF.
       1000-EXIT.
           EXIT.

      *****************************************************************
      * 1005-BEGIN-STEP-CONTROL - CHECK THE STEP IN ON THE STEPCTL
      * LEDGER FOR THE BUSINESS DATE, BEFORE ANYTHING IS OPENED FOR
      * OUTPUT.  STEPCTL REFUSES A STEP ALREADY COMPLETED FOR THE
      * DATE (CC 20), OR ONE RUN OUT OF ORDER (CC 24), UNLESS A
      * STEPOVR OVERRIDE CARD NAMES STMTRPT AND THE DATE, AND HAS
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
      * 3000-PRINT-STATEMENTS - SORT OUTPUT PROCEDURE.  WALK THE
      * SORTED IMAGES, BREAKING ON ACCOUNT NUMBER.
      * 3400-PRINT-POSTING - ONE POSTING LINE.  THE POSTED AMOUNT IS
      * THE MOVEMENT BETWEEN THE BEFORE AND AFTER BALANCES, SHOWN DR
      * WHEN THE BALANCE WENT UP AND CR WHEN IT CAME DOWN, MATCHING
      * HOW MASTUPD APPLIES THE RECORD CODES.  A REVERSAL AND THE
      * POSTING IT UNDID ARE TAGGED WITH EACH OTHER'S TRANSACTION ID
      * SO THE PAIR READS TOGETHER ON THE STATEMENT.
      *****************************************************************
       3400-PRINT-POSTING.
           ADD 1 TO WS-POSTING-COUNT.
           MOVE SR-OPERATOR-ID     TO SD-OPERATOR-ID.
           MOVE SR-BATCH-ID        TO SD-BATCH-ID.
           MOVE SR-NEW-BALANCE     TO SD-NEW-BALANCE.
           PERFORM 3450-SET-REVERSAL-TAG THRU 3450-EXIT.
           MOVE WS-STM-DETAIL      TO STM-LINE.
           WRITE STM-LINE.
       3400-EXIT.
           EXIT.

      *****************************************************************
      * 3450-SET-REVERSAL-TAG - A REVERSAL IMAGE CARRIES THE ID OF
      * THE POSTING IT REVERSED IN ITS LINK FIELD.  ANY OTHER POSTING
      * IS LOOKED UP ON POSTXREF, WHICH NAMES THE REVERSAL THAT UNDID
      * IT, IF ANY.  MAINTENANCE IMAGES NEVER REACH POSTXREF AND A
      * MISSING ENTRY SIMPLY LEAVES THE TAG BLANK.
      *****************************************************************
       3450-SET-REVERSAL-TAG.
           MOVE SPACES TO SD-TAG.
           IF SR-LINK-REVERSAL
               STRING "REVERSAL OF " DELIMITED BY SIZE
                      SR-LINK-ID DELIMITED BY SIZE
                      INTO SD-TAG
               GO TO 3450-EXIT
           END-IF.
           IF NOT XREF-AVAILABLE
               GO TO 3450-EXIT
           END-IF.
           MOVE SR-TRANSACTION-ID TO XR-TRANSACTION-ID.
           READ POSTXREF
               INVALID KEY
                   GO TO 3450-EXIT
           END-READ.
           IF XR-REVERSED
               STRING "REVERSED BY " DELIMITED BY SIZE
                      XR-REVERSED-BY DELIMITED BY SIZE
                      INTO SD-TAG
           END-IF.
       3450-EXIT.
           EXIT.

      *****************************************************************
      * 3500-CLOSE-STATEMENT - FINISH THE ACCOUNT: CLOSING BALANCE,
      * THEN THE TIE-OUT AGAINST THE MASTER FILE'S CURRENT BALANCE.
           IF MASTER-AVAILABLE
               CLOSE MASTER-FILE
           END-IF.
           IF XREF-AVAILABLE
               CLOSE POSTXREF
           END-IF.
           CLOSE STMTOUT.
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
