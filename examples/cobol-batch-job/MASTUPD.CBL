      *               BALANCE (AND DRIVES THE OVERDRAFT CHECK), 'DR'
      *               ADDS - THE SAME SPLIT CODES 02/05 VERSUS THE
      *               REST USED TO GET FROM THE COMPILED-IN RULE.
      *   10/15/2026  NEW FUNCTION 'T' POSTS AN ACCOUNT-TO-ACCOUNT
      *               TRANSFER (RECORD CODE 'XF') AS ONE UNIT.  THE TO-
      *               ACCOUNT IS PASSED AS A NEW TENTH PARAMETER.  BOTH
      *               ACCOUNTS ARE READ AND CHECKED - ON FILE, NOT
      *               CLOSED, FROM-ACCOUNT WITHIN ITS OVERDRAFT LIMIT -
      *               BEFORE EITHER IS REWRITTEN, SO BOTH LEGS POST OR
      *               NEITHER DOES AND THE CALLER GETS ONE RESULT FOR
      *               THE PAIR.  EACH LEG WRITES ITS OWN AUDIT IMAGE,
      *               LINKED TO THE OTHER LEG'S ACCOUNT.  EVERY AUDIT
      *               IMAGE NOW ALSO CARRIES THE RECORD CODE AND THE
      *               ACCOUNT STATUS.
      *   10/15/2026  NEW FUNCTION 'V' REVERSES A POSTING BY TRANSACTION
      *               ID (RECORD CODE 'RV').  THE ORIGINAL IS FOUND ON
      *               POSTXREF, WHICH MOVED OUT TO THE SHARED XREFREC
      *               COPYBOOK AND WIDENED TO 80 BYTES SO EVERY ENTRY
      *               NOW CARRIES ITS CODE, SIDE, AMOUNT, AND TRANSFER
      *               TO-ACCOUNT.  THE EXACT OPPOSITE IS POSTED TO THE
      *               SAME ACCOUNT (BOTH LEGS OF A TRANSFER), THE IMAGES
      *               ARE LINKED TO THE ORIGINAL, AND THE ORIGINAL'S
      *               ENTRY IS MARKED REVERSED SO A SECOND REVERSAL
      *               REJECTS.  THE ORIGINAL ID IS PASSED AS AN ELEVENTH
      *               PARAMETER AND THE CODE AND SIGNED AMOUNT TO COUNT
      *               COME BACK IN A TWELFTH.
      *   10/15/2026  DORMANT ACCOUNTS.  THE MASTER RECORD (NOW 100
      *               BYTES) CARRIES A LAST-ACTIVITY DATE AND STATUS 'D'
      *               DORMANT.  A CUSTOMER POSTING (ANY CODE BUT THE
      *               BANK'S OWN 04 INTEREST, 05 FEE, AND 'RV' REVERSAL)
      *               AGAINST A DORMANT ACCOUNT COMES BACK LK-UPDATE-SW
      *               = 'I' AND IS NOT POSTED, ON EVERY PATH ('U', 'P',
      *               AND BOTH LEGS OF A 'T'); ONE THAT POSTS STAMPS THE
      *               ACCOUNT'S LAST-ACTIVITY DATE.  THE BANK'S OWN
      *               POSTS GO THROUGH UNTOUCHED AND LEAVE THE DATE
      *               ALONE.
      *   10/15/2026  AUDITLOG RECORD WIDENED FROM 66 TO 160 BYTES, FOR
      *               THE RECORD CODE AND ACCOUNT STATUS ABOVE AND FOR
      *               THE ACCOUNT'S ATTRIBUTES AFTER THE CHANGE
      *               (AU-AFTER-IMAGE, FROM MA-ATTRIBUTES), WHICH EVERY
      *               IMAGE NOW CARRIES SO MSTRECOV CAN REBUILD THE
      *               MASTER FROM A BACKUP.  THE RECORD IS CLEARED
      *               BEFORE IT IS BUILT.
      *
      * PURPOSE.  LK-MASTUPD-FUNCTION SELECTS THE OPERATION:
      *   'O' - OPEN MASTER-FILE, AUDITLOG, AND POSTXREF
      *   'P' - POST ONE TRANSACTION TO THE HELD MASTER RECORD
      *   'E' - END THE ACCOUNT GROUP: ONE REWRITE, THEN THE HELD
      *         AUDIT IMAGES AND POSTXREF ENTRIES
      *   'T' - TRANSFER LK-AMOUNT FROM LK-ACCOUNT-NUMBER TO
      *         LK-TO-ACCOUNT: BOTH LEGS POST, OR NEITHER DOES
      *   'V' - REVERSE THE POSTING NAMED BY LK-ORIGINAL-ID: POST THE
      *         EXACT OPPOSITE OF IT AND MARK IT REVERSED ON POSTXREF
      *   'C' - CLOSE MASTER-FILE, AUDITLOG, AND POSTXREF
      *****************************************************************
       ENVIRONMENT DIVISION.
      * MASTER-FILE - ONE RECORD PER ACCOUNT.
      *****************************************************************
       FD  MASTER-FILE
           RECORD CONTAINS 100 CHARACTERS
           LABEL RECORDS ARE STANDARD.
           COPY MASTREC.

      *****************************************************************
       FD  AUDITLOG
           RECORDING MODE IS F
           RECORD CONTAINS 160 CHARACTERS
           LABEL RECORDS ARE STANDARD.
           COPY AUDREC.

      * POSTXREF - ONE RECORD PER POSTED TRANSACTION.
      *****************************************************************
       FD  POSTXREF
           RECORD CONTAINS 80 CHARACTERS
           LABEL RECORDS ARE STANDARD.
           COPY XREFREC.

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUSES.
           05  WS-XREF-FILE-STATUS      PIC X(02) VALUE '00'.

       01  WS-OLD-BALANCE               PIC S9(09)V99 VALUE 0.
       01  WS-TODAYS-DATE               PIC 9(08)     VALUE 0.

      *****************************************************************
      * WS-ACTIVITY-CODE - THE RECORD CODE BEING POSTED, TESTED FOR
      * WHETHER THE POSTING IS CUSTOMER ACTIVITY.  THE BANK'S OWN
      * ACCRUED INTEREST (04), SERVICE FEES (05), AND REVERSALS ('RV')
      * ARE NOT: THEY NEITHER MOVE THE ACCOUNT'S LAST-ACTIVITY DATE
      * NOR ARE REFUSED ON A DORMANT ACCOUNT.
      *****************************************************************
       01  WS-ACTIVITY-CODE             PIC X(02) VALUE SPACES.
           88  BANK-INITIATED-CODE              VALUE '04' '05' 'RV'.

      *****************************************************************
      * AUDIT LINK FIELDS - SET BY A CALLER OF 2100-WRITE-AUDIT-RECORD
      * THAT IS WRITING ONE HALF OF A LINKED PAIR OF IMAGES (A
      * TRANSFER LEG), SPACES FOR AN ORDINARY UNLINKED POSTING.
      *****************************************************************
       01  WS-AUDIT-LINK-TYPE           PIC X(01) VALUE SPACE.
       01  WS-AUDIT-LINK-ID             PIC X(10) VALUE SPACES.

      *****************************************************************
      * WS-XFER-TO-RECORD - THE TO-ACCOUNT'S MASTER RECORD, HELD HERE
      * WHILE THE FROM-ACCOUNT IS READ AND CHECKED, SO NEITHER LEG IS
      * REWRITTEN UNTIL BOTH ACCOUNTS HAVE PASSED EVERY CHECK.
      *****************************************************************
       01  WS-XFER-TO-RECORD            PIC X(100) VALUE SPACES.

      *****************************************************************
      * REVERSAL WORK FIELDS - THE ORIGINAL POSTING'S POSTXREF ENTRY,
      * HELD WHILE ITS ACCOUNT (AND A TRANSFER'S TO-ACCOUNT) IS READ
      * AND CHECKED, THEN REWRITTEN MARKED REVERSED; AND THE SIDE AND
      * AMOUNT THE REVERSAL ITSELF POSTS, FOR ITS OWN POSTXREF ENTRY.
      *****************************************************************
       01  WS-REV-XREF-RECORD           PIC X(80) VALUE SPACES.
       01  WS-REV-ORIG-FIELDS.
           05  WS-REV-RECORD-CODE       PIC X(02) VALUE SPACES.
           05  WS-REV-ORIG-DR-CR        PIC X(02) VALUE SPACES.
           05  WS-REV-DR-CR             PIC X(02) VALUE SPACES.
           05  WS-REV-AMOUNT            PIC S9(09)V99 VALUE 0.
           05  WS-REV-TO-ACCOUNT        PIC 9(09) VALUE 0.

      *****************************************************************
      * OVERDRAFT CHECK WORK FIELDS - THE BALANCE THE DEBIT WOULD
               10  WS-PE-OLD-BALANCE    PIC S9(09)V99 COMP-3.
               10  WS-PE-NEW-BALANCE    PIC S9(09)V99 COMP-3.
               10  WS-PE-OPERATOR-ID    PIC X(05).
               10  WS-PE-RECORD-CODE    PIC X(02).
               10  WS-PE-DR-CR          PIC X(02).
               10  WS-PE-AMOUNT         PIC S9(09)V99 COMP-3.

       LINKAGE SECTION.
       01  LK-MASTUPD-FUNCTION          PIC X(01).
       01  LK-BATCH-ID                  PIC X(06).
       01  LK-UPDATE-SW                 PIC X(01).
       01  LK-DRCR-FLAG                 PIC X(02).
       01  LK-TO-ACCOUNT                PIC 9(09).
       01  LK-ORIGINAL-ID               PIC X(10).
       01  LK-REVERSAL-POSTED.
           05  LK-RP-RECORD-CODE        PIC X(02).
           05  LK-RP-AMOUNT             PIC S9(09)V99.

       PROCEDURE DIVISION USING LK-MASTUPD-FUNCTION LK-TRANSACTION-ID
                                LK-RECORD-CODE LK-ACCOUNT-NUMBER
                                LK-AMOUNT LK-OPERATOR-ID LK-BATCH-ID
                                LK-UPDATE-SW LK-DRCR-FLAG
                                LK-TO-ACCOUNT LK-ORIGINAL-ID
                                LK-REVERSAL-POSTED.
      *****************************************************************
      * 0000-MAINLINE.
      *****************************************************************
                   PERFORM 4100-POST-TO-HELD THRU 4100-EXIT
               WHEN 'E'
                   PERFORM 4200-END-ACCOUNT THRU 4200-EXIT
               WHEN 'T'
                   PERFORM 2500-APPLY-TRANSFER THRU 2500-EXIT
               WHEN 'V'
                   PERFORM 2600-APPLY-REVERSAL THRU 2600-EXIT
               WHEN 'C'
                   PERFORM 3000-CLOSE-MASTER-FILES THRU 3000-EXIT
               WHEN OTHER
      *****************************************************************
       1000-OPEN-MASTER-FILES.
           MOVE 'Y' TO LK-UPDATE-SW.
           ACCEPT WS-TODAYS-DATE FROM DATE YYYYMMDD.
           OPEN I-O MASTER-FILE.
           IF WS-MASTER-FILE-STATUS NOT = '00'
               MOVE 'N' TO WS-MASTER-OPEN-SW
      * BEFORE THE STATUS FIELD EXISTED) IS TREATED AS OPEN.  AND IT
      * COMES BACK 'D' WHEN POSTXREF SHOWS THE TRANSACTION ID WAS
      * ALREADY POSTED BY A PRIOR RUN - THE CALLER REJECTS IT AS A
      * DUPLICATE INSTEAD OF POSTING IT AGAIN.  IT COMES BACK 'I' WHEN
      * THE ACCOUNT IS DORMANT AND THE POSTING IS CUSTOMER ACTIVITY -
      * THE CALLER REJECTS IT FOR REVIEW UNTIL THE ACCOUNT IS
      * REACTIVATED.  A CUSTOMER POSTING STAMPS THE ACCOUNT'S
      * LAST-ACTIVITY DATE.
      *****************************************************************
       2000-APPLY-TRANSACTION.
           MOVE 'Y' TO LK-UPDATE-SW.
                       END-IF
               END-READ
           END-IF.
           IF LK-UPDATE-SW = 'Y'
               PERFORM 2080-CHECK-DORMANT THRU 2080-EXIT
           END-IF.
           IF LK-UPDATE-SW = 'Y'
               PERFORM 2070-CHECK-OVERDRAFT THRU 2070-EXIT
           END-IF.
               ELSE
                   ADD LK-AMOUNT TO MA-BALANCE
               END-IF
               PERFORM 2090-NOTE-ACTIVITY THRU 2090-EXIT
               REWRITE MASTER-RECORD
               MOVE SPACE  TO WS-AUDIT-LINK-TYPE
               MOVE SPACES TO WS-AUDIT-LINK-ID
               PERFORM 2100-WRITE-AUDIT-RECORD THRU 2100-EXIT
               PERFORM 2150-RECORD-POSTED THRU 2150-EXIT
           END-IF.
      * TABLE) IS CHECKED, AND ONLY WHEN THE RECORD CARRIES A NUMERIC
      * LIMIT - A BLANK LIMIT IS AN UNCONVERTED RECORD AND ENFORCES
      * NOTHING.  A BREACH COMES BACK LK-UPDATE-SW = 'F' AND NOTHING
      * IS POSTED; THE DRIVER'S RETRY QUEUE TAKES IT FROM THERE.  THE
      * FROM-LEG OF A TRANSFER ALWAYS REDUCES ITS BALANCE, SO IT IS
      * ALWAYS CHECKED WHATEVER THE TABLE SAYS.
      *****************************************************************
       2070-CHECK-OVERDRAFT.
           IF LK-DRCR-FLAG NOT = 'CR'
               AND LK-MASTUPD-FUNCTION NOT = 'T'
               GO TO 2070-EXIT
           END-IF.
           IF MA-OVERDRAFT-LIMIT NOT NUMERIC
       2070-EXIT.
           EXIT.

      *****************************************************************
      * 2080-CHECK-DORMANT - A DORMANT ACCOUNT TAKES NO CUSTOMER
      * ACTIVITY UNTIL IT IS REACTIVATED: A CUSTOMER POSTING AGAINST
      * THE RECORD JUST READ COMES BACK LK-UPDATE-SW = 'I' AND NOTHING
      * IS POSTED.  THE BANK'S OWN INTEREST, FEES, AND REVERSALS STILL
      * POST - INTEREST KEEPS ACCRUING ON A DORMANT BALANCE.
      *****************************************************************
       2080-CHECK-DORMANT.
           MOVE LK-RECORD-CODE TO WS-ACTIVITY-CODE.
           IF MA-ACCOUNT-DORMANT
                   AND NOT BANK-INITIATED-CODE
               MOVE 'I' TO LK-UPDATE-SW
           END-IF.
       2080-EXIT.
           EXIT.

      *****************************************************************
      * 2090-NOTE-ACTIVITY - A CUSTOMER POSTING STAMPS THE RECORD'S
      * LAST-ACTIVITY DATE, WHICH THE DORMANCY SWEEP MEASURES FROM.
      * WS-ACTIVITY-CODE WAS SET BY 2080-CHECK-DORMANT.
      *****************************************************************
       2090-NOTE-ACTIVITY.
           IF NOT BANK-INITIATED-CODE
               MOVE WS-TODAYS-DATE TO MA-LAST-ACTIVITY-DATE
           END-IF.
       2090-EXIT.
           EXIT.

      *****************************************************************
      * 2100-WRITE-AUDIT-RECORD - WRITE ONE BEFORE/AFTER IMAGE, STAMPED
      * WITH THE CURRENT DATE/TIME AND THE OPERATOR AND BATCH THE
      * TRANSACTION CAME IN UNDER, FOR THE AUDITORS.  THE ACCOUNT IS
      * TAKEN FROM THE MASTER RECORD JUST REWRITTEN, WHICH IS THE
      * TRANSACTION'S OWN ACCOUNT EXCEPT ON THE TO-LEG OF A TRANSFER.
      *****************************************************************
       2100-WRITE-AUDIT-RECORD.
           MOVE SPACES              TO AUDIT-RECORD.
           MOVE MA-ACCOUNT-NUMBER   TO AU-ACCOUNT-NUMBER.
           MOVE LK-TRANSACTION-ID   TO AU-TRANSACTION-ID.
           MOVE WS-OLD-BALANCE      TO AU-OLD-BALANCE.
           MOVE MA-BALANCE          TO AU-NEW-BALANCE.
           ACCEPT AU-TIMESTAMP-TIME FROM TIME.
           MOVE LK-OPERATOR-ID      TO AU-OPERATOR-ID.
           MOVE LK-BATCH-ID         TO AU-BATCH-ID.
           MOVE LK-RECORD-CODE      TO AU-RECORD-CODE.
           MOVE WS-AUDIT-LINK-TYPE  TO AU-LINK-TYPE.
           MOVE WS-AUDIT-LINK-ID    TO AU-LINK-ID.
           MOVE MA-ACCOUNT-STATUS   TO AU-ACCOUNT-STATUS.
           MOVE MA-ATTRIBUTES       TO AU-AFTER-IMAGE.
           WRITE AUDIT-RECORD.
       2100-EXIT.
           EXIT.
      * 2150-RECORD-POSTED - ADD THE TRANSACTION JUST POSTED TO
      * POSTXREF SO EVERY LATER RUN SEES IT.  A DUPLICATE KEY HERE
      * MEANS THE SAME ID POSTED EARLIER IN THIS RUN WITH THE CHECK
      * DOWN - NOTHING USEFUL TO DO ABOUT IT AT THIS POINT.  THE
      * ENTRY CARRIES THE CODE, SIDE, AND AMOUNT SO THE POSTING CAN
      * BE REVERSED LATER: A TRANSFER IS RECORDED AS REDUCING ITS
      * FROM-ACCOUNT, AND A REVERSAL AS THE SIDE AND AMOUNT IT
      * ACTUALLY POSTED, NAMING THE ITEM IT REVERSED.
      *****************************************************************
       2150-RECORD-POSTED.
           IF XREF-FILE-NOT-OPEN
               GO TO 2150-EXIT
           END-IF.
           MOVE SPACES            TO POSTXREF-RECORD.
           MOVE LK-TRANSACTION-ID TO XR-TRANSACTION-ID.
           MOVE LK-ACCOUNT-NUMBER TO XR-ACCOUNT-NUMBER.
           ACCEPT XR-POST-DATE FROM DATE.
           MOVE LK-RECORD-CODE    TO XR-RECORD-CODE.
           MOVE 0                 TO XR-TO-ACCOUNT.
           EVALUATE LK-MASTUPD-FUNCTION
               WHEN 'T'
                   MOVE 'CR'              TO XR-DR-CR
                   MOVE LK-AMOUNT         TO XR-AMOUNT
                   MOVE LK-TO-ACCOUNT     TO XR-TO-ACCOUNT
               WHEN 'V'
                   MOVE WS-REV-DR-CR      TO XR-DR-CR
                   MOVE WS-REV-AMOUNT     TO XR-AMOUNT
                   MOVE WS-REV-TO-ACCOUNT TO XR-TO-ACCOUNT
                   MOVE LK-ORIGINAL-ID    TO XR-ORIGINAL-ID
               WHEN OTHER
                   MOVE LK-DRCR-FLAG      TO XR-DR-CR
                   MOVE LK-AMOUNT         TO XR-AMOUNT
           END-EVALUATE.
           WRITE POSTXREF-RECORD
               INVALID KEY
                   CONTINUE
       2150-EXIT.
           EXIT.

      *****************************************************************
      * 2500-APPLY-TRANSFER - MOVE LK-AMOUNT FROM LK-ACCOUNT-NUMBER TO
      * LK-TO-ACCOUNT AS ONE POSTING.  EVERY CHECK IS MADE BEFORE
      * EITHER RECORD IS REWRITTEN: THE DUPLICATE CHECK, BOTH ACCOUNTS
      * ON FILE ('N'), NOT CLOSED ('C'), AND NOT DORMANT ('I'), AND THE
      * FROM-ACCOUNT'S OVERDRAFT LIMIT ('F').  THE FIRST FAILURE COMES
      * BACK AS THE ONE RESULT FOR THE WHOLE TRANSFER AND NEITHER LEG
      * POSTS.  ONCE BOTH PASS, THE FROM-ACCOUNT IS DEBITED AND THE
      * TO-ACCOUNT CREDITED, EACH WITH ITS OWN BEFORE/AFTER IMAGE
      * LINKED TO THE OTHER BY ACCOUNT NUMBER, AND ONE POSTXREF ENTRY
      * COVERS BOTH.  A TRANSFER IS CUSTOMER ACTIVITY ON BOTH ACCOUNTS.
      * THE DRIVER'S SINGLE-VISIT MODE ENDS ANY HELD ACCOUNT GROUP
      * BEFORE CALLING THIS, SINCE IT READS INTO THE SAME RECORD AREA.
      *****************************************************************
       2500-APPLY-TRANSFER.
           MOVE 'Y' TO LK-UPDATE-SW.
           IF MASTER-FILE-NOT-OPEN
               MOVE 'N' TO LK-UPDATE-SW
               GO TO 2500-EXIT
           END-IF.
           PERFORM 2050-CHECK-ALREADY-POSTED THRU 2050-EXIT.
           IF LK-UPDATE-SW NOT = 'Y'
               GO TO 2500-EXIT
           END-IF.
           MOVE LK-TO-ACCOUNT TO MA-ACCOUNT-NUMBER.
           PERFORM 2510-READ-TRANSFER-LEG THRU 2510-EXIT.
           IF LK-UPDATE-SW = 'Y'
               PERFORM 2080-CHECK-DORMANT THRU 2080-EXIT
           END-IF.
           IF LK-UPDATE-SW NOT = 'Y'
               GO TO 2500-EXIT
           END-IF.
           MOVE MASTER-RECORD TO WS-XFER-TO-RECORD.
           MOVE LK-ACCOUNT-NUMBER TO MA-ACCOUNT-NUMBER.
           PERFORM 2510-READ-TRANSFER-LEG THRU 2510-EXIT.
           IF LK-UPDATE-SW = 'Y'
               PERFORM 2080-CHECK-DORMANT THRU 2080-EXIT
           END-IF.
           IF LK-UPDATE-SW NOT = 'Y'
               GO TO 2500-EXIT
           END-IF.
           PERFORM 2070-CHECK-OVERDRAFT THRU 2070-EXIT.
           IF LK-UPDATE-SW NOT = 'Y'
               GO TO 2500-EXIT
           END-IF.
           MOVE 'T' TO WS-AUDIT-LINK-TYPE.
           MOVE MA-BALANCE TO WS-OLD-BALANCE.
           SUBTRACT LK-AMOUNT FROM MA-BALANCE.
           PERFORM 2090-NOTE-ACTIVITY THRU 2090-EXIT.
           REWRITE MASTER-RECORD.
           MOVE LK-TO-ACCOUNT TO WS-AUDIT-LINK-ID.
           PERFORM 2100-WRITE-AUDIT-RECORD THRU 2100-EXIT.
           MOVE WS-XFER-TO-RECORD TO MASTER-RECORD.
           MOVE MA-BALANCE TO WS-OLD-BALANCE.
           ADD LK-AMOUNT TO MA-BALANCE.
           PERFORM 2090-NOTE-ACTIVITY THRU 2090-EXIT.
           REWRITE MASTER-RECORD.
           MOVE LK-ACCOUNT-NUMBER TO WS-AUDIT-LINK-ID.
           PERFORM 2100-WRITE-AUDIT-RECORD THRU 2100-EXIT.
           PERFORM 2150-RECORD-POSTED THRU 2150-EXIT.
           MOVE SPACE  TO WS-AUDIT-LINK-TYPE.
           MOVE SPACES TO WS-AUDIT-LINK-ID.
       2500-EXIT.
           EXIT.

      *****************************************************************
      * 2510-READ-TRANSFER-LEG - READ ONE LEG'S MASTER RECORD, KEYED
      * BY WHATEVER THE CALLER MOVED TO MA-ACCOUNT-NUMBER.  'N' NOT ON
      * FILE, 'C' CLOSED, OTHERWISE LK-UPDATE-SW IS LEFT 'Y'.
      *****************************************************************
       2510-READ-TRANSFER-LEG.
           READ MASTER-FILE
               INVALID KEY
                   MOVE 'N' TO LK-UPDATE-SW
               NOT INVALID KEY
                   IF MA-ACCOUNT-CLOSED
                       MOVE 'C' TO LK-UPDATE-SW
                   END-IF
           END-READ.
       2510-EXIT.
           EXIT.

      *****************************************************************
      * 2600-APPLY-REVERSAL - POST THE EXACT OPPOSITE OF THE
      * TRANSACTION NAMED BY LK-ORIGINAL-ID, REBUILT FROM ITS POSTXREF
      * ENTRY - THE REVERSAL CARD'S OWN AMOUNT IS NOT USED.  EVERY
      * CHECK IS MADE BEFORE ANY RECORD IS REWRITTEN:
      *   'D' - THE REVERSAL'S OWN ID ALREADY POSTED, OR THE ORIGINAL
      *         IS ALREADY MARKED REVERSED
      *   'N' - MASTER OR POSTXREF NOT OPEN, ORIGINAL NOT ON POSTXREF,
      *         AN ENTRY CONVERTED WITHOUT ITS AMOUNT, ITSELF A
      *         REVERSAL, POSTED TO A DIFFERENT ACCOUNT THAN THE CARD
      *         NAMES, OR AN ACCOUNT NO LONGER ON FILE
      *   'C' - AN ACCOUNT THAT HAS SINCE CLOSED
      * THE ORIGINAL'S SIDE IS TURNED OVER ON THE SAME ACCOUNT; A
      * TRANSFER IS REVERSED ON BOTH LEGS, SO THE TO-ACCOUNT GIVES THE
      * MONEY BACK.  THERE IS NO OVERDRAFT CHECK - A REVERSAL CORRECTS
      * A POSTING THAT SHOULD NOT HAVE HAPPENED AND IS NOT HELD FOR
      * FUNDS, AND NO DORMANCY CHECK OR LAST-ACTIVITY STAMP - IT IS
      * THE BANK'S CORRECTION, NOT CUSTOMER ACTIVITY.  EACH IMAGE IS
      * LINKED ('R') TO THE ORIGINAL'S ID, THE REVERSAL GETS ITS OWN
      * POSTXREF ENTRY, AND THE ORIGINAL'S ENTRY IS REWRITTEN MARKED
      * REVERSED.  ON SUCCESS LK-REVERSAL-POSTED TELLS THE DRIVER
      * WHICH RECORD CODE TO COUNT THE REVERSAL UNDER AND THE SIGNED
      * AMOUNT, SO THE ORIGINAL CODE'S DAILY TOTAL - AND THE GL ENTRY
      * BUILT FROM IT - NETS THE REVERSAL OUT.
      *****************************************************************
       2600-APPLY-REVERSAL.
           MOVE 'Y' TO LK-UPDATE-SW.
           MOVE SPACES TO LK-RP-RECORD-CODE.
           MOVE 0      TO LK-RP-AMOUNT.
           IF MASTER-FILE-NOT-OPEN OR XREF-FILE-NOT-OPEN
               MOVE 'N' TO LK-UPDATE-SW
               GO TO 2600-EXIT
           END-IF.
           PERFORM 2050-CHECK-ALREADY-POSTED THRU 2050-EXIT.
           IF LK-UPDATE-SW NOT = 'Y'
               GO TO 2600-EXIT
           END-IF.
           PERFORM 2610-READ-ORIGINAL-XREF THRU 2610-EXIT.
           IF LK-UPDATE-SW NOT = 'Y'
               GO TO 2600-EXIT
           END-IF.
           IF WS-REV-RECORD-CODE = 'XF'
               MOVE WS-REV-TO-ACCOUNT TO MA-ACCOUNT-NUMBER
               PERFORM 2510-READ-TRANSFER-LEG THRU 2510-EXIT
               IF LK-UPDATE-SW NOT = 'Y'
                   GO TO 2600-EXIT
               END-IF
               MOVE MASTER-RECORD TO WS-XFER-TO-RECORD
           END-IF.
           MOVE LK-ACCOUNT-NUMBER TO MA-ACCOUNT-NUMBER.
           PERFORM 2510-READ-TRANSFER-LEG THRU 2510-EXIT.
           IF LK-UPDATE-SW NOT = 'Y'
               GO TO 2600-EXIT
           END-IF.
           MOVE 'R'            TO WS-AUDIT-LINK-TYPE.
           MOVE LK-ORIGINAL-ID TO WS-AUDIT-LINK-ID.
           MOVE MA-BALANCE TO WS-OLD-BALANCE.
           IF WS-REV-ORIG-DR-CR = 'CR'
               MOVE 'DR' TO WS-REV-DR-CR
               ADD WS-REV-AMOUNT TO MA-BALANCE
           ELSE
               MOVE 'CR' TO WS-REV-DR-CR
               SUBTRACT WS-REV-AMOUNT FROM MA-BALANCE
           END-IF.
           REWRITE MASTER-RECORD.
           PERFORM 2100-WRITE-AUDIT-RECORD THRU 2100-EXIT.
           IF WS-REV-RECORD-CODE = 'XF'
               MOVE WS-XFER-TO-RECORD TO MASTER-RECORD
               MOVE MA-BALANCE TO WS-OLD-BALANCE
               SUBTRACT WS-REV-AMOUNT FROM MA-BALANCE
               REWRITE MASTER-RECORD
               PERFORM 2100-WRITE-AUDIT-RECORD THRU 2100-EXIT
           END-IF.
           PERFORM 2150-RECORD-POSTED THRU 2150-EXIT.
           MOVE WS-REV-XREF-RECORD TO POSTXREF-RECORD.
           MOVE 'R'               TO XR-REVERSAL-SW.
           MOVE LK-TRANSACTION-ID TO XR-REVERSED-BY.
           REWRITE POSTXREF-RECORD
               INVALID KEY
                   CONTINUE
           END-REWRITE.
           MOVE WS-REV-RECORD-CODE TO LK-RP-RECORD-CODE.
           SUBTRACT WS-REV-AMOUNT FROM 0 GIVING LK-RP-AMOUNT.
           MOVE SPACE  TO WS-AUDIT-LINK-TYPE.
           MOVE SPACES TO WS-AUDIT-LINK-ID.
       2600-EXIT.
           EXIT.

      *****************************************************************
      * 2610-READ-ORIGINAL-XREF - FIND THE ORIGINAL POSTING ON
      * POSTXREF, CHECK IT CAN BE REVERSED FROM THE CARD'S ACCOUNT,
      * AND HOLD IT.  LK-UPDATE-SW IS LEFT 'Y' ONLY WHEN IT CAN.
      *****************************************************************
       2610-READ-ORIGINAL-XREF.
           MOVE LK-ORIGINAL-ID TO XR-TRANSACTION-ID.
           READ POSTXREF
               INVALID KEY
                   MOVE 'N' TO LK-UPDATE-SW
                   GO TO 2610-EXIT
           END-READ.
           IF XR-RECORD-CODE = SPACES
                   OR XR-RECORD-CODE = 'RV'
                   OR XR-AMOUNT NOT NUMERIC
                   OR XR-ACCOUNT-NUMBER NOT = LK-ACCOUNT-NUMBER
               MOVE 'N' TO LK-UPDATE-SW
               GO TO 2610-EXIT
           END-IF.
           IF XR-REVERSED
               MOVE 'D' TO LK-UPDATE-SW
               GO TO 2610-EXIT
           END-IF.
           MOVE POSTXREF-RECORD TO WS-REV-XREF-RECORD.
           MOVE XR-RECORD-CODE  TO WS-REV-RECORD-CODE.
           MOVE XR-DR-CR        TO WS-REV-ORIG-DR-CR.
           MOVE XR-AMOUNT       TO WS-REV-AMOUNT.
           MOVE 0               TO WS-REV-TO-ACCOUNT.
           IF XR-RECORD-CODE = 'XF'
               MOVE XR-TO-ACCOUNT TO WS-REV-TO-ACCOUNT
           END-IF.
       2610-EXIT.
           EXIT.

      *****************************************************************
      * 4000-BEGIN-ACCOUNT - ONE READ FOR THE WHOLE ACCOUNT GROUP.
      * LK-UPDATE-SW COMES BACK 'N' (NOT ON MASTER, OR MASTER NEVER
      * OPENED), 'C' (CLOSED), OR 'Y' (HELD AND READY FOR 'P' CALLS).
      * A DORMANT ACCOUNT IS HELD LIKE AN OPEN ONE - WHETHER EACH
      * POSTING MAY TAKE IT IS DECIDED PER TRANSACTION AT 'P'.
      *****************************************************************
       4000-BEGIN-ACCOUNT.
           MOVE 'Y' TO LK-UPDATE-SW.
      * NOT REACHED POSTXREF YET, SINCE THE GROUP'S ENTRIES ONLY GO
      * OUT AT FLUSH TIME.  THE AUDIT IMAGE IS HELD, NOT WRITTEN -
      * NOTHING SHOWS ON AUDITLOG FOR A POSTING UNTIL ITS REWRITE HAS
      * ACTUALLY HAPPENED.  A CUSTOMER POSTING AGAINST A DORMANT
      * ACCOUNT COMES BACK 'I', AND ONE THAT POSTS STAMPS THE HELD
      * RECORD'S LAST-ACTIVITY DATE, THE SAME AS THE 'U' PATH.
      *****************************************************************
       4100-POST-TO-HELD.
           MOVE 'Y' TO LK-UPDATE-SW.
               MOVE 'D' TO LK-UPDATE-SW
               GO TO 4100-EXIT
           END-IF.
           PERFORM 2080-CHECK-DORMANT THRU 2080-EXIT.
           IF LK-UPDATE-SW = 'I'
               GO TO 4100-EXIT
           END-IF.
           PERFORM 2070-CHECK-OVERDRAFT THRU 2070-EXIT.
           IF LK-UPDATE-SW = 'F'
               GO TO 4100-EXIT
           ELSE
               ADD LK-AMOUNT TO MA-BALANCE
           END-IF.
           PERFORM 2090-NOTE-ACTIVITY THRU 2090-EXIT.
           MOVE MA-BALANCE TO WS-PE-NEW-BALANCE (WS-PEND-COUNT).
           MOVE LK-OPERATOR-ID
               TO WS-PE-OPERATOR-ID (WS-PEND-COUNT).
           MOVE LK-RECORD-CODE
               TO WS-PE-RECORD-CODE (WS-PEND-COUNT).
           MOVE LK-DRCR-FLAG
               TO WS-PE-DR-CR (WS-PEND-COUNT).
           MOVE LK-AMOUNT
               TO WS-PE-AMOUNT (WS-PEND-COUNT).
       4100-EXIT.
           EXIT.

      *****************************************************************
       4400-RELEASE-PENDING-IMAGE.
           ADD 1 TO WS-PEND-SUB.
           MOVE SPACES              TO AUDIT-RECORD.
           MOVE MA-ACCOUNT-NUMBER   TO AU-ACCOUNT-NUMBER.
           MOVE WS-PE-TRANSACTION-ID (WS-PEND-SUB)
               TO AU-TRANSACTION-ID.
           ACCEPT AU-TIMESTAMP-TIME FROM TIME.
           MOVE WS-PE-OPERATOR-ID (WS-PEND-SUB) TO AU-OPERATOR-ID.
           MOVE LK-BATCH-ID         TO AU-BATCH-ID.
           MOVE WS-PE-RECORD-CODE (WS-PEND-SUB) TO AU-RECORD-CODE.
           MOVE SPACE               TO AU-LINK-TYPE.
           MOVE SPACES              TO AU-LINK-ID.
           MOVE MA-ACCOUNT-STATUS   TO AU-ACCOUNT-STATUS.
           MOVE MA-ATTRIBUTES       TO AU-AFTER-IMAGE.
           WRITE AUDIT-RECORD.
           IF XREF-FILE-OPEN
               MOVE SPACES TO POSTXREF-RECORD
               MOVE WS-PE-TRANSACTION-ID (WS-PEND-SUB)
                   TO XR-TRANSACTION-ID
               MOVE MA-ACCOUNT-NUMBER TO XR-ACCOUNT-NUMBER
               ACCEPT XR-POST-DATE FROM DATE
               MOVE WS-PE-RECORD-CODE (WS-PEND-SUB) TO XR-RECORD-CODE
               MOVE WS-PE-DR-CR (WS-PEND-SUB)       TO XR-DR-CR
               MOVE WS-PE-AMOUNT (WS-PEND-SUB)      TO XR-AMOUNT
               MOVE 0                               TO XR-TO-ACCOUNT
               WRITE POSTXREF-RECORD
                   INVALID KEY
                       CONTINUE
