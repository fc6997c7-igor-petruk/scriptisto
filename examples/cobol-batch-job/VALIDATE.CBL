      *               FUNCTION 'T' REJECTS WITH NEW REASON CODE 09.
      *               AN EMPTY TABLE (NO SECURITY FILE SUPPLIED)
      *               CHECKS NOTHING, THE PRE-SECURITY BEHAVIOR.
      *   10/15/2026  TRANSFER RECORD CODE 'XF'.  BOTH ACCOUNTS ARE
      *               CHECKED: A TO-ACCOUNT THAT IS MISSING, NOT
      *               NUMERIC, OR THE SAME AS THE FROM-ACCOUNT REJECTS
      *               WITH REASON CODE 01, AND A TRANSFER AMOUNT THAT IS
      *               NOT POSITIVE WITH 02.  WHETHER EITHER ACCOUNT
      *               EXISTS AND IS OPEN IS LEFT TO MASTUPD, AS IT IS
      *               FOR EVERY OTHER CODE.
      *   10/15/2026  REVERSAL RECORD CODE 'RV'.  AN ORIGINAL
      *               TRANSACTION ID THAT IS BLANK OR THE REVERSAL'S OWN
      *               ID REJECTS WITH REASON CODE 01.  WHETHER THE
      *               ORIGINAL POSTED, BELONGS TO THE ACCOUNT, AND IS
      *               NOT ALREADY REVERSED IS LEFT TO MASTUPD.
      *   10/15/2026  TRANREC GAINED TR-SOURCE-BATCH AND
      *               TR-REPAIR-COUNT; NEITHER IS EDITED.
      *
      * PURPOSE.  CHECKS ONE TRANSACTION RECORD PASSED BY THE CALLER
      * AND RETURNS WHETHER IT IS VALID AND, IF NOT, WHY.
                         ==TR-SOURCE-FLAG==
                      BY ==LK-TR-SOURCE-FLAG==
                         ==TR-RETRY-COUNT==
                      BY ==LK-TR-RETRY-COUNT==
                         ==TR-TO-ACCOUNT==
                      BY ==LK-TR-TO-ACCOUNT==
                         ==TR-ORIGINAL-ID==
                      BY ==LK-TR-ORIGINAL-ID==
                         ==TR-SOURCE-BATCH==
                      BY ==LK-TR-SOURCE-BATCH==
                         ==TR-REPAIR-COUNT==
                      BY ==LK-TR-REPAIR-COUNT==.

       01  LK-VALID-SW                 PIC X(01).
       01  LK-REASON-CODE              PIC X(02).
      *****************************************************************
      * 1000-VALIDATE-TRANSACTION - CHECK REQUIRED FIELDS ARE PRESENT,
      * THE AMOUNT IS NUMERIC, AND THE RECORD CODE IS IN THE TRANCODE
      * TABLE.  A TRANSFER ('XF') MUST ALSO NAME A TO-ACCOUNT THAT IS
      * PRESENT AND DIFFERENT FROM THE FROM-ACCOUNT (01), AND MOVE A
      * POSITIVE AMOUNT (02).  A REVERSAL ('RV') MUST NAME THE
      * ORIGINAL TRANSACTION ID, AND NOT ITS OWN (01); ITS AMOUNT
      * FIELD MUST STILL BE NUMERIC BUT IS NOT USED.  SETS
      * LK-REASON-CODE WHEN THE RECORD FAILS.
      *****************************************************************
       1000-VALIDATE-TRANSACTION.
           SET VALID-TRANSACTION TO TRUE.
               WHEN LK-TR-ACCOUNT-NUMBER = 0
                   SET INVALID-TRANSACTION TO TRUE
                   MOVE '01' TO LK-REASON-CODE
               WHEN LK-TR-RECORD-CODE = 'XF'
                   AND LK-TR-TO-ACCOUNT NOT NUMERIC
                   SET INVALID-TRANSACTION TO TRUE
                   MOVE '01' TO LK-REASON-CODE
               WHEN LK-TR-RECORD-CODE = 'XF'
                   AND (LK-TR-TO-ACCOUNT = 0
                     OR LK-TR-TO-ACCOUNT = LK-TR-ACCOUNT-NUMBER)
                   SET INVALID-TRANSACTION TO TRUE
                   MOVE '01' TO LK-REASON-CODE
               WHEN LK-TR-RECORD-CODE = 'RV'
                   AND (LK-TR-ORIGINAL-ID = SPACES
                     OR LK-TR-ORIGINAL-ID = LK-TR-TRANSACTION-ID)
                   SET INVALID-TRANSACTION TO TRUE
                   MOVE '01' TO LK-REASON-CODE
               WHEN LK-TR-AMOUNT NOT NUMERIC
                   SET INVALID-TRANSACTION TO TRUE
                   MOVE '02' TO LK-REASON-CODE
               WHEN LK-TR-RECORD-CODE = 'XF'
                   AND LK-TR-AMOUNT NOT > 0
                   SET INVALID-TRANSACTION TO TRUE
                   MOVE '02' TO LK-REASON-CODE
               WHEN OTHER
                   PERFORM 1500-CHECK-RECORD-CODE THRU 1500-EXIT
                   IF VALID-TRANSACTION
