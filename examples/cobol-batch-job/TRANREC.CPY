      *               SPACES (A RECORD WRITTEN BEFORE THE FIELD
      *               EXISTED, OR A FIRST-TIME RECORD FROM THE SOURCE
      *               SYSTEM) MEANS NOT YET RE-PRESENTED.
      *   10/15/2026  CARVED TR-TO-ACCOUNT OUT OF THE TRAILING FILLER
      *               FOR THE ACCOUNT-TO-ACCOUNT TRANSFER (RECORD CODE
      *               'XF').  TR-ACCOUNT-NUMBER IS THE ACCOUNT DEBITED
      *               (FUNDS LEAVE IT) AND TR-TO-ACCOUNT IS THE ACCOUNT
      *               CREDITED.  BOTH LEGS POST OR NEITHER DOES.  THE
      *               FIELD IS IGNORED ON EVERY OTHER RECORD CODE.
      *   10/15/2026  CARVED TR-ORIGINAL-ID OUT OF THE TRAILING FILLER
      *               FOR THE REVERSAL (RECORD CODE 'RV').  IT NAMES THE
      *               TR-TRANSACTION-ID OF THE POSTING BEING REVERSED;
      *               THE ACCOUNT MUST BE THE ORIGINAL'S ACCOUNT (THE
      *               FROM-ACCOUNT OF A TRANSFER) AND THE AMOUNT FIELD
      *               IS NOT USED - THE EXACT OPPOSITE OF THE ORIGINAL
      *               IS POSTED FROM POSTXREF.  THE FIELD IS IGNORED ON
      *               EVERY OTHER RECORD CODE.
      *   10/15/2026  TR-SOURCE-FLAG 'S' MARKS A TRANSACTION GENERATED
      *               FROM A STANDING INSTRUCTION BY STNDGEN - NEW WORK
      *               FOR TOTALS AND SUSPENSE PURPOSES, THE SAME AS AN
      *               ACCRUAL, BUT TAGGED STANDING ON REPORT-OUT.
      *   10/15/2026  CARVED TR-SOURCE-BATCH AND TR-REPAIR-COUNT OUT OF
      *               THE TRAILING FILLER FOR THE HELD-REJECT AGING
      *               REPORT (REJAGE).  TR-SOURCE-BATCH IS THE BATCH ID
      *               OF THE TRANIN BATCH THE RECORD ARRIVED IN, STAMPED
      *               BY HELLO AS THE RECORD IS READ; SPACES MEANS IT
      *               ARRIVED OUTSIDE A BATCH OR WAS GENERATED.
      *               TR-REPAIR-COUNT COUNTS THE TIMES TRANFIX HAS
      *               REPAIRED AND RECYCLED THE RECORD; SPACES MEANS
      *               NEVER.  BOTH RIDE THE RECORD THROUGH TRANREJ,
      *               RECYCLE, FUTRNEW AND NSFQ UNCHANGED.
      *****************************************************************
       01  TRAN-RECORD.
           05  TR-RECORD-CODE          PIC X(02).
           05  TR-OPERATOR-ID          PIC X(05).
           05  TR-SOURCE-FLAG          PIC X(01).
           05  TR-RETRY-COUNT          PIC 9(02).
           05  TR-TO-ACCOUNT           PIC 9(09).
           05  TR-ORIGINAL-ID          PIC X(10).
           05  TR-SOURCE-BATCH         PIC X(08).
           05  TR-REPAIR-COUNT         PIC 9(02).
           05  FILLER                  PIC X(03).
