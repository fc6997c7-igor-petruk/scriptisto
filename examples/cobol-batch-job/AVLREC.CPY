      *****************************************************************
      * AVLREC.CPY
      *
      * END-OF-DAY LEDGER AND AVAILABLE-BALANCE FEED (AVLFEED) RECORD
      * LAYOUT - SEQUENTIAL, LRECL 100.  WRITTEN BY AVLFEED AT THE END
      * OF EACH NIGHT'S POSTING JOB FOR THE ONLINE/TELLER SYSTEM'S
      * BALANCE LOAD.  COPY THIS MEMBER RATHER THAN CODING THE FIELDS
      * INLINE SO A WIDTH CHANGE ONLY HAS TO BE MADE IN ONE PLACE.
      *
      * AF-RECORD-TYPE - 'H' HEADER, 'D' DETAIL, 'T' TRAILER.  THE
      * FILE IS A FULL REPLACEMENT: ONE HEADER, ONE DETAIL PER OPEN
      * ACCOUNT IN ACCOUNT ORDER, AND ONE TRAILER.  A FILE WITHOUT
      * BOTH ENDS, OR WHOSE TRAILER DOES NOT AGREE WITH ITS DETAILS,
      * MUST NOT BE LOADED.
      *
      * THE HEADER CARRIES THE BUSINESS DATE THE BALANCES ARE AS OF
      * AND THE SYSTEM DATE AND TIME THE FEED WAS TAKEN, IN THE SAME
      * YYMMDD / HHMMSSHH FORM AS AU-TIMESTAMP.
      *
      * A DETAIL CARRIES THE LEDGER BALANCE (MA-BALANCE) AND
      * OVERDRAFT LIMIT, THE DEBITS STILL HELD ON THE NSF RETRY QUEUE
      * AND THE DEBITS AND CREDITS PARKED IN THE FUTURE-DATE
      * WAREHOUSE AGAINST THE ACCOUNT, AND THE AVAILABLE BALANCE:
      *     LEDGER + OVERDRAFT LIMIT - NSF HELD - FUTURE DEBITS.
      * FUTURE CREDITS ARE CARRIED FOR INFORMATION BUT NOT ADDED -
      * THE FUNDS ARE NOT THERE UNTIL THEY POST.  AF-LIMIT-FLAG IS
      * 'N' WHEN THE MASTER HAS NO OVERDRAFT LIMIT ON FILE (AN
      * UNCONVERTED RECORD, WHICH POSTING DOES NOT LIMIT); THE LIMIT
      * IS THEN SENT AS ZERO AND LEFT OUT OF THE AVAILABLE BALANCE.
      *
      * THE TRAILER CARRIES THE DETAIL COUNT, THE LEDGER-BALANCE
      * HASH, AND THE AVAILABLE-BALANCE HASH (THE SUMS OF EVERY
      * DETAIL'S AF-LEDGER-BALANCE AND AF-AVAILABLE-BALANCE).
      *
      * MODIFICATION HISTORY
      *   10/15/2026  ORIGINAL VERSION.
      *****************************************************************
       01  AVLFEED-RECORD.
           05  AF-RECORD-TYPE           PIC X(01).
               88  AF-HEADER                      VALUE 'H'.
               88  AF-DETAIL                      VALUE 'D'.
               88  AF-TRAILER                     VALUE 'T'.
           05  AF-FEED-DATA             PIC X(99).
           05  AF-DETAIL-DATA REDEFINES AF-FEED-DATA.
               10  AF-ACCOUNT-NUMBER    PIC 9(09).
               10  AF-LEDGER-BALANCE    PIC S9(09)V99.
               10  AF-OVERDRAFT-LIMIT   PIC 9(07)V99.
               10  AF-LIMIT-FLAG        PIC X(01).
               10  AF-NSF-COUNT         PIC 9(05).
               10  AF-NSF-AMOUNT        PIC S9(09)V99.
               10  AF-FUTURE-DR-COUNT   PIC 9(05).
               10  AF-FUTURE-DR-AMOUNT  PIC S9(09)V99.
               10  AF-FUTURE-CR-COUNT   PIC 9(05).
               10  AF-FUTURE-CR-AMOUNT  PIC S9(09)V99.
               10  AF-AVAILABLE-BALANCE PIC S9(11)V99.
               10  FILLER               PIC X(08).
           05  AF-HEADER-DATA REDEFINES AF-FEED-DATA.
               10  AF-BUSINESS-DATE     PIC 9(08).
               10  AF-EXTRACT-STAMP.
                   15  AF-EXTRACT-DATE  PIC 9(06).
                   15  AF-EXTRACT-TIME  PIC 9(08).
               10  FILLER               PIC X(77).
           05  AF-TRAILER-DATA REDEFINES AF-FEED-DATA.
               10  AF-RECORD-COUNT      PIC 9(09).
               10  AF-LEDGER-HASH       PIC S9(15)V99.
               10  AF-AVAILABLE-HASH    PIC S9(15)V99.
               10  FILLER               PIC X(56).
