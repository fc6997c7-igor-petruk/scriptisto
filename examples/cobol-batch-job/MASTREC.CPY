      *****************************************************************
      * MASTREC.CPY
      *
      * ACCOUNT MASTER RECORD LAYOUT - VSAM KSDS, LRECL 100, KEYED BY
      * MA-ACCOUNT-NUMBER.  SHARED BY MASTUPD, ACCTMNT, AND ANY OTHER
      * PROGRAM THAT READS THE MASTER FILE.  COPY THIS MEMBER RATHER
      * THAN CODING THE FIELDS INLINE SO A WIDTH CHANGE ONLY HAS TO BE
      * MADE IN ONE PLACE.
      *
      * MA-ACCOUNT-STATUS - 'O' OPEN, 'C' CLOSED, 'D' DORMANT.  A
      * CLOSED ACCOUNT REJECTS NEW ACTIVITY INSTEAD OF QUIETLY TAKING
      * POSTS FOREVER.  A DORMANT ACCOUNT (SET BY THE DORMSWP SWEEP)
      * REJECTS CUSTOMER ACTIVITY UNTIL ACCTMNT REACTIVATES IT, BUT
      * STILL TAKES THE BANK'S OWN INTEREST, FEE, AND REVERSAL POSTS.
      * A BLANK STATUS (A RECORD LOADED BEFORE THE STATUS EXISTED) IS
      * TREATED AS OPEN, SO AN UNCONVERTED RECORD KEEPS POSTING THE
      * WAY IT ALWAYS DID.
      *
      * MA-LAST-ACTIVITY-DATE IS THE DATE OF THE ACCOUNT'S LAST
      * CUSTOMER-INITIATED POSTING (OR ITS OPENING OR REACTIVATION),
      * KEPT BY MASTUPD AND ACCTMNT - THE BANK'S OWN CODE 04/05
      * INTEREST AND FEES AND ITS 'RV' REVERSALS DO NOT MOVE IT.
      * MA-DORMANT-DATE IS THE DATE THE SWEEP MADE THE ACCOUNT
      * DORMANT, ZERO WHEN IT IS NOT.  SPACES IN EITHER (A RECORD
      * LOADED BEFORE THE FIELDS EXISTED) MEAN NO ACTIVITY IS KNOWN
      * YET - THE SWEEP STARTS THE CLOCK RATHER THAN GUESSING.
      *
      * MODIFICATION HISTORY
      *   08/23/2026  PULLED OUT OF MASTUPD'S INLINE 01-LEVEL AND
      *               WIDENED FROM THE ORIGINAL 20-BYTE ACCOUNT/BALANCE
      *               ACCOUNT KEEPS POSTING THE WAY IT ALWAYS DID.
      *               THE CLUSTER MUST BE REDEFINED WITH
      *               RECORDSIZE(80 80) AND RELOADED.
      *   10/15/2026  WIDENED FROM 80 TO 100 BYTES - ADDED THE LAST
      *               CUSTOMER-ACTIVITY DATE AND THE DORMANT DATE, AND
      *               STATUS 'D' DORMANT, FOR THE DORMANCY SWEEP
      *               (DORMSWP) AND UNCLAIMED-PROPERTY REPORTING.  THE
      *               CLUSTER MUST BE REDEFINED WITH RECORDSIZE(100
      *               100) AND RELOADED.
      *   10/15/2026  MA-ATTRIBUTES GROUPS EVERYTHING BUT THE KEY,
      *               BALANCE, AND STATUS, SO AUDREC'S AFTER-IMAGE CAN
      *               CARRY (AND MSTRECOV CAN RESTORE) THE ACCOUNT'S
      *               ATTRIBUTES IN ONE MOVE.  THE RECORD IS UNCHANGED
      *               BYTE FOR BYTE.
      *****************************************************************
       01  MASTER-RECORD.
           05  MA-ACCOUNT-NUMBER        PIC 9(09).
           05  MA-ACCOUNT-STATUS        PIC X(01).
               88  MA-ACCOUNT-OPEN              VALUE 'O'.
               88  MA-ACCOUNT-CLOSED            VALUE 'C'.
               88  MA-ACCOUNT-DORMANT           VALUE 'D'.
           05  MA-ATTRIBUTES.
               10  MA-ACCOUNT-NAME      PIC X(20).
               10  MA-DATE-OPENED       PIC 9(08).
               10  MA-DATE-CLOSED       PIC 9(08).
               10  MA-PRODUCT-CODE      PIC X(02).
               10  MA-INTEREST-RATE     PIC 9(02)V9(04).
               10  MA-SERVICE-FEE       PIC 9(03)V99.
               10  MA-OVERDRAFT-LIMIT   PIC 9(07)V99.
               10  MA-LAST-ACTIVITY-DATE PIC 9(08).
               10  MA-DORMANT-DATE      PIC 9(08).
           05  FILLER                   PIC X(05).
