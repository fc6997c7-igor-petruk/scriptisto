      *****************************************************************
      * AUDREC.CPY
      *
      * AUDITLOG RECORD LAYOUT - LRECL 160.  ONE BEFORE/AFTER IMAGE PER
      * MASTER-FILE CHANGE, STAMPED WITH WHEN THE CHANGE WAS MADE, WHO
      * ENTERED IT, AND UNDER WHICH RUN.  SHARED BY MASTUPD, ACCTMNT,
      * AND ANY REPORTING PROGRAM THAT READS AUDITLOG.  COPY THIS
      *   08/23/2026  PULLED OUT OF MASTUPD'S INLINE 01-LEVEL NOW THAT
      *               ACCTMNT JOURNALS ITS MAINTENANCE ACTIONS TO THE
      *               SAME FILE WITH THE SAME LAYOUT.
      *   10/15/2026  ADDED AU-RECORD-CODE, AU-LINK-TYPE, AU-LINK-ID,
      *               AND AU-ACCOUNT-STATUS.  AU-RECORD-CODE CARRIES THE
      *               TRANSACTION RECORD CODE THAT CAUSED A POSTING
      *               IMAGE (THE MAINTENANCE FUNCTION CODE ON AN ACCTMNT
      *               IMAGE).  AU-LINK-TYPE AND AU-LINK-ID TIE AN IMAGE
      *               TO ITS PARTNER - 'T' IS ONE LEG OF A TRANSFER AND
      *               THE LINK ID IS THE OTHER LEG'S ACCOUNT NUMBER.
      *               AU-ACCOUNT-STATUS IS THE MASTER STATUS AFTER THE
      *               CHANGE.  A SPACE LINK TYPE MEANS AN UNLINKED
      *               IMAGE.
      *   10/15/2026  ADDED LINK TYPE 'R' - A REVERSAL IMAGE (RECORD
      *               CODE 'RV'), WHOSE LINK ID IS THE TRANSACTION ID OF
      *               THE POSTING IT REVERSED.
      *   10/15/2026  RECORD CODE 'DM' MARKS THE DORMANCY SWEEP
      *               (DORMSWP) MOVING AN ACCOUNT TO STATUS 'D', AND
      *               'RA' AN ACCTMNT REACTIVATION.  BOTH CARRY THE
      *               BALANCE UNCHANGED.
      *   10/15/2026  WIDENED FROM 66 TO 160 BYTES FOR THE FIELDS ABOVE
      *               AND AU-AFTER-IMAGE.  AU-AFTER-IMAGE IS THE
      *               ACCOUNT'S MA-ATTRIBUTES (NAME, DATES, PRODUCT,
      *               RATE, FEE, LIMIT) AS THEY STOOD AFTER THE CHANGE,
      *               FILLED BY EVERY WRITER, SO MSTRECOV CAN ROLL A
      *               MASTER BACKUP FORWARD THROUGH MAINTENANCE AS WELL
      *               AS POSTINGS.  EXISTING AUDITLOG AND ARCHIVE
      *               DATASETS MUST BE COPIED OUT TO THE NEW LRECL,
      *               PADDED WITH SPACES; A SPACE AFTER-IMAGE MEANS AN
      *               IMAGE WRITTEN BEFORE THE WIDENING, WHICH RECOVERY
      *               REPLAYS FOR BALANCE AND STATUS ONLY.
      *****************************************************************
       01  AUDIT-RECORD.
           05  AU-ACCOUNT-NUMBER        PIC 9(09).
               10  AU-TIMESTAMP-TIME    PIC 9(08).
           05  AU-OPERATOR-ID           PIC X(05).
           05  AU-BATCH-ID              PIC X(06).
           05  AU-RECORD-CODE           PIC X(02).
           05  AU-LINK-TYPE             PIC X(01).
               88  AU-LINK-NONE                   VALUE SPACE.
               88  AU-LINK-TRANSFER               VALUE 'T'.
               88  AU-LINK-REVERSAL               VALUE 'R'.
           05  AU-LINK-ID               PIC X(10).
           05  AU-ACCOUNT-STATUS        PIC X(01).
           05  AU-AFTER-IMAGE.
               10  AU-AFTER-NAME        PIC X(20).
               10  AU-AFTER-DATE-OPENED PIC 9(08).
               10  AU-AFTER-DATE-CLOSED PIC 9(08).
               10  AU-AFTER-PRODUCT-CODE
                                        PIC X(02).
               10  AU-AFTER-INTEREST-RATE
                                        PIC 9(02)V9(04).
               10  AU-AFTER-SERVICE-FEE PIC 9(03)V99.
               10  AU-AFTER-OVERDRAFT-LIMIT
                                        PIC 9(07)V99.
               10  AU-AFTER-LAST-ACTIVITY
                                        PIC 9(08).
               10  AU-AFTER-DORMANT-DATE
                                        PIC 9(08).
           05  FILLER                   PIC X(06).
