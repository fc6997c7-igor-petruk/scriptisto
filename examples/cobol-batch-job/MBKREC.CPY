      *****************************************************************
      * MBKREC.CPY
      *
      * MASTER-FILE BACKUP (MASTBKUP) RECORD LAYOUT - SEQUENTIAL,
      * LRECL 101.  WRITTEN BY MSTBKUP EACH NIGHT BEFORE THE FIRST
      * STEP THAT UPDATES THE MASTER, AND READ BACK BY MSTRECOV WHEN
      * THE MASTER HAS TO BE REBUILT.  COPY THIS MEMBER RATHER THAN
      * CODING THE FIELDS INLINE SO A WIDTH CHANGE ONLY HAS TO BE
      * MADE IN ONE PLACE.
      *
      * BK-RECORD-TYPE - 'H' HEADER, 'D' DETAIL, 'T' TRAILER.  THE
      * FILE IS ONE HEADER, ONE DETAIL PER MASTER RECORD IN KEY
      * ORDER, AND ONE TRAILER.  A FILE WITHOUT BOTH ENDS, OR WHOSE
      * TRAILER DOES NOT AGREE WITH ITS DETAILS, IS NOT A BACKUP.
      *
      * THE HEADER CARRIES THE BUSINESS DATE THE BACKUP WAS TAKEN FOR
      * AND THE SYSTEM DATE AND TIME IT WAS TAKEN AT, IN THE SAME
      * YYMMDD / HHMMSSHH FORM AS AU-TIMESTAMP - RECOVERY REAPPLIES
      * ONLY THE AUDITLOG IMAGES STAMPED AFTER IT.  A DETAIL'S
      * BK-MASTER-IMAGE IS THE 100-BYTE MASTREC RECORD AS IT STOOD;
      * BK-DETAIL-DATA VIEWS ITS KEY AND BALANCE.
      * THE TRAILER CARRIES THE DETAIL COUNT AND THE BALANCE HASH
      * (THE SUM OF EVERY DETAIL'S MA-BALANCE).
      *
      * MODIFICATION HISTORY
      *   10/15/2026  ORIGINAL VERSION.
      *****************************************************************
       01  MASTBKUP-RECORD.
           05  BK-RECORD-TYPE           PIC X(01).
               88  BK-HEADER                      VALUE 'H'.
               88  BK-DETAIL                      VALUE 'D'.
               88  BK-TRAILER                     VALUE 'T'.
           05  BK-MASTER-IMAGE          PIC X(100).
           05  BK-DETAIL-DATA REDEFINES BK-MASTER-IMAGE.
               10  BK-ACCOUNT-NUMBER    PIC 9(09).
               10  BK-BALANCE           PIC S9(09)V99.
               10  FILLER               PIC X(80).
           05  BK-HEADER-DATA REDEFINES BK-MASTER-IMAGE.
               10  BK-BUSINESS-DATE     PIC 9(08).
               10  BK-BACKUP-STAMP.
                   15  BK-BACKUP-DATE   PIC 9(06).
                   15  BK-BACKUP-TIME   PIC 9(08).
               10  FILLER               PIC X(78).
           05  BK-TRAILER-DATA REDEFINES BK-MASTER-IMAGE.
               10  BK-RECORD-COUNT      PIC 9(09).
               10  BK-BALANCE-HASH      PIC S9(15)V99.
               10  FILLER               PIC X(74).
