      *               REPEAT A YEAR LATER AGAINST POSTXREF, WHICH IS
      *               NEVER PURGED, AND REJECT A WHOLE FUTURE CYCLE
      *               AS DUPLICATES.
      *   10/15/2026  THE MASTER RECORD IS NOW 100 BYTES (LAST-ACTIVITY
      *               AND DORMANT DATES, SEE MASTREC.CPY).  A DORMANT
      *               ACCOUNT STILL ACCRUES INTEREST AND FEES LIKE AN
      *               OPEN ONE; MASTUPD POSTS CODES 04 AND 05 TO IT
      *               WITHOUT COUNTING THEM AS CUSTOMER ACTIVITY.
      *
      * PURPOSE.  THE SYSIN PARM CARD GIVES THE ACCRUAL DATE
      * (CCYYMMDD) STAMPED ON EVERY GENERATED TRANSACTION; WHEN THE
       DATA DIVISION.
       FILE SECTION.
       FD  MASTER-FILE
           RECORD CONTAINS 100 CHARACTERS
           LABEL RECORDS ARE STANDARD.
           COPY MASTREC.

