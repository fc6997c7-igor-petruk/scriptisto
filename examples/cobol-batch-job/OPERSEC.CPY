      *   'O' - OPEN ACCOUNTS    (ACCTMNT 'OP' CARDS)
      *   'C' - CLOSE ACCOUNTS   (ACCTMNT 'CL' CARDS)
      *   'H' - CHANGE ACCOUNTS  (ACCTMNT 'CH' CARDS)
      *   'S' - MAINTAIN STANDING INSTRUCTIONS (STNDMNT 'OP', 'CH',
      *         AND 'CN' CARDS)
      *   'R' - REACTIVATE DORMANT ACCOUNTS (ACCTMNT 'RA' CARDS)
      *
      * THE SECURITY FILE ITSELF IS A CARD FILE, ONE OPERATOR PER
      * RECORD: COLS 1-5 OPERATOR ID, COL 6 STATUS, COLS 7-14 THE
      * FUNCTION LETTERS IN ANY ORDER.  REMEMBER TO CARRY THE
      * GENERATED OPERATORS ON THE DECK - THE ACCRUAL CYCLE STAMPS
      * ITS TRANSACTIONS OPERATOR 'ACCRU', WHICH NEEDS 'T' OR EVERY
      * MONTH-END ACCRUAL REJECTS 09.  LIKEWISE THE STANDING-ORDER
      * GENERATOR STAMPS ITS TRANSACTIONS OPERATOR 'STAND'.  THE
      * DORMANCY SWEEP JOURNALS ITS STATUS CHANGES AS OPERATOR
      * 'DORMS', WHICH IS NEVER CHECKED AND NEEDS NO ENTRY.
      *
      * WHEN THE FILE IS NOT SUPPLIED, NO OPERATOR CHECKING IS
      * PERFORMED - THE PRE-SECURITY BEHAVIOR - AND THE LOADER SAYS
      *               AND JOURNALED EVERYWHERE BUT CHECKED NOWHERE,
      *               AND ANY OPERATOR ID COULD DRIVE ACCTMNT'S
      *               CLOSE FUNCTION.  AUDIT FLAGGED IT THIS YEAR.
      *   10/15/2026  ADDED FUNCTION LETTER 'S' FOR STANDING-INSTRUCTION
      *               MAINTENANCE (STNDMNT), AND THE GENERATED OPERATOR
      *               'STAND' THAT NEEDS 'T'.
      *   10/15/2026  ADDED FUNCTION LETTER 'R' FOR REACTIVATING DORMANT
      *               ACCOUNTS (ACCTMNT 'RA' CARDS).  THE DORMANCY
      *               SWEEP'S OPERATOR 'DORMS' NEEDS NO ENTRY.
      *****************************************************************
       01  OPERATOR-TABLE.
           05  OS-OPER-COUNT           PIC 9(03).
