      *               BEFORE/AFTER IMAGES ARE PRINTED AS A FORMATTED
      *               REPORT INSTEAD OF THE WHOLE AUDITLOG BEING
      *               PULLED TO A DESK AND FILTERED IN A SPREADSHEET.
      *   10/15/2026  AUDITLOG RECORD WIDENED FROM 66 TO 160 BYTES
      *               (RECORD CODE, TRANSFER LINK, ACCOUNT STATUS, AND
      *               AN AFTER-IMAGE OF THE ACCOUNT'S ATTRIBUTES ADDED
      *               TO AUDREC).
      *
      * PURPOSE.  SELECTION CARD LAYOUT (SYSIN):
      *   COLS  1-9   ACCOUNT NUMBER  (BLANK OR ZERO = ALL ACCOUNTS)
       FILE SECTION.
       FD  AUDITLOG
           RECORDING MODE IS F
           RECORD CONTAINS 160 CHARACTERS
           LABEL RECORDS ARE STANDARD.
           COPY AUDREC.

