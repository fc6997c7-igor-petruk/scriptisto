      *               FILE TROUBLE) SO THE RENAME STEP'S COND GATE
      *               ACTUALLY PROTECTS THE LIVE LOG; THE ARCHIVE AND
      *               REPLACEMENT FILE STATUSES ARE NOW CHECKED TOO.
      *   10/15/2026  AUDITLOG RECORD WIDENED FROM 66 TO 160 BYTES
      *               (RECORD CODE, TRANSFER LINK, ACCOUNT STATUS, AND
      *               AN AFTER-IMAGE OF THE ACCOUNT'S ATTRIBUTES ADDED
      *               TO AUDREC); THE ARCHIVE AND RETAINED LINES WIDEN
      *               WITH IT.
      *
      * PURPOSE.  THE SYSIN PARM CARD GIVES THE CUTOFF DATE
      * (CCYYMMDD): IMAGES STAMPED BEFORE IT ARE ARCHIVED, IMAGES
       FILE SECTION.
       FD  AUDITLOG
           RECORDING MODE IS F
           RECORD CONTAINS 160 CHARACTERS
           LABEL RECORDS ARE STANDARD.
           COPY AUDREC.

       FD  AUDARCHV
           RECORDING MODE IS F
           RECORD CONTAINS 160 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  ARCHIVE-LINE                PIC X(160).

       FD  AUDITNEW
           RECORDING MODE IS F
           RECORD CONTAINS 160 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  RETAINED-LINE               PIC X(160).

       FD  PARMCARD
           RECORDING MODE IS F
