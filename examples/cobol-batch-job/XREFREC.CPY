      *****************************************************************
      * XREFREC.CPY
      *
      * POSTED-TRANSACTION CROSS-REFERENCE (POSTXREF) RECORD LAYOUT -
      * VSAM KSDS, LRECL 80, KEYED BY XR-TRANSACTION-ID.  ONE RECORD
      * PER TRANSACTION EVER POSTED TO THE MASTER FILE, ACROSS RUNS.
      * SHARED BY MASTUPD, WHICH WRITES IT, AND TRNTRACE, WHICH READS
      * IT.  COPY THIS MEMBER RATHER THAN CODING THE FIELDS INLINE SO
      * A WIDTH CHANGE ONLY HAS TO BE MADE IN ONE PLACE.
      *
      * XR-DR-CR IS THE SIDE THE POSTING TOOK ON XR-ACCOUNT-NUMBER,
      * IN THE TRANCODE TABLE'S SENSE: 'CR' REDUCED THE BALANCE, 'DR'
      * RAISED IT.  A TRANSFER IS RECORDED AGAINST ITS FROM-ACCOUNT
      * ('CR') WITH THE CREDITED ACCOUNT IN XR-TO-ACCOUNT.  TOGETHER
      * WITH XR-RECORD-CODE AND XR-AMOUNT THAT IS ENOUGH TO REBUILD
      * THE ORIGINAL POSTING FOR A REVERSAL.
      *
      * XR-REVERSAL-SW - 'R' ONCE A REVERSAL HAS POSTED AGAINST THIS
      * ENTRY, WITH THE REVERSAL'S OWN ID IN XR-REVERSED-BY, SO A
      * SECOND REVERSAL OF THE SAME ITEM REJECTS.  A REVERSAL'S OWN
      * ENTRY CARRIES RECORD CODE 'RV' AND NAMES THE ITEM IT REVERSED
      * IN XR-ORIGINAL-ID.
      *
      * MODIFICATION HISTORY
      *   10/15/2026  PULLED OUT OF MASTUPD'S INLINE 01-LEVEL NOW THAT
      *               TRNTRACE READS THE SAME FILE, AND WIDENED FROM 25
      *               TO 80 BYTES - ADDED THE RECORD CODE, DR/CR SIDE,
      *               AMOUNT, TRANSFER TO-ACCOUNT, AND THE REVERSAL
      *               FIELDS.  AN ENTRY CONVERTED FROM THE OLD 25-BYTE
      *               LAYOUT CARRIES SPACES IN EVERYTHING PAST THE
      *               POST DATE; IT STILL GUARDS AGAINST A DUPLICATE
      *               POSTING BUT CANNOT BE REVERSED.
      *****************************************************************
       01  POSTXREF-RECORD.
           05  XR-TRANSACTION-ID        PIC X(10).
           05  XR-ACCOUNT-NUMBER        PIC 9(09).
           05  XR-POST-DATE             PIC 9(06).
           05  XR-RECORD-CODE           PIC X(02).
           05  XR-DR-CR                 PIC X(02).
           05  XR-AMOUNT                PIC S9(09)V99.
           05  XR-TO-ACCOUNT            PIC 9(09).
           05  XR-REVERSAL-SW           PIC X(01).
               88  XR-NOT-REVERSED                VALUE SPACE.
               88  XR-REVERSED                    VALUE 'R'.
           05  XR-REVERSED-BY           PIC X(10).
           05  XR-ORIGINAL-ID           PIC X(10).
           05  FILLER                   PIC X(10).
