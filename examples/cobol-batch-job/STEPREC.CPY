      *****************************************************************
      * STEPREC.CPY
      *
      * JOB-STEP COMPLETION LEDGER (STEPCTL) RECORD LAYOUT - VSAM
      * KSDS, LRECL 80, KEYED BY BUSINESS DATE AND STEP SEQUENCE
      * (SEE JOBSTEP.CPY FOR THE SEQUENCE).  ONE RECORD PER
      * CONTROLLED HELLOJOB STEP PER BUSINESS DATE, WRITTEN WHEN THE
      * STEP STARTS AND REWRITTEN WHEN IT ENDS, ALWAYS THROUGH
      * STEPCTL.  COPY THIS MEMBER RATHER THAN CODING THE FIELDS
      * INLINE SO A WIDTH CHANGE ONLY HAS TO BE MADE IN ONE PLACE.
      *
      * SC-STEP-STATUS - 'S' STARTED AND NOT YET ENDED (STILL RUNNING,
      * OR IT ABENDED), 'C' COMPLETED WITH A CONDITION CODE BELOW 12,
      * 'F' ENDED ON ITS OWN WITH 12 OR ABOVE (A FILE FAILURE OR A
      * REFUSAL OF ITS OWN) AND MAY BE RERUN ONCE THE CAUSE IS FIXED.
      * THE STAMPS ARE IN THE SAME YYMMDD / HHMMSSHH FORM AS
      * AU-TIMESTAMP.  SC-RUN-COUNT COUNTS EVERY START FOR THE DATE;
      * SC-OVERRIDE-OPERATOR IS THE OPERATOR WHOSE STEPOVR CARD LET
      * THE LATEST START THROUGH, SPACES WHEN IT NEEDED NONE.
      *
      * MODIFICATION HISTORY
      *   10/15/2026  ORIGINAL VERSION.
      *****************************************************************
       01  STEPCTL-RECORD.
           05  SC-KEY.
               10  SC-BUSINESS-DATE     PIC 9(08).
               10  SC-STEP-SEQ          PIC 9(02).
           05  SC-PROGRAM-ID            PIC X(08).
           05  SC-JOB-STEP              PIC X(08).
           05  SC-STEP-STATUS           PIC X(01).
               88  SC-STEP-STARTED                VALUE 'S'.
               88  SC-STEP-COMPLETED              VALUE 'C'.
               88  SC-STEP-FAILED                 VALUE 'F'.
               88  SC-STEP-ENDED                  VALUE 'C' 'F'.
           05  SC-START-STAMP.
               10  SC-START-DATE        PIC 9(06).
               10  SC-START-TIME        PIC 9(08).
           05  SC-END-STAMP.
               10  SC-END-DATE          PIC 9(06).
               10  SC-END-TIME          PIC 9(08).
           05  SC-COND-CODE             PIC 9(02).
           05  SC-RUN-COUNT             PIC 9(02).
           05  SC-OVERRIDE-OPERATOR     PIC X(05).
           05  SC-OVERRIDE-COUNT        PIC 9(02).
           05  FILLER                   PIC X(14).
