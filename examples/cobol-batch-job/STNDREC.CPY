      *****************************************************************
      * STNDREC.CPY
      *
      * STANDING-INSTRUCTION MASTER (STNDINST) RECORD LAYOUT - VSAM
      * KSDS, LRECL 100, KEYED BY SI-INSTRUCTION-ID.  ONE RECORD PER
      * STANDING ORDER / RECURRING PAYMENT.  SHARED BY STNDMNT, WHICH
      * MAINTAINS IT FROM OPERATOR CARDS, AND STNDGEN, WHICH TURNS
      * EACH DUE INSTRUCTION INTO A TRANREC TRANSACTION AND ADVANCES
      * IT.  COPY THIS MEMBER RATHER THAN CODING THE FIELDS INLINE SO
      * A WIDTH CHANGE ONLY HAS TO BE MADE IN ONE PLACE.
      *
      * SI-RECORD-CODE IS ANY ORDINARY POSTING CODE ON THE TRANCODE
      * TABLE, OR 'XF' FOR A RECURRING TRANSFER - SI-TO-ACCOUNT IS
      * THEN THE ACCOUNT CREDITED, AND IS IGNORED ON EVERY OTHER CODE.
      *
      * SI-FREQUENCY - 'W' WEEKLY, 'B' EVERY TWO WEEKS, 'M' MONTHLY,
      * 'Q' QUARTERLY, 'A' ANNUALLY.  SI-NEXT-DUE-DATE IS THE
      * SCHEDULED DATE, NOT ROLLED; A WEEKEND OR HOLIDAY IS ROLLED TO
      * THE NEXT BUSINESS DAY ONLY WHEN THE TRANSACTION IS GENERATED,
      * SO THE SCHEDULE ITSELF NEVER DRIFTS.  SI-ANCHOR-DAY IS THE
      * DAY OF THE MONTH THE MONTHLY, QUARTERLY, AND ANNUAL SCHEDULES
      * RUN ON - A 31ST FALLS ON THE LAST DAY OF A SHORTER MONTH AND
      * COMES BACK TO THE 31ST AFTER IT.
      *
      * SI-END-DATE AND SI-OCCURS-LIMIT ARE BOTH OPTIONAL (ZERO MEANS
      * NONE).  THE INSTRUCTION EXPIRES WHEN ITS NEXT DUE DATE PASSES
      * THE END DATE OR SI-OCCURS-DONE REACHES THE LIMIT, WHICHEVER
      * COMES FIRST.  AN OCCURRENCE SKIPPED BECAUSE THE ACCOUNT WAS
      * CLOSED DOES NOT COUNT TOWARD THE LIMIT.
      *
      * SI-STATUS - 'A' ACTIVE, 'C' CANCELLED BY A MAINTENANCE CARD,
      * 'E' EXPIRED BY THE GENERATOR.  ONLY AN ACTIVE INSTRUCTION IS
      * EVER GENERATED OR CHANGED.  SI-OPERATOR-ID IS THE OPERATOR WHO
      * LAST OPENED OR CHANGED THE INSTRUCTION.
      *
      * SI-PASS-DATE IS THE PROCESSING DATE OF THE LAST STNDGEN SWEEP
      * THAT MOVED THE INSTRUCTION, AND SI-PRIOR-STATE IS WHAT THE
      * INSTRUCTION LOOKED LIKE BEFORE THAT SWEEP.  A SWEEP RERUN FOR
      * THE SAME PROCESSING DATE PUTS THE PRIOR STATE BACK FIRST, SO
      * IT REGENERATES THE SAME OCCURRENCES UNDER THE SAME IDS RATHER
      * THAN FINDING NOTHING DUE.  STNDMNT ZEROES SI-PASS-DATE ON
      * EVERY CARD IT APPLIES, SO A MAINTENANCE CHANGE IS NEVER UNDONE
      * BY A RERUN.
      *
      * MODIFICATION HISTORY
      *   10/15/2026  ORIGINAL VERSION.
      *****************************************************************
       01  STANDING-RECORD.
           05  SI-INSTRUCTION-ID        PIC X(08).
           05  SI-ACCOUNT-NUMBER        PIC 9(09).
           05  SI-RECORD-CODE           PIC X(02).
           05  SI-AMOUNT                PIC S9(09)V99.
           05  SI-FREQUENCY             PIC X(01).
               88  SI-WEEKLY                      VALUE 'W'.
               88  SI-BIWEEKLY                    VALUE 'B'.
               88  SI-MONTHLY                     VALUE 'M'.
               88  SI-QUARTERLY                   VALUE 'Q'.
               88  SI-ANNUAL                      VALUE 'A'.
               88  SI-FREQUENCY-VALID             VALUE 'W' 'B' 'M'
                                                        'Q' 'A'.
           05  SI-ANCHOR-DAY            PIC 9(02).
           05  SI-NEXT-DUE-DATE         PIC 9(08).
           05  SI-END-DATE              PIC 9(08).
           05  SI-OCCURS-LIMIT          PIC 9(03).
           05  SI-OCCURS-DONE           PIC 9(03).
           05  SI-STATUS                PIC X(01).
               88  SI-ACTIVE                      VALUE 'A'.
               88  SI-CANCELLED                   VALUE 'C'.
               88  SI-EXPIRED                     VALUE 'E'.
           05  SI-OPERATOR-ID           PIC X(05).
           05  SI-TO-ACCOUNT            PIC 9(09).
           05  SI-PASS-DATE             PIC 9(08).
           05  SI-PRIOR-STATE.
               10  SI-PRIOR-DUE-DATE    PIC 9(08).
               10  SI-PRIOR-OCCURS-DONE PIC 9(03).
               10  SI-PRIOR-STATUS      PIC X(01).
           05  FILLER                   PIC X(10).
