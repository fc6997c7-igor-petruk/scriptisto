      *****************************************************************
      * IDENTIFICATION DIVISION.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    STEPRPT.
       AUTHOR.        SCRIPTISTO SAMPLE SHOP.
       DATE-WRITTEN.  10/15/2026.
       DATE-COMPILED.
      *****************************************************************
      * MODIFICATION HISTORY
      *   10/15/2026  ORIGINAL VERSION.  NIGHTLY STEP-PROGRESS REPORT
      *               OFF THE STEPCTL JOB-STEP COMPLETION LEDGER,
      *               NAMING THE CORRECT HELLOJOB RE-ENTRY POINT SO
      *               THE OPERATOR NO LONGER HAS TO WORK IT OUT FROM
      *               THE RESTART BOX AND THE JOB LOG.
      *   10/15/2026  MSTBKUP (STEP001) IS NOW ON THE LEDGER AHEAD OF
      *               ACCTMNT; THE FRONT-END RE-ENTRY RULES START FROM
      *               THE BACKUP AND THE FIXED SUBSCRIPTS MOVE UP ONE.
      *   10/15/2026  STNDMNT (STEP007) AND STNDGEN (STEP008) ARE NOW ON
      *               THE LEDGER BETWEEN TRANFIX AND HELLO, WITH
      *               RE-ENTRY RULES OF THEIR OWN; THE FIXED SUBSCRIPTS
      *               FOR HELLO AND THE LATER STEPS MOVE UP TWO.
      *
      * PURPOSE.  THE SYSIN PARM CARD GIVES THE BUSINESS DATE
      * (CCYYMMDD); WHEN THE CARD IS ABSENT THE SYSTEM DATE IS USED.
      * LISTS EVERY CONTROLLED STEP (SEE JOBSTEP.CPY) WITH ITS
      * LEDGER STATUS, START AND END STAMPS, CONDITION CODE, RUN
      * COUNT, AND OVERRIDE OPERATOR, THEN NAMES THE RE-ENTRY POINT
      * BY THE RESTART PROCEDURE:
      *   NOTHING RUN ............ SUBMIT THE WHOLE JOB FROM THE TOP.
      *   MSTBKUP NOT ENDED ...... STEP000.
      *   MSTBKUP FAILED (12) .... STEP000 ONCE THE CAUSE IS FIXED, OR
      *                            STEP002 TO GO ON WITHOUT TONIGHT'S
      *                            BACKUP.
      *   MSTBKUP COMPLETED,
      *   ACCTMNT NOT RUN ........ STEP002, ONCE STEP001A HAS FLIPPED
      *                            THE BACKUP IN.
      *   ACCTMNT NOT ENDED ...... STEP002.
      *   ACCTMNT ENDED, TRANFIX
      *   NOT RUN ................ STEP003.
      *   TRANFIX NOT ENDED ...... STEP003 (POSTING HAS NOT BEGUN, SO
      *                            THE SCRATCH IS STILL SAFE).
      *   TRANFIX ENDED, STNDMNT
      *   NOT RUN ................ STEP007, ONCE STEP006 HAS SWAPPED
      *                            THE TRIMMED REJECT FILE IN.
      *   STNDMNT NOT ENDED ...... STEP007.
      *   STNDMNT FAILED (12) .... STEP007 ONCE THE CAUSE IS FIXED.
      *   STNDMNT COMPLETED,
      *   STNDGEN NOT RUN ........ STEP008.
      *   STNDGEN NOT ENDED ...... STEP008 (A RERUN FOR THE DATE
      *                            REGENERATES THE SAME STNDTRAN).
      *   STNDGEN FAILED (12) .... STEP008 ONCE THE CAUSE IS FIXED,
      *                            AFTER SCRATCHING THE STNDTRAN IT
      *                            LEFT.
      *   STNDGEN COMPLETED,
      *   HELLO NOT RUN .......... STEP010.
      *   HELLO NOT ENDED ........ STEP010, RESTART FROM CHECKPOINT
      *                            (A SORTED-MODE ABEND BEFORE POSTING
      *                            BEGAN: STEP004, THEN STEP010).
      *   HELLO FAILED (12 OR
      *   ABOVE) ................. STEP010 ONCE THE CAUSE IS FIXED.
      *   HELLO COMPLETED ........ THE FIRST OF STEP020 (ONLY WHEN
      *                            HELLO ENDED BELOW 8), STEP030,
      *                            STEP040, STEP042 NOT COMPLETED.
      * THE UTILITY AND UNCONTROLLED STEPS BETWEEN THEM ARE NOT ON THE
      * LEDGER AND ARE FLAGGED FOR A CHECK AGAINST THE JOB LOG.
      *
      * RETURN CODE: 0 NIGHT COMPLETE THROUGH STEP042, 4 A RE-ENTRY
      * IS NEEDED (OR NOTHING HAS RUN YET), 12 THE LEDGER COULD NOT
      * BE READ.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *****************************************************************
      * STEPCTL-FILE - VSAM KSDS KEYED BY BUSINESS DATE AND STEP
      * SEQUENCE.  SEE STEPREC.CPY.
      *****************************************************************
           SELECT STEPCTL-FILE
               ASSIGN TO STEPCTL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SC-KEY
               FILE STATUS IS WS-STEPCTL-FILE-STATUS.

           SELECT PARMCARD
               ASSIGN TO SYSIN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARMCARD-FILE-STATUS.

           SELECT STEPLIST
               ASSIGN TO STEPLIST
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  STEPCTL-FILE
           RECORD CONTAINS 80 CHARACTERS
           LABEL RECORDS ARE STANDARD.
           COPY STEPREC.

       FD  PARMCARD
           RECORDING MODE IS F
           RECORD CONTAINS 8 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  PARMCARD-RECORD.
           05  PC-BUSINESS-DATE         PIC 9(08).

       FD  STEPLIST
           RECORDING MODE IS F
           RECORD CONTAINS 132 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  STL-LINE                    PIC X(132).

       WORKING-STORAGE SECTION.
      *****************************************************************
      * THE STEP TABLE.  SEE JOBSTEP.CPY.
      *****************************************************************
           COPY JOBSTEP.

      *****************************************************************
      * WS-STEP-STATE - EACH STEP'S LEDGER STATUS FOR THE DATE ('N'
      * NOT ON THE LEDGER) AND ITS CONDITION CODE, BY SEQUENCE.
      *****************************************************************
       01  WS-STEP-STATE.
           05  WS-ST-ENTRY OCCURS 10 TIMES.
               10  WS-ST-STATUS         PIC X(01).
               10  WS-ST-COND-CODE      PIC 9(02).

       01  WS-FILE-STATUSES.
           05  WS-STEPCTL-FILE-STATUS  PIC X(02) VALUE '00'.
           05  WS-PARMCARD-FILE-STATUS PIC X(02) VALUE '00'.

       01  WS-SWITCHES.
           05  WS-LEDGER-SW            PIC X(01) VALUE 'N'.
               88  LEDGER-AVAILABLE            VALUE 'Y'.
           05  WS-LEDGER-OPEN-SW       PIC X(01) VALUE 'N'.
               88  LEDGER-OPEN                 VALUE 'Y'.

       01  WS-BUSINESS-DATE            PIC 9(08) VALUE 0.
       77  WS-JS-SUB                   PIC 9(02) COMP-3 VALUE 0.
       77  WS-ENTRY-SEQ                PIC 9(02) COMP-3 VALUE 0.
       77  WS-ON-LEDGER-COUNT          PIC 9(02) COMP-3 VALUE 0.
       77  WS-RETURN-CODE              PIC 9(02)        VALUE 0.

      *****************************************************************
      * STEPLIST LINE LAYOUTS.
      *****************************************************************
       01  WS-STL-HEADING.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  FILLER                  PIC X(39)
                   VALUE "HELLOJOB STEP PROGRESS - BUSINESS DATE ".
           05  SH-BUSINESS-DATE        PIC 9(08).

       01  WS-STL-COLUMNS.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  FILLER                  PIC X(49)
                   VALUE "SEQ  STEP      PROGRAM   STATUS".
           05  FILLER                  PIC X(34)
                   VALUE "STARTED          ENDED            ".
           05  FILLER                  PIC X(20)
                   VALUE "CC  RUNS  OVERRIDE".

       01  WS-STL-DETAIL.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  SD-SEQ                  PIC Z9.
           05  FILLER                  PIC X(03) VALUE SPACE.
           05  SD-JOB-STEP             PIC X(08).
           05  FILLER                  PIC X(02) VALUE SPACE.
           05  SD-PROGRAM-ID           PIC X(08).
           05  FILLER                  PIC X(02) VALUE SPACE.
           05  SD-STATUS               PIC X(24).
           05  SD-START-DATE           PIC X(06).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  SD-START-TIME           PIC X(06).
           05  FILLER                  PIC X(04) VALUE SPACE.
           05  SD-END-DATE             PIC X(06).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  SD-END-TIME             PIC X(06).
           05  FILLER                  PIC X(04) VALUE SPACE.
           05  SD-COND-CODE            PIC X(02).
           05  FILLER                  PIC X(02) VALUE SPACE.
           05  SD-RUN-COUNT            PIC X(04).
           05  FILLER                  PIC X(02) VALUE SPACE.
           05  SD-OVERRIDE             PIC X(05).

       01  WS-STL-MESSAGE.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  SM-LABEL                PIC X(16).
           05  SM-TEXT                 PIC X(100).

       PROCEDURE DIVISION.
      *****************************************************************
      * 0000-MAINLINE - TOP LEVEL CONTROL FOR THE PROGRESS REPORT.
      *****************************************************************
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           IF LEDGER-AVAILABLE
               MOVE 0 TO WS-JS-SUB
               PERFORM 2000-LIST-ONE-STEP THRU 2000-EXIT
                   UNTIL WS-JS-SUB >= JS-STEP-COUNT
               PERFORM 3000-NAME-REENTRY THRU 3000-EXIT
           END-IF.
           PERFORM 9000-TERMINATE THRU 9000-EXIT.
           MOVE WS-RETURN-CODE TO RETURN-CODE.
           STOP RUN.

      *****************************************************************
      * 1000-INITIALIZE - PICK UP THE BUSINESS DATE, OPEN THE REPORT,
      * AND OPEN THE LEDGER.  A LEDGER THAT DOES NOT EXIST YET HAS
      * NOTHING ON IT, SO EVERY STEP LISTS AS NOT RUN; ONE THAT WILL
      * NOT OPEN IS GRADE 12 - THE REPORT CANNOT SAY WHERE TO
      * RE-ENTER.
      *****************************************************************
       1000-INITIALIZE.
           ACCEPT WS-BUSINESS-DATE FROM DATE YYYYMMDD.
           OPEN INPUT PARMCARD.
           IF WS-PARMCARD-FILE-STATUS = '00'
               READ PARMCARD
                   AT END
                       CONTINUE
                   NOT AT END
                       IF PC-BUSINESS-DATE NUMERIC
                               AND PC-BUSINESS-DATE > 0
                           MOVE PC-BUSINESS-DATE TO WS-BUSINESS-DATE
                       END-IF
               END-READ
               CLOSE PARMCARD
           END-IF.
           OPEN OUTPUT STEPLIST.
           MOVE WS-BUSINESS-DATE TO SH-BUSINESS-DATE.
           MOVE WS-STL-HEADING TO STL-LINE.
           WRITE STL-LINE.
           MOVE SPACES TO STL-LINE.
           WRITE STL-LINE.
           MOVE WS-STL-COLUMNS TO STL-LINE.
           WRITE STL-LINE.
           OPEN INPUT STEPCTL-FILE.
           IF WS-STEPCTL-FILE-STATUS = '00'
               MOVE 'Y' TO WS-LEDGER-SW
               MOVE 'Y' TO WS-LEDGER-OPEN-SW
               GO TO 1000-EXIT
           END-IF.
           IF WS-STEPCTL-FILE-STATUS = '35'
               MOVE 'Y' TO WS-LEDGER-SW
               DISPLAY "STEPRPT: NO STEPCTL LEDGER YET - "
                   "NO STEP HAS EVER BEEN RECORDED"
               GO TO 1000-EXIT
           END-IF.
           MOVE 12 TO WS-RETURN-CODE.
           DISPLAY "STEPRPT: STEPCTL OPEN FAILED, STATUS "
               WS-STEPCTL-FILE-STATUS " - NO PROGRESS REPORT".
           MOVE "** LEDGER:     " TO SM-LABEL.
           MOVE "STEPCTL COULD NOT BE OPENED - RE-ENTRY POINT UNKNOWN"
               TO SM-TEXT.
           MOVE WS-STL-MESSAGE TO STL-LINE.
           WRITE STL-LINE.
       1000-EXIT.
           EXIT.

      *****************************************************************
      * 2000-LIST-ONE-STEP - READ ONE STEP'S LEDGER RECORD FOR THE
      * DATE, KEEP ITS STATUS FOR THE RE-ENTRY DECISION, AND LIST IT.
      *****************************************************************
       2000-LIST-ONE-STEP.
           ADD 1 TO WS-JS-SUB.
           MOVE 'N' TO WS-ST-STATUS (WS-JS-SUB).
           MOVE 0   TO WS-ST-COND-CODE (WS-JS-SUB).
           MOVE SPACES TO WS-STL-DETAIL.
           MOVE WS-JS-SUB                 TO SD-SEQ.
           MOVE JS-JOB-STEP (WS-JS-SUB)   TO SD-JOB-STEP.
           MOVE JS-PROGRAM-ID (WS-JS-SUB) TO SD-PROGRAM-ID.
           MOVE "NOT RUN" TO SD-STATUS.
           IF NOT LEDGER-OPEN
               GO TO 2000-WRITE
           END-IF.
           MOVE WS-BUSINESS-DATE TO SC-BUSINESS-DATE.
           MOVE WS-JS-SUB        TO SC-STEP-SEQ.
           READ STEPCTL-FILE
               INVALID KEY
                   GO TO 2000-WRITE
           END-READ.
           ADD 1 TO WS-ON-LEDGER-COUNT.
           MOVE SC-STEP-STATUS TO WS-ST-STATUS (WS-JS-SUB).
           MOVE SC-COND-CODE   TO WS-ST-COND-CODE (WS-JS-SUB).
           EVALUATE TRUE
               WHEN SC-STEP-COMPLETED
                   MOVE "COMPLETED" TO SD-STATUS
               WHEN SC-STEP-FAILED
                   MOVE "FAILED - MAY BE RERUN" TO SD-STATUS
               WHEN OTHER
                   MOVE "STARTED, NO END - ABEND?" TO SD-STATUS
           END-EVALUATE.
           MOVE SC-START-DATE        TO SD-START-DATE.
           MOVE SC-START-TIME (1:6)  TO SD-START-TIME.
           IF SC-STEP-ENDED
               MOVE SC-END-DATE       TO SD-END-DATE
               MOVE SC-END-TIME (1:6) TO SD-END-TIME
               MOVE SC-COND-CODE      TO SD-COND-CODE
           END-IF.
           MOVE SC-RUN-COUNT         TO SD-RUN-COUNT.
           MOVE SC-OVERRIDE-OPERATOR TO SD-OVERRIDE.
       2000-WRITE.
           MOVE WS-STL-DETAIL TO STL-LINE.
           WRITE STL-LINE.
       2000-EXIT.
           EXIT.

      *****************************************************************
      * 3000-NAME-REENTRY - WORK OUT WHERE THE NIGHT STANDS AND WHERE
      * TO RE-ENTER THE JOB, BY THE RESTART PROCEDURE.  THE FRONT END
      * IS DECIDED BY THE FURTHEST OF MSTBKUP, ACCTMNT, TRANFIX,
      * STNDMNT, STNDGEN, AND HELLO ON THE LEDGER; ONCE HELLO HAS
      * COMPLETED, BY THE FIRST REPORTING OR PROOF STEP NOT YET
      * COMPLETED.
      *****************************************************************
       3000-NAME-REENTRY.
           MOVE SPACES TO STL-LINE.
           WRITE STL-LINE.
           MOVE "RE-ENTRY POINT: " TO SM-LABEL.
           MOVE 4 TO WS-RETURN-CODE.
           IF WS-ON-LEDGER-COUNT = 0
               MOVE "NOTHING HAS RUN FOR THIS DATE - FRESH DAILY RUN, SU
      -            "BMIT THE WHOLE JOB FROM THE TOP" TO SM-TEXT
               GO TO 3000-WRITE
           END-IF.
           IF WS-ST-STATUS (6) NOT = 'N'
               PERFORM 3300-POSTING-REENTRY THRU 3300-EXIT
               GO TO 3000-WRITE
           END-IF.
           IF WS-ST-STATUS (5) NOT = 'N'
               EVALUATE WS-ST-STATUS (5)
                   WHEN 'S'
                       MOVE "STEP008 - STNDGEN DID NOT END: RERUN IT - A
      -                    " RERUN FOR THE DATE REGENERATES THE SAME STN
      -                    "DTRAN"
                           TO SM-TEXT
                   WHEN 'F'
                       MOVE "STEP008 - STNDGEN ENDED 12 OR ABOVE: SCRATC
      -                    "H THE STNDTRAN IT LEFT AND RERUN ONCE FIXED"
                           TO SM-TEXT
                   WHEN OTHER
                       MOVE "STEP010 - STNDGEN COMPLETED BUT HELLO HAS N
      -                    "OT RUN"
                           TO SM-TEXT
               END-EVALUATE
               GO TO 3000-WRITE
           END-IF.
           IF WS-ST-STATUS (4) NOT = 'N'
               EVALUATE WS-ST-STATUS (4)
                   WHEN 'S'
                       MOVE "STEP007 - STNDMNT DID NOT END.  CHECK STNDR
      -                    "PT FOR CARDS ALREADY APPLIED FIRST"
                           TO SM-TEXT
                   WHEN 'F'
                       MOVE "STEP007 - STNDMNT ENDED 12 OR ABOVE.  RERUN
      -                    " ONCE THE CAUSE IS FIXED"
                           TO SM-TEXT
                   WHEN OTHER
                       MOVE "STEP008 - STNDMNT COMPLETED; STNDGEN HAS NO
      -                    "T RUN"
                           TO SM-TEXT
               END-EVALUATE
               GO TO 3000-WRITE
           END-IF.
           IF WS-ST-STATUS (3) NOT = 'N'
               IF WS-ST-STATUS (3) = 'S'
                   MOVE "STEP003 - TRANFIX DID NOT END.  POSTING HAS NOT
      -                " BEGUN, SO THE STEP003 SCRATCH IS STILL SAFE"
                       TO SM-TEXT
               ELSE
                   MOVE "STEP007 - TRANFIX ENDED, STNDMNT HAS NOT RUN: C
      -                "ONFIRM STEP006 RAN"
                       TO SM-TEXT
               END-IF
               GO TO 3000-WRITE
           END-IF.
           IF WS-ST-STATUS (2) NOT = 'N'
               IF WS-ST-STATUS (2) = 'S'
                   MOVE "STEP002 - ACCTMNT DID NOT END.  CHECK MNTRPT AN
      -                "D AUDITLOG FOR CARDS ALREADY APPLIED FIRST"
                       TO SM-TEXT
               ELSE
                   MOVE "STEP003 - ACCTMNT ENDED, TRANFIX HAS NOT RUN"
                       TO SM-TEXT
               END-IF
               GO TO 3000-WRITE
           END-IF.
           EVALUATE WS-ST-STATUS (1)
               WHEN 'S'
                   MOVE "STEP000 - MSTBKUP DID NOT END.  THE MASTER IS S
      -                "TILL UNTOUCHED; TAKE THE BACKUP AGAIN"
                       TO SM-TEXT
               WHEN 'F'
                   MOVE "STEP000 - MSTBKUP ENDED 12 OR ABOVE: RERUN ONCE
      -                " FIXED, OR STEP002 WITHOUT TONIGHT'S BACKUP"
                       TO SM-TEXT
               WHEN OTHER
                   MOVE "STEP002 - MSTBKUP COMPLETED, ACCTMNT HAS NOT RU
      -                "N.  CONFIRM STEP001A FLIPPED THE BACKUP IN"
                       TO SM-TEXT
           END-EVALUATE.
       3000-WRITE.
           MOVE WS-STL-MESSAGE TO STL-LINE.
           WRITE STL-LINE.
           MOVE SPACES TO SM-LABEL.
           MOVE "STEPS NOT ON THE LEDGER (FLIP, SCRATCH, SWAP, AND LATER
      -        " STEPS) ARE CHECKED IN THE JOB LOG"
               TO SM-TEXT.
           MOVE WS-STL-MESSAGE TO STL-LINE.
           WRITE STL-LINE.
       3000-EXIT.
           EXIT.

      *****************************************************************
      * 3300-POSTING-REENTRY - HELLO IS ON THE LEDGER.  NOT ENDED OR
      * FAILED, THE NIGHT RE-ENTERS AT STEP010; COMPLETED, AT THE
      * FIRST REPORTING OR PROOF STEP NOT COMPLETED.  GLEXTR IS ONLY
      * EXPECTED WHEN HELLO ENDED BELOW 8 - THE JOB BYPASSES IT
      * OTHERWISE.
      *****************************************************************
       3300-POSTING-REENTRY.
           IF WS-ST-STATUS (6) = 'S'
               MOVE "STEP010 - HELLO DID NOT END: RESTART FROM CHECKPOIN
      -            "T (SORTED-MODE ABEND BEFORE POSTING: STEP004, THEN S
      -            "TEP010)" TO SM-TEXT
               GO TO 3300-EXIT
           END-IF.
           IF WS-ST-STATUS (6) = 'F'
               MOVE "STEP010 - HELLO ENDED 12 OR ABOVE: RERUN ONCE THE C
      -            "AUSE IS FIXED" TO SM-TEXT
               GO TO 3300-EXIT
           END-IF.
           MOVE 0 TO WS-ENTRY-SEQ.
           IF WS-ST-COND-CODE (6) < 8
               MOVE 6 TO WS-JS-SUB
           ELSE
               MOVE 7 TO WS-JS-SUB
           END-IF.
           PERFORM 3310-TEST-ONE-LATER-STEP THRU 3310-EXIT
               UNTIL WS-ENTRY-SEQ > 0
                  OR WS-JS-SUB >= JS-STEP-COUNT.
           IF WS-ENTRY-SEQ = 0
               MOVE 0 TO WS-RETURN-CODE
               MOVE "NONE - THE NIGHT IS COMPLETE THROUGH STEP042"
                   TO SM-TEXT
               GO TO 3300-EXIT
           END-IF.
           MOVE SPACES TO SM-TEXT.
           STRING JS-JOB-STEP (WS-ENTRY-SEQ) DELIMITED BY SPACE
                  " - "                      DELIMITED BY SIZE
                  JS-PROGRAM-ID (WS-ENTRY-SEQ) DELIMITED BY SPACE
                  " HAS NOT COMPLETED.  CONFIRM FROM THE JOB LOG THAT"
                                             DELIMITED BY SIZE
                  " STEP011-STEP013 RAN"     DELIMITED BY SIZE
               INTO SM-TEXT
           END-STRING.
       3300-EXIT.
           EXIT.

       3310-TEST-ONE-LATER-STEP.
           ADD 1 TO WS-JS-SUB.
           IF WS-ST-STATUS (WS-JS-SUB) NOT = 'C'
               MOVE WS-JS-SUB TO WS-ENTRY-SEQ
           END-IF.
       3310-EXIT.
           EXIT.

      *****************************************************************
      * 9000-TERMINATE - CLOSE UP.
      *****************************************************************
       9000-TERMINATE.
           IF LEDGER-OPEN
               CLOSE STEPCTL-FILE
           END-IF.
           CLOSE STEPLIST.
           DISPLAY "STEPRPT: " SM-TEXT.
       9000-EXIT.
           EXIT.
