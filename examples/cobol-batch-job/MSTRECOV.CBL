      *****************************************************************
      * IDENTIFICATION DIVISION.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    MSTRECOV.
       AUTHOR.        SCRIPTISTO SAMPLE SHOP.
       DATE-WRITTEN.  10/15/2026.
       DATE-COMPILED.
      *****************************************************************
      * MODIFICATION HISTORY
      *   10/15/2026  ORIGINAL VERSION.  MASTER-FILE FORWARD RECOVERY.
      *               LOADS THE LATEST MSTBKUP BACKUP AND ROLLS IT
      *               FORWARD BY REAPPLYING EVERY AUDITLOG IMAGE
      *               STAMPED AFTER THE BACKUP - ACCTMNT AND DORMSWP
      *               MAINTENANCE AS WELL AS MASTUPD POSTINGS - IN
      *               TIMESTAMP ORDER, UP TO A CHOSEN STOP POINT.
      *               EVERY IMAGE'S OLD BALANCE IS CHECKED AGAINST
      *               THE RECORD BEING REBUILT AND EVERY BREAK IS
      *               LISTED.  THE RUN ENDS WITH A PROOF OF EVERY
      *               REBUILT ACCOUNT AGAINST ACCTPROV'S PER-ACCOUNT
      *               POSITION FILE.  THE REBUILT MASTER IS WRITTEN
      *               SEQUENTIALLY TO MASTRCV FOR THE JOB TO RELOAD
      *               INTO THE CLUSTER ONLY WHEN THE RUN IS CLEAN.
      *   10/15/2026  THE PROOF NOW HOLDS EACH REBUILT BALANCE DIRECTLY
      *               TO THE POSITION THE REPLAY ENDS AT (NEW DD
      *               APOSEND, REPLACING APOSOLD).  ADDING THE REPLAYED
      *               NET TO A POSITION ALREADY FLIPPED PAST THOSE
      *               POSTINGS COUNTED THEM TWICE, AND BEFORE THE FLIP
      *               ONLY RE-PROVED THE BACKUP.
      *
      * PURPOSE.  THE SYSIN PARM CARD GIVES THE STOP POINT: COLS 1-8
      * THE DATE (CCYYMMDD) AND COLS 9-14 THE TIME (HHMMSS) OF THE
      * LAST IMAGE TO REAPPLY.  A BLANK TIME MEANS THE END OF THAT
      * DAY; A BLANK OR ABSENT CARD REAPPLIES THE WHOLE AUDITLOG.
      *
      * THE BACKUP IS VERIFIED BEFORE IT IS USED - ONE HEADER, A
      * TRAILER, AND A TRAILER COUNT AND BALANCE HASH THAT AGREE
      * WITH ITS DETAILS.  ONLY IMAGES STAMPED AFTER THE BACKUP'S
      * OWN DATE AND TIME ARE REAPPLIED.  THE IMAGES ARE SORTED BY
      * ACCOUNT AND TIMESTAMP (TIES KEEP THEIR AUDITLOG ORDER) AND
      * MERGED AGAINST THE BACKUP AND THE POSITION FILE, ONE BALANCE
      * LINE PER ACCOUNT, THE WAY ACCTPROV PROVES THE NIGHT.
      *
      * AN IMAGE IS REAPPLIED BY TAKING ITS AFTER STATE: THE NEW
      * BALANCE, THE ACCOUNT STATUS, AND (WHEN THE IMAGE CARRIES
      * ONE) THE AFTER-IMAGE OF THE ACCOUNT'S ATTRIBUTES.  AN 'OP'
      * IMAGE CREATES THE RECORD.  A BREAK IS AN IMAGE WHOSE OLD
      * BALANCE DOES NOT MATCH THE REBUILT RECORD (STILL APPLIED -
      * THE AFTER STATE IS WHAT THE MASTER HELD), AN IMAGE FOR AN
      * ACCOUNT NOT ON THE BACKUP AND NOT OPENED SINCE, OR AN 'OP'
      * FOR AN ACCOUNT ALREADY ON FILE (BOTH NOT APPLIED).
      *
      * THE PROOF: EACH ACCOUNT'S REBUILT BALANCE MUST EQUAL ITS
      * BALANCE ON APOSEND, THE ACCTPROV PER-ACCOUNT POSITION THE
      * REPLAY ENDS AT - THE POSITION ACCTPROV PROVED AGAINST THE
      * MASTER AFTER THE LAST POSTING RUN THE REPLAY TAKES IN.  THE
      * POSITION IS PROVED INDEPENDENTLY OF THE BACKUP AND THE
      * IMAGES, SO AGREEMENT PROVES THE REPLAY, NOT JUST THE BACKUP.
      * THE NET OF THE IMAGES REAPPLIED IS LISTED BESIDE A FAILURE
      * FOR THE INVESTIGATION.  A STOP POINT INSIDE A POSTING RUN
      * ENDS AT NO PROVED POSITION - RUN IT WITH APOSEND DUMMY, AND
      * THE REBUILD IS LEFT NOT PROVED FOR REVIEW BY HAND.
      *
      * CC 0 REBUILT AND IN PROOF, 4 NO POSITION FILE SO THE PROOF
      * WAS NOT PERFORMED, 8 BREAKS OR ACCOUNTS OUT OF PROOF, 12 BAD
      * PARM CARD, BACKUP MISSING OR NOT VERIFIED, AUDITLOG
      * UNAVAILABLE, OR MASTRCV COULD NOT BE OPENED (NOTHING
      * REBUILT).  ONLY A CC 0 REBUILD SHOULD BE RELOADED.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MASTBKUP
               ASSIGN TO MASTBKUP
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MASTBKUP-FILE-STATUS.

           SELECT AUDITLOG
               ASSIGN TO AUDITLOG
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDITLOG-FILE-STATUS.

           SELECT APOSEND
               ASSIGN TO APOSEND
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-APOSEND-FILE-STATUS.

           SELECT MASTRCV
               ASSIGN TO MASTRCV
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MASTRCV-FILE-STATUS.

           SELECT PARMCARD
               ASSIGN TO SYSIN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARMCARD-FILE-STATUS.

           SELECT RCVRPT
               ASSIGN TO RCVRPT
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT RCV-SORT
               ASSIGN TO SORTWK.

       DATA DIVISION.
       FILE SECTION.
       FD  MASTBKUP
           RECORDING MODE IS F
           RECORD CONTAINS 101 CHARACTERS
           LABEL RECORDS ARE STANDARD.
           COPY MBKREC.

      *****************************************************************
      * AUDITLOG - IN THE AUDREC LAYOUT, READ INTO THE AUDIT-RECORD
      * IN WORKING STORAGE, WHERE THE SORTED IMAGES ALSO COME BACK.
      *****************************************************************
       FD  AUDITLOG
           RECORDING MODE IS F
           RECORD CONTAINS 160 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  AUDITLOG-LINE               PIC X(160).

      *****************************************************************
      * APOSEND - THE ACCTPROV PER-ACCOUNT POSITION THE REPLAY ENDS
      * AT, IN ACCTPROV'S APOSNEW LAYOUT, ONE RECORD PER ACCOUNT IN
      * ACCOUNT ORDER.
      *****************************************************************
       FD  APOSEND
           RECORDING MODE IS F
           RECORD CONTAINS 20 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  APOSEND-RECORD.
           05  PO-ACCOUNT-NUMBER        PIC 9(09).
           05  PO-BALANCE               PIC S9(09)V99.

      *****************************************************************
      * MASTRCV - THE REBUILT MASTER, ONE MASTREC RECORD PER ACCOUNT
      * IN KEY ORDER, READY TO RELOAD INTO THE CLUSTER.  EACH RECORD
      * IS BUILT IN PLACE AND WRITTEN WHEN ITS BALANCE LINE ENDS.
      *****************************************************************
       FD  MASTRCV
           RECORDING MODE IS F
           RECORD CONTAINS 100 CHARACTERS
           LABEL RECORDS ARE STANDARD.
           COPY MASTREC.

       FD  PARMCARD
           RECORDING MODE IS F
           RECORD CONTAINS 14 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  PARMCARD-RECORD.
           05  PC-STOP-DATE             PIC X(08).
           05  PC-STOP-TIME             PIC X(06).

       FD  RCVRPT
           RECORDING MODE IS F
           RECORD CONTAINS 132 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  RCV-LINE                    PIC X(132).

      *****************************************************************
      * RCV-SORT - THE SELECTED IMAGES, WHOLE, KEYED BY THE ACCOUNT
      * AND TIMESTAMP POSITIONS OF THE AUDREC LAYOUT.
      *****************************************************************
       SD  RCV-SORT
           RECORD CONTAINS 160 CHARACTERS.
       01  RCV-SORT-RECORD.
           05  RS-ACCOUNT-NUMBER       PIC 9(09).
           05  FILLER                  PIC X(32).
           05  RS-TIMESTAMP            PIC X(14).
           05  FILLER                  PIC X(105).

       WORKING-STORAGE SECTION.
           COPY AUDREC.

       01  WS-SWITCHES.
           05  WS-AUDITLOG-EOF-SW      PIC X(01) VALUE 'N'.
               88  END-OF-AUDITLOG             VALUE 'Y'.
           05  WS-SORT-EOF-SW          PIC X(01) VALUE 'N'.
               88  END-OF-SORT-FILE            VALUE 'Y'.
           05  WS-VERIFY-EOF-SW        PIC X(01) VALUE 'N'.
               88  END-OF-VERIFY               VALUE 'Y'.
           05  WS-TRAILER-FOUND-SW     PIC X(01) VALUE 'N'.
               88  TRAILER-FOUND               VALUE 'Y'.
           05  WS-POSITION-FOUND-SW    PIC X(01) VALUE 'N'.
               88  POSITION-FOUND              VALUE 'Y'.
           05  WS-MASTBKUP-OPEN-SW     PIC X(01) VALUE 'N'.
           05  WS-AUDITLOG-OPEN-SW     PIC X(01) VALUE 'N'.
           05  WS-APOSEND-OPEN-SW      PIC X(01) VALUE 'N'.
           05  WS-MASTRCV-OPEN-SW      PIC X(01) VALUE 'N'.
           05  WS-HAVE-RECORD-SW       PIC X(01) VALUE 'N'.
               88  HAVE-RECORD                 VALUE 'Y'.

       01  WS-FILE-STATUSES.
           05  WS-MASTBKUP-FILE-STATUS PIC X(02) VALUE '00'.
           05  WS-AUDITLOG-FILE-STATUS PIC X(02) VALUE '00'.
           05  WS-APOSEND-FILE-STATUS  PIC X(02) VALUE '00'.
           05  WS-MASTRCV-FILE-STATUS  PIC X(02) VALUE '00'.
           05  WS-PARMCARD-FILE-STATUS PIC X(02) VALUE '00'.

      *****************************************************************
      * THE BACKUP'S OWN STAMP, AND THE STOP POINT IN THE SAME
      * YYMMDD / HHMMSSHH FORM AS AU-TIMESTAMP.  THE STOP POINT IS
      * ALL NINES (NO STOP) UNTIL THE PARM CARD SAYS OTHERWISE.
      *****************************************************************
       01  WS-BACKUP-BUSINESS-DATE     PIC 9(08) VALUE 0.
       01  WS-BACKUP-STAMP.
           05  WS-BACKUP-DATE          PIC 9(06) VALUE 0.
           05  WS-BACKUP-TIME          PIC 9(08) VALUE 0.
       01  WS-STOP-CCYYMMDD            PIC 9(08) VALUE 0.
       01  WS-STOP-STAMP.
           05  WS-STOP-DATE            PIC 9(06) VALUE 999999.
           05  WS-STOP-TIME.
               10  WS-STOP-HHMMSS      PIC 9(06) VALUE 999999.
               10  WS-STOP-HUNDREDTHS  PIC 9(02) VALUE 99.

      *****************************************************************
      * BALANCE-LINE MERGE KEYS - ONE PER STREAM, SET TO THE HIGH
      * SENTINEL AT END OF THAT STREAM SO THE LOWEST KEY ALWAYS
      * DRIVES THE NEXT BALANCE LINE.
      *****************************************************************
       01  WS-MERGE-KEYS.
           05  WS-BKP-KEY              PIC 9(10) COMP-3 VALUE 0.
           05  WS-POS-KEY              PIC 9(10) COMP-3 VALUE 0.
           05  WS-IMG-KEY              PIC 9(10) COMP-3 VALUE 0.
           05  WS-LINE-KEY             PIC 9(10) COMP-3 VALUE 0.
           05  WS-KEY-SENTINEL         PIC 9(10) COMP-3
                                       VALUE 9999999999.

      *****************************************************************
      * THE BACKUP VERIFICATION FIGURES.
      *****************************************************************
       77  WS-VERIFY-COUNT             PIC 9(09)     COMP-3 VALUE 0.
       77  WS-VERIFY-HASH              PIC S9(15)V99 COMP-3 VALUE 0.
       77  WS-TRAILER-COUNT            PIC 9(09)     COMP-3 VALUE 0.
       77  WS-TRAILER-HASH             PIC S9(15)V99 COMP-3 VALUE 0.

      *****************************************************************
      * THE CURRENT BALANCE LINE'S FIGURES.
      *****************************************************************
       77  WS-POSITION-BALANCE         PIC S9(09)V99 COMP-3 VALUE 0.
       77  WS-APPLIED-NET              PIC S9(11)V99 COMP-3 VALUE 0.
       77  WS-IMAGE-DELTA              PIC S9(10)V99 COMP-3 VALUE 0.
       77  WS-PROOF-DIFFERENCE         PIC S9(11)V99 COMP-3 VALUE 0.
       77  WS-ACTUAL-BALANCE           PIC S9(09)V99 COMP-3 VALUE 0.

       77  WS-LOADED-COUNT             PIC 9(09) COMP-3 VALUE 0.
       77  WS-IMAGES-READ              PIC 9(09) COMP-3 VALUE 0.
       77  WS-BEFORE-BACKUP-COUNT      PIC 9(09) COMP-3 VALUE 0.
       77  WS-AFTER-STOP-COUNT         PIC 9(09) COMP-3 VALUE 0.
       77  WS-SELECTED-COUNT           PIC 9(09) COMP-3 VALUE 0.
       77  WS-APPLIED-COUNT            PIC 9(09) COMP-3 VALUE 0.
       77  WS-OPENED-COUNT             PIC 9(09) COMP-3 VALUE 0.
       77  WS-BREAK-COUNT              PIC 9(09) COMP-3 VALUE 0.
       77  WS-REBUILT-COUNT            PIC 9(09) COMP-3 VALUE 0.
       77  WS-PROVED-COUNT             PIC 9(09) COMP-3 VALUE 0.
       77  WS-FAILED-COUNT             PIC 9(09) COMP-3 VALUE 0.
       77  WS-RETURN-CODE              PIC 9(02)        VALUE 0.

      *****************************************************************
      * RECOVERY REPORT LINE LAYOUTS.
      *****************************************************************
       01  WS-RCV-HEADING.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  FILLER                  PIC X(40)
                   VALUE "MASTER-FILE FORWARD RECOVERY - STOP AT  ".
           05  RH-STOP-POINT           PIC X(30).

       01  WS-RCV-STOP-POINT.
           05  RS-STOP-DATE            PIC 9(08).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  RS-STOP-TIME            PIC 9(06).

       01  WS-RCV-BACKUP.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  FILLER                  PIC X(26)
                   VALUE "BACKUP FOR BUSINESS DATE  ".
           05  RK-BUSINESS-DATE        PIC 9(08).
           05  FILLER                  PIC X(10) VALUE "  TAKEN   ".
           05  RK-BACKUP-DATE          PIC 9(06).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  RK-BACKUP-TIME          PIC 9(08).
           05  FILLER                  PIC X(10) VALUE "  RECORDS ".
           05  RK-RECORD-COUNT         PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                  PIC X(15)
                   VALUE "  BALANCE HASH ".
           05  RK-BALANCE-HASH         PIC -ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.99.

       01  WS-RCV-BREAK.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  RB-ACCOUNT-NUMBER       PIC 9(09).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  RB-TRANSACTION-ID       PIC X(10).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  RB-RECORD-CODE          PIC X(02).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  RB-STAMP-DATE           PIC 9(06).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  RB-STAMP-TIME           PIC 9(08).
           05  FILLER                  PIC X(09) VALUE " REBUILT ".
           05  RB-REBUILT-BALANCE      PIC -999,999,999.99.
           05  FILLER                  PIC X(07) VALUE " IMAGE ".
           05  RB-OLD-BALANCE          PIC -999,999,999.99.
           05  FILLER                  PIC X(04) VALUE " TO ".
           05  RB-NEW-BALANCE          PIC -999,999,999.99.
           05  FILLER                  PIC X(02) VALUE SPACE.
           05  RB-NOTE                 PIC X(24).

       01  WS-RCV-PROOF.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  RP-ACCOUNT-NUMBER       PIC 9(09).
           05  FILLER                  PIC X(10) VALUE " POSITION ".
           05  RP-POSITION-BALANCE     PIC -999,999,999.99.
           05  FILLER                  PIC X(10) VALUE " REBUILT  ".
           05  RP-ACTUAL               PIC -999,999,999.99.
           05  FILLER                  PIC X(06) VALUE " DIFF ".
           05  RP-DIFFERENCE           PIC -999,999,999.99.
           05  FILLER                  PIC X(06) VALUE " NET  ".
           05  RP-APPLIED-NET          PIC -999,999,999.99.
           05  FILLER                  PIC X(02) VALUE SPACE.
           05  RP-NOTE                 PIC X(20).

       01  WS-RCV-COUNTS.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  RC-LABEL                PIC X(30).
           05  RC-COUNT                PIC ZZZ,ZZZ,ZZ9.

       01  WS-RCV-RESULT.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  FILLER                  PIC X(30)
                   VALUE "RECOVERY RESULT:              ".
           05  RR-RESULT               PIC X(60).

       PROCEDURE DIVISION.
      *****************************************************************
      * 0000-MAINLINE - VERIFY AND OPEN EVERYTHING, THEN SORT THE
      * SELECTED IMAGES AND REBUILD THE MASTER FROM THE SORT'S OUTPUT
      * PROCEDURE.  NOTHING IS REBUILT WHEN INITIALIZATION FAILED.
      *****************************************************************
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           IF WS-RETURN-CODE < 12
               SORT RCV-SORT
                   ON ASCENDING KEY RS-ACCOUNT-NUMBER
                                    RS-TIMESTAMP
                   WITH DUPLICATES IN ORDER
                   INPUT PROCEDURE IS 2000-SELECT-IMAGES
                                 THRU 2000-EXIT
                   OUTPUT PROCEDURE IS 3000-REBUILD-MASTER
                                  THRU 3000-EXIT
           END-IF.
           PERFORM 9000-TERMINATE THRU 9000-EXIT.
           MOVE WS-RETURN-CODE TO RETURN-CODE.
           STOP RUN.

      *****************************************************************
      * 1000-INITIALIZE - READ THE STOP POINT, OPEN THE REPORT, PROVE
      * THE BACKUP IS WHOLE, AND OPEN THE STREAMS FOR THE MERGE.  ANY
      * OF THESE FAILING EXCEPT THE POSITION FILE IS FATAL (GRADE
      * 12) - A MISSING POSITION FILE ONLY MEANS NO PROOF.
      *****************************************************************
       1000-INITIALIZE.
           OPEN OUTPUT RCVRPT.
           PERFORM 1050-READ-PARMCARD THRU 1050-EXIT.
           IF WS-RETURN-CODE NOT < 12
               GO TO 1000-EXIT
           END-IF.
           PERFORM 1100-VERIFY-BACKUP THRU 1100-EXIT.
           IF WS-RETURN-CODE NOT < 12
               GO TO 1000-EXIT
           END-IF.
           OPEN INPUT MASTBKUP.
           MOVE 'Y' TO WS-MASTBKUP-OPEN-SW.
           READ MASTBKUP
               AT END
                   CONTINUE
           END-READ.
           PERFORM 2200-READ-BACKUP THRU 2200-EXIT.
           OPEN INPUT AUDITLOG.
           IF WS-AUDITLOG-FILE-STATUS NOT = '00'
               MOVE 12 TO WS-RETURN-CODE
               DISPLAY "MSTRECOV: AUDITLOG OPEN FAILED, STATUS "
                   WS-AUDITLOG-FILE-STATUS
                   " - NOTHING REBUILT"
               GO TO 1000-EXIT
           END-IF.
           MOVE 'Y' TO WS-AUDITLOG-OPEN-SW.
           OPEN OUTPUT MASTRCV.
           IF WS-MASTRCV-FILE-STATUS NOT = '00'
               MOVE 12 TO WS-RETURN-CODE
               DISPLAY "MSTRECOV: MASTRCV OPEN FAILED, STATUS "
                   WS-MASTRCV-FILE-STATUS
                   " - NOTHING REBUILT"
               GO TO 1000-EXIT
           END-IF.
           MOVE 'Y' TO WS-MASTRCV-OPEN-SW.
      *    POSITION-FOUND IS SET BY THE FIRST SUCCESSFUL READ, NOT BY
      *    THE OPEN - AN EMPTY POSITION FILE IS NO PROOF AT ALL, THE
      *    SAME RULE ACCTPROV FOLLOWS.
           OPEN INPUT APOSEND.
           IF WS-APOSEND-FILE-STATUS = '00'
               MOVE 'Y' TO WS-APOSEND-OPEN-SW
               PERFORM 2400-READ-POSITION THRU 2400-EXIT
           ELSE
               MOVE WS-KEY-SENTINEL TO WS-POS-KEY
           END-IF.
       1000-EXIT.
           EXIT.

      *****************************************************************
      * 1050-READ-PARMCARD - PICK UP THE STOP POINT AND PRINT THE
      * HEADING.  A CARD THAT IS THERE BUT NOT NUMERIC IS REFUSED
      * RATHER THAN GUESSED AT - REBUILDING TO THE WRONG POINT IS
      * WORSE THAN NOT REBUILDING.
      *****************************************************************
       1050-READ-PARMCARD.
           MOVE "END OF AUDITLOG" TO RH-STOP-POINT.
           OPEN INPUT PARMCARD.
           IF WS-PARMCARD-FILE-STATUS NOT = '00'
               GO TO 1050-WRITE-HEADING
           END-IF.
           READ PARMCARD
               AT END
                   MOVE SPACES TO PARMCARD-RECORD
           END-READ.
           CLOSE PARMCARD.
           IF PC-STOP-DATE = SPACES
               GO TO 1050-WRITE-HEADING
           END-IF.
           IF PC-STOP-DATE NOT NUMERIC
                   OR (PC-STOP-TIME NOT = SPACES
                       AND PC-STOP-TIME NOT NUMERIC)
               MOVE 12 TO WS-RETURN-CODE
               MOVE "** INVALID PARM CARD" TO RH-STOP-POINT
               DISPLAY "MSTRECOV: STOP POINT ON PARM CARD INVALID - "
                   PARMCARD-RECORD " - NOTHING REBUILT"
               GO TO 1050-WRITE-HEADING
           END-IF.
           MOVE PC-STOP-DATE TO WS-STOP-CCYYMMDD.
           MOVE WS-STOP-CCYYMMDD (3:6) TO WS-STOP-DATE.
           IF PC-STOP-TIME NOT = SPACES
               MOVE PC-STOP-TIME TO WS-STOP-HHMMSS
           END-IF.
           MOVE WS-STOP-CCYYMMDD TO RS-STOP-DATE.
           MOVE WS-STOP-HHMMSS   TO RS-STOP-TIME.
           MOVE WS-RCV-STOP-POINT TO RH-STOP-POINT.
       1050-WRITE-HEADING.
           MOVE WS-RCV-HEADING TO RCV-LINE.
           WRITE RCV-LINE.
       1050-EXIT.
           EXIT.

      *****************************************************************
      * 1100-VERIFY-BACKUP - A FIRST PASS OVER THE BACKUP: IT MUST
      * START WITH A HEADER AND END WITH A TRAILER WHOSE COUNT AND
      * BALANCE HASH AGREE WITH THE DETAILS BETWEEN.  A SHORT OR
      * DAMAGED BACKUP IS REFUSED BEFORE ANYTHING IS BUILT ON IT.
      *****************************************************************
       1100-VERIFY-BACKUP.
           OPEN INPUT MASTBKUP.
           IF WS-MASTBKUP-FILE-STATUS NOT = '00'
               MOVE 12 TO WS-RETURN-CODE
               DISPLAY "MSTRECOV: MASTBKUP OPEN FAILED, STATUS "
                   WS-MASTBKUP-FILE-STATUS
                   " - NOTHING REBUILT"
               GO TO 1100-EXIT
           END-IF.
           READ MASTBKUP
               AT END
                   MOVE SPACES TO MASTBKUP-RECORD
           END-READ.
           IF NOT BK-HEADER
               CLOSE MASTBKUP
               MOVE 12 TO WS-RETURN-CODE
               DISPLAY "MSTRECOV: MASTBKUP HAS NO HEADER"
                   " - NOTHING REBUILT"
               GO TO 1100-EXIT
           END-IF.
           MOVE BK-BUSINESS-DATE TO WS-BACKUP-BUSINESS-DATE.
           MOVE BK-BACKUP-STAMP  TO WS-BACKUP-STAMP.
           PERFORM 1110-VERIFY-ONE THRU 1110-EXIT
               UNTIL END-OF-VERIFY.
           CLOSE MASTBKUP.
           MOVE WS-BACKUP-BUSINESS-DATE TO RK-BUSINESS-DATE.
           MOVE WS-BACKUP-DATE          TO RK-BACKUP-DATE.
           MOVE WS-BACKUP-TIME          TO RK-BACKUP-TIME.
           MOVE WS-VERIFY-COUNT         TO RK-RECORD-COUNT.
           MOVE WS-VERIFY-HASH          TO RK-BALANCE-HASH.
           MOVE WS-RCV-BACKUP TO RCV-LINE.
           WRITE RCV-LINE.
           IF NOT TRAILER-FOUND
               MOVE 12 TO WS-RETURN-CODE
               DISPLAY "MSTRECOV: MASTBKUP HAS NO TRAILER"
                   " - NOTHING REBUILT"
               GO TO 1100-EXIT
           END-IF.
           IF WS-TRAILER-COUNT NOT = WS-VERIFY-COUNT
                   OR WS-TRAILER-HASH NOT = WS-VERIFY-HASH
               MOVE 12 TO WS-RETURN-CODE
               DISPLAY "MSTRECOV: MASTBKUP TRAILER DOES NOT AGREE"
                   " WITH ITS DETAILS - NOTHING REBUILT"
           END-IF.
       1100-EXIT.
           EXIT.

      *****************************************************************
      * 1110-VERIFY-ONE - ROLL ONE DETAIL INTO THE VERIFICATION
      * FIGURES, OR TAKE THE TRAILER'S AND STOP.
      *****************************************************************
       1110-VERIFY-ONE.
           READ MASTBKUP
               AT END
                   MOVE 'Y' TO WS-VERIFY-EOF-SW
                   GO TO 1110-EXIT
           END-READ.
           IF BK-TRAILER
               MOVE 'Y' TO WS-TRAILER-FOUND-SW
               MOVE 'Y' TO WS-VERIFY-EOF-SW
               MOVE BK-RECORD-COUNT TO WS-TRAILER-COUNT
               MOVE BK-BALANCE-HASH TO WS-TRAILER-HASH
               GO TO 1110-EXIT
           END-IF.
           ADD 1          TO WS-VERIFY-COUNT.
           ADD BK-BALANCE TO WS-VERIFY-HASH.
       1110-EXIT.
           EXIT.

      *****************************************************************
      * 2000-SELECT-IMAGES - SORT INPUT PROCEDURE: RELEASE EVERY
      * AUDITLOG IMAGE STAMPED AFTER THE BACKUP AND NOT AFTER THE
      * STOP POINT.  AN IMAGE AT OR BEFORE THE BACKUP'S STAMP IS
      * ALREADY IN THE BACKUP.
      *****************************************************************
       2000-SELECT-IMAGES.
           PERFORM 2100-READ-AUDITLOG THRU 2100-EXIT.
           PERFORM 2050-SELECT-ONE THRU 2050-EXIT
               UNTIL END-OF-AUDITLOG.
       2000-EXIT.
           EXIT.

      *****************************************************************
      * 2050-SELECT-ONE - RELEASE OR COUNT OFF ONE IMAGE, READ AHEAD.
      *****************************************************************
       2050-SELECT-ONE.
           ADD 1 TO WS-IMAGES-READ.
           IF AU-TIMESTAMP NOT > WS-BACKUP-STAMP
               ADD 1 TO WS-BEFORE-BACKUP-COUNT
           ELSE
               IF AU-TIMESTAMP > WS-STOP-STAMP
                   ADD 1 TO WS-AFTER-STOP-COUNT
               ELSE
                   ADD 1 TO WS-SELECTED-COUNT
                   MOVE AUDIT-RECORD TO RCV-SORT-RECORD
                   RELEASE RCV-SORT-RECORD
               END-IF
           END-IF.
           PERFORM 2100-READ-AUDITLOG THRU 2100-EXIT.
       2050-EXIT.
           EXIT.

      *****************************************************************
      * 2100-READ-AUDITLOG - READ THE NEXT AUDIT IMAGE.
      *****************************************************************
       2100-READ-AUDITLOG.
           READ AUDITLOG INTO AUDIT-RECORD
               AT END
                   MOVE 'Y' TO WS-AUDITLOG-EOF-SW
           END-READ.
       2100-EXIT.
           EXIT.

      *****************************************************************
      * 2200-READ-BACKUP - NEXT BACKUP DETAIL; THE TRAILER (OR END OF
      * FILE) SETS THE SENTINEL KEY.
      *****************************************************************
       2200-READ-BACKUP.
           READ MASTBKUP
               AT END
                   MOVE WS-KEY-SENTINEL TO WS-BKP-KEY
                   GO TO 2200-EXIT
           END-READ.
           IF BK-DETAIL
               MOVE BK-ACCOUNT-NUMBER TO WS-BKP-KEY
           ELSE
               MOVE WS-KEY-SENTINEL TO WS-BKP-KEY
           END-IF.
       2200-EXIT.
           EXIT.

      *****************************************************************
      * 2300-RETURN-IMAGE - NEXT SORTED IMAGE, BACK INTO AUDIT-RECORD.
      *****************************************************************
       2300-RETURN-IMAGE.
           IF END-OF-SORT-FILE
               MOVE WS-KEY-SENTINEL TO WS-IMG-KEY
               GO TO 2300-EXIT
           END-IF.
           RETURN RCV-SORT INTO AUDIT-RECORD
               AT END
                   MOVE 'Y' TO WS-SORT-EOF-SW
                   MOVE WS-KEY-SENTINEL TO WS-IMG-KEY
                   GO TO 2300-EXIT
           END-RETURN.
           MOVE AU-ACCOUNT-NUMBER TO WS-IMG-KEY.
       2300-EXIT.
           EXIT.

      *****************************************************************
      * 2400-READ-POSITION - NEXT POSITION-FILE RECORD.
      *****************************************************************
       2400-READ-POSITION.
           READ APOSEND
               AT END
                   MOVE WS-KEY-SENTINEL TO WS-POS-KEY
               NOT AT END
                   MOVE 'Y' TO WS-POSITION-FOUND-SW
                   MOVE PO-ACCOUNT-NUMBER TO WS-POS-KEY
           END-READ.
       2400-EXIT.
           EXIT.

      *****************************************************************
      * 3000-REBUILD-MASTER - SORT OUTPUT PROCEDURE: PRIME THE IMAGE
      * STREAM AND RUN THE BALANCE-LINE MERGE UNTIL ALL THREE
      * STREAMS ARE SPENT.
      *****************************************************************
       3000-REBUILD-MASTER.
           PERFORM 2300-RETURN-IMAGE THRU 2300-EXIT.
           PERFORM 3100-MERGE-LOOP THRU 3100-EXIT
               UNTIL WS-BKP-KEY = WS-KEY-SENTINEL
                 AND WS-POS-KEY = WS-KEY-SENTINEL
                 AND WS-IMG-KEY = WS-KEY-SENTINEL.
       3000-EXIT.
           EXIT.

      *****************************************************************
      * 3100-MERGE-LOOP - ONE BALANCE LINE: TAKE THE LOWEST ACCOUNT
      * KEY ACROSS THE THREE STREAMS, START FROM THE BACKUP RECORD
      * (IF ANY), REAPPLY THE ACCOUNT'S IMAGES IN TIMESTAMP ORDER,
      * WRITE THE REBUILT RECORD, AND PROVE IT.
      *****************************************************************
       3100-MERGE-LOOP.
           MOVE WS-BKP-KEY TO WS-LINE-KEY.
           IF WS-POS-KEY < WS-LINE-KEY
               MOVE WS-POS-KEY TO WS-LINE-KEY
           END-IF.
           IF WS-IMG-KEY < WS-LINE-KEY
               MOVE WS-IMG-KEY TO WS-LINE-KEY
           END-IF.
           MOVE 0   TO WS-POSITION-BALANCE.
           MOVE 0   TO WS-APPLIED-NET.
           MOVE 0   TO WS-ACTUAL-BALANCE.
           MOVE 'N' TO WS-HAVE-RECORD-SW.
           IF WS-BKP-KEY = WS-LINE-KEY
               MOVE BK-MASTER-IMAGE TO MASTER-RECORD
               MOVE 'Y' TO WS-HAVE-RECORD-SW
               ADD 1 TO WS-LOADED-COUNT
               PERFORM 2200-READ-BACKUP THRU 2200-EXIT
           END-IF.
           IF WS-POS-KEY = WS-LINE-KEY
               MOVE PO-BALANCE TO WS-POSITION-BALANCE
               PERFORM 2400-READ-POSITION THRU 2400-EXIT
           END-IF.
           PERFORM 3200-APPLY-IMAGE THRU 3200-EXIT
               UNTIL WS-IMG-KEY NOT = WS-LINE-KEY.
           IF HAVE-RECORD
               MOVE MA-BALANCE TO WS-ACTUAL-BALANCE
               WRITE MASTER-RECORD
               ADD 1 TO WS-REBUILT-COUNT
           END-IF.
           PERFORM 3300-PROVE-ONE-ACCOUNT THRU 3300-EXIT.
       3100-EXIT.
           EXIT.

      *****************************************************************
      * 3200-APPLY-IMAGE - REAPPLY ONE IMAGE AND TAKE THE NEXT.
      *****************************************************************
       3200-APPLY-IMAGE.
           PERFORM 3210-APPLY-ONE THRU 3210-EXIT.
           PERFORM 2300-RETURN-IMAGE THRU 2300-EXIT.
       3200-EXIT.
           EXIT.

      *****************************************************************
      * 3210-APPLY-ONE - AN 'OP' IMAGE STARTS A NEW RECORD AT A ZERO
      * BALANCE; ANY OTHER IMAGE NEEDS A RECORD TO APPLY TO.  THE
      * OLD BALANCE IS THEN CHECKED AND THE AFTER STATE TAKEN.  AN
      * IMAGE WRITTEN BEFORE AUDREC CARRIED THE AFTER-IMAGE (SPACES
      * THERE) CHANGES ONLY THE BALANCE AND STATUS.
      *****************************************************************
       3210-APPLY-ONE.
           IF AU-RECORD-CODE = 'OP'
               IF HAVE-RECORD
                   MOVE "** OPEN - ALREADY ON FILE" TO RB-NOTE
                   PERFORM 3220-REPORT-BREAK THRU 3220-EXIT
                   GO TO 3210-EXIT
               END-IF
               MOVE SPACES            TO MASTER-RECORD
               MOVE AU-ACCOUNT-NUMBER TO MA-ACCOUNT-NUMBER
               MOVE 0                 TO MA-BALANCE
               MOVE 'Y' TO WS-HAVE-RECORD-SW
               ADD 1 TO WS-OPENED-COUNT
           END-IF.
           IF NOT HAVE-RECORD
               MOVE "** NO RECORD TO APPLY TO" TO RB-NOTE
               PERFORM 3220-REPORT-BREAK THRU 3220-EXIT
               GO TO 3210-EXIT
           END-IF.
           IF AU-OLD-BALANCE NOT = MA-BALANCE
               MOVE "** OLD BALANCE BREAK" TO RB-NOTE
               PERFORM 3220-REPORT-BREAK THRU 3220-EXIT
           END-IF.
           MOVE AU-NEW-BALANCE TO MA-BALANCE.
           IF AU-ACCOUNT-STATUS NOT = SPACE
               MOVE AU-ACCOUNT-STATUS TO MA-ACCOUNT-STATUS
           END-IF.
           IF AU-AFTER-IMAGE NOT = SPACES
               MOVE AU-AFTER-IMAGE TO MA-ATTRIBUTES
           END-IF.
           SUBTRACT AU-OLD-BALANCE FROM AU-NEW-BALANCE
               GIVING WS-IMAGE-DELTA.
           ADD WS-IMAGE-DELTA TO WS-APPLIED-NET.
           ADD 1 TO WS-APPLIED-COUNT.
       3210-EXIT.
           EXIT.

      *****************************************************************
      * 3220-REPORT-BREAK - LIST ONE BREAK WITH THE REBUILT BALANCE
      * IT WAS CHECKED AGAINST.  RB-NOTE IS SET BY THE CALLER.
      *****************************************************************
       3220-REPORT-BREAK.
           ADD 1 TO WS-BREAK-COUNT.
           MOVE 8 TO WS-RETURN-CODE.
           MOVE AU-ACCOUNT-NUMBER TO RB-ACCOUNT-NUMBER.
           MOVE AU-TRANSACTION-ID TO RB-TRANSACTION-ID.
           MOVE AU-RECORD-CODE    TO RB-RECORD-CODE.
           MOVE AU-TIMESTAMP-DATE TO RB-STAMP-DATE.
           MOVE AU-TIMESTAMP-TIME TO RB-STAMP-TIME.
           IF HAVE-RECORD
               MOVE MA-BALANCE TO RB-REBUILT-BALANCE
           ELSE
               MOVE 0 TO RB-REBUILT-BALANCE
           END-IF.
           MOVE AU-OLD-BALANCE    TO RB-OLD-BALANCE.
           MOVE AU-NEW-BALANCE    TO RB-NEW-BALANCE.
           MOVE WS-RCV-BREAK TO RCV-LINE.
           WRITE RCV-LINE.
       3220-EXIT.
           EXIT.

      *****************************************************************
      * 3300-PROVE-ONE-ACCOUNT - THE REBUILT BALANCE AGAINST THE
      * BALANCE ON THE POSITION THE REPLAY ENDS AT; AN ACCOUNT NOT ON
      * THE POSITION IS EXPECTED AT ZERO.  ONLY FAILURES PRINT, WITH
      * THE NET OF THE IMAGES REAPPLIED TO THE ACCOUNT.  AN ACCOUNT
      * WITH A POSITION OR IMAGES BUT NO REBUILT RECORD IS A FAILURE
      * ON ITS FACE.  WITH NO POSITION FILE AT ALL, NOTHING IS
      * PROVED.
      *****************************************************************
       3300-PROVE-ONE-ACCOUNT.
           IF NOT POSITION-FOUND
               GO TO 3300-EXIT
           END-IF.
           ADD 1 TO WS-PROVED-COUNT.
           SUBTRACT WS-POSITION-BALANCE FROM WS-ACTUAL-BALANCE
               GIVING WS-PROOF-DIFFERENCE.
           IF HAVE-RECORD
                   AND WS-PROOF-DIFFERENCE = 0
               GO TO 3300-EXIT
           END-IF.
           ADD 1 TO WS-FAILED-COUNT.
           MOVE 8 TO WS-RETURN-CODE.
           MOVE WS-LINE-KEY         TO RP-ACCOUNT-NUMBER.
           MOVE WS-POSITION-BALANCE TO RP-POSITION-BALANCE.
           MOVE WS-ACTUAL-BALANCE   TO RP-ACTUAL.
           MOVE WS-PROOF-DIFFERENCE TO RP-DIFFERENCE.
           MOVE WS-APPLIED-NET      TO RP-APPLIED-NET.
           IF HAVE-RECORD
               MOVE "** OUT OF PROOF"  TO RP-NOTE
           ELSE
               MOVE "** NOT REBUILT"   TO RP-NOTE
           END-IF.
           MOVE WS-RCV-PROOF TO RCV-LINE.
           WRITE RCV-LINE.
       3300-EXIT.
           EXIT.

      *****************************************************************
      * 9000-TERMINATE - WRITE THE TOTALS AND THE OVERALL RESULT, AND
      * CLOSE WHAT IS STILL OPEN.  A CLEAN REBUILD WITH NO POSITION
      * FILE TO PROVE IT AGAINST GRADES 4, SO THE RELOAD STEP HOLDS.
      *****************************************************************
       9000-TERMINATE.
           IF WS-RETURN-CODE < 4
                   AND NOT POSITION-FOUND
               MOVE 4 TO WS-RETURN-CODE
           END-IF.
           MOVE "BACKUP RECORDS LOADED:        " TO RC-LABEL.
           MOVE WS-LOADED-COUNT TO RC-COUNT.
           PERFORM 9100-WRITE-COUNT THRU 9100-EXIT.
           MOVE "AUDIT IMAGES READ:            " TO RC-LABEL.
           MOVE WS-IMAGES-READ TO RC-COUNT.
           PERFORM 9100-WRITE-COUNT THRU 9100-EXIT.
           MOVE "  ALREADY IN THE BACKUP:      " TO RC-LABEL.
           MOVE WS-BEFORE-BACKUP-COUNT TO RC-COUNT.
           PERFORM 9100-WRITE-COUNT THRU 9100-EXIT.
           MOVE "  PAST THE STOP POINT:        " TO RC-LABEL.
           MOVE WS-AFTER-STOP-COUNT TO RC-COUNT.
           PERFORM 9100-WRITE-COUNT THRU 9100-EXIT.
           MOVE "  SELECTED TO REAPPLY:        " TO RC-LABEL.
           MOVE WS-SELECTED-COUNT TO RC-COUNT.
           PERFORM 9100-WRITE-COUNT THRU 9100-EXIT.
           MOVE "IMAGES REAPPLIED:             " TO RC-LABEL.
           MOVE WS-APPLIED-COUNT TO RC-COUNT.
           PERFORM 9100-WRITE-COUNT THRU 9100-EXIT.
           MOVE "ACCOUNTS OPENED BY IMAGES:    " TO RC-LABEL.
           MOVE WS-OPENED-COUNT TO RC-COUNT.
           PERFORM 9100-WRITE-COUNT THRU 9100-EXIT.
           MOVE "BREAKS:                       " TO RC-LABEL.
           MOVE WS-BREAK-COUNT TO RC-COUNT.
           PERFORM 9100-WRITE-COUNT THRU 9100-EXIT.
           MOVE "MASTER RECORDS REBUILT:       " TO RC-LABEL.
           MOVE WS-REBUILT-COUNT TO RC-COUNT.
           PERFORM 9100-WRITE-COUNT THRU 9100-EXIT.
           MOVE "ACCOUNTS PROVED:              " TO RC-LABEL.
           MOVE WS-PROVED-COUNT TO RC-COUNT.
           PERFORM 9100-WRITE-COUNT THRU 9100-EXIT.
           MOVE "ACCOUNTS OUT OF PROOF:        " TO RC-LABEL.
           MOVE WS-FAILED-COUNT TO RC-COUNT.
           PERFORM 9100-WRITE-COUNT THRU 9100-EXIT.
           EVALUATE TRUE
               WHEN WS-RETURN-CODE NOT < 12
                   MOVE "NOT PERFORMED - SEE THE JOB LOG" TO RR-RESULT
               WHEN WS-RETURN-CODE = 8
                   MOVE "** BREAKS OR PROOF FAILURES - DO NOT RELOAD"
                       TO RR-RESULT
               WHEN NOT POSITION-FOUND
                   MOVE "NO POSITION FILE - REBUILT BUT NOT PROVED"
                       TO RR-RESULT
               WHEN OTHER
                   MOVE "REBUILT MASTER IN PROOF - READY TO RELOAD"
                       TO RR-RESULT
           END-EVALUATE.
           MOVE WS-RCV-RESULT TO RCV-LINE.
           WRITE RCV-LINE.
           IF WS-MASTBKUP-OPEN-SW = 'Y'
               CLOSE MASTBKUP
           END-IF.
           IF WS-AUDITLOG-OPEN-SW = 'Y'
               CLOSE AUDITLOG
           END-IF.
           IF WS-MASTRCV-OPEN-SW = 'Y'
               CLOSE MASTRCV
           END-IF.
           IF WS-APOSEND-OPEN-SW = 'Y'
               CLOSE APOSEND
           END-IF.
           CLOSE RCVRPT.
       9000-EXIT.
           EXIT.

      *****************************************************************
      * 9100-WRITE-COUNT - ONE TOTALS LINE.
      *****************************************************************
       9100-WRITE-COUNT.
           MOVE WS-RCV-COUNTS TO RCV-LINE.
           WRITE RCV-LINE.
       9100-EXIT.
           EXIT.
