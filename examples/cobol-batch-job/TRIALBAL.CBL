      *               TAKEN) SO THE JOB'S POSITION-FILE RENAME STEP
      *               ONLY FLIPS A REAL SNAPSHOT IN, NEVER A MISSING
      *               ONE.
      *   10/15/2026  THE MASTER RECORD IS NOW 100 BYTES (LAST-ACTIVITY
      *               AND DORMANT DATES, SEE MASTREC.CPY).
      *   10/15/2026  AUDITLOG RECORD WIDENED FROM 66 TO 160 BYTES
      *               (RECORD CODE, TRANSFER LINK, ACCOUNT STATUS, AND
      *               AN AFTER-IMAGE OF THE ACCOUNT'S ATTRIBUTES ADDED
      *               TO AUDREC).
      *   10/15/2026  CHECKS IN AND OUT ON THE STEPCTL JOB-STEP LEDGER
      *               UNDER THE PROOF DATE.  A STEP ALREADY COMPLETED
      *               FOR THE DATE, OR RUN OUT OF ORDER, IS REFUSED WITH
      *               CC 20 OR 24 BEFORE ANYTHING IS OPENED, UNLESS A
      *               STEPOVR OVERRIDE CARD ALLOWS IT.
      *
      * PURPOSE.  THE SYSIN PARM CARD GIVES THE BUSINESS DATE BEING
      * PROVED (CCYYMMDD); WHEN THE CARD IS ABSENT THE SYSTEM DATE IS
       DATA DIVISION.
       FILE SECTION.
       FD  MASTER-FILE
           RECORD CONTAINS 100 CHARACTERS
           LABEL RECORDS ARE STANDARD.
           COPY MASTREC.

       FD  AUDITLOG
           RECORDING MODE IS F
           RECORD CONTAINS 160 CHARACTERS
           LABEL RECORDS ARE STANDARD.
           COPY AUDREC.

                   VALUE "PROOF RESULT:             ".
           05  TR-RESULT               PIC X(50).

      *****************************************************************
      * CALL PARAMETER WORK AREA FOR STEPCTL, THE JOB-STEP COMPLETION
      * LEDGER.  WS-STEP-CODE COMES BACK FROM THE 'B' CALL AS THE
      * VERDICT - ZERO TO GO AHEAD, 20 OR 24 REFUSED - AND GOES OUT
      * ON THE 'E' CALL AS THE RUN'S GRADE.
      *****************************************************************
       01  WS-STEP-FUNCTION            PIC X(01).
       01  WS-STEP-PROGRAM             PIC X(08) VALUE 'TRIALBAL'.
       01  WS-STEP-CODE                PIC 9(02) VALUE 0.
           88  STEP-CONTROL-REFUSED            VALUE 20 THRU 99.

       PROCEDURE DIVISION.
      *****************************************************************
      * 0000-MAINLINE - TOP LEVEL CONTROL FOR THE NIGHTLY PROOF.
      *****************************************************************
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           IF STEP-CONTROL-REFUSED
               MOVE WS-STEP-CODE TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM 2000-SUM-MASTER THRU 2000-EXIT
               UNTIL END-OF-MASTER.
           PERFORM 3000-SUM-POSTED-NET THRU 3000-EXIT
           PERFORM 5000-WRITE-NEW-POSITION THRU 5000-EXIT.
           PERFORM 6000-PROVE-POSITION THRU 6000-EXIT.
           PERFORM 9000-TERMINATE THRU 9000-EXIT.
           PERFORM 9900-END-STEP-CONTROL THRU 9900-EXIT.
           MOVE WS-RETURN-CODE TO RETURN-CODE.
           STOP RUN.

               END-READ
               CLOSE PARMCARD
           END-IF.
           PERFORM 1005-BEGIN-STEP-CONTROL THRU 1005-EXIT.
           IF STEP-CONTROL-REFUSED
               GO TO 1000-EXIT
           END-IF.
           MOVE WS-PROOF-DATE (3:6) TO WS-PROOF-DATE-YYMMDD.
           OPEN OUTPUT TBALRPT.
           MOVE WS-PROOF-DATE TO TH-PROOF-DATE.
       1000-EXIT.
           EXIT.

      *****************************************************************
      * 1005-BEGIN-STEP-CONTROL - CHECK THE STEP IN ON THE STEPCTL
      * LEDGER FOR THE PROOF DATE, BEFORE ANYTHING IS OPENED FOR
      * OUTPUT.  STEPCTL REFUSES A STEP ALREADY COMPLETED FOR THE
      * DATE (CC 20), OR ONE RUN OUT OF ORDER (CC 24), UNLESS A
      * STEPOVR OVERRIDE CARD NAMES TRIALBAL AND THE DATE, AND HAS
      * ALREADY SAID WHY.
      *****************************************************************
       1005-BEGIN-STEP-CONTROL.
           MOVE 'B' TO WS-STEP-FUNCTION.
           MOVE 0   TO WS-STEP-CODE.
           CALL 'STEPCTL' USING WS-STEP-FUNCTION WS-STEP-PROGRAM
               WS-PROOF-DATE WS-STEP-CODE.
       1005-EXIT.
           EXIT.

      *****************************************************************
      * 2000-SUM-MASTER - ROLL ONE MASTER RECORD INTO TONIGHT'S
      * SNAPSHOT FIGURES AND READ AHEAD.
           CLOSE TBALRPT.
       9000-EXIT.
           EXIT.

      *****************************************************************
      * 9900-END-STEP-CONTROL - CHECK THE STEP OUT ON THE STEPCTL
      * LEDGER WITH THE RUN'S GRADE: BELOW 12 MARKS IT COMPLETED,
      * 12 MARKS IT FAILED AND FREE TO BE RERUN ONCE THE CAUSE IS
      * FIXED.
      *****************************************************************
       9900-END-STEP-CONTROL.
           MOVE 'E' TO WS-STEP-FUNCTION.
           MOVE WS-RETURN-CODE TO WS-STEP-CODE.
           CALL 'STEPCTL' USING WS-STEP-FUNCTION WS-STEP-PROGRAM
               WS-PROOF-DATE WS-STEP-CODE.
       9900-EXIT.
           EXIT.
