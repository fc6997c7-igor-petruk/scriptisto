      *               THE RUNLOG RECORD OF THE RUN THAT POSTED IT.
      *               OPERATIONS STOPS HAND-SEARCHING SIX FILES PER
      *               DISPUTE.
      *   10/15/2026  TRANREC GAINED TR-TO-ACCOUNT FOR THE TRANSFER
      *               RECORD CODE 'XF'.
      *   10/15/2026  REVERSALS (RECORD CODE 'RV').  POSTXREF MOVED TO
      *               THE SHARED XREFREC COPYBOOK (NOW 80 BYTES); ITS
      *               LINE SHOWS CODE, SIDE, AMOUNT, AND REVERSAL LINK,
      *               AND THE AUDIT LINE SHOWS THE RECORD CODE AND ANY
      *               REVERSAL OR TRANSFER LINK.  TRACING AN ID THAT WAS
      *               REVERSED, OR IS ITSELF A REVERSAL, ALSO TRACES THE
      *               OTHER HALF OF THE PAIR SO BOTH SHOW TOGETHER.
      *   10/15/2026  AUDITLOG RECORD WIDENED FROM 66 TO 160 BYTES
      *               (RECORD CODE, TRANSFER LINK, ACCOUNT STATUS, AND
      *               AN AFTER-IMAGE OF THE ACCOUNT'S ATTRIBUTES ADDED
      *               TO AUDREC).
      *   10/15/2026  TRANREC GAINED TR-SOURCE-BATCH AND TR-REPAIR-COUNT
      *               (WORKING COPY RENAMED TO MATCH); THE TRACE IS
      *               UNCHANGED.
      *
      * PURPOSE.  SELECTION CARD LAYOUT (SYSIN):
      *   COLS  1-10  TRANSACTION ID  (BLANK = SELECT BY ACCOUNT)
           SELECT POSTXREF
               ASSIGN TO POSTXREF
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS XR-TRANSACTION-ID
               FILE STATUS IS WS-XREF-FILE-STATUS.

       01  FUTRWHSE-LINE               PIC X(80).

       FD  POSTXREF
           RECORD CONTAINS 80 CHARACTERS
           LABEL RECORDS ARE STANDARD.
           COPY XREFREC.

       FD  AUDITLOG
           RECORDING MODE IS F
           RECORD CONTAINS 160 CHARACTERS
           LABEL RECORDS ARE STANDARD.
           COPY AUDREC.

                         ==TR-SOURCE-FLAG==
                      BY ==WS-TR-SOURCE-FLAG==
                         ==TR-RETRY-COUNT==
                      BY ==WS-TR-RETRY-COUNT==
                         ==TR-TO-ACCOUNT==
                      BY ==WS-TR-TO-ACCOUNT==
                         ==TR-ORIGINAL-ID==
                      BY ==WS-TR-ORIGINAL-ID==
                         ==TR-SOURCE-BATCH==
                      BY ==WS-TR-SOURCE-BATCH==
                         ==TR-REPAIR-COUNT==
                      BY ==WS-TR-REPAIR-COUNT==.

      *****************************************************************
      * BATCH ENVELOPE VIEW OF THE WORKING RECORD, FOR TRACKING WHICH
      *****************************************************************
      * THE EFFECTIVE SELECTION.  THE FULL-RANGE DATE DEFAULTS MEAN A
      * BLANK DATE FIELD SELECTS EVERYTHING, AS ON AUDINQ; THE YYMMDD
      * COPIES MATCH THE AUDIT AND POSTXREF TIMESTAMP WIDTHS.  AN ID
      * SELECTION THAT POSTXREF SHOWS IS ONE HALF OF A REVERSAL PAIR
      * ALSO PICKS UP THE OTHER HALF'S ID IN WS-SEL-LINKED-ID, SO THE
      * ORIGINAL AND ITS REVERSAL TRACE TOGETHER.
      *****************************************************************
       01  WS-SELECTION.
           05  WS-SEL-TRANID           PIC X(10) VALUE SPACE.
           05  WS-SEL-LINKED-ID        PIC X(10) VALUE SPACE.
           05  WS-SEL-ACCOUNT          PIC X(09) VALUE SPACE.
           05  WS-SEL-FROM-DATE        PIC 9(08) VALUE 0.
           05  WS-SEL-TO-DATE          PIC 9(08) VALUE 99999999.
           05  FILLER                  PIC X(14)
                   VALUE " POSTED YMD   ".
           05  TX-POST-DATE            PIC 9(06).
           05  FILLER                  PIC X(06) VALUE " CODE ".
           05  TX-RECORD-CODE          PIC X(02).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  TX-DR-CR                PIC X(02).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  TX-AMOUNT               PIC -999,999,999.99.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  TX-TAG                  PIC X(24).

       01  WS-TRC-AUDIT-DETAIL.
           05  FILLER                  PIC X(04) VALUE SPACE.
           05  TA-OPERATOR-ID          PIC X(05).
           05  FILLER                  PIC X(07) VALUE " BATCH ".
           05  TA-BATCH-ID             PIC X(06).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  TA-RECORD-CODE          PIC X(02).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  TA-TAG                  PIC X(24).

       01  WS-TRC-GL-DETAIL.
           05  FILLER                  PIC X(04) VALUE SPACE.
           MOVE WS-SEL-TO-DATE   TO TC-TO-DATE.
           MOVE WS-TRC-CRITERIA  TO TRC-LINE.
           WRITE TRC-LINE.
           IF WS-SEL-TRANID NOT = SPACES
               PERFORM 1200-FIND-REVERSAL-LINK THRU 1200-EXIT
           END-IF.
       1000-EXIT.
           EXIT.

       1100-EXIT.
           EXIT.

      *****************************************************************
      * 1200-FIND-REVERSAL-LINK - LOOK THE SELECTED ID UP ON POSTXREF.
      * AN ORIGINAL MARKED REVERSED NAMES ITS REVERSAL, AND A
      * REVERSAL NAMES ITS ORIGINAL; EITHER WAY THE OTHER ID IS
      * TRACED ALONGSIDE AND THE PAIRING IS NOTED UNDER THE CRITERIA.
      * NO POSTXREF, OR NO ENTRY, JUST MEANS NO PAIR TO FOLLOW.
      *****************************************************************
       1200-FIND-REVERSAL-LINK.
           OPEN INPUT POSTXREF.
           IF WS-XREF-FILE-STATUS NOT = '00'
               GO TO 1200-EXIT
           END-IF.
           MOVE WS-SEL-TRANID TO XR-TRANSACTION-ID.
           READ POSTXREF
               KEY IS XR-TRANSACTION-ID
               INVALID KEY
                   MOVE SPACES TO XR-REVERSED-BY
                   MOVE SPACES TO XR-ORIGINAL-ID
                   MOVE SPACE  TO XR-REVERSAL-SW
           END-READ.
           CLOSE POSTXREF.
           IF XR-REVERSED
               MOVE XR-REVERSED-BY TO WS-SEL-LINKED-ID
               MOVE SPACES TO TN-NOTE
               STRING "REVERSED BY " DELIMITED BY SIZE
                      WS-SEL-LINKED-ID DELIMITED BY SIZE
                      " - TRACED ALONGSIDE" DELIMITED BY SIZE
                      INTO TN-NOTE
           ELSE
               IF XR-ORIGINAL-ID NOT = SPACES
                   MOVE XR-ORIGINAL-ID TO WS-SEL-LINKED-ID
                   MOVE SPACES TO TN-NOTE
                   STRING "REVERSAL OF " DELIMITED BY SIZE
                          WS-SEL-LINKED-ID DELIMITED BY SIZE
                          " - TRACED ALONGSIDE" DELIMITED BY SIZE
                          INTO TN-NOTE
               END-IF
           END-IF.
           IF WS-SEL-LINKED-ID NOT = SPACES
               MOVE WS-TRC-NOTE TO TRC-LINE
               WRITE TRC-LINE
           END-IF.
       1200-EXIT.
           EXIT.

      *****************************************************************
      * 1500-MATCH-TRAN-RECORD - DOES THE CURRENT TRANREC-LAYOUT
      * RECORD MATCH THE SELECTION?  AN ID SELECTION MATCHES ON THE
      * ID ALONE - OR THE LINKED ID OF ITS REVERSAL PAIR, OR A
      * REVERSAL RECORD NAMING IT AS THE ORIGINAL; OTHERWISE THE
      * ACCOUNT MUST MATCH AND THE TRANSACTION DATE MUST FALL IN THE
      * RANGE.  ENVELOPE RECORDS NEVER MATCH.
      *****************************************************************
       1500-MATCH-TRAN-RECORD.
           MOVE 'N' TO WS-MATCH-SW.
               IF WS-TR-TRANSACTION-ID = WS-SEL-TRANID
                   MOVE 'Y' TO WS-MATCH-SW
               END-IF
               IF WS-SEL-LINKED-ID NOT = SPACES
                       AND WS-TR-TRANSACTION-ID = WS-SEL-LINKED-ID
                   MOVE 'Y' TO WS-MATCH-SW
               END-IF
               IF WS-TR-RECORD-CODE = 'RV'
                       AND WS-TR-ORIGINAL-ID = WS-SEL-TRANID
                   MOVE 'Y' TO WS-MATCH-SW
               END-IF
               GO TO 1500-EXIT
           END-IF.
           IF WS-TR-ACCOUNT-NUMBER NOT = WS-SEL-ACCOUNT (1:9)
      *****************************************************************
      * 4000-TRACE-POSTXREF - THE POSTING ENTRY.  A SEQUENTIAL SCAN
      * RATHER THAN A KEYED READ, SO THE ACCOUNT/DATE-RANGE SELECTION
      * WORKS THE SAME WAY THE ID SELECTION DOES.  EACH ENTRY SHOWS
      * ITS CODE, SIDE, AND AMOUNT, AND WHICHEVER HALF OF A REVERSAL
      * PAIR IT IS.
      *****************************************************************
       4000-TRACE-POSTXREF.
           MOVE "POSTXREF - POSTED" TO TS-SECTION-NAME.
               IF XR-TRANSACTION-ID = WS-SEL-TRANID
                   MOVE 'Y' TO WS-MATCH-SW
               END-IF
               IF WS-SEL-LINKED-ID NOT = SPACES
                       AND XR-TRANSACTION-ID = WS-SEL-LINKED-ID
                   MOVE 'Y' TO WS-MATCH-SW
               END-IF
           ELSE
               IF XR-ACCOUNT-NUMBER = WS-SEL-ACCOUNT (1:9)
                       AND XR-POST-DATE >= WS-SEL-FROM-YYMMDD
               MOVE XR-TRANSACTION-ID TO TX-TRANSACTION-ID
               MOVE XR-ACCOUNT-NUMBER TO TX-ACCOUNT-NUMBER
               MOVE XR-POST-DATE      TO TX-POST-DATE
               MOVE XR-RECORD-CODE    TO TX-RECORD-CODE
               MOVE XR-DR-CR          TO TX-DR-CR
               IF XR-AMOUNT NUMERIC
                   MOVE XR-AMOUNT TO TX-AMOUNT
               ELSE
                   MOVE 0 TO TX-AMOUNT
               END-IF
               MOVE SPACES TO TX-TAG
               IF XR-REVERSED
                   STRING "REVERSED BY " DELIMITED BY SIZE
                          XR-REVERSED-BY DELIMITED BY SIZE
                          INTO TX-TAG
               ELSE
                   IF XR-ORIGINAL-ID NOT = SPACES
                       STRING "REVERSAL OF " DELIMITED BY SIZE
                              XR-ORIGINAL-ID DELIMITED BY SIZE
                              INTO TX-TAG
                   END-IF
               END-IF
               MOVE WS-TRC-XREF-DETAIL TO TRC-LINE
               WRITE TRC-LINE
           END-IF.

      *****************************************************************
      * 5000-TRACE-AUDITLOG - THE BEFORE/AFTER IMAGE.  EACH MATCHING
      * IMAGE'S RUN BATCH ID IS COLLECTED FOR THE RUNLOG SECTION.  A
      * REVERSAL IMAGE LINKED TO THE TRACED ID MATCHES EVEN WHEN
      * POSTXREF WAS NOT AVAILABLE TO NAME IT.
      *****************************************************************
       5000-TRACE-AUDITLOG.
           MOVE "AUDITLOG - BEFORE/AFTER IMAGES" TO TS-SECTION-NAME.
               IF AU-TRANSACTION-ID = WS-SEL-TRANID
                   MOVE 'Y' TO WS-MATCH-SW
               END-IF
               IF WS-SEL-LINKED-ID NOT = SPACES
                       AND AU-TRANSACTION-ID = WS-SEL-LINKED-ID
                   MOVE 'Y' TO WS-MATCH-SW
               END-IF
               IF AU-LINK-REVERSAL
                       AND AU-LINK-ID = WS-SEL-TRANID
                   MOVE 'Y' TO WS-MATCH-SW
               END-IF
           ELSE
               IF AU-ACCOUNT-NUMBER = WS-SEL-ACCOUNT (1:9)
                       AND AU-TIMESTAMP-DATE >= WS-SEL-FROM-YYMMDD
               MOVE AU-NEW-BALANCE    TO TA-NEW-BALANCE
               MOVE AU-OPERATOR-ID    TO TA-OPERATOR-ID
               MOVE AU-BATCH-ID       TO TA-BATCH-ID
               MOVE AU-RECORD-CODE    TO TA-RECORD-CODE
               MOVE SPACES            TO TA-TAG
               IF AU-LINK-REVERSAL
                   STRING "REVERSAL OF " DELIMITED BY SIZE
                          AU-LINK-ID DELIMITED BY SIZE
                          INTO TA-TAG
               END-IF
               IF AU-LINK-TRANSFER
                   STRING "TRANSFER WITH " DELIMITED BY SIZE
                          AU-LINK-ID DELIMITED BY SIZE
                          INTO TA-TAG
               END-IF
               MOVE WS-TRC-AUDIT-DETAIL TO TRC-LINE
               WRITE TRC-LINE
               PERFORM 5200-NOTE-RUN-BATCH THRU 5200-EXIT
