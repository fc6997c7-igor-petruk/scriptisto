      *               ENTERED THE GL REJECT SUSPENSE) TAGS AS
      *               RECYCLED TOO - THE FLAG ONLY CHANGES THE
      *               SUSPENSE HANDLING, NOT WHAT THE WORK IS.
      *   10/15/2026  DETAIL LINES NOW CARRY A STANDING TAG FOR
      *               TRANSACTIONS GENERATED FROM A STANDING INSTRUCTION
      *               BY STNDGEN (TR-SOURCE-FLAG 'S').
      *
      * PURPOSE.  OWNS REPORT-OUT AND WRITES THE RUN-SUMMARY REPORT.
      * LK-RPT-FUNCTION SELECTS THE OPERATION:
                   MOVE "RECYCLED"      TO RD-SOURCE-TAG
               WHEN 'A'
                   MOVE "ACCRUAL "      TO RD-SOURCE-TAG
               WHEN 'S'
                   MOVE "STANDING"      TO RD-SOURCE-TAG
               WHEN OTHER
                   MOVE SPACES          TO RD-SOURCE-TAG
           END-EVALUATE.
