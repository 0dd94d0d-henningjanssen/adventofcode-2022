      * Modification history:
      *   2026-09-05  HJ  Written, with the MLOG-IDX bytes-received
      *                   stamp on 'T'/'M' rows in part2.cbl.
      *   2026-09-26  HJ  Step RC on the totals line, for the
      *                   AOC06BAL night-close sheet.
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  AOC06RTR.

      *    RUN-LEVEL TERMINATION AND VERDICT                       *
      *----------------------------------------------------------*
       900-TERM-RUN.
           IF WS-RETURN-CODE = 0
              AND WS-AGED-COUNT > 0
              MOVE 4 TO WS-RETURN-CODE
           END-IF.
           STRING 'ENTRIES=' DELIMITED BY SIZE
                  WS-LEDGER-COUNT DELIMITED BY SIZE
                  ' OPEN=' DELIMITED BY SIZE
                  WS-SATISFIED-COUNT DELIMITED BY SIZE
                  ' AGED=' DELIMITED BY SIZE
                  WS-AGED-COUNT DELIMITED BY SIZE
                  ' RC=' DELIMITED BY SIZE
                  WS-RETURN-CODE DELIMITED BY SIZE
               INTO WS-RTR-LINE.
           PERFORM 310-WRITE-RTR-LINE THRU 310-EXIT.
           CLOSE RTRRPT.
       900-EXIT.
           EXIT.
