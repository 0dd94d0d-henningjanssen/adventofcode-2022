      *                   one message ended and the next began; now
      *                   there is one answer, produced next to the
      *                   data that feeds it.
      *   2026-09-26  HJ  Step RC on the totals line, for the
      *                   AOC06BAL night-close sheet.
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  AOC06DEC.

      *    RUN-LEVEL TERMINATION AND VERDICT                       *
      *----------------------------------------------------------*
       900-TERM-RUN.
           IF WS-RETURN-CODE = 0
              AND WS-GAP-TOTAL > 0
              MOVE 4 TO WS-RETURN-CODE
           END-IF.
           STRING 'RECORDS=' DELIMITED BY SIZE
                  WS-EXT-COUNT DELIMITED BY SIZE
                  ' MESSAGES=' DELIMITED BY SIZE
                  WS-MESSAGE-TOTAL DELIMITED BY SIZE
                  ' GAPS=' DELIMITED BY SIZE
                  WS-GAP-TOTAL DELIMITED BY SIZE
                  ' RC=' DELIMITED BY SIZE
                  WS-RETURN-CODE DELIMITED BY SIZE
               INTO WS-ASM-LINE.
           PERFORM 310-WRITE-ASM-LINE THRU 310-EXIT.
           CLOSE MESSAGES.
           CLOSE ASMRPT.
       900-EXIT.
