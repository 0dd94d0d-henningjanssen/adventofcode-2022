      * count, and the step ends RC=8 so the scheduler flags the
      * gap the same night it happens instead of weeks later.
      *
      * Runs alongside the RECON step, not gated on the scan - a lost
      * transmission has nothing to do with the scan's own RC, so it
      * must not hide behind a COND that skips reconciliation on a
      * bad night.  (AOC06PT1.JCL gates it on PREFLT alone, since a
      * night held there scanned nothing.)
      *
      * Step RC:
      *   RC=0   every promised file has a scan on record (or the
      *
      * Modification history:
      *   2026-09-09  HJ  Written.
      *   2026-09-26  HJ  Step RC on the totals line, for the
      *                   AOC06BAL night-close sheet.
      *   2026-10-15  HJ  Header: gated on PREFLT alone, not on the
      *                   scan.
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  AOC06COV.

      *    RUN-LEVEL TERMINATION AND VERDICT                       *
      *----------------------------------------------------------*
       900-TERM-RUN.
           IF WS-RETURN-CODE = 0
              AND WS-GAP-COUNT > 0
              MOVE 8 TO WS-RETURN-CODE
           END-IF.
           STRING 'PROMISED=' DELIMITED BY SIZE
                  WS-MAN-COUNT DELIMITED BY SIZE
                  ' GAPS=' DELIMITED BY SIZE
                  WS-GAP-COUNT DELIMITED BY SIZE
                  ' RC=' DELIMITED BY SIZE
                  WS-RETURN-CODE DELIMITED BY SIZE
               INTO WS-COV-LINE.
           PERFORM 310-WRITE-COV-LINE THRU 310-EXIT.
           CLOSE COVRPT.
       900-EXIT.
           EXIT.
