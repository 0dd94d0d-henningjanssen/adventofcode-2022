      *   2026-09-09  HJ  'D' rows (duplicate content, new in
      *                   part2.cbl) held out of the count check
      *                   like the other status-replacing verdicts.
      *   2026-09-26  HJ  The run cycle reconciled is printed under
      *                   the heading.
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  AOC06REC.

                      UNTIL MLOG-EOF-SW
              CLOSE MARKERLOG
           END-IF.
      *    Named on the report so a reader - and AOC06BAL's night-
      *    close sheet - can tell which night a RECONRPT is for.
           IF WS-RUN-CYCLE NOT = SPACES
              STRING 'RUN CYCLE=' DELIMITED BY SIZE
                     WS-RUN-CYCLE DELIMITED BY SIZE
                  INTO WS-RECON-LINE
           ELSE
              STRING 'RUN DATE=' DELIMITED BY SIZE
                     WS-RUN-DATE DELIMITED BY SIZE
                  INTO WS-RECON-LINE
           END-IF.
           PERFORM 300-WRITE-RECON-LINE THRU 300-EXIT.
       020-EXIT.
           EXIT.

