      * bytes, which is why they do not travel on a PARM) and writes
      * one dossier per file on DOSSIER:
      *
      *   - the file's STATMAST status-master records, one per
      *     window size (latest status, RC and cycle, run count,
      *     checkpoint, retransmission and signature state as of
      *     the last AOC06SMU update) - one keyed read, and the
      *     answer to most questions before the detail below;
      *   - every MARKERLOG row for the name in append (that is,
      *     chronological) order, with status, RC, MLOG-IDX, window
      *     size, profile, date/time and run cycle;
      *   2026-09-12  HJ  Written.  Most support calls should now
      *                   close on the first read instead of after
      *                   an hour of dataset spelunking.
      *   2026-09-15  HJ  STATMAST section ahead of the MARKERLOG
      *                   history: the status master's records for
      *                   the name, read by key (see AOC06SMU).
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  AOC06DOS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
         FILE-CONTROL.
           SELECT STATMAST ASSIGN TO "STATMAST"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SM-KEY
           FILE STATUS IS WS-STATMAST-STATUS.

           SELECT NAMELIST ASSIGN TO "NAMELIST"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL

       DATA DIVISION.
       FILE SECTION.
      *    The status master; layout and control-record notes in
      *    AOC06SM.CPY.
         FD STATMAST.
         01 STATMAST-RECORD.
           COPY AOC06SM.

         FD NAMELIST.
         01 NAMELIST-RECORD.
            05 NL-INFILE-NAME        PIC X(80).
         01 WS-IN-EOF-SW             PIC X VALUE 'N'.
            88 IN-EOF-SW                 VALUE 'Y'.
         01 WS-CKPT-FOUND-SW         PIC X VALUE 'N'.
         01 WS-STATMAST-OPEN-SW      PIC X VALUE 'N'.

         01 WS-STATMAST-STATUS       PIC XX VALUE SPACES.
         01 WS-NAMELIST-STATUS       PIC XX VALUE SPACES.
         01 WS-MARKERLOG-STATUS      PIC XX VALUE SPACES.
         01 WS-CKPT-STATUS           PIC XX VALUE SPACES.
                  TO WS-DOS-LINE
              PERFORM 310-WRITE-DOS-LINE THRU 310-EXIT
           END-IF.
      *    The status master is a help, not a requirement: a shop
      *    that has not built it yet still gets the full dossier.
           OPEN INPUT STATMAST.
           IF WS-STATMAST-STATUS = '00'
              MOVE 'Y' TO WS-STATMAST-OPEN-SW
           END-IF.
       010-EXIT.
           EXIT.

                  WS-INFILE-NAME DELIMITED BY SPACE
               INTO WS-DOS-LINE.
           PERFORM 310-WRITE-DOS-LINE THRU 310-EXIT.
           PERFORM 090-SECTION-STATMAST THRU 090-EXIT.
           PERFORM 100-SECTION-MARKERLOG THRU 100-EXIT.
           PERFORM 110-SECTION-CHECKPT THRU 110-EXIT.
           PERFORM 120-SECTION-QUARANTINE THRU 120-EXIT.
       040-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *    STATMAST - WHERE THE FILE STANDS, BY KEY                *
      *----------------------------------------------------------*
      *    Every window-size record of the name: position at the
      *    name with the lowest possible size and read on while the
      *    name holds, as AOC06SMU applies per-name state.
       090-SECTION-STATMAST.
           MOVE '-- STATUS MASTER --' TO WS-DOS-LINE.
           PERFORM 310-WRITE-DOS-LINE THRU 310-EXIT.
           IF WS-STATMAST-OPEN-SW = 'N'
              MOVE 'STATMAST NOT PRESENT' TO WS-DOS-LINE
              PERFORM 310-WRITE-DOS-LINE THRU 310-EXIT
              GO TO 090-EXIT
           END-IF.
           MOVE 0 TO WS-ROW-COUNT.
           MOVE 'N' TO WS-IN-EOF-SW.
           MOVE WS-INFILE-NAME TO SM-INFILE-NAME.
           MOVE LOW-VALUES TO SM-WINDOW-SIZE.
           START STATMAST KEY IS NOT LESS THAN SM-KEY
               INVALID KEY MOVE 'Y' TO WS-IN-EOF-SW
           END-START.
           PERFORM 095-STATMAST-STEP THRU 095-EXIT
                   UNTIL IN-EOF-SW.
           IF WS-ROW-COUNT = 0
              MOVE 'NO STATUS MASTER RECORD FOR THE NAME'
                  TO WS-DOS-LINE
              PERFORM 310-WRITE-DOS-LINE THRU 310-EXIT
           END-IF.
       090-EXIT.
           EXIT.

       095-STATMAST-STEP.
           READ STATMAST NEXT
               AT END MOVE 'Y' TO WS-IN-EOF-SW
           END-READ.
           IF IN-EOF-SW
              GO TO 095-EXIT
           END-IF.
           IF SM-INFILE-NAME NOT = WS-INFILE-NAME
              MOVE 'Y' TO WS-IN-EOF-SW
              GO TO 095-EXIT
           END-IF.
           ADD 1 TO WS-ROW-COUNT.
           STRING 'SIZE=' DELIMITED BY SIZE
                  SM-WINDOW-SIZE DELIMITED BY SIZE
                  ' LAST STATUS=' DELIMITED BY SIZE
                  SM-LAST-STATUS DELIMITED BY SIZE
                  ' RC=' DELIMITED BY SIZE
                  SM-LAST-RC DELIMITED BY SIZE
                  ' CYCLE=' DELIMITED BY SIZE
                  SM-LAST-CYCLE DELIMITED BY SIZE
                  ' FIRST SEEN=' DELIMITED BY SIZE
                  SM-FIRST-SEEN-DATE DELIMITED BY SIZE
                  ' LAST SEEN=' DELIMITED BY SIZE
                  SM-LAST-SEEN-DATE DELIMITED BY SIZE
                  ' RUNS=' DELIMITED BY SIZE
                  SM-RUN-COUNT DELIMITED BY SIZE
               INTO WS-DOS-LINE.
           PERFORM 310-WRITE-DOS-LINE THRU 310-EXIT.
           STRING '   CKPT=' DELIMITED BY SIZE
                  SM-CKPT-STATUS DELIMITED BY SIZE
                  ' AT ' DELIMITED BY SIZE
                  SM-CKPT-IDX DELIMITED BY SIZE
                  ' RETRANS=' DELIMITED BY SIZE
                  SM-RTR-STATE DELIMITED BY SIZE
                  SM-RTR-VERDICT DELIMITED BY SIZE
                  ' OPENED=' DELIMITED BY SIZE
                  SM-RTR-OPENED-DATE DELIMITED BY SIZE
                  ' SIG BYTES=' DELIMITED BY SIZE
                  SM-SIG-BYTES DELIMITED BY SIZE
                  ' DIGEST=' DELIMITED BY SIZE
                  SM-SIG-DIGEST DELIMITED BY SIZE
                  ' UPDATED=' DELIMITED BY SIZE
                  SM-UPDATE-DATE DELIMITED BY SIZE
               INTO WS-DOS-LINE.
           PERFORM 310-WRITE-DOS-LINE THRU 310-EXIT.
       095-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *    MARKERLOG - THE WHOLE RUN HISTORY, IN ORDER             *
      *----------------------------------------------------------*
           IF WS-NAMELIST-STATUS = '00'
              CLOSE NAMELIST
           END-IF.
           IF WS-STATMAST-OPEN-SW = 'Y'
              CLOSE STATMAST
           END-IF.
           CLOSE DOSSIER.
       900-EXIT.
           EXIT.
