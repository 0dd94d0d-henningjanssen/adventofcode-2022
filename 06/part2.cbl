      *                   so a capture scanned anywhere is matched
      *                   by a re-send into any stream on any later
      *                   night, not just its own stream's history.
      *   2026-10-01  HJ  Simulation mode: a SIMULATE PARM token
      *                   runs the scan as a trial - a FILELIST of
      *                   files under trial window sizes, mode,
      *                   profile and reject thresholds - without
      *                   touching any accumulating dataset.
      *                   MARKERLOG and CHECKPT are only read,
      *                   SIGOUT is never opened (duplicate checks
      *                   still run against SIGIN), RUNLEDG is never
      *                   stamped, no checkpoint rows are taken and
      *                   HOLD is not applied, so a trial can never
      *                   skip, resume or flag the real night.  The
      *                   MARKERLOG rows it would have written go to
      *                   a SIMRPT comparison instead, beside each
      *                   file's latest production run: marker
      *                   positions and counts, no-marker best
      *                   windows, rejects, quarantine and RC - see
      *                   052-SIM-READ-HISTORY/260-WRITE-SIM-
      *                   COMPARISON and AOC06SIM.JCL.
       PROGRAM-ID.  AOC06PT1.

       ENVIRONMENT DIVISION.
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-RUNLEDG-STATUS.

           SELECT SIMRPT ASSIGN TO "SIMRPT"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
         FD INFILE.
            05 RL-DATE               PIC 9(08).
            05 RL-TIME               PIC 9(08).

      *    The simulation comparison (SIMULATE on the PARM only):
      *    per file, the trial's answer beside the file's latest
      *    production run, window by window - see 260-WRITE-SIM-
      *    COMPARISON.  Never opened on a production run.
         FD SIMRPT.
         01 SIMRPT-RECORD PIC X(160).

       WORKING-STORAGE SECTION.
           COPY AOC06WS.

         01 WS-RL-ACTION             PIC X VALUE SPACE.
         01 WS-RL-RC                 PIC 99 VALUE 0.

      *    Simulation state (the SIMULATE PARM token).  The run-level
      *    switch gates every write to an accumulating dataset; the
      *    rest is per file: the production run 052-SIM-READ-HISTORY
      *    found on MARKERLOG (the latest cycle's rows, one entry
      *    per window - SP-), the status each trial window would
      *    have logged (ST-, kept by 214-PUT-MLOG-ROW in place of
      *    the WRITE), and the run's comparison totals.  A row from
      *    before MLOG-CYCLE existed is keyed by its date instead.
         01 WS-SIMULATE-SW           PIC X VALUE 'N'.
            88 SIMULATION-RUN            VALUE 'Y'.
         01 WS-SIM-MLOG-OPEN-SW      PIC X VALUE 'N'.
         01 WS-SIM-MLOG-EOF-SW       PIC X VALUE 'N'.
            88 SIM-MLOG-EOF-SW           VALUE 'Y'.
         01 WS-SIM-HELD-SW           PIC X VALUE 'N'.
         01 WS-SIM-NEW-RUN-SW        PIC X VALUE 'N'.
         01 WS-SIM-CHANGED-SW        PIC X VALUE 'N'.
         01 WS-SIM-ROW-KEY           PIC X(14) VALUE SPACES.
         01 WS-SIM-PROD-KEY          PIC X(14) VALUE SPACES.
         01 WS-SIM-PROD-DATE         PIC 9(08) VALUE 0.
         01 WS-SIM-PROD-PROFILE      PIC X(05) VALUE SPACES.
         01 WS-SIM-PROD-RC           PIC 99 VALUE 0.
         01 WS-SIM-PROD-QUAR-SW      PIC X VALUE 'N'.
         01 WS-SIM-PROD-COUNT        PIC 9 VALUE 0.
         01 WS-SIM-PROD-TABLE.
            05 WS-SIM-PROD-ENTRY OCCURS 4 TIMES.
               10 SP-WINDOW-SIZE     PIC 99.
               10 SP-STATUS          PIC X.
               10 SP-IDX             PIC 9(09).
               10 SP-USED-SW         PIC X.
         01 WS-SIM-TRIAL-TABLE.
            05 WS-SIM-TRIAL-ENTRY OCCURS 4 TIMES.
               10 ST-STATUS          PIC X.
         01 WS-SIM-SUB               PIC 9 VALUE 0.
         01 WS-SIM-MATCH-SUB         PIC 9 VALUE 0.
         01 WS-SIM-CK-SUB            PIC 9 VALUE 0.
         01 WS-SIM-CK-SIZE           PIC 99 VALUE 0.
         01 WS-SIM-CK-FOUND          PIC 9 VALUE 0.
         01 WS-SIM-SIZE              PIC 99 VALUE 0.
         01 WS-SIM-COUNT-WORK        PIC 9(09) VALUE 0.
         01 WS-SIM-FILE-COUNT        PIC 9(05) VALUE 0.
         01 WS-SIM-CHANGED-COUNT     PIC 9(05) VALUE 0.
         01 WS-SIM-SAME-COUNT        PIC 9(05) VALUE 0.
         01 WS-SIM-NOPROD-COUNT      PIC 9(05) VALUE 0.
         01 WS-SIM-QUAR-COUNT        PIC 9(05) VALUE 0.
         01 WS-SIM-NUM-ED            PIC Z(08)9.
         01 WS-SIM-BEST-ED           PIC Z9.
         01 WS-SIM-MODE              PIC X(03) VALUE SPACES.
         01 WS-SIM-T-TEXT            PIC X(09) VALUE SPACES.
         01 WS-SIM-P-TEXT            PIC X(09) VALUE SPACES.
         01 WS-SIM-VERDICT           PIC X(10) VALUE SPACES.
         01 WS-SIM-LINE              PIC X(160) VALUE SPACES.

      *    One comparison line per window size: the trial's columns,
      *    then production's, then the verdict.  '-' in a column
      *    means the fact is not on record (a verdict row carries
      *    bytes, not a marker; no checkpoint row of that cycle).
         01 WS-SIM-HEAD-LINE.
            05 FILLER                PIC X(40) VALUE
                 '    WIN TRIAL ST  POSITION   MARKERS    '.
            05 FILLER                PIC X(40) VALUE
                 'BEST@BYTE   PROD ST  POSITION   MARKERS '.
            05 FILLER                PIC X(30) VALUE
                 '   BEST@BYTE     COMPARE'.
         01 WS-SIM-WIN-LINE.
            05 FILLER                PIC X(04) VALUE SPACES.
            05 SWL-SIZE              PIC X(03).
            05 FILLER                PIC X(08) VALUE SPACES.
            05 SWL-T-STATUS          PIC X(01).
            05 FILLER                PIC X(02) VALUE SPACES.
            05 SWL-T-POS             PIC X(09).
            05 FILLER                PIC X(02) VALUE SPACES.
            05 SWL-T-COUNT           PIC X(09).
            05 FILLER                PIC X(02) VALUE SPACES.
            05 SWL-T-BEST            PIC X(02).
            05 FILLER                PIC X(01) VALUE SPACES.
            05 SWL-T-BEST-AT         PIC X(09).
            05 FILLER                PIC X(06) VALUE SPACES.
            05 SWL-P-STATUS          PIC X(01).
            05 FILLER                PIC X(02) VALUE SPACES.
            05 SWL-P-POS             PIC X(09).
            05 FILLER                PIC X(02) VALUE SPACES.
            05 SWL-P-COUNT           PIC X(09).
            05 FILLER                PIC X(02) VALUE SPACES.
            05 SWL-P-BEST            PIC X(02).
            05 FILLER                PIC X(01) VALUE SPACES.
            05 SWL-P-BEST-AT         PIC X(09).
            05 FILLER                PIC X(02) VALUE SPACES.
            05 SWL-COMPARE           PIC X(10).

         01 WS-BYTES-READ            PIC 9(09) VALUE 0.
         01 WS-RETURN-CODE           PIC 99 VALUE 0.
         01 WS-JOB-RETURN-CODE       PIC 99 VALUE 0.
         01 WS-PART2-START           PIC 99 VALUE 0.

         01 WS-PARM-TEXT             PIC X(80) VALUE SPACES.
      *    Twelve classified slots cover the full documented PARM
      *    vocabulary (four window sizes, ALL, REJMAX=, REJPCT=,
      *    TAIL=, a profile, CYCLE=, STREAM= and SIMULATE); the
      *    thirteenth slot is a sentinel - a token landing there, or
      *    UNSTRING overflowing past it, means the operator keyed
      *    more than the program reads, and that is reported, not
      *    swallowed.
         01 WS-PARM-TOKENS.
            05 WS-PARM-TOK OCCURS 13 TIMES PIC X(20).
         01 WS-PARM-TOK-LENS.
            05 WS-PARM-TOK-LEN OCCURS 13 TIMES PIC 99.
         01 WS-PARM-EXCESS-SW        PIC X VALUE 'N'.
         01 WS-PARM-SUB              PIC 99 VALUE 0.
         01 WS-PARM-CUR-TOK          PIC X(20) VALUE SPACES.
      *                     the RUNLEDG run ledger for AOC06RLS's
      *                     merge gate.  Absent on the serial job,
      *                     which never touches the ledger.
      *      SIMULATE     - optional; a trial run (see AOC06SIM.JCL):
      *                     the files on FILELIST are scanned under
      *                     the rest of this PARM, but MARKERLOG and
      *                     CHECKPT are only read, SIGOUT and
      *                     RUNLEDG are never written and no
      *                     checkpoint rows are taken; each file's
      *                     answer goes to SIMRPT beside its latest
      *                     production run instead.  STREAM= is
      *                     ignored on a simulation.
      *----------------------------------------------------------*
       010-INIT-RUN.
           MOVE SPACES TO WS-PARM-TEXT.
                     WS-CYCLE-TIME(1:6) DELIMITED BY SIZE
                  INTO WS-RUN-CYCLE
           END-IF.
      *    A simulation is never a stream of the parallel night: it
      *    must not put an 'S'/'C' pair on the ledger the merge gate
      *    reads.
           IF SIMULATION-RUN
              AND WS-STREAM-NO > 0
              DISPLAY 'AOC06PT1 WARNING: STREAM=' WS-STREAM-NO
                      ' IGNORED ON A SIMULATION, RUNLEDG NOT STAMPED'
              MOVE 0 TO WS-STREAM-NO
           END-IF.
           MOVE 'N' TO WS-RUN-OPENED-SW.
           IF WS-PARM-RANGE-ERR-SW = 'Y'
              DISPLAY 'AOC06PT1 ERROR: WINDOW SIZE PARM "'
              MOVE 'N' TO WS-MORE-FILES-SW
           ELSE
              PERFORM 020-OPEN-CONTROL THRU 020-EXIT
      *    A simulation reads MARKERLOG per file (052-SIM-READ-
      *    HISTORY) and never opens it for append.
              IF SIMULATION-RUN
                 PERFORM 051-OPEN-SIMRPT THRU 051-EXIT
              ELSE
                 PERFORM 017-OPEN-MARKERLOG THRU 017-EXIT
              END-IF
              OPEN OUTPUT REPORTOUT
              OPEN OUTPUT REJECTFILE
      *    Opened unconditionally since mode became a per-file
       010-EXIT.
           EXIT.

      *    PARM is split into up to twelve blank-delimited tokens
      *    and each is classified on its own by 016-CLASSIFY-TOKEN:
      *    the
      *    literal ALL sets find-all mode, an all-digit token of one
           MOVE SPACES TO WS-PARM-TOKENS.
           PERFORM 014-CLEAR-TOK-LEN THRU 014-EXIT
                   VARYING WS-PARM-SUB FROM 1 BY 1
                   UNTIL WS-PARM-SUB > 13.
           MOVE 'N' TO WS-PARM-RANGE-ERR-SW.
           MOVE 'N' TO WS-PARM-EXCESS-SW.
           MOVE 0 TO WS-RUN-WINDOW-COUNT.
                    WS-PARM-TOK(10) COUNT IN WS-PARM-TOK-LEN(10)
                    WS-PARM-TOK(11) COUNT IN WS-PARM-TOK-LEN(11)
                    WS-PARM-TOK(12) COUNT IN WS-PARM-TOK-LEN(12)
                    WS-PARM-TOK(13) COUNT IN WS-PARM-TOK-LEN(13)
               ON OVERFLOW
                  MOVE 'Y' TO WS-PARM-EXCESS-SW
           END-UNSTRING.
           IF WS-PARM-TOK-LEN(13) > 0
              MOVE 'Y' TO WS-PARM-EXCESS-SW
           END-IF.
           IF WS-PARM-EXCESS-SW = 'Y'
              DISPLAY 'AOC06PT1 WARNING: PARM TOKENS PAST THE '
                      'TWELFTH IGNORED'
           END-IF.
           PERFORM 016-CLASSIFY-TOKEN THRU 016-EXIT
                   VARYING WS-PARM-SUB FROM 1 BY 1
                   UNTIL WS-PARM-SUB > 12
                      OR WS-PARM-RANGE-ERR-SW = 'Y'.
           IF WS-PARM-RANGE-ERR-SW = 'N'
              AND WS-RUN-WINDOW-COUNT = 0
              PERFORM 049-PARSE-STREAM THRU 049-EXIT
              GO TO 016-EXIT
           END-IF.
           IF WS-PARM-CUR-TOK = 'SIMULATE'
              MOVE 'Y' TO WS-SIMULATE-SW
              GO TO 016-EXIT
           END-IF.
           IF WS-PARM-CUR-TOK = 'LOWER'
              OR WS-PARM-CUR-TOK = 'FOLD'
              OR WS-PARM-CUR-TOK = 'ALNUM'
                         ', COMPARING AGAINST THIS RUN ONLY'
              END-IF
           END-IF.
      *    A simulation compares against the loaded history (and
      *    against its own earlier files, as the real night would)
      *    but never opens the write side: a trial's signatures on
      *    SIGFILE would flag the real night's first arrival 'D'.
           IF SIMULATION-RUN
              MOVE 'Y' TO WS-SIG-ACTIVE-SW
              GO TO 028-EXIT
           END-IF.
           OPEN EXTEND SIGOUT.
           IF WS-SIGOUT-STATUS = '35'
              OPEN OUTPUT SIGOUT
      *    so tonight leaves no trace on its history and tomorrow
      *    (override row removed) picks it up exactly where its
      *    CHECKPT state says it was.
      *    A simulation leaves no trace to protect, and a held file
      *    is often exactly the one being trialled before release,
      *    so there the hold is reported and the file scanned.
           MOVE 'N' TO WS-SIM-HELD-SW.
           IF WS-OVR-HOLD-SW = 'Y'
              IF SIMULATION-RUN
                 MOVE 'Y' TO WS-SIM-HELD-SW
                 DISPLAY 'AOC06PT1: OVERRIDE HOLD NOT APPLIED TO A '
                         'SIMULATION, ' WS-INFILE-NAME ' SCANNED'
              ELSE
                 DISPLAY 'AOC06PT1: OVERRIDE HOLD HONOURED, '
                         WS-INFILE-NAME ' SKIPPED THIS RUN'
                 GO TO 040-EXIT
              END-IF
           END-IF.
           PERFORM 032-SET-FILE-PARMS THRU 032-EXIT.
           PERFORM 035-RESET-WINDOW THRU 035-EXIT.
           IF WS-MANIFEST-ACTIVE-SW = 'Y'
              PERFORM 039-LOOKUP-MANIFEST THRU 039-EXIT
           END-IF.
      *    A simulation neither skips a completed file nor resumes
      *    an interrupted one - the trial is a full scan from byte
      *    one under the trial PARM - so it reads the file's history
      *    for the comparison instead of for restart.
           IF SIMULATION-RUN
              PERFORM 052-SIM-READ-HISTORY THRU 052-EXIT
           ELSE
              PERFORM 050-CHECK-RESTART THRU 050-EXIT
           END-IF.
           IF WS-SKIP-FILE-SW = 'Y'
              DISPLAY 'AOC06PT1: ' WS-INFILE-NAME
                      ' ALREADY COMPLETE, SKIPPING'
      *    ahead of 000-INIT) so a file already marked complete never
      *    reaches here at all; a file left interrupted is repositioned
      *    by 060-RESUME-FROM-CKPT below instead of rescanned.
      *    A simulation never opens CHECKPT for append, so its
      *    WS-CKPT-OPEN-SW stays 'N' and neither the periodic nor the
      *    final checkpoint row is written.
       000-INIT.
           ACCEPT WS-START-TIME FROM TIME.
           PERFORM 074-OPEN-INFILE-CHECKED THRU 074-EXIT.
           IF WS-INFILE-OPEN-SW = 'Y'
              AND NOT SIMULATION-RUN
              PERFORM 070-OPEN-CHECKPT THRU 070-EXIT
              MOVE 'Y' TO WS-CKPT-OPEN-SW
              IF WS-RESUME-FILE-SW = 'Y'
       055-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *    SIMULATION - PRODUCTION HISTORY FOR THE COMPARISON       *
      *----------------------------------------------------------*
      *    SIMRPT opens with the trial's own terms, so a reader
      *    holding only the report knows what was tried and that
      *    nothing was added to production history.
       051-OPEN-SIMRPT.
           OPEN OUTPUT SIMRPT.
           DISPLAY 'AOC06PT1: SIMULATION RUN, MARKERLOG/CHECKPT/'
                   'SIGOUT/RUNLEDG NOT WRITTEN'.
           MOVE SPACES TO WS-SIM-LINE.
           STRING 'AOC06PT1 SIMULATION - TRIAL SCAN COMPARED WITH '
                      DELIMITED BY SIZE
                  'THE LATEST PRODUCTION RUN OF EACH FILE'
                      DELIMITED BY SIZE
               INTO WS-SIM-LINE.
           PERFORM 266-WRITE-SIM-LINE THRU 266-EXIT.
           STRING 'TRIAL PARM=' DELIMITED BY SIZE
                  WS-PARM-TEXT DELIMITED BY SIZE
               INTO WS-SIM-LINE.
           PERFORM 266-WRITE-SIM-LINE THRU 266-EXIT.
           STRING 'TRIAL CYCLE=' DELIMITED BY SIZE
                  WS-RUN-CYCLE DELIMITED BY SIZE
                  ' (STAMPED ON THIS RUN''S REPORT, MARKERSOUT AND '
                      DELIMITED BY SIZE
                  'EXTRACT ONLY)' DELIMITED BY SIZE
               INTO WS-SIM-LINE.
           PERFORM 266-WRITE-SIM-LINE THRU 266-EXIT.
           STRING 'MARKERLOG, CHECKPT AND SIGIN READ ONLY; NO '
                      DELIMITED BY SIZE
                  'MARKERLOG, CHECKPT, SIGFILE OR RUNLEDG ROW WRITTEN'
                      DELIMITED BY SIZE
               INTO WS-SIM-LINE.
           PERFORM 266-WRITE-SIM-LINE THRU 266-EXIT.
       051-EXIT.
           EXIT.

      *    The file's last CHECKPT row is held the way 050-CHECK-
      *    RESTART holds it, but only for its production reject
      *    count and no-marker diagnostics - never to skip or
      *    resume.  MARKERLOG is then read end to end for the
      *    file's rows: a change of cycle (of date, on rows from
      *    before the cycle column), a window size already seen in
      *    the run, or a fifth row starts a newer run, so what is
      *    left is the latest production run, one entry per window.
      *    The dataset is left open for input until the next file
      *    (or 900-TERM-RUN) so the record area 212-WRITE-ONE-MLOG-
      *    ROW builds the trial's row in always belongs to an open
      *    file.
       052-SIM-READ-HISTORY.
           MOVE 'N' TO WS-SKIP-FILE-SW.
           MOVE 'N' TO WS-RESUME-FILE-SW.
           MOVE 'N' TO WS-FOUND-CKPT-SW.
           MOVE 'N' TO WS-NO-MORE-CKPT-SW.
           MOVE SPACES TO WS-HELD-CKPT-RECORD.
           OPEN INPUT CHECKPT.
           IF WS-CKPT-STATUS = '00'
              PERFORM 055-SCAN-CHECKPOINTS THRU 055-EXIT
                      UNTIL NO-MORE-CKPT-SW
              CLOSE CHECKPT
           END-IF.
           MOVE 0 TO WS-SIM-PROD-COUNT.
           MOVE SPACES TO WS-SIM-PROD-KEY.
           MOVE SPACES TO WS-SIM-PROD-PROFILE.
           MOVE 0 TO WS-SIM-PROD-DATE.
           MOVE 0 TO WS-SIM-PROD-RC.
           MOVE 'N' TO WS-SIM-PROD-QUAR-SW.
           MOVE SPACES TO WS-SIM-TRIAL-TABLE.
           IF WS-SIM-MLOG-OPEN-SW = 'Y'
              CLOSE MARKERLOG
              MOVE 'N' TO WS-SIM-MLOG-OPEN-SW
           END-IF.
           MOVE 'N' TO WS-SIM-MLOG-EOF-SW.
           OPEN INPUT MARKERLOG.
           IF WS-MARKERLOG-STATUS = '00'
              MOVE 'Y' TO WS-SIM-MLOG-OPEN-SW
              PERFORM 053-SIM-SCAN-MLOG-STEP THRU 053-EXIT
                      UNTIL SIM-MLOG-EOF-SW
           END-IF.
       052-EXIT.
           EXIT.

       053-SIM-SCAN-MLOG-STEP.
           READ MARKERLOG
               AT END MOVE 'Y' TO WS-SIM-MLOG-EOF-SW
           END-READ.
           IF SIM-MLOG-EOF-SW
              GO TO 053-EXIT
           END-IF.
           IF MLOG-INFILE-NAME NOT = WS-INFILE-NAME
              GO TO 053-EXIT
           END-IF.
           IF MLOG-CYCLE = SPACES
              MOVE MLOG-DATE TO WS-SIM-ROW-KEY
           ELSE
              MOVE MLOG-CYCLE TO WS-SIM-ROW-KEY
           END-IF.
           IF MLOG-WINDOW-SIZE IS NUMERIC
              MOVE MLOG-WINDOW-SIZE TO WS-SIM-SIZE
           ELSE
              MOVE 0 TO WS-SIM-SIZE
           END-IF.
           MOVE 'N' TO WS-SIM-NEW-RUN-SW.
           IF WS-SIM-ROW-KEY NOT = WS-SIM-PROD-KEY
              OR WS-SIM-PROD-COUNT >= 4
              MOVE 'Y' TO WS-SIM-NEW-RUN-SW
           ELSE
              PERFORM 054-SIM-CHECK-REPEAT THRU 054-EXIT
                      VARYING WS-SIM-SUB FROM 1 BY 1
                      UNTIL WS-SIM-SUB > WS-SIM-PROD-COUNT
           END-IF.
           IF WS-SIM-NEW-RUN-SW = 'Y'
              MOVE 0 TO WS-SIM-PROD-COUNT
              MOVE 'N' TO WS-SIM-PROD-QUAR-SW
              MOVE WS-SIM-ROW-KEY TO WS-SIM-PROD-KEY
           END-IF.
           ADD 1 TO WS-SIM-PROD-COUNT.
           MOVE WS-SIM-SIZE TO SP-WINDOW-SIZE(WS-SIM-PROD-COUNT).
           MOVE MLOG-STATUS TO SP-STATUS(WS-SIM-PROD-COUNT).
           MOVE 'N' TO SP-USED-SW(WS-SIM-PROD-COUNT).
           IF MLOG-IDX IS NUMERIC
              MOVE MLOG-IDX TO SP-IDX(WS-SIM-PROD-COUNT)
           ELSE
              MOVE 0 TO SP-IDX(WS-SIM-PROD-COUNT)
           END-IF.
           IF MLOG-DATE IS NUMERIC
              MOVE MLOG-DATE TO WS-SIM-PROD-DATE
           ELSE
              MOVE 0 TO WS-SIM-PROD-DATE
           END-IF.
           IF MLOG-RC IS NUMERIC
              MOVE MLOG-RC TO WS-SIM-PROD-RC
           ELSE
              MOVE 0 TO WS-SIM-PROD-RC
           END-IF.
           MOVE MLOG-PROFILE TO WS-SIM-PROD-PROFILE.
           IF MLOG-QUARANTINED
              MOVE 'Y' TO WS-SIM-PROD-QUAR-SW
           END-IF.
       053-EXIT.
           EXIT.

       054-SIM-CHECK-REPEAT.
           IF SP-WINDOW-SIZE(WS-SIM-SUB) = WS-SIM-SIZE
              MOVE 'Y' TO WS-SIM-NEW-RUN-SW
           END-IF.
       054-EXIT.
           EXIT.

      *    Repositions INFILE to the byte after the last checkpoint by
      *    reading and discarding that many bytes (LINE SEQUENTIAL/
      *    DYNAMIC-assigned byte-at-a-time INFILE has no random-access
           END-IF.

           IF MORE-RECORDS-SW
              AND WS-CKPT-OPEN-SW = 'Y'
              DIVIDE WS-IDX BY WS-CHECKPOINT-INTERVAL
                  GIVING WS-DIVQUOT REMAINDER WS-DIVREM
              IF WS-DIVREM = 0
           PERFORM 185-CALC-ELAPSED THRU 185-EXIT.
           PERFORM 210-WRITE-MARKERLOG THRU 210-EXIT.
           PERFORM 220-WRITE-REPORT-LINE THRU 220-EXIT.
           IF SIMULATION-RUN
              PERFORM 260-WRITE-SIM-COMPARISON THRU 260-EXIT
           END-IF.
           IF WS-CKPT-OPEN-SW = 'Y'
              PERFORM 230-WRITE-FINAL-CKPT THRU 230-EXIT
              CLOSE CHECKPT
              MOVE 'Q' TO MLOG-STATUS
              MOVE 0 TO MLOG-IDX
              MOVE 0 TO MLOG-GEN-COUNT
              PERFORM 214-PUT-MLOG-ROW THRU 214-EXIT
              GO TO 212-EXIT
           END-IF.
      *    A waived verdict is stamped 'W' so the audit trail shows
              MOVE 'W' TO MLOG-STATUS
              MOVE WS-BYTES-READ TO MLOG-IDX
              MOVE 0 TO MLOG-GEN-COUNT
              PERFORM 214-PUT-MLOG-ROW THRU 214-EXIT
              GO TO 212-EXIT
           END-IF.
           IF WS-MANIFEST-FLAG NOT = SPACE
              MOVE WS-MANIFEST-FLAG TO MLOG-STATUS
              MOVE WS-BYTES-READ TO MLOG-IDX
              MOVE 0 TO MLOG-GEN-COUNT
              PERFORM 214-PUT-MLOG-ROW THRU 214-EXIT
              GO TO 212-EXIT
           END-IF.
      *    A duplicate capture is stamped 'D' with the bytes read;
              MOVE 'D' TO MLOG-STATUS
              MOVE WS-BYTES-READ TO MLOG-IDX
              MOVE 0 TO MLOG-GEN-COUNT
              PERFORM 214-PUT-MLOG-ROW THRU 214-EXIT
              GO TO 212-EXIT
           END-IF.
           IF FILE-FIND-ALL
                 MOVE 0 TO MLOG-IDX
              END-IF
           END-IF.
           PERFORM 214-PUT-MLOG-ROW THRU 214-EXIT.
       212-EXIT.
           EXIT.

      *    Every MARKERLOG row goes down here.  A simulation writes
      *    none: the status the row would have carried is kept for
      *    260-WRITE-SIM-COMPARISON instead, so the trial's answer
      *    is reported without joining the production history.
       214-PUT-MLOG-ROW.
           ACCEPT MLOG-DATE FROM DATE YYYYMMDD.
           ACCEPT MLOG-TIME FROM TIME.
           IF SIMULATION-RUN
              MOVE MLOG-STATUS TO ST-STATUS(WS-RPT-SUB)
           ELSE
              WRITE MARKERLOG-RECORD
           END-IF.
       214-EXIT.
           EXIT.

      *    Unrolls the circular buffer WS-LAST into oldest-to-newest
           END-IF.
           MOVE WS-BYTES-READ TO SG-BYTES(WS-SIG-SAME-SLOT).
           MOVE WS-SIG-DIGEST TO SG-DIGEST(WS-SIG-SAME-SLOT).
           IF SIMULATION-RUN
              GO TO 246-EXIT
           END-IF.
           MOVE WS-INFILE-NAME TO SGO-INFILE-NAME.
           MOVE WS-BYTES-READ TO SGO-BYTES.
           MOVE WS-SIG-DIGEST TO SGO-DIGEST.
              CLOSE FILELIST
           END-IF.
           IF WS-RUN-OPENED-SW = 'Y'
              AND NOT SIMULATION-RUN
              CLOSE MARKERLOG
           END-IF.
           IF WS-SIM-MLOG-OPEN-SW = 'Y'
              CLOSE MARKERLOG
           END-IF.
           IF WS-RUN-OPENED-SW = 'Y'
              AND SIMULATION-RUN
              PERFORM 268-WRITE-SIM-TOTALS THRU 268-EXIT
              CLOSE SIMRPT
           END-IF.
           IF WS-RUN-OPENED-SW = 'Y'
              CLOSE REPORTOUT
              CLOSE REJECTFILE
              CLOSE QUARANTINE
              CLOSE EXTRACT
           END-IF.
           IF WS-SIG-ACTIVE-SW = 'Y'
              AND NOT SIMULATION-RUN
              CLOSE SIGOUT
           END-IF.
           IF WS-MARKEROUT-OPEN-SW = 'Y'
           CLOSE RUNLEDG.
       250-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *    SIMULATION - COMPARISON REPORT                          *
      *----------------------------------------------------------*
      *    One block per file: the trial's terms, the production
      *    run it is set beside, a line per window size (trial
      *    windows first, then any production window the trial did
      *    not drive), then rejects, quarantine and RC.  A file is
      *    CHANGED when any of those differ; a file with no
      *    production rows is counted apart, since there is nothing
      *    to differ from.
       260-WRITE-SIM-COMPARISON.
           ADD 1 TO WS-SIM-FILE-COUNT.
           MOVE 'N' TO WS-SIM-CHANGED-SW.
           IF FILE-QUARANTINED
              ADD 1 TO WS-SIM-QUAR-COUNT
           END-IF.
           PERFORM 266-WRITE-SIM-LINE THRU 266-EXIT.
           STRING 'FILE ' DELIMITED BY SIZE
                  WS-INFILE-NAME DELIMITED BY SPACE
               INTO WS-SIM-LINE.
           PERFORM 266-WRITE-SIM-LINE THRU 266-EXIT.
           IF FILE-FIND-ALL
              MOVE 'ALL' TO WS-SIM-MODE
           ELSE
              MOVE 'ONE' TO WS-SIM-MODE
           END-IF.
           STRING '  TRIAL  PROFILE=' DELIMITED BY SIZE
                  WS-FILE-PROFILE DELIMITED BY SIZE
                  ' MODE=' DELIMITED BY SIZE
                  WS-SIM-MODE DELIMITED BY SIZE
                  ' REJMAX=' DELIMITED BY SIZE
                  WS-REJMAX DELIMITED BY SIZE
                  ' REJPCT=' DELIMITED BY SIZE
                  WS-REJPCT DELIMITED BY SIZE
                  ' BYTES=' DELIMITED BY SIZE
                  WS-BYTES-READ DELIMITED BY SIZE
                  ' RC=' DELIMITED BY SIZE
                  WS-RETURN-CODE DELIMITED BY SIZE
               INTO WS-SIM-LINE.
           PERFORM 266-WRITE-SIM-LINE THRU 266-EXIT.
           IF WS-SIM-HELD-SW = 'Y'
              STRING '  NOTE   HELD BY OPERATOR OVERRIDE - '
                         DELIMITED BY SIZE
                     'PRODUCTION WOULD SKIP IT' DELIMITED BY SIZE
                  INTO WS-SIM-LINE
              PERFORM 266-WRITE-SIM-LINE THRU 266-EXIT
           END-IF.
           IF WS-SIM-PROD-COUNT = 0
              MOVE '  PROD   NO MARKERLOG ROWS FOR THIS FILE'
                  TO WS-SIM-LINE
           ELSE
              STRING '  PROD   CYCLE=' DELIMITED BY SIZE
                     WS-SIM-PROD-KEY DELIMITED BY SIZE
                     ' DATE=' DELIMITED BY SIZE
                     WS-SIM-PROD-DATE DELIMITED BY SIZE
                     ' PROFILE=' DELIMITED BY SIZE
                     WS-SIM-PROD-PROFILE DELIMITED BY SIZE
                     ' RC=' DELIMITED BY SIZE
                     WS-SIM-PROD-RC DELIMITED BY SIZE
                  INTO WS-SIM-LINE
           END-IF.
           PERFORM 266-WRITE-SIM-LINE THRU 266-EXIT.
           MOVE WS-SIM-HEAD-LINE TO WS-SIM-LINE.
           PERFORM 266-WRITE-SIM-LINE THRU 266-EXIT.
           PERFORM 261-SIM-TRIAL-WINDOW THRU 261-EXIT
                   VARYING WS-RPT-SUB FROM 1 BY 1
                   UNTIL WS-RPT-SUB > WS-WINDOW-COUNT.
           PERFORM 263-SIM-PROD-ONLY THRU 263-EXIT
                   VARYING WS-SIM-SUB FROM 1 BY 1
                   UNTIL WS-SIM-SUB > WS-SIM-PROD-COUNT.
      *    Production's reject count rides only on the checkpoint
      *    row, so it is shown only when the file's last row is of
      *    the same cycle as the MARKERLOG run being compared.
           MOVE WS-REJECT-COUNT TO WS-SIM-NUM-ED.
           MOVE WS-SIM-NUM-ED TO WS-SIM-T-TEXT.
           MOVE '        -' TO WS-SIM-P-TEXT.
           MOVE SPACES TO WS-SIM-VERDICT.
           IF WS-SIM-PROD-COUNT > 0
              AND WS-FOUND-CKPT-SW = 'Y'
              AND HCK-CYCLE = WS-SIM-PROD-KEY
              AND HCK-REJ-COUNT IS NUMERIC
              MOVE 'SAME' TO WS-SIM-VERDICT
              IF HCK-REJ-COUNT NOT = WS-REJECT-COUNT
                 MOVE 'CHANGED' TO WS-SIM-VERDICT
                 MOVE 'Y' TO WS-SIM-CHANGED-SW
              END-IF
              MOVE HCK-REJ-COUNT TO WS-SIM-NUM-ED
              MOVE WS-SIM-NUM-ED TO WS-SIM-P-TEXT
           END-IF.
           STRING '  REJECTS     TRIAL=' DELIMITED BY SIZE
                  WS-SIM-T-TEXT DELIMITED BY SIZE
                  '  PROD=' DELIMITED BY SIZE
                  WS-SIM-P-TEXT DELIMITED BY SIZE
                  '  ' DELIMITED BY SIZE
                  WS-SIM-VERDICT DELIMITED BY SIZE
               INTO WS-SIM-LINE.
           PERFORM 266-WRITE-SIM-LINE THRU 266-EXIT.
           MOVE SPACES TO WS-SIM-VERDICT.
           MOVE '-' TO WS-SIM-P-TEXT.
           IF WS-SIM-PROD-COUNT > 0
              MOVE WS-SIM-PROD-QUAR-SW TO WS-SIM-P-TEXT
              MOVE 'SAME' TO WS-SIM-VERDICT
              IF WS-SIM-PROD-QUAR-SW NOT = WS-QUARANTINE-SW
                 MOVE 'CHANGED' TO WS-SIM-VERDICT
                 MOVE 'Y' TO WS-SIM-CHANGED-SW
              END-IF
           END-IF.
           STRING '  QUARANTINE  TRIAL=' DELIMITED BY SIZE
                  WS-QUARANTINE-SW DELIMITED BY SIZE
                  '  PROD=' DELIMITED BY SIZE
                  WS-SIM-P-TEXT(1:1) DELIMITED BY SIZE
                  '  ' DELIMITED BY SIZE
                  WS-SIM-VERDICT DELIMITED BY SIZE
               INTO WS-SIM-LINE.
           PERFORM 266-WRITE-SIM-LINE THRU 266-EXIT.
           MOVE SPACES TO WS-SIM-VERDICT.
           MOVE '-' TO WS-SIM-P-TEXT.
           IF WS-SIM-PROD-COUNT > 0
              MOVE WS-SIM-PROD-RC TO WS-SIM-P-TEXT
              MOVE 'SAME' TO WS-SIM-VERDICT
              IF WS-SIM-PROD-RC NOT = WS-RETURN-CODE
                 MOVE 'CHANGED' TO WS-SIM-VERDICT
                 MOVE 'Y' TO WS-SIM-CHANGED-SW
              END-IF
           END-IF.
           STRING '  RC          TRIAL=' DELIMITED BY SIZE
                  WS-RETURN-CODE DELIMITED BY SIZE
                  '  PROD=' DELIMITED BY SIZE
                  WS-SIM-P-TEXT(1:2) DELIMITED BY SIZE
                  '  ' DELIMITED BY SIZE
                  WS-SIM-VERDICT DELIMITED BY SIZE
               INTO WS-SIM-LINE.
           PERFORM 266-WRITE-SIM-LINE THRU 266-EXIT.
           IF WS-SIM-PROD-COUNT = 0
              ADD 1 TO WS-SIM-NOPROD-COUNT
              MOVE '  RESULT      NO PRODUCTION RUN TO COMPARE'
                  TO WS-SIM-LINE
           ELSE
              IF WS-SIM-CHANGED-SW = 'Y'
                 ADD 1 TO WS-SIM-CHANGED-COUNT
                 MOVE '  RESULT      CHANGED' TO WS-SIM-LINE
              ELSE
                 ADD 1 TO WS-SIM-SAME-COUNT
                 MOVE '  RESULT      SAME' TO WS-SIM-LINE
              END-IF
           END-IF.
           PERFORM 266-WRITE-SIM-LINE THRU 266-EXIT.
       260-EXIT.
           EXIT.

      *    One trial window, set beside the production row of the
      *    same size.  The trial columns come straight off the
      *    window table (the scan's answer whatever verdict the row
      *    carries); the status is the one 214-PUT-MLOG-ROW kept.
       261-SIM-TRIAL-WINDOW.
           MOVE SPACES TO WS-SIM-WIN-LINE.
           MOVE WT-WINDOW-SIZE(WS-RPT-SUB) TO WS-SIM-SIZE.
           MOVE WS-SIM-SIZE TO WS-SIM-BEST-ED.
           MOVE WS-SIM-BEST-ED TO SWL-SIZE(2:2).
           MOVE ST-STATUS(WS-RPT-SUB) TO SWL-T-STATUS.
           IF WT-MARKER-FOUND-SW(WS-RPT-SUB) = 'Y'
              MOVE WT-MARKER-IDX(WS-RPT-SUB) TO WS-SIM-NUM-ED
              MOVE WS-SIM-NUM-ED TO SWL-T-POS
           ELSE
              MOVE '     NONE' TO SWL-T-POS
              MOVE WT-BEST-DISTINCT(WS-RPT-SUB) TO WS-SIM-BEST-ED
              MOVE WS-SIM-BEST-ED TO SWL-T-BEST
              MOVE WT-BEST-IDX(WS-RPT-SUB) TO WS-SIM-NUM-ED
              MOVE WS-SIM-NUM-ED TO SWL-T-BEST-AT
           END-IF.
           IF FILE-FIND-ALL
              MOVE WT-MARKER-COUNT(WS-RPT-SUB) TO WS-SIM-COUNT-WORK
           ELSE
              IF WT-MARKER-FOUND-SW(WS-RPT-SUB) = 'Y'
                 MOVE 1 TO WS-SIM-COUNT-WORK
              ELSE
                 MOVE 0 TO WS-SIM-COUNT-WORK
              END-IF
           END-IF.
           MOVE WS-SIM-COUNT-WORK TO WS-SIM-NUM-ED.
           MOVE WS-SIM-NUM-ED TO SWL-T-COUNT.
           IF WS-SIM-PROD-COUNT = 0
              MOVE 'NO PROD' TO SWL-COMPARE
           ELSE
              PERFORM 269-SIM-COMPARE-WINDOW THRU 269-EXIT
           END-IF.
           MOVE WS-SIM-WIN-LINE TO WS-SIM-LINE.
           PERFORM 266-WRITE-SIM-LINE THRU 266-EXIT.
       261-EXIT.
           EXIT.

      *    Production's row of the same size, not already claimed;
      *    a size the production run did not drive is TRIAL ONLY.
       269-SIM-COMPARE-WINDOW.
           MOVE 0 TO WS-SIM-MATCH-SUB.
           PERFORM 262-SIM-FIND-PROD THRU 262-EXIT
                   VARYING WS-SIM-SUB FROM 1 BY 1
                   UNTIL WS-SIM-SUB > WS-SIM-PROD-COUNT
                      OR WS-SIM-MATCH-SUB > 0.
           IF WS-SIM-MATCH-SUB = 0
              MOVE 'TRIAL ONLY' TO SWL-COMPARE
              MOVE 'Y' TO WS-SIM-CHANGED-SW
              GO TO 269-EXIT
           END-IF.
           MOVE 'Y' TO SP-USED-SW(WS-SIM-MATCH-SUB).
           PERFORM 264-SIM-PROD-COLUMNS THRU 264-EXIT.
           MOVE 'SAME' TO SWL-COMPARE.
           IF ST-STATUS(WS-RPT-SUB) NOT = SP-STATUS(WS-SIM-MATCH-SUB)
              MOVE 'CHANGED' TO SWL-COMPARE
           ELSE
              IF SP-STATUS(WS-SIM-MATCH-SUB) = 'F'
                 AND WT-MARKER-IDX(WS-RPT-SUB)
                     NOT = SP-IDX(WS-SIM-MATCH-SUB)
                 MOVE 'CHANGED' TO SWL-COMPARE
              END-IF
              IF SP-STATUS(WS-SIM-MATCH-SUB) = 'A'
                 AND WT-MARKER-COUNT(WS-RPT-SUB)
                     NOT = SP-IDX(WS-SIM-MATCH-SUB)
                 MOVE 'CHANGED' TO SWL-COMPARE
              END-IF
           END-IF.
           IF SWL-COMPARE = 'CHANGED'
              MOVE 'Y' TO WS-SIM-CHANGED-SW
           END-IF.
       269-EXIT.
           EXIT.

       262-SIM-FIND-PROD.
           IF SP-WINDOW-SIZE(WS-SIM-SUB) = WS-SIM-SIZE
              AND SP-USED-SW(WS-SIM-SUB) = 'N'
              MOVE WS-SIM-SUB TO WS-SIM-MATCH-SUB
           END-IF.
       262-EXIT.
           EXIT.

      *    A production window the trial did not drive (the trial
      *    PARM or FILELIST entry dropped or changed the size).  A
      *    row from before the window-size column shows '??'.
       263-SIM-PROD-ONLY.
           IF SP-USED-SW(WS-SIM-SUB) = 'Y'
              GO TO 263-EXIT
           END-IF.
           MOVE SPACES TO WS-SIM-WIN-LINE.
           MOVE SP-WINDOW-SIZE(WS-SIM-SUB) TO WS-SIM-SIZE.
           IF WS-SIM-SIZE = 0
              MOVE ' ??' TO SWL-SIZE
           ELSE
              MOVE WS-SIM-SIZE TO WS-SIM-BEST-ED
              MOVE WS-SIM-BEST-ED TO SWL-SIZE(2:2)
           END-IF.
           MOVE WS-SIM-SUB TO WS-SIM-MATCH-SUB.
           PERFORM 264-SIM-PROD-COLUMNS THRU 264-EXIT.
           MOVE 'PROD ONLY' TO SWL-COMPARE.
           MOVE 'Y' TO WS-SIM-CHANGED-SW.
           MOVE WS-SIM-WIN-LINE TO WS-SIM-LINE.
           PERFORM 266-WRITE-SIM-LINE THRU 266-EXIT.
       263-EXIT.
           EXIT.

      *    Production's columns for entry WS-SIM-MATCH-SUB.  What
      *    MLOG-IDX means depends on the status (see the MARKERLOG
      *    FD): a position on 'F', the lifetime count on 'A', bytes
      *    on a verdict row - where the marker answer is not on
      *    record at all and the columns show '-'.
       264-SIM-PROD-COLUMNS.
           MOVE SP-STATUS(WS-SIM-MATCH-SUB) TO SWL-P-STATUS.
           EVALUATE SP-STATUS(WS-SIM-MATCH-SUB)
               WHEN 'F'
                   MOVE SP-IDX(WS-SIM-MATCH-SUB) TO WS-SIM-NUM-ED
                   MOVE WS-SIM-NUM-ED TO SWL-P-POS
                   MOVE 1 TO WS-SIM-NUM-ED
                   MOVE WS-SIM-NUM-ED TO SWL-P-COUNT
               WHEN 'A'
                   MOVE '        -' TO SWL-P-POS
                   MOVE SP-IDX(WS-SIM-MATCH-SUB) TO WS-SIM-NUM-ED
                   MOVE WS-SIM-NUM-ED TO SWL-P-COUNT
               WHEN 'N'
                   MOVE '     NONE' TO SWL-P-POS
                   MOVE 0 TO WS-SIM-NUM-ED
                   MOVE WS-SIM-NUM-ED TO SWL-P-COUNT
               WHEN OTHER
                   MOVE '        -' TO SWL-P-POS
                   MOVE '        -' TO SWL-P-COUNT
           END-EVALUATE.
           PERFORM 265-SIM-CKPT-BEST THRU 265-EXIT.
       264-EXIT.
           EXIT.

      *    Production's no-marker diagnostics come off the file's
      *    last checkpoint row, by window position, and only when
      *    that row is of the run being compared and says the
      *    window found no marker.  Otherwise '-' (not on record),
      *    or blank when the window did find one.
       265-SIM-CKPT-BEST.
           MOVE ' -' TO SWL-P-BEST.
           MOVE '        -' TO SWL-P-BEST-AT.
           IF WS-FOUND-CKPT-SW NOT = 'Y'
              OR HCK-CYCLE NOT = WS-SIM-PROD-KEY
              OR WS-SIM-SIZE = 0
              GO TO 265-EXIT
           END-IF.
           MOVE 0 TO WS-SIM-CK-FOUND.
           PERFORM 267-SIM-CKPT-BEST-STEP THRU 267-EXIT
                   VARYING WS-SIM-CK-SUB FROM 1 BY 1
                   UNTIL WS-SIM-CK-SUB > 4
                      OR WS-SIM-CK-FOUND > 0.
           IF WS-SIM-CK-FOUND = 0
              GO TO 265-EXIT
           END-IF.
           IF HCK-MK-FOUND-SW(WS-SIM-CK-FOUND) = 'Y'
              MOVE SPACES TO SWL-P-BEST
              MOVE SPACES TO SWL-P-BEST-AT
              GO TO 265-EXIT
           END-IF.
           IF HCK-DG-BEST(WS-SIM-CK-FOUND) IS NUMERIC
              AND HCK-DG-IDX(WS-SIM-CK-FOUND) IS NUMERIC
              MOVE HCK-DG-BEST(WS-SIM-CK-FOUND) TO WS-SIM-BEST-ED
              MOVE WS-SIM-BEST-ED TO SWL-P-BEST
              MOVE HCK-DG-IDX(WS-SIM-CK-FOUND) TO WS-SIM-NUM-ED
              MOVE WS-SIM-NUM-ED TO SWL-P-BEST-AT
           END-IF.
       265-EXIT.
           EXIT.

       266-WRITE-SIM-LINE.
           MOVE WS-SIM-LINE TO SIMRPT-RECORD.
           WRITE SIMRPT-RECORD.
           MOVE SPACES TO WS-SIM-LINE.
       266-EXIT.
           EXIT.

       267-SIM-CKPT-BEST-STEP.
           MOVE 0 TO WS-SIM-CK-SIZE.
           IF WS-SIM-CK-SUB = 1
              IF HCK-WINDOW-SIZE IS NUMERIC
                 MOVE HCK-WINDOW-SIZE TO WS-SIM-CK-SIZE
              END-IF
           ELSE
              IF HCK-XW-SIZE(WS-SIM-CK-SUB - 1) IS NUMERIC
                 MOVE HCK-XW-SIZE(WS-SIM-CK-SUB - 1) TO WS-SIM-CK-SIZE
              END-IF
           END-IF.
           IF WS-SIM-CK-SIZE = WS-SIM-SIZE
              MOVE WS-SIM-CK-SUB TO WS-SIM-CK-FOUND
           END-IF.
       267-EXIT.
           EXIT.

       268-WRITE-SIM-TOTALS.
           PERFORM 266-WRITE-SIM-LINE THRU 266-EXIT.
           STRING 'SIMULATION TOTALS: FILES=' DELIMITED BY SIZE
                  WS-SIM-FILE-COUNT DELIMITED BY SIZE
                  ' CHANGED=' DELIMITED BY SIZE
                  WS-SIM-CHANGED-COUNT DELIMITED BY SIZE
                  ' SAME=' DELIMITED BY SIZE
                  WS-SIM-SAME-COUNT DELIMITED BY SIZE
                  ' NO PRODUCTION RUN=' DELIMITED BY SIZE
                  WS-SIM-NOPROD-COUNT DELIMITED BY SIZE
                  ' WOULD QUARANTINE=' DELIMITED BY SIZE
                  WS-SIM-QUAR-COUNT DELIMITED BY SIZE
                  ' RC=' DELIMITED BY SIZE
                  WS-JOB-RETURN-CODE DELIMITED BY SIZE
               INTO WS-SIM-LINE.
           PERFORM 266-WRITE-SIM-LINE THRU 266-EXIT.
       268-EXIT.
           EXIT.
