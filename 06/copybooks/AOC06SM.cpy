      ***************************************************************
      * AOC06SM.CPY
      * Shared STATMAST record layout for the AOC06 program family.
      * PROD.AOC.STATMAST is a keyed (VSAM KSDS) status master with
      * one record per (file name, window size): where the file
      * stands tonight, distilled from MARKERLOG, CHECKPT, the
      * RETRANS ledger and SIGFILE by AOC06SMU after each night, so
      * a "where does this file stand" question is one keyed read
      * instead of a pass over the whole accumulated history.  COPY
      * this member under the FD; the key is SM-KEY.
      *
      * One record - the CONTROL record - carries LOW-VALUES in the
      * whole key and the update's own bookkeeping in the
      * SM-CONTROL-DATA view instead of file data.  LOW-VALUES can
      * never come off a line-sequential MARKERLOG row, so it sorts
      * first and cannot collide with a file; a program browsing
      * the master skips it by its key.
      *
      * The columns are fixed by the cluster's DEFINE (see
      * AOC06SMR.JCL); SM-FILE-DATA ends in spare FILLER so a column
      * can be added without redefining the cluster.  Take new
      * columns from the FILLER, never by inserting.
      *
      * 2026-09-15  HJ   Written, with AOC06SMU.
      ***************************************************************
           05 SM-KEY.
              10 SM-INFILE-NAME     PIC X(80).
      *       Raw, as MARKERLOG carries it: blank on rows from before
      *       the window-size column, which key as their own record.
              10 SM-WINDOW-SIZE     PIC XX.
           05 SM-FILE-DATA.
      *       The latest MARKERLOG row for the key.  SM-LAST-CYCLE is
      *       the row's MLOG-CYCLE, or its MLOG-DATE and the first six
      *       digits of MLOG-TIME when the row predates the cycle
      *       column - either way a value that orders by time.
              10 SM-LAST-STATUS     PIC X.
              10 SM-LAST-RC         PIC 99.
              10 SM-LAST-IDX        PIC X(09).
              10 SM-LAST-PROFILE    PIC X(05).
              10 SM-LAST-CYCLE      PIC X(14).
              10 SM-FIRST-SEEN-DATE PIC 9(08).
              10 SM-LAST-SEEN-DATE  PIC 9(08).
              10 SM-LAST-SEEN-TIME  PIC 9(08).
      *       Distinct cycles that logged a row for the key.
              10 SM-RUN-COUNT       PIC 9(07).
      *       The LAST CHECKPT row for the file name ('C'/'I', blank
      *       when the file has none), the row 050-CHECK-RESTART in
      *       part2.cbl acts on.  Checkpoints are per name, so every
      *       window-size record of a file carries the same state.
              10 SM-CKPT-STATUS     PIC X.
                 88 SM-CKPT-COMPLETE    VALUE 'C'.
                 88 SM-CKPT-INCOMPLETE  VALUE 'I'.
              10 SM-CKPT-IDX        PIC 9(09).
              10 SM-CKPT-RC         PIC 99.
              10 SM-CKPT-DATE       PIC 9(08).
              10 SM-CKPT-CYCLE      PIC X(14).
      *       The file's RETRANS ledger row: 'O' open, 'S' satisfied,
      *       blank when the file was never re-requested.
              10 SM-RTR-STATE       PIC X.
                 88 SM-RTR-OPEN         VALUE 'O'.
                 88 SM-RTR-SATISFIED    VALUE 'S'.
              10 SM-RTR-VERDICT     PIC X.
              10 SM-RTR-OPENED-DATE PIC 9(08).
              10 SM-RTR-SATISFIED-DATE PIC 9(08).
      *       The file's latest SIGFILE row; zero when it has none.
              10 SM-SIG-BYTES       PIC 9(09).
              10 SM-SIG-DIGEST      PIC 9(09).
              10 SM-SIG-DATE        PIC 9(08).
              10 SM-SIG-CYCLE       PIC X(14).
      *       The date AOC06SMU last rewrote the record.
              10 SM-UPDATE-DATE     PIC 9(08).
              10 FILLER             PIC X(20).
      *    The control record's view (key LOW-VALUES): the newest
      *    cycle the update has applied - rows older than it are not
      *    looked at again - the date the master was first built,
      *    and when and how often it has been updated since.
           05 SM-CONTROL-DATA REDEFINES SM-FILE-DATA.
              10 SM-CTL-HIGH-CYCLE  PIC X(14).
              10 SM-CTL-BUILD-DATE  PIC 9(08).
              10 SM-CTL-UPDATE-DATE PIC 9(08).
              10 SM-CTL-RUN-COUNT   PIC 9(07).
              10 FILLER             PIC X(145).
