      ***************************************************************
      * AOC06CH.CPY
      * Throughput history row.  PROD.AOC.CAPHIST carries, for every
      * night AOC06CAP has recorded, one row for the night as a
      * whole (CPH-STREAM zero) followed by one row per parallel
      * stream (CPH-STREAM 1-9; none on a serial night): when it
      * started and ended, the elapsed seconds between, the files
      * and bytes it scanned, the MANIFEST volume it was given and
      * the bytes per second that works out to.  AOC06CAP appends a
      * night's rows together, once, and reads the whole history
      * back for the weekly trend and the batch-window forecast.
      * COPY this member under an 01; the program holds the rows
      * raw and moves them here to look at a column.
      *
      * CPH-MAN-BYTES is the MANIFEST expected bytes of the files
      * scanned (a file with no manifest row counts at the bytes
      * received); on a stream row it is the weight AOC06SPL dealt
      * the stream, which is what its split balanced.
      *
      * CPH-TIMING - where the start and end stamps came from:
      *   'L'  the RUNLEDG 'S'/'C' stamps (a parallel night; the
      *        night row runs from the first start to the last
      *        completion)
      *   'M'  the first and last MARKERLOG row of the cycle (a
      *        serial night, which stamps no ledger rows; the
      *        first file's own scan is before the first row and
      *        not in the elapsed time)
      *
      * CPH-STATE:
      *   ' '  as measured
      *   'R'  a stream that was started more than once (an
      *        interrupted stream resubmitted); the elapsed time
      *        runs from its first start, so it includes the gap
      *   'U'  a stream whose files could not be mapped - its
      *        stream control file would not open or no longer held
      *        the entries the split registered - so its files,
      *        bytes and rate are not known; left out of every
      *        rate, share and imbalance figure
      *
      * Spare FILLER at the end; take new columns from it.
      *
      * 2026-10-05  HJ   Written, with AOC06CAP.
      ***************************************************************
           05 CPH-CYCLE             PIC X(14).
           05 CPH-STREAM            PIC 9.
           05 CPH-STREAM-COUNT      PIC 9.
           05 CPH-START-DATE        PIC 9(08).
           05 CPH-START-TIME        PIC 9(08).
           05 CPH-END-DATE          PIC 9(08).
           05 CPH-END-TIME          PIC 9(08).
           05 CPH-ELAPSED-SECS      PIC 9(07).
           05 CPH-FILE-COUNT        PIC 9(05).
           05 CPH-BYTES             PIC 9(12).
           05 CPH-MAN-BYTES         PIC 9(12).
           05 CPH-BYTES-PER-SEC     PIC 9(09).
           05 CPH-TIMING            PIC X.
              88 CPH-LEDGER-TIMED       VALUE 'L'.
              88 CPH-MLOG-TIMED         VALUE 'M'.
           05 CPH-STATE             PIC X.
              88 CPH-AS-MEASURED        VALUE ' '.
              88 CPH-RESTARTED          VALUE 'R'.
              88 CPH-UNMAPPED           VALUE 'U'.
           05 CPH-RC                PIC 99.
           05 CPH-REC-DATE          PIC 9(08).
           05 FILLER                PIC X(20).
