      * Compile: `cobc -x -I copybooks aoc06cap.cbl`
      *
      * AOC06CAP - throughput history and batch-window forecast.
      * MARKERLOG rows carry their date and time, the run ledger
      * carries every parallel stream's start and completion, and
      * MANIFEST says how many bytes each file is - and until now
      * nobody put them together to say when the night will stop
      * fitting in its window.  This program does two things each
      * run:
      *
      *   1. RECORD    it measures one night (the run-cycle on the
      *                PARM, or the newest on MARKERLOG) and appends
      *                it to the throughput history PROD.AOC.CAPHIST
      *                (layout AOC06CH.CPY): one row for the night
      *                as a whole and, on a parallel night, one per
      *                stream - start, end, elapsed seconds, files,
      *                bytes scanned, the MANIFEST volume and bytes
      *                per second.  A night already on the history
      *                is not recorded twice, and a parallel night
      *                with a registered stream not yet complete on
      *                RUNLEDG is not recorded at all (rerun this
      *                job once the night has finished).
      *   2. REPORT    from the whole history it prints, on CAPRPT:
      *                the nights of the forecast weeks, row by row;
      *                the trend week by week (Monday to Sunday, by
      *                the cycle's date) over the last two years;
      *                every night whose split was unbalanced - one
      *                stream ran far longer than the mean of the
      *                others (IMBAL= percent), so AOC06SPL's byte-
      *                weighted deal did not even the night out; and
      *                the forecast: the MANIFEST volume per night,
      *                fitted as a straight line over the last
      *                WEEKS= weeks, against what the serial job and
      *                each parallel stream can scan between their
      *                usual start and the batch-window end on the
      *                PARM - now, and in how many weeks that
      *                volume's growth takes it past the window end.
      *                It closes with the streams a perfectly
      *                balanced split would need, now and HORIZON=
      *                weeks out.
      *
      * How a night is measured:
      *   - Bytes scanned, per file: the bytes read off a 'T'/'M'/
      *     'W'/'D' MARKERLOG row; otherwise the file's size on
      *     SIGFILE as of the cycle (the same rule AOC06BAL uses);
      *     otherwise, for a file neither measures, its MANIFEST
      *     count, and the night's figures say how many files that
      *     was.
      *   - MANIFEST volume: the MANIFEST count of each file the
      *     night scanned; a file with no manifest row counts at
      *     the bytes scanned.  This is the figure the forecast
      *     grows, because it is what the senders control.
      *   - Elapsed time, serial night: the first to the last
      *     MARKERLOG row of the cycle (a serial run stamps no
      *     ledger rows; the first file's own scan falls before the
      *     first row and is not counted).
      *   - Elapsed time, parallel night (AOC06SPL registered
      *     streams for the cycle on RUNLEDG): each stream from its
      *     first 'S' stamp to its last 'C' stamp, and the night
      *     from the earliest start to the latest completion.
      *   - Per-stream files and bytes: the stream control files
      *     AOC06SPL wrote (STREAM1-STREAM9, PROD.AOC.FILELIST.Sn)
      *     say which stream had which file.  They are replaced by
      *     the next night's split, so this job must run before it;
      *     a stream file that will not open, or no longer holds
      *     the entry count the stream registered, leaves that
      *     stream unmapped (see CPH-STATE in AOC06CH.CPY).
      *
      * Times of day are taken on a clock that runs noon to noon,
      * so a night that starts before midnight and ends after it -
      * and a window end of 0600 against a 2200 start - compare the
      * right way round.
      *
      * PARM tokens, in any order, all optional:
      *   CYCLE=<yyyymmddhhmmss>  the night to record; default the
      *                           newest MLOG-CYCLE on MARKERLOG
      *   WINDOW=<hhmm>           the batch-window end; without it
      *                           there is no forecast
      *   IMBAL=<nnn>             a stream running more than nnn
      *                           percent of the mean of the other
      *                           streams is unbalanced; default
      *                           150, must be over 100
      *   WEEKS=<nn>              weeks the forecast is fitted on
      *                           and the nights printed; 2-52,
      *                           default 8
      *   HORIZON=<nnn>           how far ahead an overrun raises
      *                           RC=8; 1-104 weeks, default 13
      *
      * Step RC:
      *   RC=0   recorded (or already on the history) and no
      *          overrun forecast within HORIZON= weeks
      *   RC=4   reported, but short of something: the night was
      *          not recorded (not complete, or no rows of the
      *          cycle), a stream was unmapped, an input was
      *          missing, the night just recorded was unbalanced,
      *          or there was no WINDOW= or too little history to
      *          forecast - see CAPRPT
      *   RC=8   the way the night now runs (serial, or its
      *          parallel streams) is forecast to overrun the
      *          window within HORIZON= weeks, or already does -
      *          ask for another stream or an earlier start
      *   RC=12  a PARM token is not valid; nothing recorded
      *   RC=16  the file table is full or CAPHIST could not be
      *          written; the night is not recorded
      *
      * Modification history:
      *   2026-10-05  HJ  Written.
      *   2026-10-15  HJ  An overrun forecast no longer lowers an
      *                   RC=16 the recording step already set.
      *   2026-10-15  HJ  A stream restarted after completing counts as
      *                   complete only once a completion follows its
      *                   latest start.
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  AOC06CAP.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
         FILE-CONTROL.
           SELECT MARKERLOG ASSIGN TO "MARKERLOG"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-MARKERLOG-STATUS.

           SELECT MANIFEST ASSIGN TO "MANIFEST"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-MANIFEST-STATUS.

           SELECT SIGFILE ASSIGN TO "SIGFILE"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-SIGFILE-STATUS.

           SELECT RUNLEDG ASSIGN TO "RUNLEDG"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-RUNLEDG-STATUS.

           SELECT STREAMIN ASSIGN TO DYNAMIC WS-STREAM-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STREAM-STATUS.

           SELECT CAPHIST ASSIGN TO "CAPHIST"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-CAPHIST-STATUS.

           SELECT CAPRPT ASSIGN TO "CAPRPT"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      *    Mirrors the MARKERLOG-RECORD layout AOC06PT1 writes; see
      *    the FD and the MLOG-STATUS note in part2.cbl.  MLOG-IDX
      *    is raw, as in aoc06rec.cbl.
         FD MARKERLOG.
         01 MARKERLOG-RECORD.
            05 MLOG-INFILE-NAME      PIC X(80).
            05 MLOG-STATUS           PIC X.
            05 MLOG-RC               PIC 99.
            05 MLOG-IDX              PIC X(09).
            05 MLOG-DATE             PIC 9(08).
            05 MLOG-TIME             PIC 9(08).
            05 MLOG-WINDOW-SIZE      PIC XX.
            05 MLOG-PROFILE          PIC X(05).
            05 MLOG-GEN-COUNT        PIC X(09).
            05 MLOG-CYCLE            PIC X(14).

      *    Layout shared with the MANIFEST FDs in part2.cbl and
      *    aoc06spl.cbl.
         FD MANIFEST.
         01 MANIFEST-RECORD.
            05 MAN-INFILE-NAME       PIC X(80).
            05 MAN-EXPECTED-BYTES    PIC 9(09).

      *    Layout shared with the SIGIN FD in part2.cbl.
         FD SIGFILE.
         01 SIGFILE-RECORD.
            05 SGI-INFILE-NAME       PIC X(80).
            05 SGI-BYTES             PIC 9(09).
            05 SGI-DIGEST            PIC 9(09).
            05 SGI-DATE              PIC 9(08).
            05 SGI-CYCLE             PIC X(14).

      *    Layout shared with the RUNLEDG FDs in part2.cbl,
      *    aoc06spl.cbl and aoc06rls.cbl.
         FD RUNLEDG.
         01 RUNLEDG-RECORD.
            05 RL-ACTION             PIC X.
            05 RL-CYCLE              PIC X(14).
            05 RL-STREAM             PIC 9.
            05 RL-ENTRY-COUNT        PIC 9(05).
            05 RL-RC                 PIC 99.
            05 RL-DATE               PIC 9(08).
            05 RL-TIME               PIC 9(08).

      *    A stream control file as AOC06SPL writes it: the full
      *    FILELIST entry.  Only the name is looked at.
         FD STREAMIN.
         01 STREAMIN-RECORD.
            05 SIN-INFILE-NAME       PIC X(80).
            05 FILLER                PIC X(15).

      *    The throughput history; the column view is WS-CPH-ROW.
         FD CAPHIST.
         01 CAPHIST-RECORD PIC X(125).

         FD CAPRPT.
         01 CAP-RECORD PIC X(160).

       WORKING-STORAGE SECTION.
         01 WS-CPH-ROW.
           COPY AOC06CH.

         01 WS-IN-EOF-SW             PIC X VALUE 'N'.
            88 IN-EOF-SW                 VALUE 'Y'.
         01 WS-FOUND-SLOT-SW         PIC X VALUE 'N'.
         01 WS-TABLE-OVERFLOW-SW     PIC X VALUE 'N'.
         01 WS-PARM-VALID-SW         PIC X VALUE 'Y'.
         01 WS-WINDOW-SW             PIC X VALUE 'N'.
         01 WS-PARALLEL-NIGHT-SW     PIC X VALUE 'N'.
         01 WS-ON-HISTORY-SW         PIC X VALUE 'N'.
         01 WS-NIGHT-OPEN-SW         PIC X VALUE 'N'.
         01 WS-UNBAL-SW              PIC X VALUE 'N'.

         01 WS-MARKERLOG-STATUS      PIC XX VALUE SPACES.
         01 WS-MANIFEST-STATUS       PIC XX VALUE SPACES.
         01 WS-SIGFILE-STATUS        PIC XX VALUE SPACES.
         01 WS-RUNLEDG-STATUS        PIC XX VALUE SPACES.
         01 WS-STREAM-STATUS         PIC XX VALUE SPACES.
         01 WS-CAPHIST-STATUS        PIC XX VALUE SPACES.
      *    The dataset and status 330-REPORT-NOT-PRESENT reports,
      *    set by the caller from the input that would not open.
         01 WS-DS-NAME               PIC X(10) VALUE SPACES.
         01 WS-OPEN-STATUS           PIC XX VALUE SPACES.

         01 WS-RUN-CYCLE             PIC X(14) VALUE SPACES.
         01 WS-TODAY-DATE            PIC 9(08) VALUE 0.

      *    PARM values, with their defaults.
         01 WS-WINDOW-HHMM           PIC 9(04) VALUE 0.
         01 WS-IMBAL-PCT             PIC 9(03) VALUE 150.
         01 WS-FIT-WEEKS             PIC 9(03) VALUE 8.
         01 WS-HORIZON-WEEKS         PIC 9(03) VALUE 13.

      *    One entry per file the cycle's MARKERLOG rows logged.
      *    FT-BYTES is the bytes scanned, FT-VOLUME the MANIFEST
      *    volume it counts for (see the header) and FT-STREAM the
      *    stream whose control file dealt it (zero: none, or a
      *    serial night).
         01 WS-FILE-TABLE.
            05 WS-FILE-COUNT         PIC 9(05) VALUE 0.
            05 WS-FILE-ENTRY OCCURS 1000 TIMES.
               10 FT-NAME            PIC X(80).
               10 FT-MLOG-BYTES      PIC 9(09).
               10 FT-MLOG-BYTES-SW   PIC X.
               10 FT-SIG-BYTES       PIC 9(09).
               10 FT-SIG-SW          PIC X.
               10 FT-MAN-BYTES       PIC 9(09).
               10 FT-MAN-SW          PIC X.
               10 FT-BYTES           PIC 9(09).
               10 FT-VOLUME          PIC 9(09).
               10 FT-STREAM          PIC 9.

         01 WS-SUB                   PIC 9(05) VALUE 0.
         01 WS-SLOT                  PIC 9(05) VALUE 0.
         01 WS-LOOKUP-NAME           PIC X(80) VALUE SPACES.

      *    The night's streams off RUNLEDG, by stream number.  The
      *    earliest 'S' (for the elapsed time), the latest 'S' (for
      *    completeness) and the latest 'C' stamp are kept; LG-STATE
      *    becomes CPH-STATE on the stream's history row.
         01 WS-LEDGER-TABLE.
            05 WS-LG-ENTRY OCCURS 9 TIMES.
               10 LG-REGISTERED-SW   PIC X.
               10 LG-ENTRY-COUNT     PIC 9(05).
               10 LG-START-COUNT     PIC 9(03).
               10 LG-START-STAMP     PIC 9(16).
               10 LG-LAST-START-STAMP PIC 9(16).
               10 LG-COMPLETE-SW     PIC X.
               10 LG-END-STAMP       PIC 9(16).
               10 LG-RC              PIC 99.
               10 LG-STATE           PIC X.
               10 LG-LISTED          PIC 9(05).
               10 LG-FILES           PIC 9(05).
               10 LG-BYTES           PIC 9(12).
               10 LG-VOLUME          PIC 9(12).
         01 WS-STR-SUB               PIC 99 VALUE 0.
         01 WS-STREAM-COUNT          PIC 9 VALUE 0.
         01 WS-STREAM-NAME           PIC X(08) VALUE SPACES.
         01 WS-STREAM-DIGIT          PIC 9 VALUE 0.
         01 WS-OPEN-STREAMS          PIC 9 VALUE 0.
         01 WS-UNMAPPED-STREAMS      PIC 9 VALUE 0.

      *    The night's own figures.
         01 WS-MLOG-CYCLE-ROWS       PIC 9(07) VALUE 0.
         01 WS-WORST-MLOG-RC         PIC 99 VALUE 0.
         01 WS-FIRST-STAMP           PIC 9(16) VALUE 0.
         01 WS-LAST-STAMP            PIC 9(16) VALUE 0.
         01 WS-NIGHT-BYTES           PIC 9(12) VALUE 0.
         01 WS-NIGHT-VOLUME          PIC 9(12) VALUE 0.
         01 WS-MAN-SIZED-FILES       PIC 9(05) VALUE 0.
         01 WS-UNSIZED-FILES         PIC 9(05) VALUE 0.
         01 WS-NO-MAN-FILES          PIC 9(05) VALUE 0.

      *    A date and time stamp, YYYYMMDDHHMMSSCC, and its two
      *    halves; 400-STAMP-TO-SECS turns it into seconds on a
      *    continuous count so two stamps subtract to an elapsed
      *    time across midnight and month ends.
         01 WS-STAMP                 PIC 9(16) VALUE 0.
         01 WS-STAMP-PARTS REDEFINES WS-STAMP.
            05 WS-STAMP-DATE         PIC 9(08).
            05 WS-STAMP-TIME         PIC 9(08).
         01 WS-STAMP-CHARS REDEFINES WS-STAMP PIC X(16).
         01 WS-STAMP-SECS            PIC 9(12) VALUE 0.
         01 WS-START-SECS            PIC 9(12) VALUE 0.
         01 WS-ELAPSED-SECS          PIC 9(07) VALUE 0.
         01 WS-STAMP-TEXT            PIC X(16) VALUE SPACES.

      *    Time of day, HHMMSSCC, in seconds (410-TIME-TO-SECS), and
      *    the noon-to-noon clock offset of it (440-CLOCK-OFFSET).
         01 WS-TIME-VALUE            PIC 9(08) VALUE 0.
         01 WS-TIME-HH               PIC 99 VALUE 0.
         01 WS-TIME-MM               PIC 99 VALUE 0.
         01 WS-TIME-SS               PIC 99 VALUE 0.
         01 WS-TIME-REM1             PIC 9(06) VALUE 0.
         01 WS-TIME-REM2             PIC 9(04) VALUE 0.
         01 WS-TIME-SECS             PIC 9(06) VALUE 0.
         01 WS-OFFSET-SECS           PIC 9(06) VALUE 0.

      *    420-FORMAT-SECS / 425-FORMAT-CLOCK work fields.
         01 WS-FMT-SECS              PIC 9(09) VALUE 0.
         01 WS-FMT-HOURS             PIC 9(05) VALUE 0.
         01 WS-FMT-REM               PIC 9(05) VALUE 0.
         01 WS-FMT-MINS              PIC 99 VALUE 0.
         01 WS-FMT-SS                PIC 99 VALUE 0.
         01 WS-FMT-DAYS              PIC 9(04) VALUE 0.
         01 WS-FMT-HOURS-ED          PIC ZZ9.
         01 WS-FMT-HH                PIC 99 VALUE 0.
         01 WS-HMS-TEXT              PIC X(09) VALUE SPACES.
         01 WS-CLOCK-TEXT            PIC X(05) VALUE SPACES.

           COPY AOC06DW.

      *    The history pass.  A night's rows are appended together,
      *    so they are read back together: they are held in the
      *    night buffer until the cycle changes, then the night is
      *    closed off as a whole.  WS-NEWEST-WEEK is the week of
      *    the newest night on the history; a night's week slot is
      *    its week counted back from there, 104 being the newest.
         01 WS-NEWEST-DATE           PIC 9(08) VALUE 0.
         01 WS-NEWEST-WEEK           PIC 9(09) VALUE 0.
         01 WS-WEEK                  PIC 9(09) VALUE 0.
         01 WS-WK-SLOT               PIC S9(09) VALUE 0.
         01 WS-WK-SUB                PIC 9(03) VALUE 0.
         01 WS-DETAIL-FROM-SLOT      PIC 9(03) VALUE 0.
         01 WS-HIST-NIGHTS           PIC 9(07) VALUE 0.
         01 WS-HIST-ROWS             PIC 9(07) VALUE 0.
         01 WS-NB-COUNT              PIC 99 VALUE 0.
         01 WS-NB-SUB                PIC 99 VALUE 0.
         01 WS-NB-CYCLE              PIC X(14) VALUE SPACES.
         01 WS-NIGHT-BUFFER.
            05 WS-NB-ROW OCCURS 10 TIMES PIC X(125).

      *    The night being closed off: its night row, and the
      *    longest of its mapped streams against the others.
         01 WS-NT-SUB                PIC 99 VALUE 0.
         01 WS-NT-CYCLE              PIC X(14) VALUE SPACES.
         01 WS-NT-STREAMS            PIC 9 VALUE 0.
         01 WS-NT-ELAPSED            PIC 9(07) VALUE 0.
         01 WS-NT-BYTES              PIC 9(12) VALUE 0.
         01 WS-NT-VOLUME             PIC 9(12) VALUE 0.
         01 WS-NT-START-TIME         PIC 9(08) VALUE 0.
         01 WS-LONG-STREAM           PIC 9 VALUE 0.
         01 WS-LONG-SECS             PIC 9(07) VALUE 0.
         01 WS-LONG-BYTES            PIC 9(12) VALUE 0.
         01 WS-LONG-VOLUME           PIC 9(12) VALUE 0.
         01 WS-MAPPED-COUNT          PIC 9 VALUE 0.
         01 WS-MAPPED-SECS           PIC 9(09) VALUE 0.
         01 WS-MAPPED-BYTES          PIC 9(13) VALUE 0.
         01 WS-MAPPED-VOLUME         PIC 9(13) VALUE 0.
         01 WS-OTHERS-MEAN           PIC 9(07) VALUE 0.
         01 WS-RATIO-PCT             PIC 9(05) VALUE 0.

      *    The week table, one slot per week back from the newest.
      *    WK-LONGEST-SECS adds up each night's longest run: the
      *    longest stream on a parallel night, the job on a serial
      *    one - the figure the window end is really up against.
         01 WS-WEEK-TABLE.
            05 WS-WK-ENTRY OCCURS 104 TIMES.
               10 WK-NIGHTS          PIC 9(03).
               10 WK-FIRST-DATE      PIC 9(08).
               10 WK-VOLUME          PIC 9(14).
               10 WK-BYTES           PIC 9(14).
               10 WK-SECS            PIC 9(09).
               10 WK-LONGEST-SECS    PIC 9(09).
               10 WK-PAR-NIGHTS      PIC 9(03).
               10 WK-UNBAL-NIGHTS    PIC 9(03).
         01 WS-WK-AVG-VOLUME         PIC 9(12) VALUE 0.
         01 WS-WK-PREV-VOLUME        PIC 9(12) VALUE 0.
         01 WS-WK-CHANGE             PIC S9(05)V9 VALUE 0.
         01 WS-WEEKS-PRINTED         PIC 9(03) VALUE 0.

      *    Unbalanced nights, oldest first; past the table they are
      *    only counted.
         01 WS-UNBAL-TABLE.
            05 WS-UB-COUNT           PIC 9(03) VALUE 0.
            05 WS-UB-ENTRY OCCURS 100 TIMES.
               10 UB-CYCLE           PIC X(14).
               10 UB-STREAMS         PIC 9.
               10 UB-STREAM          PIC 9.
               10 UB-LONG-SECS       PIC 9(07).
               10 UB-OTHERS-MEAN     PIC 9(07).
               10 UB-RATIO-PCT       PIC 9(05).
               10 UB-VOL-SHARE       PIC 9(03)V9.
               10 UB-BYTE-SHARE      PIC 9(03)V9.
         01 WS-UB-SUB                PIC 9(03) VALUE 0.
         01 WS-UB-UNLISTED           PIC 9(05) VALUE 0.
         01 WS-UB-FAIR-SHARE         PIC 9(03)V9 VALUE 0.

      *    Forecast accumulators, over the nights of the fit weeks.
      *    FS- the serial nights; FP- the parallel nights; FI- every
      *    mapped stream run (the rate of one instance of the scan);
      *    FK- stream by stream, for the nights since the stream
      *    count last changed - a stream's share of a two-stream
      *    night says nothing about a three-stream one.  Start
      *    times are summed as noon-to-noon clock offsets.
         01 WS-FS-NIGHTS             PIC 9(05) VALUE 0.
         01 WS-FS-BYTES              PIC 9(15) VALUE 0.
         01 WS-FS-SECS               PIC 9(11) VALUE 0.
         01 WS-FS-START-SUM          PIC 9(11) VALUE 0.
         01 WS-FP-NIGHTS             PIC 9(05) VALUE 0.
         01 WS-FP-START-SUM          PIC 9(11) VALUE 0.
         01 WS-FP-STREAMS            PIC 9 VALUE 0.
         01 WS-FI-BYTES              PIC 9(15) VALUE 0.
         01 WS-FI-SECS               PIC 9(11) VALUE 0.
         01 WS-FK-TABLE.
            05 WS-FK-ENTRY OCCURS 9 TIMES.
               10 FK-RUNS            PIC 9(05).
               10 FK-BYTES           PIC 9(15).
               10 FK-SECS            PIC 9(11).
               10 FK-START-SUM       PIC 9(11).
               10 FK-SHARE-SUM       PIC 9(05)V9(06).
         01 WS-LAST-CYCLE            PIC X(14) VALUE SPACES.
         01 WS-LAST-STREAMS          PIC 9 VALUE 0.

      *    The straight-line fit of the weekly average volume (y)
      *    against the week (x, 1 for the oldest fit week up to
      *    WEEKS= for the newest).
         01 WS-FIT-N                 PIC 9(03) VALUE 0.
         01 WS-FIT-X                 PIC 9(03) VALUE 0.
         01 WS-FIT-SX                PIC 9(07) VALUE 0.
         01 WS-FIT-SXX               PIC 9(09) VALUE 0.
         01 WS-FIT-SY                PIC 9(15) VALUE 0.
         01 WS-FIT-SXY               PIC 9(17) VALUE 0.
         01 WS-FIT-DENOM             PIC S9(11) VALUE 0.
         01 WS-FIT-SLOPE             PIC S9(13)V99 VALUE 0.
         01 WS-FIT-BASE              PIC S9(13)V99 VALUE 0.
         01 WS-VOLUME-NOW            PIC S9(13) VALUE 0.
         01 WS-VOLUME-HORIZON        PIC S9(13) VALUE 0.
         01 WS-GROWTH-PCT            PIC S9(05)V9 VALUE 0.
         01 WS-WINDOW-OFFSET         PIC 9(06) VALUE 0.

      *    170-FORECAST-RUN: one run (the serial job or a stream)
      *    against the window.  The caller sets the label, rate,
      *    usual start and share of the night's volume, and whether
      *    the run is how the night runs now (WS-FC-CURRENT-SW); an
      *    overrun of a current run within HORIZON= is RC=8.
         01 WS-FC-LABEL              PIC X(09) VALUE SPACES.
         01 WS-FC-RATE               PIC 9(09) VALUE 0.
         01 WS-FC-START              PIC 9(06) VALUE 0.
         01 WS-FC-SHARE              PIC 9V9(06) VALUE 0.
         01 WS-FC-CURRENT-SW         PIC X VALUE 'N'.
         01 WS-FC-WINDOW             PIC S9(07) VALUE 0.
         01 WS-FC-FITS               PIC S9(15) VALUE 0.
         01 WS-FC-END-NOW            PIC 9(09) VALUE 0.
         01 WS-FC-WEEKS              PIC 9(07) VALUE 0.
         01 WS-FC-STATE              PIC X VALUE SPACE.
            88 FC-NO-RATE                VALUE 'X'.
            88 FC-WINDOW-CLOSED          VALUE 'C'.
            88 FC-OVERRUNS-NOW           VALUE 'N'.
            88 FC-NOT-GROWING            VALUE 'G'.
            88 FC-OVERRUNS-LATER         VALUE 'W'.
         01 WS-FC-SOURCE             PIC X(30) VALUE SPACES.
         01 WS-FIRST-OVER-STREAM     PIC 9 VALUE 0.
         01 WS-FIRST-OVER-WEEKS      PIC 9(07) VALUE 0.
         01 WS-FIRST-OVER-STATE      PIC X VALUE SPACE.
         01 WS-OVERRUN-SW            PIC X VALUE 'N'.
         01 WS-PER-STREAM-FITS       PIC 9(15) VALUE 0.
         01 WS-NEEDED-NOW            PIC 9(07) VALUE 0.
         01 WS-NEEDED-HORIZON        PIC 9(07) VALUE 0.
         01 WS-RUNS-NOW              PIC 9 VALUE 0.

      *    A history row as printed, and its heading; each heading
      *    FILLER spans its column and the gap after it.
         01 WS-HIST-HEAD.
            05 FILLER                PIC X(16) VALUE 'CYCLE'.
            05 FILLER                PIC X(08) VALUE 'RUN'.
            05 FILLER                PIC X(18) VALUE 'START'.
            05 FILLER                PIC X(18) VALUE 'END'.
            05 FILLER                PIC X(11) VALUE '  ELAPSED'.
            05 FILLER                PIC X(07) VALUE 'FILES'.
            05 FILLER                PIC X(15) VALUE 'BYTES SCANNED'.
            05 FILLER                PIC X(16) VALUE 'MANIFEST BYTES'.
            05 FILLER                PIC X(11) VALUE 'BYTES/SEC'.
            05 FILLER                PIC X(40) VALUE 'NOTE'.
         01 WS-HIST-LINE.
            05 HL-CYCLE              PIC X(14).
            05 FILLER                PIC XX VALUE SPACES.
            05 HL-RUN                PIC X(06).
            05 FILLER                PIC XX VALUE SPACES.
            05 HL-START              PIC X(16).
            05 FILLER                PIC XX VALUE SPACES.
            05 HL-END                PIC X(16).
            05 FILLER                PIC XX VALUE SPACES.
            05 HL-ELAPSED            PIC X(09).
            05 FILLER                PIC XX VALUE SPACES.
            05 HL-FILES              PIC Z(04)9.
            05 FILLER                PIC XX VALUE SPACES.
            05 HL-BYTES              PIC Z(12)9.
            05 FILLER                PIC XX VALUE SPACES.
            05 HL-VOLUME             PIC Z(13)9.
            05 FILLER                PIC XX VALUE SPACES.
            05 HL-RATE               PIC Z(08)9.
            05 FILLER                PIC XX VALUE SPACES.
            05 HL-NOTE               PIC X(40).

      *    A week of the trend as printed, and its heading.
         01 WS-WEEK-HEAD.
            05 FILLER                PIC X(13) VALUE 'FIRST NIGHT'.
            05 FILLER                PIC X(08) VALUE 'NIGHTS'.
            05 FILLER                PIC X(16) VALUE '    AVG VOLUME'.
            05 FILLER                PIC X(10) VALUE 'CHANGE%'.
            05 FILLER                PIC X(16) VALUE '     AVG BYTES'.
            05 FILLER                PIC X(13) VALUE 'AVG ELAPSED'.
            05 FILLER                PIC X(12) VALUE ' BYTES/SEC'.
            05 FILLER                PIC X(13) VALUE 'AVG LONGEST'.
            05 FILLER                PIC X(10) VALUE 'PARALLEL'.
            05 FILLER                PIC X(10) VALUE 'UNBALANCED'.
         01 WS-WEEK-LINE.
            05 WL-WEEK               PIC X(10).
            05 FILLER                PIC X(03) VALUE SPACES.
            05 WL-NIGHTS             PIC Z(05)9.
            05 FILLER                PIC XX VALUE SPACES.
            05 WL-VOLUME             PIC Z(13)9.
            05 FILLER                PIC XX VALUE SPACES.
            05 WL-CHANGE             PIC X(07).
            05 FILLER                PIC X(03) VALUE SPACES.
            05 WL-BYTES              PIC Z(13)9.
            05 FILLER                PIC X(04) VALUE SPACES.
            05 WL-ELAPSED            PIC X(09).
            05 FILLER                PIC XX VALUE SPACES.
            05 WL-RATE               PIC Z(09)9.
            05 FILLER                PIC X(04) VALUE SPACES.
            05 WL-LONGEST            PIC X(09).
            05 FILLER                PIC XX VALUE SPACES.
            05 WL-PARALLEL           PIC Z(07)9.
            05 FILLER                PIC XX VALUE SPACES.
            05 WL-UNBAL              PIC Z(09)9.
         01 WS-CHANGE-ED             PIC -(04)9.9.

      *    An unbalanced night as printed.  The shares are of the
      *    night's mapped streams: what the split dealt the longest
      *    stream (MANIFEST volume) and what it actually scanned.
         01 WS-UNBAL-HEAD.
            05 FILLER                PIC X(16) VALUE 'CYCLE'.
            05 FILLER                PIC X(09) VALUE 'STREAMS'.
            05 FILLER                PIC X(09) VALUE 'LONGEST'.
            05 FILLER                PIC X(13) VALUE 'ITS ELAPSED'.
            05 FILLER                PIC X(13) VALUE 'OTHERS MEAN'.
            05 FILLER                PIC X(08) VALUE 'RATIO%'.
            05 FILLER                PIC X(12) VALUE 'VOL SHARE%'.
            05 FILLER                PIC X(13) VALUE 'BYTE SHARE%'.
            05 FILLER                PIC X(40) VALUE 'LIKELY CAUSE'.
         01 WS-UNBAL-LINE.
            05 UL-CYCLE              PIC X(14).
            05 FILLER                PIC XX VALUE SPACES.
            05 UL-STREAMS            PIC Z(06)9.
            05 FILLER                PIC XX VALUE SPACES.
            05 UL-STREAM             PIC X(07).
            05 FILLER                PIC X(04) VALUE SPACES.
            05 UL-LONG               PIC X(09).
            05 FILLER                PIC X(04) VALUE SPACES.
            05 UL-OTHERS             PIC X(09).
            05 FILLER                PIC XX VALUE SPACES.
            05 UL-RATIO              PIC Z(05)9.
            05 FILLER                PIC X(07) VALUE SPACES.
            05 UL-VOL-SHARE          PIC ZZ9.9.
            05 FILLER                PIC X(08) VALUE SPACES.
            05 UL-BYTE-SHARE         PIC ZZ9.9.
            05 FILLER                PIC XX VALUE SPACES.
            05 UL-CAUSE              PIC X(40).

      *    A forecast run as printed, and its heading.
         01 WS-FC-HEAD.
            05 FILLER                PIC X(11) VALUE 'RUN'.
            05 FILLER                PIC X(12) VALUE ' BYTES/SEC'.
            05 FILLER                PIC X(07) VALUE 'START'.
            05 FILLER                PIC X(10) VALUE 'ENDS NOW'.
            05 FILLER                PIC X(08) VALUE 'SHARE%'.
            05 FILLER                PIC X(19) VALUE
                   ' VOLUME THAT FITS'.
            05 FILLER                PIC X(60) VALUE 'VERDICT'.
         01 WS-FC-LINE.
            05 FCL-RUN               PIC X(09).
            05 FILLER                PIC XX VALUE SPACES.
            05 FCL-RATE              PIC Z(09)9.
            05 FILLER                PIC XX VALUE SPACES.
            05 FCL-START             PIC X(05).
            05 FILLER                PIC X(05) VALUE SPACES.
            05 FCL-END-NOW           PIC X(05).
            05 FILLER                PIC X(03) VALUE SPACES.
            05 FCL-SHARE             PIC ZZ9.9.
            05 FILLER                PIC XX VALUE SPACES.
            05 FCL-FITS              PIC Z(16)9.
            05 FILLER                PIC XX VALUE SPACES.
            05 FCL-VERDICT           PIC X(60).
         01 WS-SHARE-PCT             PIC 9(03)V9 VALUE 0.

      *    320-WRITE-FIGURE prints WS-FIG-LABEL and WS-FIG-VALUE as
      *    one line of a section, label and figure in fixed columns.
         01 WS-FIG-LABEL             PIC X(40) VALUE SPACES.
         01 WS-FIG-VALUE             PIC S9(15) VALUE 0.
         01 WS-FIG-ED                PIC -(15)9.
         01 WS-NUM-ED                PIC Z(08)9.
         01 WS-NUM2-ED               PIC Z(08)9.
         01 WS-NUM3-ED               PIC Z(08)9.

         01 WS-RETURN-CODE           PIC 99 VALUE 0.

      *    Six tokens and a seventh slot as the overflow sentinel.
         01 WS-PARM-TEXT             PIC X(80) VALUE SPACES.
         01 WS-PARM-TOKENS.
            05 WS-PARM-TOK OCCURS 7 TIMES PIC X(20).
         01 WS-PARM-TOK-LENS.
            05 WS-PARM-TOK-LEN OCCURS 7 TIMES PIC 99.
         01 WS-PARM-SUB              PIC 99 VALUE 0.
         01 WS-PARM-CUR-TOK          PIC X(20) VALUE SPACES.
         01 WS-PARM-CUR-LEN          PIC 99 VALUE 0.
         01 WS-PARM-KEY-LEN          PIC 99 VALUE 0.
         01 WS-PARM-VAL-LEN          PIC 99 VALUE 0.
         01 WS-PARM-VAL-OK-SW        PIC X VALUE 'N'.
         01 WS-PARM-NUM              PIC 9(04) VALUE 0.

         01 WS-CAP-LINE              PIC X(160) VALUE SPACES.

       LINKAGE SECTION.
      *    Standard MVS batch PARM layout, as in part2.cbl.
       01 LK-PARM-AREA.
          05 LK-PARM-LEN           PIC S9(4) COMP.
          05 LK-PARM-TEXT          PIC X(80).

       PROCEDURE DIVISION USING LK-PARM-AREA.
           PERFORM 010-INIT-RUN THRU 010-EXIT.
           IF WS-PARM-VALID-SW NOT = 'Y'
              MOVE 12 TO WS-RETURN-CODE
              MOVE 'ABORTED: PARM NOT VALID, NOTHING RECORDED'
                  TO WS-CAP-LINE
              PERFORM 310-WRITE-CAP-LINE THRU 310-EXIT
           ELSE
              PERFORM 020-RECORD-NIGHT THRU 020-EXIT
              PERFORM 100-HISTORY-REPORT THRU 100-EXIT
           END-IF.
           PERFORM 900-TERM-RUN THRU 900-EXIT.
           MOVE WS-RETURN-CODE TO RETURN-CODE.
           GOBACK.

      *----------------------------------------------------------*
      *    RUN-LEVEL INITIALISATION / PARM PARSING                 *
      *----------------------------------------------------------*
      *    Every token is checked and a bad one is printed; one bad
      *    token stops the run before anything is recorded - a
      *    mistyped CYCLE= must not record the wrong night, nor a
      *    mistyped WINDOW= quietly forecast against the wrong end.
       010-INIT-RUN.
           MOVE SPACES TO WS-PARM-TEXT.
           IF LK-PARM-LEN > 0
              IF LK-PARM-LEN > 80
                 MOVE LK-PARM-TEXT(1:80) TO WS-PARM-TEXT
              ELSE
                 MOVE LK-PARM-TEXT(1:LK-PARM-LEN) TO WS-PARM-TEXT
              END-IF
           END-IF.
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
           OPEN OUTPUT CAPRPT.
           MOVE 'AOC06CAP THROUGHPUT HISTORY AND BATCH-WINDOW FORECAST'
               TO WS-CAP-LINE.
           PERFORM 310-WRITE-CAP-LINE THRU 310-EXIT.
           STRING 'PARM=' DELIMITED BY SIZE
                  WS-PARM-TEXT DELIMITED BY '  '
               INTO WS-CAP-LINE.
           PERFORM 310-WRITE-CAP-LINE THRU 310-EXIT.
           MOVE SPACES TO WS-PARM-TOKENS.
           PERFORM 014-CLEAR-TOK-LEN THRU 014-EXIT
                   VARYING WS-PARM-SUB FROM 1 BY 1
                   UNTIL WS-PARM-SUB > 7.
           UNSTRING WS-PARM-TEXT DELIMITED BY ALL SPACE
               INTO WS-PARM-TOK(1) COUNT IN WS-PARM-TOK-LEN(1)
                    WS-PARM-TOK(2) COUNT IN WS-PARM-TOK-LEN(2)
                    WS-PARM-TOK(3) COUNT IN WS-PARM-TOK-LEN(3)
                    WS-PARM-TOK(4) COUNT IN WS-PARM-TOK-LEN(4)
                    WS-PARM-TOK(5) COUNT IN WS-PARM-TOK-LEN(5)
                    WS-PARM-TOK(6) COUNT IN WS-PARM-TOK-LEN(6)
                    WS-PARM-TOK(7) COUNT IN WS-PARM-TOK-LEN(7)
           END-UNSTRING.
           PERFORM 012-CLASSIFY-TOKEN THRU 012-EXIT
                   VARYING WS-PARM-SUB FROM 1 BY 1
                   UNTIL WS-PARM-SUB > 6.
           IF WS-PARM-TOK-LEN(7) > 0
              MOVE 'N' TO WS-PARM-VALID-SW
              MOVE 'PARM NOT VALID: MORE THAN SIX TOKENS'
                  TO WS-CAP-LINE
              PERFORM 310-WRITE-CAP-LINE THRU 310-EXIT
           END-IF.
       010-EXIT.
           EXIT.

       012-CLASSIFY-TOKEN.
           MOVE WS-PARM-TOK(WS-PARM-SUB) TO WS-PARM-CUR-TOK.
           MOVE WS-PARM-TOK-LEN(WS-PARM-SUB) TO WS-PARM-CUR-LEN.
           IF WS-PARM-CUR-LEN = 0
              GO TO 012-EXIT
           END-IF.
           IF WS-PARM-CUR-LEN > 20
              PERFORM 018-BAD-TOKEN THRU 018-EXIT
              GO TO 012-EXIT
           END-IF.
           IF WS-PARM-CUR-TOK(1:6) = 'CYCLE='
              IF WS-PARM-CUR-LEN = 20
                 AND WS-PARM-CUR-TOK(7:14) IS NUMERIC
                 MOVE WS-PARM-CUR-TOK(7:14) TO WS-RUN-CYCLE
              ELSE
                 PERFORM 018-BAD-TOKEN THRU 018-EXIT
              END-IF
              GO TO 012-EXIT
           END-IF.
           IF WS-PARM-CUR-TOK(1:7) = 'WINDOW='
              IF WS-PARM-CUR-LEN = 11
                 AND WS-PARM-CUR-TOK(8:4) IS NUMERIC
                 AND WS-PARM-CUR-TOK(8:2) < '24'
                 AND WS-PARM-CUR-TOK(10:2) < '60'
                 MOVE WS-PARM-CUR-TOK(8:4) TO WS-WINDOW-HHMM
                 MOVE 'Y' TO WS-WINDOW-SW
              ELSE
                 PERFORM 018-BAD-TOKEN THRU 018-EXIT
              END-IF
              GO TO 012-EXIT
           END-IF.
           IF WS-PARM-CUR-TOK(1:6) = 'IMBAL='
              MOVE 6 TO WS-PARM-KEY-LEN
              PERFORM 016-PARSE-NUMBER THRU 016-EXIT
              IF WS-PARM-VAL-OK-SW = 'Y'
                 AND WS-PARM-NUM > 100 AND WS-PARM-NUM < 1000
                 MOVE WS-PARM-NUM TO WS-IMBAL-PCT
              ELSE
                 PERFORM 018-BAD-TOKEN THRU 018-EXIT
              END-IF
              GO TO 012-EXIT
           END-IF.
           IF WS-PARM-CUR-TOK(1:6) = 'WEEKS='
              MOVE 6 TO WS-PARM-KEY-LEN
              PERFORM 016-PARSE-NUMBER THRU 016-EXIT
              IF WS-PARM-VAL-OK-SW = 'Y'
                 AND WS-PARM-NUM > 1 AND WS-PARM-NUM < 53
                 MOVE WS-PARM-NUM TO WS-FIT-WEEKS
              ELSE
                 PERFORM 018-BAD-TOKEN THRU 018-EXIT
              END-IF
              GO TO 012-EXIT
           END-IF.
           IF WS-PARM-CUR-TOK(1:8) = 'HORIZON='
              MOVE 8 TO WS-PARM-KEY-LEN
              PERFORM 016-PARSE-NUMBER THRU 016-EXIT
              IF WS-PARM-VAL-OK-SW = 'Y'
                 AND WS-PARM-NUM > 0 AND WS-PARM-NUM < 105
                 MOVE WS-PARM-NUM TO WS-HORIZON-WEEKS
              ELSE
                 PERFORM 018-BAD-TOKEN THRU 018-EXIT
              END-IF
              GO TO 012-EXIT
           END-IF.
           PERFORM 018-BAD-TOKEN THRU 018-EXIT.
       012-EXIT.
           EXIT.

       014-CLEAR-TOK-LEN.
           MOVE 0 TO WS-PARM-TOK-LEN(WS-PARM-SUB).
       014-EXIT.
           EXIT.

      *    The value after the keyword (WS-PARM-KEY-LEN long), one
      *    to four digits, into WS-PARM-NUM.
       016-PARSE-NUMBER.
           MOVE 'N' TO WS-PARM-VAL-OK-SW.
           MOVE 0 TO WS-PARM-NUM.
           IF WS-PARM-CUR-LEN NOT > WS-PARM-KEY-LEN
              GO TO 016-EXIT
           END-IF.
           COMPUTE WS-PARM-VAL-LEN =
               WS-PARM-CUR-LEN - WS-PARM-KEY-LEN.
           IF WS-PARM-VAL-LEN > 4
              GO TO 016-EXIT
           END-IF.
           IF WS-PARM-CUR-TOK(WS-PARM-KEY-LEN + 1:WS-PARM-VAL-LEN)
              IS NUMERIC
              MOVE WS-PARM-CUR-TOK(WS-PARM-KEY-LEN + 1:
                                   WS-PARM-VAL-LEN)
                  TO WS-PARM-NUM
              MOVE 'Y' TO WS-PARM-VAL-OK-SW
           END-IF.
       016-EXIT.
           EXIT.

       018-BAD-TOKEN.
           MOVE 'N' TO WS-PARM-VALID-SW.
           STRING 'PARM TOKEN NOT VALID: ' DELIMITED BY SIZE
                  WS-PARM-CUR-TOK DELIMITED BY SPACE
               INTO WS-CAP-LINE.
           PERFORM 310-WRITE-CAP-LINE THRU 310-EXIT.
       018-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *    RECORD THE NIGHT                                        *
      *----------------------------------------------------------*
      *    Each check that stops the night being recorded says why
      *    and leaves the history as it was; the report below still
      *    runs off what the history already holds.
       020-RECORD-NIGHT.
           PERFORM 310-WRITE-CAP-LINE THRU 310-EXIT.
           MOVE 'TONIGHT' TO WS-CAP-LINE.
           PERFORM 310-WRITE-CAP-LINE THRU 310-EXIT.
           PERFORM 022-FIND-CYCLE THRU 022-EXIT.
           IF WS-MARKERLOG-STATUS NOT = '00'
              GO TO 020-EXIT
           END-IF.
           IF WS-RUN-CYCLE = SPACES
              IF WS-RETURN-CODE < 4
                 MOVE 4 TO WS-RETURN-CODE
              END-IF
              MOVE '  NO CYCLE ON MARKERLOG, NOTHING RECORDED'
                  TO WS-CAP-LINE
              PERFORM 310-WRITE-CAP-LINE THRU 310-EXIT
              GO TO 020-EXIT
           END-IF.
           PERFORM 024-CHECK-RECORDED THRU 024-EXIT.
           IF WS-ON-HISTORY-SW = 'Y'
              STRING '  CYCLE ' DELIMITED BY SIZE
                     WS-RUN-CYCLE DELIMITED BY SIZE
                     ' IS ALREADY ON CAPHIST, NOT RECORDED AGAIN'
                         DELIMITED BY SIZE
                  INTO WS-CAP-LINE
              PERFORM 310-WRITE-CAP-LINE THRU 310-EXIT
              GO TO 020-EXIT
           END-IF.
           PERFORM 030-SCAN-LEDGER THRU 030-EXIT.
           IF WS-PARALLEL-NIGHT-SW = 'Y'
              PERFORM 036-CHECK-COMPLETE THRU 036-EXIT
              IF WS-NIGHT-OPEN-SW = 'Y'
                 GO TO 020-EXIT
              END-IF
           END-IF.
           PERFORM 040-SCAN-MARKERLOG THRU 040-EXIT.
           IF WS-TABLE-OVERFLOW-SW = 'Y'
              MOVE 16 TO WS-RETURN-CODE
              MOVE '  FILE TABLE FULL, NIGHT NOT RECORDED'
                  TO WS-CAP-LINE
              PERFORM 310-WRITE-CAP-LINE THRU 310-EXIT
              GO TO 020-EXIT
           END-IF.
           IF WS-MLOG-CYCLE-ROWS = 0
              IF WS-RETURN-CODE < 4
                 MOVE 4 TO WS-RETURN-CODE
              END-IF
              STRING '  NO MARKERLOG ROW OF CYCLE ' DELIMITED BY SIZE
                     WS-RUN-CYCLE DELIMITED BY SIZE
                     ', NOTHING RECORDED' DELIMITED BY SIZE
                  INTO WS-CAP-LINE
              PERFORM 310-WRITE-CAP-LINE THRU 310-EXIT
              GO TO 020-EXIT
           END-IF.
           PERFORM 050-LOAD-MANIFEST THRU 050-EXIT.
           PERFORM 054-LOAD-SIGFILE THRU 054-EXIT.
           PERFORM 060-SIZE-ONE-FILE THRU 060-EXIT
                   VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-FILE-COUNT.
           IF WS-PARALLEL-NIGHT-SW = 'Y'
              PERFORM 070-MAP-ONE-STREAM THRU 070-EXIT
                      VARYING WS-STR-SUB FROM 1 BY 1
                      UNTIL WS-STR-SUB > 9
              PERFORM 078-TALLY-STREAM-FILE THRU 078-EXIT
                      VARYING WS-SUB FROM 1 BY 1
                      UNTIL WS-SUB > WS-FILE-COUNT
           END-IF.
           PERFORM 080-APPEND-NIGHT THRU 080-EXIT.
       020-EXIT.
           EXIT.

      *    With no CYCLE= the night is the newest MLOG-CYCLE
      *    anywhere on MARKERLOG, compared as raw characters as
      *    AOC06REC's 020-FIND-RUN-DATE does.  Rows from before the
      *    cycle column carry blanks and never win.
       022-FIND-CYCLE.
           MOVE 'N' TO WS-IN-EOF-SW.
           OPEN INPUT MARKERLOG.
           IF WS-MARKERLOG-STATUS NOT = '00'
              MOVE 'MARKERLOG' TO WS-DS-NAME
              MOVE WS-MARKERLOG-STATUS TO WS-OPEN-STATUS
              PERFORM 330-REPORT-NOT-PRESENT THRU 330-EXIT
              MOVE '  NO NIGHT RECORDED' TO WS-CAP-LINE
              PERFORM 310-WRITE-CAP-LINE THRU 310-EXIT
              GO TO 022-EXIT
           END-IF.
           IF WS-RUN-CYCLE = SPACES
              PERFORM 023-FIND-CYCLE-STEP THRU 023-EXIT
                      UNTIL IN-EOF-SW
           END-IF.
           CLOSE MARKERLOG.
           STRING '  CYCLE=' DELIMITED BY SIZE
                  WS-RUN-CYCLE DELIMITED BY SIZE
               INTO WS-CAP-LINE.
           PERFORM 310-WRITE-CAP-LINE THRU 310-EXIT.
       022-EXIT.
           EXIT.

       023-FIND-CYCLE-STEP.
           READ MARKERLOG
               AT END MOVE 'Y' TO WS-IN-EOF-SW
           END-READ.
           IF IN-EOF-SW
              GO TO 023-EXIT
           END-IF.
           IF MLOG-CYCLE > WS-RUN-CYCLE
              MOVE MLOG-CYCLE TO WS-RUN-CYCLE
           END-IF.
       023-EXIT.
           EXIT.

      *    A missing CAPHIST is the first night ever: nothing on it.
       024-CHECK-RECORDED.
           MOVE 'N' TO WS-IN-EOF-SW.
           OPEN INPUT CAPHIST.
           IF WS-CAPHIST-STATUS NOT = '00'
              GO TO 024-EXIT
           END-IF.
           PERFORM 025-CHECK-RECORDED-STEP THRU 025-EXIT
                   UNTIL IN-EOF-SW
                      OR WS-ON-HISTORY-SW = 'Y'.
           CLOSE CAPHIST.
       024-EXIT.
           EXIT.

       025-CHECK-RECORDED-STEP.
           READ CAPHIST
               AT END MOVE 'Y' TO WS-IN-EOF-SW
           END-READ.
           IF IN-EOF-SW
              GO TO 025-EXIT
           END-IF.
           MOVE CAPHIST-RECORD TO WS-CPH-ROW.
           IF CPH-CYCLE = WS-RUN-CYCLE
              MOVE 'Y' TO WS-ON-HISTORY-SW
           END-IF.
       025-EXIT.
           EXIT.

      *    The cycle's ledger rows: 'R' registrations make it a
      *    parallel night, 'S' and 'C' stamps time its streams.  A
      *    missing ledger is a shop that has never run parallel -
      *    a serial night, not a fault.
       030-SCAN-LEDGER.
           PERFORM 032-CLEAR-STREAM THRU 032-EXIT
                   VARYING WS-STR-SUB FROM 1 BY 1
                   UNTIL WS-STR-SUB > 9.
           MOVE 'N' TO WS-IN-EOF-SW.
           OPEN INPUT RUNLEDG.
           IF WS-RUNLEDG-STATUS NOT = '00'
              GO TO 030-EXIT
           END-IF.
           PERFORM 034-SCAN-LEDGER-STEP THRU 034-EXIT
                   UNTIL IN-EOF-SW.
           CLOSE RUNLEDG.
       030-EXIT.
           EXIT.

       032-CLEAR-STREAM.
           MOVE 'N' TO LG-REGISTERED-SW(WS-STR-SUB).
           MOVE 0 TO LG-ENTRY-COUNT(WS-STR-SUB).
           MOVE 0 TO LG-START-COUNT(WS-STR-SUB).
           MOVE 0 TO LG-START-STAMP(WS-STR-SUB).
           MOVE 0 TO LG-LAST-START-STAMP(WS-STR-SUB).
           MOVE 'N' TO LG-COMPLETE-SW(WS-STR-SUB).
           MOVE 0 TO LG-END-STAMP(WS-STR-SUB).
           MOVE 0 TO LG-RC(WS-STR-SUB).
           MOVE SPACE TO LG-STATE(WS-STR-SUB).
           MOVE 0 TO LG-LISTED(WS-STR-SUB).
           MOVE 0 TO LG-FILES(WS-STR-SUB).
           MOVE 0 TO LG-BYTES(WS-STR-SUB).
           MOVE 0 TO LG-VOLUME(WS-STR-SUB).
       032-EXIT.
           EXIT.

       034-SCAN-LEDGER-STEP.
           READ RUNLEDG
               AT END MOVE 'Y' TO WS-IN-EOF-SW
           END-READ.
           IF IN-EOF-SW
              GO TO 034-EXIT
           END-IF.
           IF RL-CYCLE NOT = WS-RUN-CYCLE
              OR RL-STREAM NOT NUMERIC
              GO TO 034-EXIT
           END-IF.
           IF RL-STREAM < 1
              GO TO 034-EXIT
           END-IF.
           MOVE RL-STREAM TO WS-STR-SUB.
           MOVE RL-DATE TO WS-STAMP-DATE.
           MOVE RL-TIME TO WS-STAMP-TIME.
           EVALUATE RL-ACTION
               WHEN 'R'
                   IF LG-REGISTERED-SW(WS-STR-SUB) NOT = 'Y'
                      ADD 1 TO WS-STREAM-COUNT
                   END-IF
                   MOVE 'Y' TO LG-REGISTERED-SW(WS-STR-SUB)
                   MOVE RL-ENTRY-COUNT TO LG-ENTRY-COUNT(WS-STR-SUB)
                   MOVE 'Y' TO WS-PARALLEL-NIGHT-SW
               WHEN 'S'
                   ADD 1 TO LG-START-COUNT(WS-STR-SUB)
                   IF LG-START-COUNT(WS-STR-SUB) = 1
                      OR WS-STAMP < LG-START-STAMP(WS-STR-SUB)
                      MOVE WS-STAMP TO LG-START-STAMP(WS-STR-SUB)
                   END-IF
                   IF WS-STAMP > LG-LAST-START-STAMP(WS-STR-SUB)
                      MOVE WS-STAMP TO LG-LAST-START-STAMP(WS-STR-SUB)
                   END-IF
               WHEN 'C'
                   IF WS-STAMP NOT < LG-END-STAMP(WS-STR-SUB)
                      MOVE WS-STAMP TO LG-END-STAMP(WS-STR-SUB)
                      MOVE RL-RC TO LG-RC(WS-STR-SUB)
                   END-IF
                   MOVE 'Y' TO LG-COMPLETE-SW(WS-STR-SUB)
           END-EVALUATE.
       034-EXIT.
           EXIT.

      *    A registered stream with no completion stamp (or none
      *    after its last start) is still running, or died: the
      *    night is not over and its elapsed time is not known.
       036-CHECK-COMPLETE.
           PERFORM 037-CHECK-ONE-STREAM THRU 037-EXIT
                   VARYING WS-STR-SUB FROM 1 BY 1
                   UNTIL WS-STR-SUB > 9.
           IF WS-NIGHT-OPEN-SW = 'Y'
              IF WS-RETURN-CODE < 4
                 MOVE 4 TO WS-RETURN-CODE
              END-IF
              STRING '  NIGHT NOT COMPLETE ON RUNLEDG, NOT RECORDED'
                         DELIMITED BY SIZE
                     ' - RERUN THIS JOB WHEN EVERY STREAM HAS '
                         DELIMITED BY SIZE
                     'COMPLETED' DELIMITED BY SIZE
                  INTO WS-CAP-LINE
              PERFORM 310-WRITE-CAP-LINE THRU 310-EXIT
           END-IF.
       036-EXIT.
           EXIT.

       037-CHECK-ONE-STREAM.
           IF LG-REGISTERED-SW(WS-STR-SUB) NOT = 'Y'
              GO TO 037-EXIT
           END-IF.
           IF LG-COMPLETE-SW(WS-STR-SUB) = 'Y'
              AND LG-START-COUNT(WS-STR-SUB) > 0
              AND LG-END-STAMP(WS-STR-SUB)
                  NOT < LG-LAST-START-STAMP(WS-STR-SUB)
              GO TO 037-EXIT
           END-IF.
           MOVE 'Y' TO WS-NIGHT-OPEN-SW.
           MOVE WS-STR-SUB TO WS-STREAM-DIGIT.
           STRING '  STREAM ' DELIMITED BY SIZE
                  WS-STREAM-DIGIT DELIMITED BY SIZE
                  ' REGISTERED BUT NOT COMPLETE' DELIMITED BY SIZE
               INTO WS-CAP-LINE.
           PERFORM 310-WRITE-CAP-LINE THRU 310-EXIT.
       037-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *    MARKERLOG - THE CYCLE'S FILES AND STAMPS                *
      *----------------------------------------------------------*
       040-SCAN-MARKERLOG.
           MOVE 'N' TO WS-IN-EOF-SW.
           OPEN INPUT MARKERLOG.
           IF WS-MARKERLOG-STATUS NOT = '00'
              GO TO 040-EXIT
           END-IF.
           PERFORM 045-SCAN-MARKERLOG-STEP THRU 045-EXIT
                   UNTIL IN-EOF-SW
                      OR WS-TABLE-OVERFLOW-SW = 'Y'.
           CLOSE MARKERLOG.
       040-EXIT.
           EXIT.

      *    A 'T'/'M'/'W'/'D' row's MLOG-IDX is the bytes read (see
      *    the MLOG-STATUS note in part2.cbl); on every other
      *    status it is a position or a count, not a size.
       045-SCAN-MARKERLOG-STEP.
           READ MARKERLOG
               AT END MOVE 'Y' TO WS-IN-EOF-SW
           END-READ.
           IF IN-EOF-SW
              GO TO 045-EXIT
           END-IF.
           IF MLOG-CYCLE NOT = WS-RUN-CYCLE
              GO TO 045-EXIT
           END-IF.
           ADD 1 TO WS-MLOG-CYCLE-ROWS.
           IF MLOG-RC IS NUMERIC
              AND MLOG-RC > WS-WORST-MLOG-RC
              MOVE MLOG-RC TO WS-WORST-MLOG-RC
           END-IF.
           IF MLOG-DATE IS NUMERIC AND MLOG-TIME IS NUMERIC
              MOVE MLOG-DATE TO WS-STAMP-DATE
              MOVE MLOG-TIME TO WS-STAMP-TIME
              IF WS-FIRST-STAMP = 0
                 OR WS-STAMP < WS-FIRST-STAMP
                 MOVE WS-STAMP TO WS-FIRST-STAMP
              END-IF
              IF WS-STAMP > WS-LAST-STAMP
                 MOVE WS-STAMP TO WS-LAST-STAMP
              END-IF
           END-IF.
           MOVE MLOG-INFILE-NAME TO WS-LOOKUP-NAME.
           PERFORM 210-FIND-OR-ADD-FILE THRU 210-EXIT.
           IF WS-FOUND-SLOT-SW NOT = 'Y'
              GO TO 045-EXIT
           END-IF.
           IF (MLOG-STATUS = 'T' OR 'M' OR 'W' OR 'D')
              AND MLOG-IDX IS NUMERIC
              MOVE MLOG-IDX TO FT-MLOG-BYTES(WS-SLOT)
              MOVE 'Y' TO FT-MLOG-BYTES-SW(WS-SLOT)
           END-IF.
       045-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *    MANIFEST AND SIGFILE - THE FILES' SIZES                 *
      *----------------------------------------------------------*
      *    Last row wins for a name on MANIFEST twice, as in
      *    part2.cbl's 039-LOOKUP-MANIFEST.  A missing MANIFEST
      *    leaves every file counting at its bytes scanned.
       050-LOAD-MANIFEST.
           MOVE 'N' TO WS-IN-EOF-SW.
           OPEN INPUT MANIFEST.
           IF WS-MANIFEST-STATUS NOT = '00'
              MOVE 'MANIFEST' TO WS-DS-NAME
              MOVE WS-MANIFEST-STATUS TO WS-OPEN-STATUS
              PERFORM 330-REPORT-NOT-PRESENT THRU 330-EXIT
              GO TO 050-EXIT
           END-IF.
           PERFORM 052-LOAD-MANIFEST-STEP THRU 052-EXIT
                   UNTIL IN-EOF-SW.
           CLOSE MANIFEST.
       050-EXIT.
           EXIT.

       052-LOAD-MANIFEST-STEP.
           READ MANIFEST
               AT END MOVE 'Y' TO WS-IN-EOF-SW
           END-READ.
           IF IN-EOF-SW
              GO TO 052-EXIT
           END-IF.
           IF MAN-EXPECTED-BYTES NOT NUMERIC
              GO TO 052-EXIT
           END-IF.
           MOVE MAN-INFILE-NAME TO WS-LOOKUP-NAME.
           PERFORM 200-FIND-FILE THRU 200-EXIT.
           IF WS-FOUND-SLOT-SW = 'Y'
              MOVE MAN-EXPECTED-BYTES TO FT-MAN-BYTES(WS-SLOT)
              MOVE 'Y' TO FT-MAN-SW(WS-SLOT)
           END-IF.
       052-EXIT.
           EXIT.

      *    SIGFILE is in append order and only gains a row when a
      *    file's size or digest changes, so the last row at or
      *    before the cycle is the size the cycle read (as in
      *    aoc06bal.cbl).
       054-LOAD-SIGFILE.
           MOVE 'N' TO WS-IN-EOF-SW.
           OPEN INPUT SIGFILE.
           IF WS-SIGFILE-STATUS NOT = '00'
              MOVE 'SIGFILE' TO WS-DS-NAME
              MOVE WS-SIGFILE-STATUS TO WS-OPEN-STATUS
              PERFORM 330-REPORT-NOT-PRESENT THRU 330-EXIT
              GO TO 054-EXIT
           END-IF.
           PERFORM 056-LOAD-SIGFILE-STEP THRU 056-EXIT
                   UNTIL IN-EOF-SW.
           CLOSE SIGFILE.
       054-EXIT.
           EXIT.

       056-LOAD-SIGFILE-STEP.
           READ SIGFILE
               AT END MOVE 'Y' TO WS-IN-EOF-SW
           END-READ.
           IF IN-EOF-SW
              GO TO 056-EXIT
           END-IF.
           IF SGI-CYCLE > WS-RUN-CYCLE OR SGI-BYTES NOT NUMERIC
              GO TO 056-EXIT
           END-IF.
           MOVE SGI-INFILE-NAME TO WS-LOOKUP-NAME.
           PERFORM 200-FIND-FILE THRU 200-EXIT.
           IF WS-FOUND-SLOT-SW = 'Y'
              MOVE SGI-BYTES TO FT-SIG-BYTES(WS-SLOT)
              MOVE 'Y' TO FT-SIG-SW(WS-SLOT)
           END-IF.
       056-EXIT.
           EXIT.

      *    Bytes scanned and the volume each file counts for; see
      *    the header for the order the sources are taken in.
       060-SIZE-ONE-FILE.
           EVALUATE TRUE
               WHEN FT-MLOG-BYTES-SW(WS-SUB) = 'Y'
                   MOVE FT-MLOG-BYTES(WS-SUB) TO FT-BYTES(WS-SUB)
               WHEN FT-SIG-SW(WS-SUB) = 'Y'
                   MOVE FT-SIG-BYTES(WS-SUB) TO FT-BYTES(WS-SUB)
               WHEN FT-MAN-SW(WS-SUB) = 'Y'
                   MOVE FT-MAN-BYTES(WS-SUB) TO FT-BYTES(WS-SUB)
                   ADD 1 TO WS-MAN-SIZED-FILES
               WHEN OTHER
                   MOVE 0 TO FT-BYTES(WS-SUB)
                   ADD 1 TO WS-UNSIZED-FILES
           END-EVALUATE.
           IF FT-MAN-SW(WS-SUB) = 'Y'
              MOVE FT-MAN-BYTES(WS-SUB) TO FT-VOLUME(WS-SUB)
           ELSE
              MOVE FT-BYTES(WS-SUB) TO FT-VOLUME(WS-SUB)
              ADD 1 TO WS-NO-MAN-FILES
           END-IF.
           ADD FT-BYTES(WS-SUB) TO WS-NIGHT-BYTES.
           ADD FT-VOLUME(WS-SUB) TO WS-NIGHT-VOLUME.
       060-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *    THE STREAM CONTROL FILES - WHICH STREAM HAD WHICH FILE  *
      *----------------------------------------------------------*
      *    Counted first: only a file holding exactly the entries
      *    the stream registered is tonight's, and only then is it
      *    read again to deal its names to the stream.
       070-MAP-ONE-STREAM.
           IF LG-REGISTERED-SW(WS-STR-SUB) NOT = 'Y'
              GO TO 070-EXIT
           END-IF.
           IF LG-START-COUNT(WS-STR-SUB) > 1
              MOVE 'R' TO LG-STATE(WS-STR-SUB)
           END-IF.
           MOVE WS-STR-SUB TO WS-STREAM-DIGIT.
           MOVE SPACES TO WS-STREAM-NAME.
           STRING 'STREAM' DELIMITED BY SIZE
                  WS-STREAM-DIGIT DELIMITED BY SIZE
               INTO WS-STREAM-NAME.
           MOVE 'N' TO WS-IN-EOF-SW.
           OPEN INPUT STREAMIN.
           IF WS-STREAM-STATUS NOT = '00'
              MOVE WS-STREAM-NAME TO WS-DS-NAME
              MOVE WS-STREAM-STATUS TO WS-OPEN-STATUS
              PERFORM 330-REPORT-NOT-PRESENT THRU 330-EXIT
              PERFORM 076-UNMAP-STREAM THRU 076-EXIT
              GO TO 070-EXIT
           END-IF.
           PERFORM 072-COUNT-STREAM-STEP THRU 072-EXIT
                   UNTIL IN-EOF-SW.
           CLOSE STREAMIN.
           IF LG-LISTED(WS-STR-SUB) NOT = LG-ENTRY-COUNT(WS-STR-SUB)
              MOVE LG-LISTED(WS-STR-SUB) TO WS-NUM-ED
              MOVE LG-ENTRY-COUNT(WS-STR-SUB) TO WS-NUM2-ED
              STRING '  ' DELIMITED BY SIZE
                     WS-STREAM-NAME DELIMITED BY SPACE
                     ' HOLDS' DELIMITED BY SIZE
                     WS-NUM-ED DELIMITED BY SIZE
                     ' ENTRIES, THE STREAM REGISTERED'
                         DELIMITED BY SIZE
                     WS-NUM2-ED DELIMITED BY SIZE
                     ' - NOT TONIGHT''S SPLIT' DELIMITED BY SIZE
                  INTO WS-CAP-LINE
              PERFORM 310-WRITE-CAP-LINE THRU 310-EXIT
              PERFORM 076-UNMAP-STREAM THRU 076-EXIT
              GO TO 070-EXIT
           END-IF.
           MOVE 'N' TO WS-IN-EOF-SW.
           OPEN INPUT STREAMIN.
           PERFORM 074-ASSIGN-STREAM-STEP THRU 074-EXIT
                   UNTIL IN-EOF-SW.
           CLOSE STREAMIN.
       070-EXIT.
           EXIT.

       072-COUNT-STREAM-STEP.
           READ STREAMIN
               AT END MOVE 'Y' TO WS-IN-EOF-SW
           END-READ.
           IF IN-EOF-SW
              GO TO 072-EXIT
           END-IF.
           IF SIN-INFILE-NAME NOT = SPACES
              ADD 1 TO LG-LISTED(WS-STR-SUB)
           END-IF.
       072-EXIT.
           EXIT.

      *    A name dealt and not logged tonight (held, or skipped as
      *    complete) is simply not in the table.
       074-ASSIGN-STREAM-STEP.
           READ STREAMIN
               AT END MOVE 'Y' TO WS-IN-EOF-SW
           END-READ.
           IF IN-EOF-SW
              GO TO 074-EXIT
           END-IF.
           IF SIN-INFILE-NAME = SPACES
              GO TO 074-EXIT
           END-IF.
           MOVE SIN-INFILE-NAME TO WS-LOOKUP-NAME.
           PERFORM 200-FIND-FILE THRU 200-EXIT.
           IF WS-FOUND-SLOT-SW = 'Y'
              AND FT-STREAM(WS-SLOT) = 0
              MOVE WS-STR-SUB TO FT-STREAM(WS-SLOT)
           END-IF.
       074-EXIT.
           EXIT.

       076-UNMAP-STREAM.
           MOVE 'U' TO LG-STATE(WS-STR-SUB).
           ADD 1 TO WS-UNMAPPED-STREAMS.
           IF WS-RETURN-CODE < 4
              MOVE 4 TO WS-RETURN-CODE
           END-IF.
       076-EXIT.
           EXIT.

       078-TALLY-STREAM-FILE.
           IF FT-STREAM(WS-SUB) = 0
              GO TO 078-EXIT
           END-IF.
           MOVE FT-STREAM(WS-SUB) TO WS-STR-SUB.
           ADD 1 TO LG-FILES(WS-STR-SUB).
           ADD FT-BYTES(WS-SUB) TO LG-BYTES(WS-STR-SUB).
           ADD FT-VOLUME(WS-SUB) TO LG-VOLUME(WS-STR-SUB).
       078-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *    APPEND THE NIGHT TO CAPHIST                             *
      *----------------------------------------------------------*
      *    The night row first, then its streams, all in one open:
      *    the history pass below reads a night back as the rows
      *    of one cycle in a run.  EXTEND, or OUTPUT when the
      *    history does not exist yet (status 35).
       080-APPEND-NIGHT.
           OPEN EXTEND CAPHIST.
           IF WS-CAPHIST-STATUS = '35'
              OPEN OUTPUT CAPHIST
           END-IF.
           IF WS-CAPHIST-STATUS NOT = '00'
              MOVE 16 TO WS-RETURN-CODE
              STRING '  CAPHIST DID NOT OPEN FOR APPEND, STATUS '
                         DELIMITED BY SIZE
                     WS-CAPHIST-STATUS DELIMITED BY SIZE
                     ' - NIGHT NOT RECORDED' DELIMITED BY SIZE
                  INTO WS-CAP-LINE
              PERFORM 310-WRITE-CAP-LINE THRU 310-EXIT
              GO TO 080-EXIT
           END-IF.
           MOVE SPACES TO WS-CPH-ROW.
           MOVE WS-RUN-CYCLE TO CPH-CYCLE.
           MOVE 0 TO CPH-STREAM.
           MOVE WS-STREAM-COUNT TO CPH-STREAM-COUNT.
           IF WS-PARALLEL-NIGHT-SW = 'Y'
              MOVE 'L' TO CPH-TIMING
              MOVE 0 TO WS-FIRST-STAMP
              MOVE 0 TO WS-LAST-STAMP
              PERFORM 082-NIGHT-SPAN-STEP THRU 082-EXIT
                      VARYING WS-STR-SUB FROM 1 BY 1
                      UNTIL WS-STR-SUB > 9
           ELSE
              MOVE 'M' TO CPH-TIMING
           END-IF.
           MOVE WS-FIRST-STAMP TO WS-STAMP.
           MOVE WS-STAMP-DATE TO CPH-START-DATE.
           MOVE WS-STAMP-TIME TO CPH-START-TIME.
           MOVE WS-LAST-STAMP TO WS-STAMP.
           MOVE WS-STAMP-DATE TO CPH-END-DATE.
           MOVE WS-STAMP-TIME TO CPH-END-TIME.
           MOVE WS-FILE-COUNT TO CPH-FILE-COUNT.
           MOVE WS-NIGHT-BYTES TO CPH-BYTES.
           MOVE WS-NIGHT-VOLUME TO CPH-MAN-BYTES.
           MOVE SPACE TO CPH-STATE.
           MOVE WS-WORST-MLOG-RC TO CPH-RC.
           PERFORM 086-TIME-AND-WRITE THRU 086-EXIT.
           IF WS-PARALLEL-NIGHT-SW = 'Y'
              PERFORM 084-STREAM-ROW THRU 084-EXIT
                      VARYING WS-STR-SUB FROM 1 BY 1
                      UNTIL WS-STR-SUB > 9
           END-IF.
           CLOSE CAPHIST.
           PERFORM 088-REPORT-TONIGHT THRU 088-EXIT.
       080-EXIT.
           EXIT.

      *    The parallel night runs from its earliest stream start
      *    to its latest stream completion.
       082-NIGHT-SPAN-STEP.
           IF LG-REGISTERED-SW(WS-STR-SUB) NOT = 'Y'
              GO TO 082-EXIT
           END-IF.
           IF WS-FIRST-STAMP = 0
              OR LG-START-STAMP(WS-STR-SUB) < WS-FIRST-STAMP
              MOVE LG-START-STAMP(WS-STR-SUB) TO WS-FIRST-STAMP
           END-IF.
           IF LG-END-STAMP(WS-STR-SUB) > WS-LAST-STAMP
              MOVE LG-END-STAMP(WS-STR-SUB) TO WS-LAST-STAMP
           END-IF.
       082-EXIT.
           EXIT.

       084-STREAM-ROW.
           IF LG-REGISTERED-SW(WS-STR-SUB) NOT = 'Y'
              GO TO 084-EXIT
           END-IF.
           MOVE SPACES TO WS-CPH-ROW.
           MOVE WS-RUN-CYCLE TO CPH-CYCLE.
           MOVE WS-STR-SUB TO CPH-STREAM.
           MOVE WS-STREAM-COUNT TO CPH-STREAM-COUNT.
           MOVE 'L' TO CPH-TIMING.
           MOVE LG-START-STAMP(WS-STR-SUB) TO WS-STAMP.
           MOVE WS-STAMP-DATE TO CPH-START-DATE.
           MOVE WS-STAMP-TIME TO CPH-START-TIME.
           MOVE LG-END-STAMP(WS-STR-SUB) TO WS-STAMP.
           MOVE WS-STAMP-DATE TO CPH-END-DATE.
           MOVE WS-STAMP-TIME TO CPH-END-TIME.
           MOVE LG-FILES(WS-STR-SUB) TO CPH-FILE-COUNT.
           MOVE LG-BYTES(WS-STR-SUB) TO CPH-BYTES.
           MOVE LG-VOLUME(WS-STR-SUB) TO CPH-MAN-BYTES.
           MOVE LG-STATE(WS-STR-SUB) TO CPH-STATE.
           MOVE LG-RC(WS-STR-SUB) TO CPH-RC.
           PERFORM 086-TIME-AND-WRITE THRU 086-EXIT.
       084-EXIT.
           EXIT.

      *    Elapsed seconds and the rate from the stamps already in
      *    the row, then the write.  An unmapped stream's bytes are
      *    not known, so it has no rate.
       086-TIME-AND-WRITE.
           MOVE CPH-START-DATE TO WS-STAMP-DATE.
           MOVE CPH-START-TIME TO WS-STAMP-TIME.
           PERFORM 400-STAMP-TO-SECS THRU 400-EXIT.
           MOVE WS-STAMP-SECS TO WS-START-SECS.
           MOVE CPH-END-DATE TO WS-STAMP-DATE.
           MOVE CPH-END-TIME TO WS-STAMP-TIME.
           PERFORM 400-STAMP-TO-SECS THRU 400-EXIT.
           IF WS-STAMP-SECS > WS-START-SECS
              COMPUTE CPH-ELAPSED-SECS =
                  WS-STAMP-SECS - WS-START-SECS
           ELSE
              MOVE 0 TO CPH-ELAPSED-SECS
           END-IF.
           IF CPH-ELAPSED-SECS > 0 AND NOT CPH-UNMAPPED
              COMPUTE CPH-BYTES-PER-SEC =
                  CPH-BYTES / CPH-ELAPSED-SECS
           ELSE
              MOVE 0 TO CPH-BYTES-PER-SEC
           END-IF.
           MOVE WS-TODAY-DATE TO CPH-REC-DATE.
           WRITE CAPHIST-RECORD FROM WS-CPH-ROW.
       086-EXIT.
           EXIT.

       088-REPORT-TONIGHT.
           MOVE WS-FILE-COUNT TO WS-NUM-ED.
           IF WS-PARALLEL-NIGHT-SW = 'Y'
              MOVE WS-STREAM-COUNT TO WS-STREAM-DIGIT
              STRING '  RECORDED: PARALLEL NIGHT OF ' DELIMITED BY SIZE
                     WS-STREAM-DIGIT DELIMITED BY SIZE
                     ' STREAMS, TIMED FROM RUNLEDG, FILES='
                         DELIMITED BY SIZE
                     WS-NUM-ED DELIMITED BY SIZE
                  INTO WS-CAP-LINE
           ELSE
              STRING '  RECORDED: SERIAL NIGHT, TIMED FROM ITS FIRST '
                         DELIMITED BY SIZE
                     'AND LAST MARKERLOG ROW, FILES=' DELIMITED BY SIZE
                     WS-NUM-ED DELIMITED BY SIZE
                  INTO WS-CAP-LINE
           END-IF.
           PERFORM 310-WRITE-CAP-LINE THRU 310-EXIT.
           IF WS-MAN-SIZED-FILES > 0 OR WS-UNSIZED-FILES > 0
              MOVE WS-MAN-SIZED-FILES TO WS-NUM-ED
              MOVE WS-UNSIZED-FILES TO WS-NUM2-ED
              STRING '  FILES NOT MEASURED, COUNTED AT THEIR MANIFEST'
                         DELIMITED BY SIZE
                     ' BYTES:' DELIMITED BY SIZE
                     WS-NUM-ED DELIMITED BY SIZE
                     '  NOT SIZED AT ALL:' DELIMITED BY SIZE
                     WS-NUM2-ED DELIMITED BY SIZE
                  INTO WS-CAP-LINE
              PERFORM 310-WRITE-CAP-LINE THRU 310-EXIT
           END-IF.
           IF WS-NO-MAN-FILES > 0
              MOVE WS-NO-MAN-FILES TO WS-NUM-ED
              STRING '  FILES WITH NO MANIFEST ROW, IN THE VOLUME AT '
                         DELIMITED BY SIZE
                     'THEIR BYTES SCANNED:' DELIMITED BY SIZE
                     WS-NUM-ED DELIMITED BY SIZE
                  INTO WS-CAP-LINE
              PERFORM 310-WRITE-CAP-LINE THRU 310-EXIT
           END-IF.
           IF WS-UNMAPPED-STREAMS > 0
              MOVE WS-UNMAPPED-STREAMS TO WS-STREAM-DIGIT
              STRING '  STREAMS UNMAPPED (NO FILES, BYTES OR RATE): '
                         DELIMITED BY SIZE
                     WS-STREAM-DIGIT DELIMITED BY SIZE
                  INTO WS-CAP-LINE
              PERFORM 310-WRITE-CAP-LINE THRU 310-EXIT
           END-IF.
       088-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *    THE HISTORY REPORT                                      *
      *----------------------------------------------------------*
       100-HISTORY-REPORT.
           PERFORM 110-FIND-NEWEST THRU 110-EXIT.
           IF WS-NEWEST-DATE = 0
              IF WS-RETURN-CODE < 4
                 MOVE 4 TO WS-RETURN-CODE
              END-IF
              PERFORM 310-WRITE-CAP-LINE THRU 310-EXIT
              STRING 'NO NIGHT ON CAPHIST YET - ' DELIMITED BY SIZE
                     'NO HISTORY, TREND OR FORECAST' DELIMITED BY SIZE
                  INTO WS-CAP-LINE
              PERFORM 310-WRITE-CAP-LINE THRU 310-EXIT
              GO TO 100-EXIT
           END-IF.
           MOVE WS-NEWEST-DATE TO WS-DATE-VALUE.
           PERFORM 300-DATE-TO-DAYNUM THRU 300-EXIT.
           DIVIDE WS-DAYNUM BY 7 GIVING WS-NEWEST-WEEK.
           COMPUTE WS-DETAIL-FROM-SLOT = 105 - WS-FIT-WEEKS.
           PERFORM 102-CLEAR-WEEK THRU 102-EXIT
                   VARYING WS-WK-SUB FROM 1 BY 1
                   UNTIL WS-WK-SUB > 104.
           PERFORM 104-CLEAR-FK THRU 104-EXIT
                   VARYING WS-STR-SUB FROM 1 BY 1
                   UNTIL WS-STR-SUB > 9.
           PERFORM 310-WRITE-CAP-LINE THRU 310-EXIT.
           MOVE WS-FIT-WEEKS TO WS-NUM-ED.
           STRING 'HISTORY - THE NIGHTS OF THE LAST' DELIMITED BY SIZE
                  WS-NUM-ED DELIMITED BY SIZE
                  ' WEEKS' DELIMITED BY SIZE
               INTO WS-CAP-LINE.
           PERFORM 310-WRITE-CAP-LINE THRU 310-EXIT.
           MOVE WS-HIST-HEAD TO WS-CAP-LINE.
           PERFORM 310-WRITE-CAP-LINE THRU 310-EXIT.
           PERFORM 120-READ-HISTORY THRU 120-EXIT.
           PERFORM 140-WEEKLY-TREND THRU 140-EXIT.
           PERFORM 150-UNBALANCED-SPLITS THRU 150-EXIT.
           PERFORM 160-FORECAST THRU 160-EXIT.
       100-EXIT.
           EXIT.

       102-CLEAR-WEEK.
           MOVE 0 TO WK-NIGHTS(WS-WK-SUB).
           MOVE 0 TO WK-FIRST-DATE(WS-WK-SUB).
           MOVE 0 TO WK-VOLUME(WS-WK-SUB).
           MOVE 0 TO WK-BYTES(WS-WK-SUB).
           MOVE 0 TO WK-SECS(WS-WK-SUB).
           MOVE 0 TO WK-LONGEST-SECS(WS-WK-SUB).
           MOVE 0 TO WK-PAR-NIGHTS(WS-WK-SUB).
           MOVE 0 TO WK-UNBAL-NIGHTS(WS-WK-SUB).
       102-EXIT.
           EXIT.

       104-CLEAR-FK.
           MOVE 0 TO FK-RUNS(WS-STR-SUB).
           MOVE 0 TO FK-BYTES(WS-STR-SUB).
           MOVE 0 TO FK-SECS(WS-STR-SUB).
           MOVE 0 TO FK-START-SUM(WS-STR-SUB).
           MOVE 0 TO FK-SHARE-SUM(WS-STR-SUB).
       104-EXIT.
           EXIT.

      *    The newest night's date anchors the week slots.  Every
      *    night has a night row, so only those are looked at.
       110-FIND-NEWEST.
           MOVE 'N' TO WS-IN-EOF-SW.
           OPEN INPUT CAPHIST.
           IF WS-CAPHIST-STATUS NOT = '00'
              GO TO 110-EXIT
           END-IF.
           PERFORM 112-FIND-NEWEST-STEP THRU 112-EXIT
                   UNTIL IN-EOF-SW.
           CLOSE CAPHIST.
       110-EXIT.
           EXIT.

       112-FIND-NEWEST-STEP.
           READ CAPHIST
               AT END MOVE 'Y' TO WS-IN-EOF-SW
           END-READ.
           IF IN-EOF-SW
              GO TO 112-EXIT
           END-IF.
           MOVE CAPHIST-RECORD TO WS-CPH-ROW.
           IF CPH-STREAM = 0
              AND CPH-CYCLE(1:8) IS NUMERIC
              AND CPH-CYCLE(1:8) > WS-NEWEST-DATE
              MOVE CPH-CYCLE(1:8) TO WS-NEWEST-DATE
           END-IF.
       112-EXIT.
           EXIT.

       120-READ-HISTORY.
           MOVE 'N' TO WS-IN-EOF-SW.
           MOVE 0 TO WS-NB-COUNT.
           MOVE SPACES TO WS-NB-CYCLE.
           OPEN INPUT CAPHIST.
           IF WS-CAPHIST-STATUS NOT = '00'
              GO TO 120-EXIT
           END-IF.
           PERFORM 122-READ-HISTORY-STEP THRU 122-EXIT
                   UNTIL IN-EOF-SW.
           CLOSE CAPHIST.
           PERFORM 130-CLOSE-NIGHT THRU 130-EXIT.
       120-EXIT.
           EXIT.

      *    Buffer the rows of one cycle; a new cycle closes off the
      *    one before.  A night of more rows than the buffer holds
      *    cannot be written by this program and keeps its first
      *    ten.
       122-READ-HISTORY-STEP.
           READ CAPHIST
               AT END MOVE 'Y' TO WS-IN-EOF-SW
           END-READ.
           IF IN-EOF-SW
              GO TO 122-EXIT
           END-IF.
           ADD 1 TO WS-HIST-ROWS.
           MOVE CAPHIST-RECORD TO WS-CPH-ROW.
           IF CPH-CYCLE NOT = WS-NB-CYCLE
              PERFORM 130-CLOSE-NIGHT THRU 130-EXIT
              MOVE 0 TO WS-NB-COUNT
              MOVE CAPHIST-RECORD TO WS-CPH-ROW
              MOVE CPH-CYCLE TO WS-NB-CYCLE
           END-IF.
           IF WS-NB-COUNT < 10
              ADD 1 TO WS-NB-COUNT
              MOVE CAPHIST-RECORD TO WS-NB-ROW(WS-NB-COUNT)
           END-IF.
       122-EXIT.
           EXIT.

      *    One night, whole: find its night row and its week, judge
      *    its split, print it if it is in the fit weeks, and add
      *    it to the week and the forecast figures.
       130-CLOSE-NIGHT.
           IF WS-NB-COUNT = 0
              GO TO 130-EXIT
           END-IF.
           MOVE 0 TO WS-NT-SUB.
           PERFORM 131-FIND-NIGHT-ROW THRU 131-EXIT
                   VARYING WS-NB-SUB FROM 1 BY 1
                   UNTIL WS-NB-SUB > WS-NB-COUNT.
           IF WS-NT-SUB = 0
              GO TO 130-EXIT
           END-IF.
           IF WS-NT-CYCLE(1:8) NOT NUMERIC
              GO TO 130-EXIT
           END-IF.
           MOVE WS-NT-CYCLE(1:8) TO WS-DATE-VALUE.
           PERFORM 300-DATE-TO-DAYNUM THRU 300-EXIT.
           DIVIDE WS-DAYNUM BY 7 GIVING WS-WEEK.
           COMPUTE WS-WK-SLOT = WS-WEEK - WS-NEWEST-WEEK + 104.
           IF WS-WK-SLOT < 1 OR WS-WK-SLOT > 104
              GO TO 130-EXIT
           END-IF.
           ADD 1 TO WS-HIST-NIGHTS.
           PERFORM 132-JUDGE-SPLIT THRU 132-EXIT.
           IF WS-WK-SLOT NOT < WS-DETAIL-FROM-SLOT
              PERFORM 134-PRINT-ROW THRU 134-EXIT
                      VARYING WS-NB-SUB FROM 1 BY 1
                      UNTIL WS-NB-SUB > WS-NB-COUNT
              PERFORM 137-ACCUM-FORECAST THRU 137-EXIT
           END-IF.
           PERFORM 136-ACCUM-WEEK THRU 136-EXIT.
           IF WS-UNBAL-SW = 'Y'
              PERFORM 139-NOTE-UNBALANCED THRU 139-EXIT
           END-IF.
       130-EXIT.
           EXIT.

       131-FIND-NIGHT-ROW.
           MOVE WS-NB-ROW(WS-NB-SUB) TO WS-CPH-ROW.
           IF CPH-STREAM NOT = 0
              GO TO 131-EXIT
           END-IF.
           MOVE WS-NB-SUB TO WS-NT-SUB.
           MOVE CPH-CYCLE TO WS-NT-CYCLE.
           MOVE CPH-STREAM-COUNT TO WS-NT-STREAMS.
           MOVE CPH-ELAPSED-SECS TO WS-NT-ELAPSED.
           MOVE CPH-BYTES TO WS-NT-BYTES.
           MOVE CPH-MAN-BYTES TO WS-NT-VOLUME.
           MOVE CPH-START-TIME TO WS-NT-START-TIME.
       131-EXIT.
           EXIT.

      *    The longest mapped stream against the mean of the other
      *    mapped streams; more than IMBAL= percent of it is an
      *    unbalanced split.  Needs two mapped, timed streams.
       132-JUDGE-SPLIT.
           MOVE 'N' TO WS-UNBAL-SW.
           MOVE 0 TO WS-LONG-STREAM.
           MOVE 0 TO WS-LONG-SECS.
           MOVE 0 TO WS-LONG-BYTES.
           MOVE 0 TO WS-LONG-VOLUME.
           MOVE 0 TO WS-MAPPED-COUNT.
           MOVE 0 TO WS-MAPPED-SECS.
           MOVE 0 TO WS-MAPPED-BYTES.
           MOVE 0 TO WS-MAPPED-VOLUME.
           PERFORM 133-JUDGE-SPLIT-STEP THRU 133-EXIT
                   VARYING WS-NB-SUB FROM 1 BY 1
                   UNTIL WS-NB-SUB > WS-NB-COUNT.
           IF WS-MAPPED-COUNT < 2
              GO TO 132-EXIT
           END-IF.
           COMPUTE WS-OTHERS-MEAN =
               (WS-MAPPED-SECS - WS-LONG-SECS)
                   / (WS-MAPPED-COUNT - 1).
           IF WS-OTHERS-MEAN = 0
              GO TO 132-EXIT
           END-IF.
           COMPUTE WS-RATIO-PCT =
               WS-LONG-SECS * 100 / WS-OTHERS-MEAN.
           IF WS-RATIO-PCT > WS-IMBAL-PCT
              MOVE 'Y' TO WS-UNBAL-SW
              IF WS-NT-CYCLE = WS-RUN-CYCLE
                 AND WS-RETURN-CODE < 4
                 MOVE 4 TO WS-RETURN-CODE
              END-IF
           END-IF.
       132-EXIT.
           EXIT.

       133-JUDGE-SPLIT-STEP.
           MOVE WS-NB-ROW(WS-NB-SUB) TO WS-CPH-ROW.
           IF CPH-STREAM = 0 OR CPH-UNMAPPED
              OR CPH-ELAPSED-SECS = 0
              GO TO 133-EXIT
           END-IF.
           ADD 1 TO WS-MAPPED-COUNT.
           ADD CPH-ELAPSED-SECS TO WS-MAPPED-SECS.
           ADD CPH-BYTES TO WS-MAPPED-BYTES.
           ADD CPH-MAN-BYTES TO WS-MAPPED-VOLUME.
           IF CPH-ELAPSED-SECS > WS-LONG-SECS
              MOVE CPH-STREAM TO WS-LONG-STREAM
              MOVE CPH-ELAPSED-SECS TO WS-LONG-SECS
              MOVE CPH-BYTES TO WS-LONG-BYTES
              MOVE CPH-MAN-BYTES TO WS-LONG-VOLUME
           END-IF.
       133-EXIT.
           EXIT.

       134-PRINT-ROW.
           MOVE WS-NB-ROW(WS-NB-SUB) TO WS-CPH-ROW.
           MOVE SPACES TO WS-HIST-LINE.
           MOVE CPH-CYCLE TO HL-CYCLE.
           EVALUATE TRUE
               WHEN CPH-STREAM > 0
                   MOVE CPH-STREAM TO WS-STREAM-DIGIT
                   STRING 'S' DELIMITED BY SIZE
                          WS-STREAM-DIGIT DELIMITED BY SIZE
                       INTO HL-RUN
               WHEN CPH-STREAM-COUNT = 0
                   MOVE 'SERIAL' TO HL-RUN
               WHEN OTHER
                   MOVE 'NIGHT' TO HL-RUN
           END-EVALUATE.
           MOVE CPH-START-DATE TO WS-STAMP-DATE.
           MOVE CPH-START-TIME TO WS-STAMP-TIME.
           PERFORM 430-FORMAT-STAMP THRU 430-EXIT.
           MOVE WS-STAMP-TEXT TO HL-START.
           MOVE CPH-END-DATE TO WS-STAMP-DATE.
           MOVE CPH-END-TIME TO WS-STAMP-TIME.
           PERFORM 430-FORMAT-STAMP THRU 430-EXIT.
           MOVE WS-STAMP-TEXT TO HL-END.
           MOVE CPH-ELAPSED-SECS TO WS-FMT-SECS.
           PERFORM 420-FORMAT-SECS THRU 420-EXIT.
           MOVE WS-HMS-TEXT TO HL-ELAPSED.
           MOVE CPH-FILE-COUNT TO HL-FILES.
           MOVE CPH-BYTES TO HL-BYTES.
           MOVE CPH-MAN-BYTES TO HL-VOLUME.
           MOVE CPH-BYTES-PER-SEC TO HL-RATE.
           EVALUATE TRUE
               WHEN CPH-UNMAPPED
                   MOVE 'UNMAPPED - FILES AND BYTES NOT KNOWN'
                       TO HL-NOTE
               WHEN CPH-STREAM > 0
                    AND WS-UNBAL-SW = 'Y'
                    AND CPH-STREAM = WS-LONG-STREAM
                   MOVE WS-RATIO-PCT TO WS-NUM-ED
                   STRING 'UNBALANCED:' DELIMITED BY SIZE
                          WS-NUM-ED DELIMITED BY SIZE
                          '% OF THE OTHERS' DELIMITED BY SIZE
                       INTO HL-NOTE
               WHEN CPH-RESTARTED
                   MOVE 'RESTARTED - ELAPSED INCLUDES THE GAP'
                       TO HL-NOTE
               WHEN CPH-MLOG-TIMED
                   MOVE 'TIMED FROM MARKERLOG ROWS' TO HL-NOTE
           END-EVALUATE.
           MOVE WS-HIST-LINE TO WS-CAP-LINE.
           PERFORM 310-WRITE-CAP-LINE THRU 310-EXIT.
       134-EXIT.
           EXIT.

      *    The week's figures are per night; the longest run is
      *    the longest mapped stream on a parallel night and the
      *    job itself on a serial one.
       136-ACCUM-WEEK.
           MOVE WS-WK-SLOT TO WS-WK-SUB.
           ADD 1 TO WK-NIGHTS(WS-WK-SUB).
           IF WK-FIRST-DATE(WS-WK-SUB) = 0
              OR WS-DATE-VALUE < WK-FIRST-DATE(WS-WK-SUB)
              MOVE WS-DATE-VALUE TO WK-FIRST-DATE(WS-WK-SUB)
           END-IF.
           ADD WS-NT-VOLUME TO WK-VOLUME(WS-WK-SUB).
           ADD WS-NT-BYTES TO WK-BYTES(WS-WK-SUB).
           ADD WS-NT-ELAPSED TO WK-SECS(WS-WK-SUB).
           IF WS-NT-STREAMS > 0
              ADD 1 TO WK-PAR-NIGHTS(WS-WK-SUB)
              IF WS-LONG-SECS > 0
                 ADD WS-LONG-SECS TO WK-LONGEST-SECS(WS-WK-SUB)
              ELSE
                 ADD WS-NT-ELAPSED TO WK-LONGEST-SECS(WS-WK-SUB)
              END-IF
           ELSE
              ADD WS-NT-ELAPSED TO WK-LONGEST-SECS(WS-WK-SUB)
           END-IF.
           IF WS-UNBAL-SW = 'Y'
              ADD 1 TO WK-UNBAL-NIGHTS(WS-WK-SUB)
           END-IF.
       136-EXIT.
           EXIT.

      *    The fit weeks' nights feed the forecast.  The newest
      *    night seen says how the night runs now.
       137-ACCUM-FORECAST.
           IF WS-NT-CYCLE > WS-LAST-CYCLE
              MOVE WS-NT-CYCLE TO WS-LAST-CYCLE
              MOVE WS-NT-STREAMS TO WS-LAST-STREAMS
           END-IF.
           IF WS-NT-ELAPSED = 0
              GO TO 137-EXIT
           END-IF.
           MOVE WS-NT-START-TIME TO WS-TIME-VALUE.
           PERFORM 440-CLOCK-OFFSET THRU 440-EXIT.
           IF WS-NT-STREAMS = 0
              ADD 1 TO WS-FS-NIGHTS
              ADD WS-NT-BYTES TO WS-FS-BYTES
              ADD WS-NT-ELAPSED TO WS-FS-SECS
              ADD WS-OFFSET-SECS TO WS-FS-START-SUM
              GO TO 137-EXIT
           END-IF.
           ADD 1 TO WS-FP-NIGHTS.
           ADD WS-OFFSET-SECS TO WS-FP-START-SUM.
           IF WS-NT-STREAMS NOT = WS-FP-STREAMS
              MOVE WS-NT-STREAMS TO WS-FP-STREAMS
              PERFORM 104-CLEAR-FK THRU 104-EXIT
                      VARYING WS-STR-SUB FROM 1 BY 1
                      UNTIL WS-STR-SUB > 9
           END-IF.
           PERFORM 138-ACCUM-STREAM-ROW THRU 138-EXIT
                   VARYING WS-NB-SUB FROM 1 BY 1
                   UNTIL WS-NB-SUB > WS-NB-COUNT.
       137-EXIT.
           EXIT.

       138-ACCUM-STREAM-ROW.
           MOVE WS-NB-ROW(WS-NB-SUB) TO WS-CPH-ROW.
           IF CPH-STREAM = 0 OR CPH-UNMAPPED
              OR CPH-ELAPSED-SECS = 0
              GO TO 138-EXIT
           END-IF.
           ADD CPH-BYTES TO WS-FI-BYTES.
           ADD CPH-ELAPSED-SECS TO WS-FI-SECS.
           MOVE CPH-STREAM TO WS-STR-SUB.
           ADD 1 TO FK-RUNS(WS-STR-SUB).
           ADD CPH-BYTES TO FK-BYTES(WS-STR-SUB).
           ADD CPH-ELAPSED-SECS TO FK-SECS(WS-STR-SUB).
           MOVE CPH-START-TIME TO WS-TIME-VALUE.
           PERFORM 440-CLOCK-OFFSET THRU 440-EXIT.
           ADD WS-OFFSET-SECS TO FK-START-SUM(WS-STR-SUB).
           IF WS-NT-VOLUME > 0
              COMPUTE FK-SHARE-SUM(WS-STR-SUB) =
                  FK-SHARE-SUM(WS-STR-SUB)
                      + CPH-MAN-BYTES / WS-NT-VOLUME
           END-IF.
       138-EXIT.
           EXIT.

       139-NOTE-UNBALANCED.
           IF WS-UB-COUNT >= 100
              ADD 1 TO WS-UB-UNLISTED
              GO TO 139-EXIT
           END-IF.
           ADD 1 TO WS-UB-COUNT.
           MOVE WS-NT-CYCLE TO UB-CYCLE(WS-UB-COUNT).
           MOVE WS-NT-STREAMS TO UB-STREAMS(WS-UB-COUNT).
           MOVE WS-LONG-STREAM TO UB-STREAM(WS-UB-COUNT).
           MOVE WS-LONG-SECS TO UB-LONG-SECS(WS-UB-COUNT).
           MOVE WS-OTHERS-MEAN TO UB-OTHERS-MEAN(WS-UB-COUNT).
           MOVE WS-RATIO-PCT TO UB-RATIO-PCT(WS-UB-COUNT).
           MOVE 0 TO UB-VOL-SHARE(WS-UB-COUNT).
           MOVE 0 TO UB-BYTE-SHARE(WS-UB-COUNT).
           IF WS-MAPPED-VOLUME > 0
              COMPUTE UB-VOL-SHARE(WS-UB-COUNT) ROUNDED =
                  WS-LONG-VOLUME * 100 / WS-MAPPED-VOLUME
           END-IF.
           IF WS-MAPPED-BYTES > 0
              COMPUTE UB-BYTE-SHARE(WS-UB-COUNT) ROUNDED =
                  WS-LONG-BYTES * 100 / WS-MAPPED-BYTES
           END-IF.
       139-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *    THE TREND, WEEK BY WEEK                                 *
      *----------------------------------------------------------*
       140-WEEKLY-TREND.
           PERFORM 310-WRITE-CAP-LINE THRU 310-EXIT.
           STRING 'TREND BY WEEK (MONDAY TO SUNDAY, BY CYCLE DATE;'
                      DELIMITED BY SIZE
                  ' FIGURES PER NIGHT)' DELIMITED BY SIZE
               INTO WS-CAP-LINE.
           PERFORM 310-WRITE-CAP-LINE THRU 310-EXIT.
           MOVE WS-WEEK-HEAD TO WS-CAP-LINE.
           PERFORM 310-WRITE-CAP-LINE THRU 310-EXIT.
           MOVE 0 TO WS-WK-PREV-VOLUME.
           PERFORM 142-PRINT-WEEK THRU 142-EXIT
                   VARYING WS-WK-SUB FROM 1 BY 1
                   UNTIL WS-WK-SUB > 104.
       140-EXIT.
           EXIT.

      *    The change is the average volume against the previous
      *    week that had nights.
       142-PRINT-WEEK.
           IF WK-NIGHTS(WS-WK-SUB) = 0
              GO TO 142-EXIT
           END-IF.
           ADD 1 TO WS-WEEKS-PRINTED.
           MOVE SPACES TO WS-WEEK-LINE.
           MOVE WK-FIRST-DATE(WS-WK-SUB) TO WS-STAMP-DATE.
           MOVE 0 TO WS-STAMP-TIME.
           PERFORM 430-FORMAT-STAMP THRU 430-EXIT.
           MOVE WS-STAMP-TEXT(1:10) TO WL-WEEK.
           MOVE WK-NIGHTS(WS-WK-SUB) TO WL-NIGHTS.
           COMPUTE WS-WK-AVG-VOLUME =
               WK-VOLUME(WS-WK-SUB) / WK-NIGHTS(WS-WK-SUB).
           MOVE WS-WK-AVG-VOLUME TO WL-VOLUME.
           IF WS-WK-PREV-VOLUME > 0
              COMPUTE WS-WK-CHANGE ROUNDED =
                  (WS-WK-AVG-VOLUME - WS-WK-PREV-VOLUME) * 100
                      / WS-WK-PREV-VOLUME
              MOVE WS-WK-CHANGE TO WS-CHANGE-ED
              MOVE WS-CHANGE-ED TO WL-CHANGE
           ELSE
              MOVE '      -' TO WL-CHANGE
           END-IF.
           MOVE WS-WK-AVG-VOLUME TO WS-WK-PREV-VOLUME.
           COMPUTE WL-BYTES =
               WK-BYTES(WS-WK-SUB) / WK-NIGHTS(WS-WK-SUB).
           COMPUTE WS-FMT-SECS =
               WK-SECS(WS-WK-SUB) / WK-NIGHTS(WS-WK-SUB).
           PERFORM 420-FORMAT-SECS THRU 420-EXIT.
           MOVE WS-HMS-TEXT TO WL-ELAPSED.
           IF WK-SECS(WS-WK-SUB) > 0
              COMPUTE WL-RATE =
                  WK-BYTES(WS-WK-SUB) / WK-SECS(WS-WK-SUB)
           ELSE
              MOVE 0 TO WL-RATE
           END-IF.
           COMPUTE WS-FMT-SECS =
               WK-LONGEST-SECS(WS-WK-SUB) / WK-NIGHTS(WS-WK-SUB).
           PERFORM 420-FORMAT-SECS THRU 420-EXIT.
           MOVE WS-HMS-TEXT TO WL-LONGEST.
           MOVE WK-PAR-NIGHTS(WS-WK-SUB) TO WL-PARALLEL.
           MOVE WK-UNBAL-NIGHTS(WS-WK-SUB) TO WL-UNBAL.
           MOVE WS-WEEK-LINE TO WS-CAP-LINE.
           PERFORM 310-WRITE-CAP-LINE THRU 310-EXIT.
       142-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *    UNBALANCED SPLITS                                       *
      *----------------------------------------------------------*
      *    The likely cause, from the longest stream's shares of
      *    the mapped streams: dealt well over its fair share of
      *    MANIFEST volume, the split's weights were off (a file
      *    with no manifest row goes in at AOC06SPL's fixed default
      *    weight); dealt its share but scanned well over it, the
      *    files were bigger than MANIFEST said; neither, and the
      *    same bytes simply ran slower on that stream.
       150-UNBALANCED-SPLITS.
           PERFORM 310-WRITE-CAP-LINE THRU 310-EXIT.
           MOVE WS-IMBAL-PCT TO WS-NUM-ED.
           STRING 'UNBALANCED SPLITS - LONGEST STREAM OVER'
                      DELIMITED BY SIZE
                  WS-NUM-ED DELIMITED BY SIZE
                  '% OF THE MEAN OF THE OTHERS' DELIMITED BY SIZE
               INTO WS-CAP-LINE.
           PERFORM 310-WRITE-CAP-LINE THRU 310-EXIT.
           IF WS-UB-COUNT = 0
              MOVE '  NONE' TO WS-CAP-LINE
              PERFORM 310-WRITE-CAP-LINE THRU 310-EXIT
              GO TO 150-EXIT
           END-IF.
           MOVE WS-UNBAL-HEAD TO WS-CAP-LINE.
           PERFORM 310-WRITE-CAP-LINE THRU 310-EXIT.
           PERFORM 152-PRINT-UNBALANCED THRU 152-EXIT
                   VARYING WS-UB-SUB FROM 1 BY 1
                   UNTIL WS-UB-SUB > WS-UB-COUNT.
           IF WS-UB-UNLISTED > 0
              MOVE WS-UB-UNLISTED TO WS-NUM-ED
              STRING '  AND' DELIMITED BY SIZE
                     WS-NUM-ED DELIMITED BY SIZE
                     ' MORE, NOT LISTED' DELIMITED BY SIZE
                  INTO WS-CAP-LINE
              PERFORM 310-WRITE-CAP-LINE THRU 310-EXIT
           END-IF.
       150-EXIT.
           EXIT.

       152-PRINT-UNBALANCED.
           MOVE SPACES TO WS-UNBAL-LINE.
           MOVE UB-CYCLE(WS-UB-SUB) TO UL-CYCLE.
           MOVE UB-STREAMS(WS-UB-SUB) TO UL-STREAMS.
           MOVE UB-STREAM(WS-UB-SUB) TO WS-STREAM-DIGIT.
           STRING 'S' DELIMITED BY SIZE
                  WS-STREAM-DIGIT DELIMITED BY SIZE
               INTO UL-STREAM.
           MOVE UB-LONG-SECS(WS-UB-SUB) TO WS-FMT-SECS.
           PERFORM 420-FORMAT-SECS THRU 420-EXIT.
           MOVE WS-HMS-TEXT TO UL-LONG.
           MOVE UB-OTHERS-MEAN(WS-UB-SUB) TO WS-FMT-SECS.
           PERFORM 420-FORMAT-SECS THRU 420-EXIT.
           MOVE WS-HMS-TEXT TO UL-OTHERS.
           MOVE UB-RATIO-PCT(WS-UB-SUB) TO UL-RATIO.
           MOVE UB-VOL-SHARE(WS-UB-SUB) TO UL-VOL-SHARE.
           MOVE UB-BYTE-SHARE(WS-UB-SUB) TO UL-BYTE-SHARE.
           COMPUTE WS-UB-FAIR-SHARE ROUNDED =
               100 / UB-STREAMS(WS-UB-SUB).
           EVALUATE TRUE
               WHEN UB-VOL-SHARE(WS-UB-SUB) * 100
                    > WS-UB-FAIR-SHARE * 125
                   MOVE 'SPLIT WEIGHTS UNEVEN - DEALT OVER ITS SHARE'
                       TO UL-CAUSE
               WHEN UB-BYTE-SHARE(WS-UB-SUB) * 100
                    > UB-VOL-SHARE(WS-UB-SUB) * 125
                   MOVE 'FILES BIGGER THAN MANIFEST SAID'
                       TO UL-CAUSE
               WHEN OTHER
                   MOVE 'SAME BYTES, SLOWER STREAM' TO UL-CAUSE
           END-EVALUATE.
           MOVE WS-UNBAL-LINE TO WS-CAP-LINE.
           PERFORM 310-WRITE-CAP-LINE THRU 310-EXIT.
       152-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *    THE FORECAST                                            *
      *----------------------------------------------------------*
      *    The volume line is fitted on the fit weeks' average
      *    volume per night; "now" is the line's value at the
      *    newest week, and the growth its slope per week.  With a
      *    single week there is a volume but no growth.
       160-FORECAST.
           PERFORM 310-WRITE-CAP-LINE THRU 310-EXIT.
           IF WS-WINDOW-SW NOT = 'Y'
              IF WS-RETURN-CODE < 4
                 MOVE 4 TO WS-RETURN-CODE
              END-IF
              STRING 'FORECAST - NO WINDOW= ON THE PARM, '
                         DELIMITED BY SIZE
                     'NO FORECAST MADE' DELIMITED BY SIZE
                  INTO WS-CAP-LINE
              PERFORM 310-WRITE-CAP-LINE THRU 310-EXIT
              GO TO 160-EXIT
           END-IF.
           MOVE WS-FIT-WEEKS TO WS-NUM-ED.
           STRING 'FORECAST - BATCH WINDOW ENDS ' DELIMITED BY SIZE
                  WS-WINDOW-HHMM(1:2) DELIMITED BY SIZE
                  ':' DELIMITED BY SIZE
                  WS-WINDOW-HHMM(3:2) DELIMITED BY SIZE
                  ', FITTED ON THE LAST' DELIMITED BY SIZE
                  WS-NUM-ED DELIMITED BY SIZE
                  ' WEEKS' DELIMITED BY SIZE
               INTO WS-CAP-LINE.
           PERFORM 310-WRITE-CAP-LINE THRU 310-EXIT.
           PERFORM 162-FIT-STEP THRU 162-EXIT
                   VARYING WS-WK-SUB FROM WS-DETAIL-FROM-SLOT BY 1
                   UNTIL WS-WK-SUB > 104.
           IF WS-FIT-N = 0
              IF WS-RETURN-CODE < 4
                 MOVE 4 TO WS-RETURN-CODE
              END-IF
              MOVE '  NO NIGHTS IN THE FIT WEEKS, NO FORECAST MADE'
                  TO WS-CAP-LINE
              PERFORM 310-WRITE-CAP-LINE THRU 310-EXIT
              GO TO 160-EXIT
           END-IF.
           IF WS-FIT-N = 1
              MOVE WS-FIT-SY TO WS-VOLUME-NOW
              MOVE 0 TO WS-FIT-SLOPE
              IF WS-RETURN-CODE < 4
                 MOVE 4 TO WS-RETURN-CODE
              END-IF
              STRING '  ONE WEEK WITH NIGHTS ONLY - ' DELIMITED BY SIZE
                     'NO GROWTH FIGURE, NO OVERRUN DATE'
                         DELIMITED BY SIZE
                  INTO WS-CAP-LINE
              PERFORM 310-WRITE-CAP-LINE THRU 310-EXIT
           ELSE
              COMPUTE WS-FIT-DENOM =
                  WS-FIT-N * WS-FIT-SXX - WS-FIT-SX * WS-FIT-SX
              COMPUTE WS-FIT-SLOPE ROUNDED =
                  (WS-FIT-N * WS-FIT-SXY - WS-FIT-SX * WS-FIT-SY)
                      / WS-FIT-DENOM
              COMPUTE WS-FIT-BASE ROUNDED =
                  (WS-FIT-SY - WS-FIT-SLOPE * WS-FIT-SX) / WS-FIT-N
              COMPUTE WS-VOLUME-NOW ROUNDED =
                  WS-FIT-BASE + WS-FIT-SLOPE * WS-FIT-WEEKS
           END-IF.
           IF WS-VOLUME-NOW < 0
              MOVE 0 TO WS-VOLUME-NOW
           END-IF.
           COMPUTE WS-VOLUME-HORIZON ROUNDED =
               WS-VOLUME-NOW + WS-FIT-SLOPE * WS-HORIZON-WEEKS.
           IF WS-VOLUME-HORIZON < 0
              MOVE 0 TO WS-VOLUME-HORIZON
           END-IF.
           MOVE 'MANIFEST VOLUME PER NIGHT NOW (FITTED)'
               TO WS-FIG-LABEL.
           MOVE WS-VOLUME-NOW TO WS-FIG-VALUE.
           PERFORM 320-WRITE-FIGURE THRU 320-EXIT.
           MOVE 'GROWTH PER WEEK' TO WS-FIG-LABEL.
           COMPUTE WS-FIG-VALUE ROUNDED = WS-FIT-SLOPE.
           PERFORM 320-WRITE-FIGURE THRU 320-EXIT.
           IF WS-VOLUME-NOW > 0
              COMPUTE WS-GROWTH-PCT ROUNDED =
                  WS-FIT-SLOPE * 100 / WS-VOLUME-NOW
              MOVE WS-GROWTH-PCT TO WS-CHANGE-ED
              STRING '  GROWTH PER WEEK, PERCENT OF NOW'
                         DELIMITED BY SIZE
                  INTO WS-CAP-LINE
              MOVE WS-CHANGE-ED TO WS-CAP-LINE(53:8)
              PERFORM 310-WRITE-CAP-LINE THRU 310-EXIT
           END-IF.
           MOVE WS-HORIZON-WEEKS TO WS-NUM-ED.
           STRING 'VOLUME PER NIGHT IN' DELIMITED BY SIZE
                  WS-NUM-ED DELIMITED BY SIZE
                  ' WEEKS' DELIMITED BY SIZE
               INTO WS-FIG-LABEL.
           MOVE WS-VOLUME-HORIZON TO WS-FIG-VALUE.
           PERFORM 320-WRITE-FIGURE THRU 320-EXIT.
           MOVE WS-WINDOW-HHMM TO WS-TIME-VALUE.
           MULTIPLY 10000 BY WS-TIME-VALUE.
           PERFORM 440-CLOCK-OFFSET THRU 440-EXIT.
           MOVE WS-OFFSET-SECS TO WS-WINDOW-OFFSET.
           PERFORM 310-WRITE-CAP-LINE THRU 310-EXIT.
           MOVE WS-FC-HEAD TO WS-CAP-LINE.
           PERFORM 310-WRITE-CAP-LINE THRU 310-EXIT.
           PERFORM 164-FORECAST-SERIAL THRU 164-EXIT.
           IF WS-FP-STREAMS > 0
              PERFORM 166-FORECAST-STREAM THRU 166-EXIT
                      VARYING WS-STR-SUB FROM 1 BY 1
                      UNTIL WS-STR-SUB > WS-FP-STREAMS
              PERFORM 168-FIRST-OVERRUN THRU 168-EXIT
           END-IF.
           PERFORM 175-STREAMS-NEEDED THRU 175-EXIT.
           IF WS-OVERRUN-SW = 'Y'
              IF WS-RETURN-CODE < 8
                 MOVE 8 TO WS-RETURN-CODE
              END-IF
              PERFORM 310-WRITE-CAP-LINE THRU 310-EXIT
              MOVE WS-HORIZON-WEEKS TO WS-NUM-ED
              STRING '*** THE NIGHT AS IT RUNS NOW IS FORECAST TO OVER'
                         DELIMITED BY SIZE
                     'RUN THE WINDOW WITHIN' DELIMITED BY SIZE
                     WS-NUM-ED DELIMITED BY SIZE
                     ' WEEKS - ASK FOR ANOTHER STREAM OR AN EARLIER '
                         DELIMITED BY SIZE
                     'START ***' DELIMITED BY SIZE
                  INTO WS-CAP-LINE
              PERFORM 310-WRITE-CAP-LINE THRU 310-EXIT
           END-IF.
       160-EXIT.
           EXIT.

       162-FIT-STEP.
           IF WK-NIGHTS(WS-WK-SUB) = 0
              GO TO 162-EXIT
           END-IF.
           COMPUTE WS-FIT-X = WS-WK-SUB - WS-DETAIL-FROM-SLOT + 1.
           COMPUTE WS-WK-AVG-VOLUME =
               WK-VOLUME(WS-WK-SUB) / WK-NIGHTS(WS-WK-SUB).
           ADD 1 TO WS-FIT-N.
           ADD WS-FIT-X TO WS-FIT-SX.
           COMPUTE WS-FIT-SXX = WS-FIT-SXX + WS-FIT-X * WS-FIT-X.
           ADD WS-WK-AVG-VOLUME TO WS-FIT-SY.
           COMPUTE WS-FIT-SXY =
               WS-FIT-SXY + WS-FIT-X * WS-WK-AVG-VOLUME.
       162-EXIT.
           EXIT.

      *    The serial job's rate is its own where the fit weeks had
      *    serial nights, else one stream instance's - the same
      *    program on the same files - and its usual start the same
      *    way round.
       164-FORECAST-SERIAL.
           MOVE 'SERIAL' TO WS-FC-LABEL.
           MOVE 0 TO WS-FC-RATE.
           MOVE 0 TO WS-FC-START.
           MOVE 1 TO WS-FC-SHARE.
           IF WS-FS-SECS > 0
              COMPUTE WS-FC-RATE = WS-FS-BYTES / WS-FS-SECS
              MOVE 'RATE FROM SERIAL NIGHTS' TO WS-FC-SOURCE
           ELSE
              IF WS-FI-SECS > 0
                 COMPUTE WS-FC-RATE = WS-FI-BYTES / WS-FI-SECS
                 MOVE 'RATE FROM STREAM RUNS' TO WS-FC-SOURCE
              END-IF
           END-IF.
           IF WS-FS-NIGHTS > 0
              COMPUTE WS-FC-START = WS-FS-START-SUM / WS-FS-NIGHTS
           ELSE
              IF WS-FP-NIGHTS > 0
                 COMPUTE WS-FC-START =
                     WS-FP-START-SUM / WS-FP-NIGHTS
              END-IF
           END-IF.
           IF WS-LAST-STREAMS = 0
              MOVE 'Y' TO WS-FC-CURRENT-SW
           ELSE
              MOVE 'N' TO WS-FC-CURRENT-SW
           END-IF.
           PERFORM 170-FORECAST-RUN THRU 170-EXIT.
       164-EXIT.
           EXIT.

       166-FORECAST-STREAM.
           MOVE WS-STR-SUB TO WS-STREAM-DIGIT.
           MOVE SPACES TO WS-FC-LABEL.
           STRING 'STREAM ' DELIMITED BY SIZE
                  WS-STREAM-DIGIT DELIMITED BY SIZE
               INTO WS-FC-LABEL.
           MOVE 0 TO WS-FC-RATE.
           MOVE 0 TO WS-FC-START.
           MOVE 0 TO WS-FC-SHARE.
           MOVE 'RATE FROM ITS OWN RUNS' TO WS-FC-SOURCE.
           IF FK-RUNS(WS-STR-SUB) > 0 AND FK-SECS(WS-STR-SUB) > 0
              COMPUTE WS-FC-RATE =
                  FK-BYTES(WS-STR-SUB) / FK-SECS(WS-STR-SUB)
              COMPUTE WS-FC-START =
                  FK-START-SUM(WS-STR-SUB) / FK-RUNS(WS-STR-SUB)
              COMPUTE WS-FC-SHARE ROUNDED =
                  FK-SHARE-SUM(WS-STR-SUB) / FK-RUNS(WS-STR-SUB)
           END-IF.
           IF WS-LAST-STREAMS > 0
              MOVE 'Y' TO WS-FC-CURRENT-SW
           ELSE
              MOVE 'N' TO WS-FC-CURRENT-SW
           END-IF.
           PERFORM 170-FORECAST-RUN THRU 170-EXIT.
           IF FC-NO-RATE
              GO TO 166-EXIT
           END-IF.
      *    Keep the stream that overruns first: overrunning now
      *    beats overrunning later, which beats not at all.
           EVALUATE TRUE
               WHEN WS-FIRST-OVER-STREAM = 0
                   MOVE WS-STR-SUB TO WS-FIRST-OVER-STREAM
                   MOVE WS-FC-STATE TO WS-FIRST-OVER-STATE
                   MOVE WS-FC-WEEKS TO WS-FIRST-OVER-WEEKS
               WHEN FC-WINDOW-CLOSED OR FC-OVERRUNS-NOW
                   IF WS-FIRST-OVER-STATE NOT = 'C'
                      AND WS-FIRST-OVER-STATE NOT = 'N'
                      MOVE WS-STR-SUB TO WS-FIRST-OVER-STREAM
                      MOVE WS-FC-STATE TO WS-FIRST-OVER-STATE
                   END-IF
               WHEN FC-OVERRUNS-LATER
                   IF WS-FIRST-OVER-STATE = 'G'
                      OR (WS-FIRST-OVER-STATE = 'W'
                          AND WS-FC-WEEKS < WS-FIRST-OVER-WEEKS)
                      MOVE WS-STR-SUB TO WS-FIRST-OVER-STREAM
                      MOVE WS-FC-STATE TO WS-FIRST-OVER-STATE
                      MOVE WS-FC-WEEKS TO WS-FIRST-OVER-WEEKS
                   END-IF
           END-EVALUATE.
       166-EXIT.
           EXIT.

       168-FIRST-OVERRUN.
           IF WS-FIRST-OVER-STREAM = 0
              GO TO 168-EXIT
           END-IF.
           MOVE WS-FP-STREAMS TO WS-STREAM-DIGIT.
           STRING '  PARALLEL NIGHT OF ' DELIMITED BY SIZE
                  WS-STREAM-DIGIT DELIMITED BY SIZE
                  ' STREAMS: ' DELIMITED BY SIZE
               INTO WS-CAP-LINE.
           MOVE WS-FIRST-OVER-STREAM TO WS-STREAM-DIGIT.
           EVALUATE WS-FIRST-OVER-STATE
               WHEN 'C'
               WHEN 'N'
                   STRING 'STREAM ' DELIMITED BY SIZE
                          WS-STREAM-DIGIT DELIMITED BY SIZE
                          ' ALREADY OVERRUNS THE WINDOW'
                              DELIMITED BY SIZE
                       INTO WS-CAP-LINE(32:100)
               WHEN 'W'
                   MOVE WS-FIRST-OVER-WEEKS TO WS-NUM-ED
                   STRING 'STREAM ' DELIMITED BY SIZE
                          WS-STREAM-DIGIT DELIMITED BY SIZE
                          ' OVERRUNS FIRST, IN ABOUT' DELIMITED BY SIZE
                          WS-NUM-ED DELIMITED BY SIZE
                          ' WEEKS' DELIMITED BY SIZE
                       INTO WS-CAP-LINE(32:100)
               WHEN OTHER
                   MOVE 'NO STREAM IS FORECAST TO OVERRUN'
                       TO WS-CAP-LINE(32:100)
           END-EVALUATE.
           PERFORM 310-WRITE-CAP-LINE THRU 310-EXIT.
       168-EXIT.
           EXIT.

      *    One run against the window.  The window is the usual
      *    start to the window end; the volume that fits is what
      *    the run scans in it, scaled up by its share to a whole
      *    night's volume; the weeks to overrun are the headroom
      *    over the growth per week, rounded up.
       170-FORECAST-RUN.
           MOVE SPACES TO WS-FC-LINE.
           MOVE WS-FC-LABEL TO FCL-RUN.
           MOVE 0 TO WS-FC-WEEKS.
           IF WS-FC-RATE = 0 OR WS-FC-SHARE = 0
              MOVE 'X' TO WS-FC-STATE
              MOVE 'NO TIMED RUNS IN THE FIT WEEKS, NOT FORECAST'
                  TO FCL-VERDICT
              GO TO 170-WRITE
           END-IF.
           MOVE WS-FC-RATE TO FCL-RATE.
           MOVE WS-FC-START TO WS-FMT-SECS.
           PERFORM 425-FORMAT-CLOCK THRU 425-EXIT.
           MOVE WS-CLOCK-TEXT TO FCL-START.
           COMPUTE WS-SHARE-PCT ROUNDED = WS-FC-SHARE * 100.
           MOVE WS-SHARE-PCT TO FCL-SHARE.
           COMPUTE WS-FC-END-NOW =
               WS-FC-START
                   + WS-VOLUME-NOW * WS-FC-SHARE / WS-FC-RATE.
           MOVE WS-FC-END-NOW TO WS-FMT-SECS.
           PERFORM 425-FORMAT-CLOCK THRU 425-EXIT.
           MOVE WS-CLOCK-TEXT TO FCL-END-NOW.
           COMPUTE WS-FC-WINDOW = WS-WINDOW-OFFSET - WS-FC-START.
           IF WS-FC-WINDOW NOT > 0
              MOVE 'C' TO WS-FC-STATE
              MOVE 'WINDOW ENDS BEFORE THE USUAL START'
                  TO FCL-VERDICT
              GO TO 170-WRITE
           END-IF.
           COMPUTE WS-FC-FITS =
               WS-FC-RATE * WS-FC-WINDOW / WS-FC-SHARE.
           MOVE WS-FC-FITS TO FCL-FITS.
           EVALUATE TRUE
               WHEN WS-VOLUME-NOW NOT < WS-FC-FITS
                   MOVE 'N' TO WS-FC-STATE
                   MOVE 'OVERRUNS THE WINDOW NOW' TO FCL-VERDICT
               WHEN WS-FIT-SLOPE NOT > 0
                   MOVE 'G' TO WS-FC-STATE
                   MOVE 'FITS; VOLUME NOT GROWING, NO OVERRUN DATE'
                       TO FCL-VERDICT
               WHEN OTHER
                   MOVE 'W' TO WS-FC-STATE
                   COMPUTE WS-FC-WEEKS =
                       (WS-FC-FITS - WS-VOLUME-NOW) / WS-FIT-SLOPE
                   IF WS-FC-WEEKS * WS-FIT-SLOPE
                      < WS-FC-FITS - WS-VOLUME-NOW
                      ADD 1 TO WS-FC-WEEKS
                   END-IF
                   MOVE WS-FC-WEEKS TO WS-NUM-ED
                   STRING 'OVERRUNS IN ABOUT' DELIMITED BY SIZE
                          WS-NUM-ED DELIMITED BY SIZE
                          ' WEEKS' DELIMITED BY SIZE
                       INTO FCL-VERDICT
           END-EVALUATE.
       170-WRITE.
           IF WS-FC-CURRENT-SW = 'Y'
              IF FC-WINDOW-CLOSED OR FC-OVERRUNS-NOW
                 MOVE 'Y' TO WS-OVERRUN-SW
              END-IF
              IF FC-OVERRUNS-LATER
                 AND WS-FC-WEEKS NOT > WS-HORIZON-WEEKS
                 MOVE 'Y' TO WS-OVERRUN-SW
              END-IF
           END-IF.
           MOVE WS-FC-LINE TO WS-CAP-LINE.
           PERFORM 310-WRITE-CAP-LINE THRU 310-EXIT.
           IF NOT FC-NO-RATE
              STRING '          (' DELIMITED BY SIZE
                     WS-FC-SOURCE DELIMITED BY '  '
                     ')' DELIMITED BY SIZE
                  INTO WS-CAP-LINE
              PERFORM 310-WRITE-CAP-LINE THRU 310-EXIT
           END-IF.
       170-EXIT.
           EXIT.

      *    Streams a perfectly balanced split would need for the
      *    volume now and at the horizon, at one instance's rate
      *    over the window from the night's usual start; any part
      *    of a stream's worth is a whole stream.
       175-STREAMS-NEEDED.
           MOVE 0 TO WS-FC-RATE.
           MOVE 0 TO WS-FC-START.
           IF WS-FI-SECS > 0
              COMPUTE WS-FC-RATE = WS-FI-BYTES / WS-FI-SECS
           ELSE
              IF WS-FS-SECS > 0
                 COMPUTE WS-FC-RATE = WS-FS-BYTES / WS-FS-SECS
              END-IF
           END-IF.
           IF WS-FP-NIGHTS > 0
              COMPUTE WS-FC-START = WS-FP-START-SUM / WS-FP-NIGHTS
           ELSE
              IF WS-FS-NIGHTS > 0
                 COMPUTE WS-FC-START =
                     WS-FS-START-SUM / WS-FS-NIGHTS
              END-IF
           END-IF.
           IF WS-FC-RATE = 0
              GO TO 175-EXIT
           END-IF.
           COMPUTE WS-FC-WINDOW = WS-WINDOW-OFFSET - WS-FC-START.
           IF WS-FC-WINDOW NOT > 0
              GO TO 175-EXIT
           END-IF.
           COMPUTE WS-PER-STREAM-FITS = WS-FC-RATE * WS-FC-WINDOW.
           COMPUTE WS-NEEDED-NOW =
               WS-VOLUME-NOW / WS-PER-STREAM-FITS.
           IF WS-NEEDED-NOW * WS-PER-STREAM-FITS < WS-VOLUME-NOW
              ADD 1 TO WS-NEEDED-NOW
           END-IF.
           COMPUTE WS-NEEDED-HORIZON =
               WS-VOLUME-HORIZON / WS-PER-STREAM-FITS.
           IF WS-NEEDED-HORIZON * WS-PER-STREAM-FITS
              < WS-VOLUME-HORIZON
              ADD 1 TO WS-NEEDED-HORIZON
           END-IF.
           IF WS-LAST-STREAMS > 0
              MOVE WS-LAST-STREAMS TO WS-RUNS-NOW
           ELSE
              MOVE 1 TO WS-RUNS-NOW
           END-IF.
           PERFORM 310-WRITE-CAP-LINE THRU 310-EXIT.
           MOVE WS-NEEDED-NOW TO WS-NUM-ED.
           MOVE WS-HORIZON-WEEKS TO WS-NUM2-ED.
           MOVE WS-NEEDED-HORIZON TO WS-NUM3-ED.
           STRING 'STREAMS NEEDED, PERFECTLY BALANCED: NOW'
                      DELIMITED BY SIZE
                  WS-NUM-ED DELIMITED BY SIZE
                  '   IN' DELIMITED BY SIZE
                  WS-NUM2-ED DELIMITED BY SIZE
                  ' WEEKS' DELIMITED BY SIZE
                  WS-NUM3-ED DELIMITED BY SIZE
                  '   RUNNING NOW ' DELIMITED BY SIZE
                  WS-RUNS-NOW DELIMITED BY SIZE
               INTO WS-CAP-LINE.
           PERFORM 310-WRITE-CAP-LINE THRU 310-EXIT.
           MOVE WS-FC-RATE TO WS-NUM-ED.
           MOVE WS-FC-START TO WS-FMT-SECS.
           PERFORM 425-FORMAT-CLOCK THRU 425-EXIT.
           STRING '  (AT' DELIMITED BY SIZE
                  WS-NUM-ED DELIMITED BY SIZE
                  ' BYTES/SEC PER STREAM FROM ' DELIMITED BY SIZE
                  WS-CLOCK-TEXT DELIMITED BY SIZE
                  ')' DELIMITED BY SIZE
               INTO WS-CAP-LINE.
           PERFORM 310-WRITE-CAP-LINE THRU 310-EXIT.
       175-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *    FILE TABLE LOOKUP                                       *
      *----------------------------------------------------------*
       200-FIND-FILE.
           MOVE 'N' TO WS-FOUND-SLOT-SW.
           MOVE 0 TO WS-SLOT.
           PERFORM 205-FIND-FILE-STEP THRU 205-EXIT
                   VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-FILE-COUNT
                      OR WS-FOUND-SLOT-SW = 'Y'.
       200-EXIT.
           EXIT.

       205-FIND-FILE-STEP.
           IF FT-NAME(WS-SUB) = WS-LOOKUP-NAME
              MOVE 'Y' TO WS-FOUND-SLOT-SW
              MOVE WS-SUB TO WS-SLOT
           END-IF.
       205-EXIT.
           EXIT.

      *    Full table: DISPLAY, set the overflow switch and leave
      *    WS-FOUND-SLOT-SW 'N'; the night is not recorded.
       210-FIND-OR-ADD-FILE.
           PERFORM 200-FIND-FILE THRU 200-EXIT.
           IF WS-FOUND-SLOT-SW = 'Y'
              GO TO 210-EXIT
           END-IF.
           IF WS-FILE-COUNT >= 1000
              MOVE 'Y' TO WS-TABLE-OVERFLOW-SW
              DISPLAY 'AOC06CAP ERROR: FILE TABLE FULL AT '
                      WS-LOOKUP-NAME
              GO TO 210-EXIT
           END-IF.
           ADD 1 TO WS-FILE-COUNT.
           MOVE WS-FILE-COUNT TO WS-SLOT.
           MOVE WS-LOOKUP-NAME TO FT-NAME(WS-SLOT).
           MOVE 0 TO FT-MLOG-BYTES(WS-SLOT).
           MOVE 'N' TO FT-MLOG-BYTES-SW(WS-SLOT).
           MOVE 0 TO FT-SIG-BYTES(WS-SLOT).
           MOVE 'N' TO FT-SIG-SW(WS-SLOT).
           MOVE 0 TO FT-MAN-BYTES(WS-SLOT).
           MOVE 'N' TO FT-MAN-SW(WS-SLOT).
           MOVE 0 TO FT-BYTES(WS-SLOT).
           MOVE 0 TO FT-VOLUME(WS-SLOT).
           MOVE 0 TO FT-STREAM(WS-SLOT).
           MOVE 'Y' TO WS-FOUND-SLOT-SW.
       210-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *    DATE ARITHMETIC - SEE AOC06DT.CPY / AOC06DW.CPY          *
      *----------------------------------------------------------*
           COPY AOC06DT.

      *----------------------------------------------------------*
      *    REPORT LINES                                            *
      *----------------------------------------------------------*
       310-WRITE-CAP-LINE.
           WRITE CAP-RECORD FROM WS-CAP-LINE.
           MOVE SPACES TO WS-CAP-LINE.
       310-EXIT.
           EXIT.

       320-WRITE-FIGURE.
           MOVE WS-FIG-LABEL TO WS-CAP-LINE(3:40).
           MOVE WS-FIG-VALUE TO WS-FIG-ED.
           MOVE WS-FIG-ED TO WS-CAP-LINE(45:16).
           PERFORM 310-WRITE-CAP-LINE THRU 310-EXIT.
           MOVE SPACES TO WS-FIG-LABEL.
       320-EXIT.
           EXIT.

      *    A missing input is reported and the figures it feeds
      *    are short; the step says so.
       330-REPORT-NOT-PRESENT.
           IF WS-RETURN-CODE < 4
              MOVE 4 TO WS-RETURN-CODE
           END-IF.
           STRING '  ' DELIMITED BY SIZE
                  WS-DS-NAME DELIMITED BY SPACE
                  ' NOT READ, STATUS ' DELIMITED BY SIZE
                  WS-OPEN-STATUS DELIMITED BY SIZE
               INTO WS-CAP-LINE.
           PERFORM 310-WRITE-CAP-LINE THRU 310-EXIT.
       330-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *    STAMPS, SECONDS AND CLOCK TIMES                         *
      *----------------------------------------------------------*
      *    WS-STAMP (date and time) to seconds on a continuous
      *    count: the day number times a day, plus the time of day.
       400-STAMP-TO-SECS.
           MOVE WS-STAMP-DATE TO WS-DATE-VALUE.
           PERFORM 300-DATE-TO-DAYNUM THRU 300-EXIT.
           MOVE WS-STAMP-TIME TO WS-TIME-VALUE.
           PERFORM 410-TIME-TO-SECS THRU 410-EXIT.
           COMPUTE WS-STAMP-SECS = WS-DAYNUM * 86400 + WS-TIME-SECS.
       400-EXIT.
           EXIT.

      *    HHMMSSCC to whole seconds of the day; the hundredths
      *    are dropped.  Stepwise DIVIDEs, as 186-TIME-TO-
      *    HUNDREDTHS does in part2.cbl.
       410-TIME-TO-SECS.
           DIVIDE WS-TIME-VALUE BY 1000000
               GIVING WS-TIME-HH REMAINDER WS-TIME-REM1.
           DIVIDE WS-TIME-REM1 BY 10000
               GIVING WS-TIME-MM REMAINDER WS-TIME-REM2.
           DIVIDE WS-TIME-REM2 BY 100 GIVING WS-TIME-SS.
           COMPUTE WS-TIME-SECS =
               (WS-TIME-HH * 3600) + (WS-TIME-MM * 60) + WS-TIME-SS.
       410-EXIT.
           EXIT.

      *    Seconds as HHH:MM:SS (hours are not capped at a day).
       420-FORMAT-SECS.
           DIVIDE WS-FMT-SECS BY 3600
               GIVING WS-FMT-HOURS REMAINDER WS-FMT-REM.
           DIVIDE WS-FMT-REM BY 60
               GIVING WS-FMT-MINS REMAINDER WS-FMT-SS.
           IF WS-FMT-HOURS > 999
              MOVE 999 TO WS-FMT-HOURS
           END-IF.
           MOVE WS-FMT-HOURS TO WS-FMT-HOURS-ED.
           MOVE SPACES TO WS-HMS-TEXT.
           STRING WS-FMT-HOURS-ED DELIMITED BY SIZE
                  ':' DELIMITED BY SIZE
                  WS-FMT-MINS DELIMITED BY SIZE
                  ':' DELIMITED BY SIZE
                  WS-FMT-SS DELIMITED BY SIZE
               INTO WS-HMS-TEXT.
       420-EXIT.
           EXIT.

      *    A clock offset (seconds, possibly past midnight into
      *    the next day) as the HH:MM it reads on the clock.
       425-FORMAT-CLOCK.
           DIVIDE WS-FMT-SECS BY 86400
               GIVING WS-FMT-DAYS REMAINDER WS-FMT-REM.
           DIVIDE WS-FMT-REM BY 3600
               GIVING WS-FMT-HH REMAINDER WS-FMT-REM.
           DIVIDE WS-FMT-REM BY 60 GIVING WS-FMT-MINS.
           MOVE SPACES TO WS-CLOCK-TEXT.
           STRING WS-FMT-HH DELIMITED BY SIZE
                  ':' DELIMITED BY SIZE
                  WS-FMT-MINS DELIMITED BY SIZE
               INTO WS-CLOCK-TEXT.
       425-EXIT.
           EXIT.

      *    WS-STAMP as YYYY-MM-DD HH:MM.
       430-FORMAT-STAMP.
           MOVE SPACES TO WS-STAMP-TEXT.
           STRING WS-STAMP-CHARS(1:4) DELIMITED BY SIZE
                  '-' DELIMITED BY SIZE
                  WS-STAMP-CHARS(5:2) DELIMITED BY SIZE
                  '-' DELIMITED BY SIZE
                  WS-STAMP-CHARS(7:2) DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-STAMP-CHARS(9:2) DELIMITED BY SIZE
                  ':' DELIMITED BY SIZE
                  WS-STAMP-CHARS(11:2) DELIMITED BY SIZE
               INTO WS-STAMP-TEXT.
       430-EXIT.
           EXIT.

      *    A time of day (WS-TIME-VALUE, HHMMSSCC) on the noon-to-
      *    noon clock: morning times are the next day's, so a
      *    night reads in order across midnight.
       440-CLOCK-OFFSET.
           PERFORM 410-TIME-TO-SECS THRU 410-EXIT.
           IF WS-TIME-SECS < 43200
              COMPUTE WS-OFFSET-SECS = WS-TIME-SECS + 86400
           ELSE
              MOVE WS-TIME-SECS TO WS-OFFSET-SECS
           END-IF.
       440-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *    RUN-LEVEL TERMINATION                                   *
      *----------------------------------------------------------*
       900-TERM-RUN.
           PERFORM 310-WRITE-CAP-LINE THRU 310-EXIT.
           MOVE WS-HIST-NIGHTS TO WS-NUM-ED.
           MOVE WS-WEEKS-PRINTED TO WS-NUM2-ED.
           STRING 'NIGHTS ON THE HISTORY (LAST 104 WEEKS)='
                      DELIMITED BY SIZE
                  WS-NUM-ED DELIMITED BY SIZE
                  ' WEEKS WITH NIGHTS=' DELIMITED BY SIZE
                  WS-NUM2-ED DELIMITED BY SIZE
                  ' RC=' DELIMITED BY SIZE
                  WS-RETURN-CODE DELIMITED BY SIZE
               INTO WS-CAP-LINE.
           PERFORM 310-WRITE-CAP-LINE THRU 310-EXIT.
           CLOSE CAPRPT.
       900-EXIT.
           EXIT.
