      * Compile: `cobc -x -I copybooks aoc06sco.cbl`
      *
      * AOC06SCO - monthly sender scorecard.  RECONRPT, RTRRPT and
      * the rest say WHICH files arrived short, garbled or twice;
      * nothing said WHO sent them, so the same partner could
      * truncate a file every week for a quarter before anybody
      * added it up.  This program charges a month of verdicts to
      * the upstream partner responsible, as the sender registry
      * (PROD.AOC.SENDREG, see AOC06SR.CPY) assigns file names to
      * partners, and prints one block per partner:
      *
      *   - files sent: file-runs MARKERLOG logged in the month,
      *     one per file per run-cycle however many window rows
      *     the run wrote;
      *   - the truncation/mismatch ('T'/'M'), quarantine ('Q') and
      *     duplicate ('D') counts, each as a share of files sent;
      *   - bytes received and bytes rejected, and the rejects per
      *     megabyte received - a rate that does not flatter a
      *     partner just because it sends few files;
      *   - retransmission requests the partner honoured in the
      *     month, the average days from AOC06RTR opening each
      *     request to its being satisfied, how many took longer
      *     than the partner's agreed SLA, and how many are still
      *     open.
      *
      * Where the numbers come from:
      *
      *   MARKERLOG   rows dated in the month.  The rows of one
      *               file-run are contiguous (AOC06PT1 writes them
      *               together, AOC06MRG appends a stream's rows
      *               whole), so a change of name or cycle from the
      *               previous row starts a new file-run; its first
      *               row carries the run's verdict.  On 'T'/'M'/'W'/
      *               'D' rows MLOG-IDX is the bytes actually read.
      *   SIGFILE     every other file-run read the whole file, so
      *               its bytes are the file's size - the latest
      *               SGI-BYTES on or before month end.  A file-run
      *               with no SIGFILE row is counted in the totals
      *               as unsized and adds no bytes.
      *   REJECT      one row per rejected byte.  Neither REJECT nor
      *   QUARANTINE  QUARANTINE rows carry a date, so the JCL reads
      *               every catalogued generation and only names the
      *               month's MARKERLOG rows logged are counted; the
      *               generations kept decide how far back that
      *               reaches.  A QUARANTINE record's count repeats
      *               rows already in REJECT, so quarantines are
      *               shown as a record count, never added to the
      *               reject bytes.  Zero-position rows (a file that
      *               would not open) are not bytes and are skipped.
      *   RETRANS     AOC06RTR's ledger: state 'S' rows satisfied in
      *               the month give the turnaround, state 'O' rows
      *               the requests still open at run time.
      *
      * A name no registry pattern matches is charged to an
      * (UNREGISTERED) block and listed by name at the end, so the
      * registry can be brought up to date.
      *
      * PARM:  MONTH=<yyyymm>  - the month to score.  Omitted, the
      *        calendar month before today's date.
      *
      * Step RC:
      *   RC=0   scorecard written, every file registered
      *   RC=4   scorecard written, but a registry row was unusable,
      *          a name matched no pattern, or an input other than
      *          MARKERLOG was missing - see the report
      *   RC=12  PARM MONTH= is not a valid yyyymm; nothing read
      *   RC=16  no MARKERLOG, or more partners, patterns or file
      *          names than the tables hold; no scorecard
      *
      * Modification history:
      *   2026-09-24  HJ  Written.
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  AOC06SCO.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
         FILE-CONTROL.
           SELECT SENDREG ASSIGN TO "SENDREG"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-SENDREG-STATUS.

           SELECT MARKERLOG ASSIGN TO "MARKERLOG"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-MARKERLOG-STATUS.

           SELECT SIGFILE ASSIGN TO "SIGFILE"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-SIGFILE-STATUS.

           SELECT REJECTFILE ASSIGN TO "REJECT"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-REJECT-STATUS.

           SELECT QUARANTINE ASSIGN TO "QUARANTINE"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-QUARANTINE-STATUS.

           SELECT LEDGER ASSIGN TO "LEDGER"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-LEDGER-STATUS.

           SELECT SCORERPT ASSIGN TO "SCORERPT"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
         FD SENDREG.
         01 SENDREG-RECORD.
           COPY AOC06SR.

      *    Mirrors the MARKERLOG-RECORD layout AOC06PT1 writes; see
      *    the FD and the MLOG-STATUS note in part2.cbl.  MLOG-IDX
      *    is raw, as in aoc06rtr.cbl: it is only looked at on
      *    'T'/'M'/'W'/'D' rows, where it is the bytes read.
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

      *    Layout shared with the SIGIN FD in part2.cbl.
         FD SIGFILE.
         01 SIGFILE-RECORD.
            05 SGI-INFILE-NAME       PIC X(80).
            05 SGI-BYTES             PIC 9(09).
            05 SGI-DIGEST            PIC 9(09).
            05 SGI-DATE              PIC 9(08).
            05 SGI-CYCLE             PIC X(14).

      *    Layouts shared with the REJECTFILE and QUARANTINE FDs in
      *    part2.cbl.
         FD REJECTFILE.
         01 REJECT-RECORD.
            05 REJ-INFILE-NAME       PIC X(80).
            05 REJ-POSITION          PIC 9(09).
            05 REJ-CHAR              PIC X.

         FD QUARANTINE.
         01 QUARANTINE-RECORD.
            05 QUAR-INFILE-NAME      PIC X(80).
            05 QUAR-REJ-COUNT        PIC 9(09).
            05 QUAR-STOP-IDX         PIC 9(09).

      *    The RETRANS ledger row; layout shared with the LEDGIN /
      *    LEDGOUT FDs in aoc06rtr.cbl.
         FD LEDGER.
         01 LEDGER-RECORD.
            05 RTO-INFILE-NAME       PIC X(80).
            05 RTO-VERDICT           PIC X.
            05 RTO-STATE             PIC X.
               88 RTO-REQUEST-OPEN       VALUE 'O'.
               88 RTO-REQUEST-SATISFIED  VALUE 'S'.
            05 RTO-OPENED-DATE       PIC 9(08).
            05 RTO-SATISFIED-DATE    PIC 9(08).
            05 RTO-EXPECTED-BYTES    PIC 9(09).
            05 RTO-RECEIVED-BYTES    PIC 9(09).
            05 RTO-QUAR-REJECTS      PIC 9(09).
            05 RTO-QUAR-STOP-IDX     PIC 9(09).

         FD SCORERPT.
         01 SCO-RECORD PIC X(160).

       WORKING-STORAGE SECTION.
           COPY AOC06DW.

         01 WS-IN-EOF-SW             PIC X VALUE 'N'.
            88 IN-EOF-SW                 VALUE 'Y'.
         01 WS-FOUND-SLOT-SW         PIC X VALUE 'N'.
         01 WS-TABLE-OVERFLOW-SW     PIC X VALUE 'N'.
         01 WS-MLOG-PRESENT-SW       PIC X VALUE 'N'.

         01 WS-SENDREG-STATUS        PIC XX VALUE SPACES.
         01 WS-MARKERLOG-STATUS      PIC XX VALUE SPACES.
         01 WS-SIGFILE-STATUS        PIC XX VALUE SPACES.
         01 WS-REJECT-STATUS         PIC XX VALUE SPACES.
         01 WS-QUARANTINE-STATUS     PIC XX VALUE SPACES.
         01 WS-LEDGER-STATUS         PIC XX VALUE SPACES.
      *    The dataset and status 330-REPORT-NOT-PRESENT reports,
      *    set by the caller from the input that would not open.
         01 WS-DS-NAME               PIC X(10) VALUE SPACES.
         01 WS-OPEN-STATUS           PIC XX VALUE SPACES.

      *    The month being scored, and its first and last day for
      *    plain YYYYMMDD compares (day 31 bounds every month).
         01 WS-MONTH                 PIC 9(06) VALUE 0.
         01 WS-MONTH-PARTS REDEFINES WS-MONTH.
            05 WS-MONTH-YYYY         PIC 9(04).
            05 WS-MONTH-MM           PIC 99.
         01 WS-MONTH-START           PIC 9(08) VALUE 0.
         01 WS-MONTH-END             PIC 9(08) VALUE 0.
         01 WS-MONTH-VALID-SW        PIC X VALUE 'N'.
         01 WS-TODAY-DATE            PIC 9(08) VALUE 0.
         01 WS-TODAY-PARTS REDEFINES WS-TODAY-DATE.
            05 WS-TODAY-YYYY         PIC 9(04).
            05 WS-TODAY-MM           PIC 99.
            05 WS-TODAY-DD           PIC 99.

      *    One entry per partner in the registry, in registry order
      *    after entry 1, which is the (UNREGISTERED) bucket every
      *    unmatched name is charged to.  PT-SLA-DAYS is 0 where
      *    the registry agrees none.
         01 WS-PARTNER-TABLE.
            05 WS-PARTNER-COUNT      PIC 9(03) VALUE 0.
            05 WS-PARTNER-ENTRY OCCURS 101 TIMES.
               10 PT-ID              PIC X(08).
               10 PT-NAME            PIC X(30).
               10 PT-CONTACT         PIC X(40).
               10 PT-EXPECTED-TIME   PIC X(04).
               10 PT-EXPECTED-DAYS   PIC X(07).
               10 PT-SLA-DAYS        PIC 9(03).
               10 PT-FILES           PIC 9(07).
               10 PT-TRUNCATED       PIC 9(07).
               10 PT-QUARANTINED     PIC 9(07).
               10 PT-DUPLICATED      PIC 9(07).
               10 PT-BYTES           PIC 9(15).
               10 PT-REJECT-BYTES    PIC 9(11).
               10 PT-QUAR-RECORDS    PIC 9(07).
               10 PT-RTR-SATISFIED   PIC 9(07).
               10 PT-RTR-DAYS        PIC 9(09).
               10 PT-RTR-OVER-SLA    PIC 9(07).
               10 PT-RTR-OPEN        PIC 9(07).

      *    Registry patterns in registry order - the first match
      *    wins - with the partner entry each one charges.
         01 WS-PATTERN-TABLE.
            05 WS-PATTERN-COUNT      PIC 9(03) VALUE 0.
            05 WS-PATTERN-ENTRY OCCURS 500 TIMES.
               10 PR-PATTERN         PIC X(80).
               10 PR-PARTNER         PIC 9(03).

      *    Every name the month's MARKERLOG rows logged: the partner
      *    it resolved to, the file-runs that read the whole file
      *    (bytes = the file's size) and that size from SIGFILE.
         01 WS-NAME-TABLE.
            05 WS-NAME-COUNT         PIC 9(05) VALUE 0.
            05 WS-NAME-ENTRY OCCURS 5000 TIMES.
               10 NT-NAME            PIC X(80).
               10 NT-PARTNER         PIC 9(03).
               10 NT-SIZED-RUNS      PIC 9(05).
               10 NT-SIG-BYTES       PIC 9(09).
               10 NT-SIG-FOUND-SW    PIC X.

         01 WS-SUB                   PIC 9(05) VALUE 0.
         01 WS-SLOT                  PIC 9(05) VALUE 0.
         01 WS-PSUB                  PIC 9(03) VALUE 0.
         01 WS-PARTNER-SLOT          PIC 9(03) VALUE 0.
         01 WS-LOOKUP-NAME           PIC X(80) VALUE SPACES.
         01 WS-LOOKUP-ID             PIC X(08) VALUE SPACES.

      *    The previous MARKERLOG row's file-run, for the run break,
      *    and the previous REJECT/QUARANTINE name's partner entry
      *    (0 = not a name of the month), since a file's rows come
      *    together.
         01 WS-PREV-NAME             PIC X(80) VALUE SPACES.
         01 WS-PREV-CYCLE            PIC X(14) VALUE SPACES.
         01 WS-PREV-DATE             PIC 9(08) VALUE 0.
         01 WS-LAST-REJ-NAME         PIC X(80) VALUE SPACES.
         01 WS-LAST-REJ-PARTNER      PIC 9(03) VALUE 0.

      *    Pattern matcher work areas (230-MATCH-PATTERN).  P and N
      *    walk the pattern and the name; STAR-P/STAR-N remember the
      *    last '*' and the name position it was tried against, so
      *    a failed match backs up there and lets the '*' take one
      *    more character.
         01 WS-MATCH-PATTERN         PIC X(80) VALUE SPACES.
         01 WS-MATCH-NAME            PIC X(80) VALUE SPACES.
         01 WS-MATCH-SW              PIC X VALUE 'N'.
            88 PATTERN-MATCHED           VALUE 'Y'.
         01 WS-MATCH-FAILED-SW       PIC X VALUE 'N'.
         01 WS-MATCH-DONE-SW         PIC X VALUE 'N'.
         01 WS-MATCH-P               PIC 9(03) VALUE 0.
         01 WS-MATCH-N               PIC 9(03) VALUE 0.
         01 WS-MATCH-STAR-P          PIC 9(03) VALUE 0.
         01 WS-MATCH-STAR-N          PIC 9(03) VALUE 0.
         01 WS-MATCH-PLEN            PIC 9(03) VALUE 0.
         01 WS-MATCH-NLEN            PIC 9(03) VALUE 0.
         01 WS-TRIM-TEXT             PIC X(80) VALUE SPACES.
         01 WS-TRIM-LEN              PIC 9(03) VALUE 0.

         01 WS-REGISTRY-ROWS         PIC 9(05) VALUE 0.
         01 WS-REGISTRY-ERRORS       PIC 9(05) VALUE 0.
         01 WS-UNREGISTERED          PIC 9(05) VALUE 0.
         01 WS-FILE-RUNS             PIC 9(07) VALUE 0.
         01 WS-UNSIZED-RUNS          PIC 9(07) VALUE 0.
         01 WS-MLOG-BYTES            PIC 9(09) VALUE 0.
         01 WS-DAYS                  PIC 9(09) VALUE 0.
         01 WS-OPENED-DAYNUM         PIC 9(09) VALUE 0.
         01 WS-RETURN-CODE           PIC 99 VALUE 0.

      *    Rate work areas: 320-PERCENT turns WS-RATE-COUNT over
      *    WS-RATE-BASE into WS-PCT-ED.
         01 WS-RATE-COUNT            PIC 9(15) VALUE 0.
         01 WS-RATE-BASE             PIC 9(15) VALUE 0.
         01 WS-PCT                   PIC 9(03)V9 VALUE 0.
         01 WS-PCT-ED                PIC ZZ9.9.
         01 WS-TM-PCT-ED             PIC ZZ9.9.
         01 WS-Q-PCT-ED              PIC ZZ9.9.
         01 WS-D-PCT-ED              PIC ZZ9.9.
         01 WS-PER-MB                PIC 9(09)V99 VALUE 0.
         01 WS-PER-MB-ED             PIC ZZZZZZZZ9.99.
         01 WS-PER-MB-TEXT           PIC X(12) VALUE SPACES.
         01 WS-AVG-DAYS              PIC 9(05)V9 VALUE 0.
         01 WS-AVG-DAYS-ED           PIC ZZZZ9.9.
         01 WS-AVG-DAYS-TEXT         PIC X(07) VALUE SPACES.
         01 WS-SLA-TEXT              PIC X(08) VALUE SPACES.

         01 WS-PARM-TEXT             PIC X(80) VALUE SPACES.
         01 WS-PARM-TOK1             PIC X(20) VALUE SPACES.
         01 WS-PARM-TOK1-LEN         PIC 99 VALUE 0.

         01 WS-SCO-LINE              PIC X(160) VALUE SPACES.

       LINKAGE SECTION.
      *    Standard MVS batch PARM layout, as in part2.cbl.
       01 LK-PARM-AREA.
          05 LK-PARM-LEN           PIC S9(4) COMP.
          05 LK-PARM-TEXT          PIC X(80).

       PROCEDURE DIVISION USING LK-PARM-AREA.
           PERFORM 010-INIT-RUN THRU 010-EXIT.
           IF WS-MONTH-VALID-SW NOT = 'Y'
              MOVE 12 TO WS-RETURN-CODE
              MOVE 'ABORTED: PARM MONTH= IS NOT A VALID YYYYMM'
                  TO WS-SCO-LINE
              PERFORM 310-WRITE-SCO-LINE THRU 310-EXIT
           ELSE
              PERFORM 020-LOAD-REGISTRY THRU 020-EXIT
              IF WS-TABLE-OVERFLOW-SW NOT = 'Y'
                 PERFORM 030-SCAN-MARKERLOG THRU 030-EXIT
              END-IF
              IF WS-MLOG-PRESENT-SW NOT = 'Y'
                 MOVE 16 TO WS-RETURN-CODE
                 MOVE 'ABORTED: NO MARKERLOG, NO SCORECARD'
                     TO WS-SCO-LINE
                 PERFORM 310-WRITE-SCO-LINE THRU 310-EXIT
              ELSE
                 IF WS-TABLE-OVERFLOW-SW = 'Y'
                    MOVE 16 TO WS-RETURN-CODE
                    MOVE 'ABORTED: TABLE FULL, NO SCORECARD'
                        TO WS-SCO-LINE
                    PERFORM 310-WRITE-SCO-LINE THRU 310-EXIT
                 ELSE
                    PERFORM 040-SCAN-SIGFILE THRU 040-EXIT
                    PERFORM 050-SCAN-REJECT THRU 050-EXIT
                    PERFORM 060-SCAN-QUARANTINE THRU 060-EXIT
                    PERFORM 070-SCAN-LEDGER THRU 070-EXIT
                    PERFORM 080-WRITE-SCORECARD THRU 080-EXIT
                 END-IF
              END-IF
           END-IF.
           PERFORM 900-TERM-RUN THRU 900-EXIT.
           MOVE WS-RETURN-CODE TO RETURN-CODE.
           GOBACK.

      *----------------------------------------------------------*
      *    RUN-LEVEL INITIALISATION / PARM PARSING                 *
      *----------------------------------------------------------*
      *    PARM format:  MONTH=<yyyymm>
      *    With no PARM the scorecard is last month's - the job is
      *    scheduled for the first days of the month.  A PARM that
      *    is there but not a valid month is an error, not a
      *    default: a mistyped rerun must not quietly score the
      *    wrong month.
       010-INIT-RUN.
           MOVE SPACES TO WS-PARM-TEXT.
           IF LK-PARM-LEN > 0
              IF LK-PARM-LEN > 80
                 MOVE LK-PARM-TEXT(1:80) TO WS-PARM-TEXT
              ELSE
                 MOVE LK-PARM-TEXT(1:LK-PARM-LEN) TO WS-PARM-TEXT
              END-IF
           END-IF.
           MOVE SPACES TO WS-PARM-TOK1.
           MOVE 0 TO WS-PARM-TOK1-LEN.
           UNSTRING WS-PARM-TEXT DELIMITED BY ALL SPACE
               INTO WS-PARM-TOK1 COUNT IN WS-PARM-TOK1-LEN.
           IF WS-PARM-TEXT = SPACES
              ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
              IF WS-TODAY-MM = 1
                 COMPUTE WS-MONTH-YYYY = WS-TODAY-YYYY - 1
                 MOVE 12 TO WS-MONTH-MM
              ELSE
                 MOVE WS-TODAY-YYYY TO WS-MONTH-YYYY
                 COMPUTE WS-MONTH-MM = WS-TODAY-MM - 1
              END-IF
              MOVE 'Y' TO WS-MONTH-VALID-SW
           ELSE
              IF WS-PARM-TOK1-LEN = 12
                 AND WS-PARM-TOK1(1:6) = 'MONTH='
                 AND WS-PARM-TOK1(7:6) IS NUMERIC
                 MOVE WS-PARM-TOK1(7:6) TO WS-MONTH
                 IF WS-MONTH-MM >= 1 AND WS-MONTH-MM <= 12
                    MOVE 'Y' TO WS-MONTH-VALID-SW
                 END-IF
              END-IF
           END-IF.
           COMPUTE WS-MONTH-START = WS-MONTH * 100 + 1.
           COMPUTE WS-MONTH-END = WS-MONTH * 100 + 31.
           OPEN OUTPUT SCORERPT.
           MOVE 'AOC06SCO MONTHLY SENDER SCORECARD' TO WS-SCO-LINE.
           PERFORM 310-WRITE-SCO-LINE THRU 310-EXIT.
           STRING 'PARM=' DELIMITED BY SIZE
                  WS-PARM-TEXT DELIMITED BY '  '
                  ' MONTH=' DELIMITED BY SIZE
                  WS-MONTH DELIMITED BY SIZE
               INTO WS-SCO-LINE.
           PERFORM 310-WRITE-SCO-LINE THRU 310-EXIT.
      *    Entry 1 is the (UNREGISTERED) bucket.
           MOVE 1 TO WS-PARTNER-COUNT.
           MOVE 1 TO WS-PARTNER-SLOT.
           PERFORM 250-CLEAR-PARTNER THRU 250-EXIT.
           MOVE '(NONE)' TO PT-ID(1).
           MOVE '(UNREGISTERED)' TO PT-NAME(1).
       010-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *    THE SENDER REGISTRY                                     *
      *----------------------------------------------------------*
      *    A row without a pattern or a partner id cannot charge
      *    anything; it is reported and skipped.  A partner's name,
      *    contact and delivery details come from its first row.
       020-LOAD-REGISTRY.
           MOVE 'N' TO WS-IN-EOF-SW.
           OPEN INPUT SENDREG.
           IF WS-SENDREG-STATUS NOT = '00'
              MOVE 'SENDREG' TO WS-DS-NAME
              MOVE WS-SENDREG-STATUS TO WS-OPEN-STATUS
              PERFORM 330-REPORT-NOT-PRESENT THRU 330-EXIT
              GO TO 020-EXIT
           END-IF.
           PERFORM 025-LOAD-REGISTRY-STEP THRU 025-EXIT
                   UNTIL IN-EOF-SW
                      OR WS-TABLE-OVERFLOW-SW = 'Y'.
           CLOSE SENDREG.
       020-EXIT.
           EXIT.

       025-LOAD-REGISTRY-STEP.
           READ SENDREG
               AT END MOVE 'Y' TO WS-IN-EOF-SW
           END-READ.
           IF IN-EOF-SW
              GO TO 025-EXIT
           END-IF.
           ADD 1 TO WS-REGISTRY-ROWS.
           IF SRG-PATTERN = SPACES OR SRG-PARTNER-ID = SPACES
              ADD 1 TO WS-REGISTRY-ERRORS
              IF WS-RETURN-CODE < 4
                 MOVE 4 TO WS-RETURN-CODE
              END-IF
              STRING 'REGISTRY ROW ' DELIMITED BY SIZE
                     WS-REGISTRY-ROWS DELIMITED BY SIZE
                     ' SKIPPED: NO PATTERN OR NO PARTNER ID'
                         DELIMITED BY SIZE
                  INTO WS-SCO-LINE
              PERFORM 310-WRITE-SCO-LINE THRU 310-EXIT
              GO TO 025-EXIT
           END-IF.
           MOVE SRG-PARTNER-ID TO WS-LOOKUP-ID.
           PERFORM 210-FIND-PARTNER THRU 210-EXIT.
           IF WS-FOUND-SLOT-SW NOT = 'Y'
              IF WS-PARTNER-COUNT >= 101
                 MOVE 'Y' TO WS-TABLE-OVERFLOW-SW
                 DISPLAY 'AOC06SCO ERROR: PARTNER TABLE FULL AT '
                         SRG-PARTNER-ID
                 GO TO 025-EXIT
              END-IF
              ADD 1 TO WS-PARTNER-COUNT
              MOVE WS-PARTNER-COUNT TO WS-PARTNER-SLOT
              PERFORM 250-CLEAR-PARTNER THRU 250-EXIT
              MOVE SRG-PARTNER-ID TO PT-ID(WS-PARTNER-SLOT)
              MOVE SRG-PARTNER-NAME TO PT-NAME(WS-PARTNER-SLOT)
              MOVE SRG-CONTACT TO PT-CONTACT(WS-PARTNER-SLOT)
              MOVE SRG-EXPECTED-TIME
                  TO PT-EXPECTED-TIME(WS-PARTNER-SLOT)
              MOVE SRG-EXPECTED-DAYS
                  TO PT-EXPECTED-DAYS(WS-PARTNER-SLOT)
              PERFORM 027-TAKE-SLA-DAYS THRU 027-EXIT
           END-IF.
           IF WS-PATTERN-COUNT >= 500
              MOVE 'Y' TO WS-TABLE-OVERFLOW-SW
              DISPLAY 'AOC06SCO ERROR: PATTERN TABLE FULL AT '
                      SRG-PATTERN
              GO TO 025-EXIT
           END-IF.
           ADD 1 TO WS-PATTERN-COUNT.
           MOVE SRG-PATTERN TO PR-PATTERN(WS-PATTERN-COUNT).
           MOVE WS-PARTNER-SLOT TO PR-PARTNER(WS-PATTERN-COUNT).
       025-EXIT.
           EXIT.

      *    SRG-SLA-DAYS is hand-keyed: '5', '05', '005' and ' 5'
      *    all mean five days; anything not a number means none.
       027-TAKE-SLA-DAYS.
           MOVE SRG-SLA-DAYS TO WS-TRIM-TEXT.
           INSPECT WS-TRIM-TEXT(1:3) REPLACING LEADING SPACE BY '0'.
           IF WS-TRIM-TEXT(1:3) = '000'
              GO TO 027-EXIT
           END-IF.
           PERFORM 240-TRAILING-LENGTH THRU 240-EXIT.
           IF WS-TRIM-LEN > 0
              IF WS-TRIM-TEXT(1:WS-TRIM-LEN) IS NUMERIC
                 MOVE WS-TRIM-TEXT(1:WS-TRIM-LEN)
                     TO PT-SLA-DAYS(WS-PARTNER-SLOT)
              END-IF
           END-IF.
       027-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *    MARKERLOG - FILE-RUNS, VERDICTS AND BYTES READ          *
      *----------------------------------------------------------*
       030-SCAN-MARKERLOG.
           MOVE 'N' TO WS-IN-EOF-SW.
           OPEN INPUT MARKERLOG.
           IF WS-MARKERLOG-STATUS NOT = '00'
              GO TO 030-EXIT
           END-IF.
           MOVE 'Y' TO WS-MLOG-PRESENT-SW.
           PERFORM 035-SCAN-MARKERLOG-STEP THRU 035-EXIT
                   UNTIL IN-EOF-SW
                      OR WS-TABLE-OVERFLOW-SW = 'Y'.
           CLOSE MARKERLOG.
       030-EXIT.
           EXIT.

      *    Only the first row of a file-run counts; rows written
      *    before the cycle column existed also break on the date.
       035-SCAN-MARKERLOG-STEP.
           READ MARKERLOG
               AT END MOVE 'Y' TO WS-IN-EOF-SW
           END-READ.
           IF IN-EOF-SW
              GO TO 035-EXIT
           END-IF.
           IF MLOG-DATE < WS-MONTH-START OR MLOG-DATE > WS-MONTH-END
              GO TO 035-EXIT
           END-IF.
           IF MLOG-INFILE-NAME = WS-PREV-NAME
              AND MLOG-CYCLE = WS-PREV-CYCLE
              AND MLOG-DATE = WS-PREV-DATE
              GO TO 035-EXIT
           END-IF.
           MOVE MLOG-INFILE-NAME TO WS-PREV-NAME.
           MOVE MLOG-CYCLE TO WS-PREV-CYCLE.
           MOVE MLOG-DATE TO WS-PREV-DATE.
           MOVE MLOG-INFILE-NAME TO WS-LOOKUP-NAME.
           PERFORM 200-FIND-NAME THRU 200-EXIT.
           IF WS-FOUND-SLOT-SW NOT = 'Y'
              IF WS-NAME-COUNT >= 5000
                 MOVE 'Y' TO WS-TABLE-OVERFLOW-SW
                 DISPLAY 'AOC06SCO ERROR: FILE NAME TABLE FULL AT '
                         WS-LOOKUP-NAME
                 GO TO 035-EXIT
              END-IF
              ADD 1 TO WS-NAME-COUNT
              MOVE WS-NAME-COUNT TO WS-SLOT
              MOVE WS-LOOKUP-NAME TO NT-NAME(WS-SLOT)
              MOVE 0 TO NT-SIZED-RUNS(WS-SLOT)
              MOVE 0 TO NT-SIG-BYTES(WS-SLOT)
              MOVE 'N' TO NT-SIG-FOUND-SW(WS-SLOT)
              PERFORM 220-RESOLVE-PARTNER THRU 220-EXIT
              MOVE WS-PARTNER-SLOT TO NT-PARTNER(WS-SLOT)
              IF WS-PARTNER-SLOT = 1
                 ADD 1 TO WS-UNREGISTERED
              END-IF
           END-IF.
           MOVE NT-PARTNER(WS-SLOT) TO WS-PSUB.
           ADD 1 TO WS-FILE-RUNS.
           ADD 1 TO PT-FILES(WS-PSUB).
           IF MLOG-STATUS = 'T' OR MLOG-STATUS = 'M'
              ADD 1 TO PT-TRUNCATED(WS-PSUB)
           END-IF.
           IF MLOG-STATUS = 'Q'
              ADD 1 TO PT-QUARANTINED(WS-PSUB)
           END-IF.
           IF MLOG-STATUS = 'D'
              ADD 1 TO PT-DUPLICATED(WS-PSUB)
           END-IF.
           IF (MLOG-STATUS = 'T' OR MLOG-STATUS = 'M'
               OR MLOG-STATUS = 'W' OR MLOG-STATUS = 'D')
              AND MLOG-IDX IS NUMERIC
              MOVE MLOG-IDX TO WS-MLOG-BYTES
              ADD WS-MLOG-BYTES TO PT-BYTES(WS-PSUB)
           ELSE
              ADD 1 TO NT-SIZED-RUNS(WS-SLOT)
           END-IF.
       035-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *    SIGFILE - THE SIZE OF EACH FILE READ WHOLE              *
      *----------------------------------------------------------*
      *    SIGFILE is in append order, so the last row on or before
      *    month end is the size the month's runs read.  Once the
      *    pass is done each name's whole-file runs are charged that
      *    size.
       040-SCAN-SIGFILE.
           MOVE 'N' TO WS-IN-EOF-SW.
           OPEN INPUT SIGFILE.
           IF WS-SIGFILE-STATUS NOT = '00'
              MOVE 'SIGFILE' TO WS-DS-NAME
              MOVE WS-SIGFILE-STATUS TO WS-OPEN-STATUS
              PERFORM 330-REPORT-NOT-PRESENT THRU 330-EXIT
           ELSE
              PERFORM 045-SCAN-SIGFILE-STEP THRU 045-EXIT
                      UNTIL IN-EOF-SW
              CLOSE SIGFILE
           END-IF.
           PERFORM 048-APPLY-SIZE THRU 048-EXIT
                   VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-NAME-COUNT.
       040-EXIT.
           EXIT.

       045-SCAN-SIGFILE-STEP.
           READ SIGFILE
               AT END MOVE 'Y' TO WS-IN-EOF-SW
           END-READ.
           IF IN-EOF-SW
              GO TO 045-EXIT
           END-IF.
           IF SGI-DATE > WS-MONTH-END OR SGI-BYTES NOT NUMERIC
              GO TO 045-EXIT
           END-IF.
           MOVE SGI-INFILE-NAME TO WS-LOOKUP-NAME.
           PERFORM 200-FIND-NAME THRU 200-EXIT.
           IF WS-FOUND-SLOT-SW = 'Y'
              MOVE SGI-BYTES TO NT-SIG-BYTES(WS-SLOT)
              MOVE 'Y' TO NT-SIG-FOUND-SW(WS-SLOT)
           END-IF.
       045-EXIT.
           EXIT.

       048-APPLY-SIZE.
           IF NT-SIZED-RUNS(WS-SUB) = 0
              GO TO 048-EXIT
           END-IF.
           IF NT-SIG-FOUND-SW(WS-SUB) NOT = 'Y'
              ADD NT-SIZED-RUNS(WS-SUB) TO WS-UNSIZED-RUNS
              GO TO 048-EXIT
           END-IF.
           MOVE NT-PARTNER(WS-SUB) TO WS-PSUB.
           COMPUTE PT-BYTES(WS-PSUB) = PT-BYTES(WS-PSUB)
                 + NT-SIZED-RUNS(WS-SUB) * NT-SIG-BYTES(WS-SUB).
       048-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *    REJECT AND QUARANTINE                                   *
      *----------------------------------------------------------*
       050-SCAN-REJECT.
           MOVE 'N' TO WS-IN-EOF-SW.
           MOVE SPACES TO WS-LAST-REJ-NAME.
           OPEN INPUT REJECTFILE.
           IF WS-REJECT-STATUS NOT = '00'
              MOVE 'REJECT' TO WS-DS-NAME
              MOVE WS-REJECT-STATUS TO WS-OPEN-STATUS
              PERFORM 330-REPORT-NOT-PRESENT THRU 330-EXIT
              GO TO 050-EXIT
           END-IF.
           PERFORM 055-SCAN-REJECT-STEP THRU 055-EXIT
                   UNTIL IN-EOF-SW.
           CLOSE REJECTFILE.
       050-EXIT.
           EXIT.

       055-SCAN-REJECT-STEP.
           READ REJECTFILE
               AT END MOVE 'Y' TO WS-IN-EOF-SW
           END-READ.
           IF IN-EOF-SW
              GO TO 055-EXIT
           END-IF.
           IF REJ-POSITION = 0
              GO TO 055-EXIT
           END-IF.
           MOVE REJ-INFILE-NAME TO WS-LOOKUP-NAME.
           PERFORM 260-REJECT-PARTNER THRU 260-EXIT.
           IF WS-LAST-REJ-PARTNER > 0
              ADD 1 TO PT-REJECT-BYTES(WS-LAST-REJ-PARTNER)
           END-IF.
       055-EXIT.
           EXIT.

       060-SCAN-QUARANTINE.
           MOVE 'N' TO WS-IN-EOF-SW.
           MOVE SPACES TO WS-LAST-REJ-NAME.
           OPEN INPUT QUARANTINE.
           IF WS-QUARANTINE-STATUS NOT = '00'
              MOVE 'QUARANTINE' TO WS-DS-NAME
              MOVE WS-QUARANTINE-STATUS TO WS-OPEN-STATUS
              PERFORM 330-REPORT-NOT-PRESENT THRU 330-EXIT
              GO TO 060-EXIT
           END-IF.
           PERFORM 065-SCAN-QUARANTINE-STEP THRU 065-EXIT
                   UNTIL IN-EOF-SW.
           CLOSE QUARANTINE.
       060-EXIT.
           EXIT.

       065-SCAN-QUARANTINE-STEP.
           READ QUARANTINE
               AT END MOVE 'Y' TO WS-IN-EOF-SW
           END-READ.
           IF IN-EOF-SW
              GO TO 065-EXIT
           END-IF.
           MOVE QUAR-INFILE-NAME TO WS-LOOKUP-NAME.
           PERFORM 260-REJECT-PARTNER THRU 260-EXIT.
           IF WS-LAST-REJ-PARTNER > 0
              ADD 1 TO PT-QUAR-RECORDS(WS-LAST-REJ-PARTNER)
           END-IF.
       065-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *    RETRANS LEDGER - TURNAROUND OF REQUESTS                 *
      *----------------------------------------------------------*
      *    Ledger rows are charged through the registry directly:
      *    a request satisfied this month may be for a file the
      *    month's MARKERLOG rows never logged.
       070-SCAN-LEDGER.
           MOVE 'N' TO WS-IN-EOF-SW.
           OPEN INPUT LEDGER.
           IF WS-LEDGER-STATUS NOT = '00'
              MOVE 'RETRANS' TO WS-DS-NAME
              MOVE WS-LEDGER-STATUS TO WS-OPEN-STATUS
              PERFORM 330-REPORT-NOT-PRESENT THRU 330-EXIT
              GO TO 070-EXIT
           END-IF.
           PERFORM 075-SCAN-LEDGER-STEP THRU 075-EXIT
                   UNTIL IN-EOF-SW.
           CLOSE LEDGER.
       070-EXIT.
           EXIT.

       075-SCAN-LEDGER-STEP.
           READ LEDGER
               AT END MOVE 'Y' TO WS-IN-EOF-SW
           END-READ.
           IF IN-EOF-SW
              GO TO 075-EXIT
           END-IF.
           IF RTO-REQUEST-OPEN
              MOVE RTO-INFILE-NAME TO WS-LOOKUP-NAME
              PERFORM 220-RESOLVE-PARTNER THRU 220-EXIT
              ADD 1 TO PT-RTR-OPEN(WS-PARTNER-SLOT)
              GO TO 075-EXIT
           END-IF.
           IF NOT RTO-REQUEST-SATISFIED
              GO TO 075-EXIT
           END-IF.
           IF RTO-SATISFIED-DATE < WS-MONTH-START
              OR RTO-SATISFIED-DATE > WS-MONTH-END
              OR RTO-OPENED-DATE = 0
              OR RTO-OPENED-DATE > RTO-SATISFIED-DATE
              GO TO 075-EXIT
           END-IF.
           MOVE RTO-INFILE-NAME TO WS-LOOKUP-NAME.
           PERFORM 220-RESOLVE-PARTNER THRU 220-EXIT.
           MOVE RTO-OPENED-DATE TO WS-DATE-VALUE.
           PERFORM 300-DATE-TO-DAYNUM THRU 300-EXIT.
           MOVE WS-DAYNUM TO WS-OPENED-DAYNUM.
           MOVE RTO-SATISFIED-DATE TO WS-DATE-VALUE.
           PERFORM 300-DATE-TO-DAYNUM THRU 300-EXIT.
           COMPUTE WS-DAYS = WS-DAYNUM - WS-OPENED-DAYNUM.
           ADD 1 TO PT-RTR-SATISFIED(WS-PARTNER-SLOT).
           ADD WS-DAYS TO PT-RTR-DAYS(WS-PARTNER-SLOT).
           IF PT-SLA-DAYS(WS-PARTNER-SLOT) > 0
              AND WS-DAYS > PT-SLA-DAYS(WS-PARTNER-SLOT)
              ADD 1 TO PT-RTR-OVER-SLA(WS-PARTNER-SLOT)
           END-IF.
       075-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *    THE SCORECARD                                           *
      *----------------------------------------------------------*
      *    Registered partners in registry order, each whether or
      *    not it sent anything (a partner that went quiet is news
      *    too), then the (UNREGISTERED) block and its names when
      *    anything landed there.
       080-WRITE-SCORECARD.
           PERFORM 082-WRITE-PARTNER THRU 082-EXIT
                   VARYING WS-PSUB FROM 2 BY 1
                   UNTIL WS-PSUB > WS-PARTNER-COUNT.
           MOVE 1 TO WS-PSUB.
           IF PT-FILES(1) > 0 OR PT-RTR-SATISFIED(1) > 0
              OR PT-RTR-OPEN(1) > 0
              PERFORM 082-WRITE-PARTNER THRU 082-EXIT
           END-IF.
           IF WS-UNREGISTERED > 0
              IF WS-RETURN-CODE < 4
                 MOVE 4 TO WS-RETURN-CODE
              END-IF
              PERFORM 310-WRITE-SCO-LINE THRU 310-EXIT
              MOVE 'FILE NAMES NO REGISTRY PATTERN MATCHES:'
                  TO WS-SCO-LINE
              PERFORM 310-WRITE-SCO-LINE THRU 310-EXIT
              PERFORM 088-LIST-UNREGISTERED THRU 088-EXIT
                      VARYING WS-SUB FROM 1 BY 1
                      UNTIL WS-SUB > WS-NAME-COUNT
           END-IF.
       080-EXIT.
           EXIT.

       082-WRITE-PARTNER.
           PERFORM 310-WRITE-SCO-LINE THRU 310-EXIT.
           STRING 'PARTNER ' DELIMITED BY SIZE
                  PT-ID(WS-PSUB) DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  PT-NAME(WS-PSUB) DELIMITED BY SIZE
               INTO WS-SCO-LINE.
           PERFORM 310-WRITE-SCO-LINE THRU 310-EXIT.
           IF WS-PSUB > 1
              IF PT-SLA-DAYS(WS-PSUB) > 0
                 MOVE PT-SLA-DAYS(WS-PSUB) TO WS-SLA-TEXT
              ELSE
                 MOVE 'NONE' TO WS-SLA-TEXT
              END-IF
              STRING '  CONTACT ' DELIMITED BY SIZE
                     PT-CONTACT(WS-PSUB) DELIMITED BY SIZE
                     ' DUE BY ' DELIMITED BY SIZE
                     PT-EXPECTED-TIME(WS-PSUB) DELIMITED BY SIZE
                     ' ON ' DELIMITED BY SIZE
                     PT-EXPECTED-DAYS(WS-PSUB) DELIMITED BY SIZE
                     ' RETRANSMISSION SLA DAYS=' DELIMITED BY SIZE
                     WS-SLA-TEXT DELIMITED BY SPACE
                  INTO WS-SCO-LINE
              PERFORM 310-WRITE-SCO-LINE THRU 310-EXIT
           END-IF.
           MOVE PT-FILES(WS-PSUB) TO WS-RATE-BASE.
           MOVE PT-TRUNCATED(WS-PSUB) TO WS-RATE-COUNT.
           PERFORM 320-PERCENT THRU 320-EXIT.
           MOVE WS-PCT-ED TO WS-TM-PCT-ED.
           MOVE PT-QUARANTINED(WS-PSUB) TO WS-RATE-COUNT.
           PERFORM 320-PERCENT THRU 320-EXIT.
           MOVE WS-PCT-ED TO WS-Q-PCT-ED.
           MOVE PT-DUPLICATED(WS-PSUB) TO WS-RATE-COUNT.
           PERFORM 320-PERCENT THRU 320-EXIT.
           MOVE WS-PCT-ED TO WS-D-PCT-ED.
           STRING '  FILES SENT=' DELIMITED BY SIZE
                  PT-FILES(WS-PSUB) DELIMITED BY SIZE
                  ' TRUNCATED/MISMATCHED=' DELIMITED BY SIZE
                  PT-TRUNCATED(WS-PSUB) DELIMITED BY SIZE
                  ' (' DELIMITED BY SIZE
                  WS-TM-PCT-ED DELIMITED BY SIZE
                  '%) QUARANTINED=' DELIMITED BY SIZE
                  PT-QUARANTINED(WS-PSUB) DELIMITED BY SIZE
                  ' (' DELIMITED BY SIZE
                  WS-Q-PCT-ED DELIMITED BY SIZE
                  '%) DUPLICATES=' DELIMITED BY SIZE
                  PT-DUPLICATED(WS-PSUB) DELIMITED BY SIZE
                  ' (' DELIMITED BY SIZE
                  WS-D-PCT-ED DELIMITED BY SIZE
                  '%)' DELIMITED BY SIZE
               INTO WS-SCO-LINE.
           PERFORM 310-WRITE-SCO-LINE THRU 310-EXIT.
      *    Rejects per megabyte: per 1048576 bytes received.
           IF PT-BYTES(WS-PSUB) > 0
              COMPUTE WS-PER-MB ROUNDED =
                      PT-REJECT-BYTES(WS-PSUB) * 1048576
                      / PT-BYTES(WS-PSUB)
              MOVE WS-PER-MB TO WS-PER-MB-ED
              MOVE WS-PER-MB-ED TO WS-PER-MB-TEXT
           ELSE
              MOVE 'N/A' TO WS-PER-MB-TEXT
           END-IF.
           STRING '  BYTES RECEIVED=' DELIMITED BY SIZE
                  PT-BYTES(WS-PSUB) DELIMITED BY SIZE
                  ' REJECT BYTES=' DELIMITED BY SIZE
                  PT-REJECT-BYTES(WS-PSUB) DELIMITED BY SIZE
                  ' PER MB=' DELIMITED BY SIZE
                  WS-PER-MB-TEXT DELIMITED BY SIZE
                  ' QUARANTINE RECORDS=' DELIMITED BY SIZE
                  PT-QUAR-RECORDS(WS-PSUB) DELIMITED BY SIZE
               INTO WS-SCO-LINE.
           PERFORM 310-WRITE-SCO-LINE THRU 310-EXIT.
           IF PT-RTR-SATISFIED(WS-PSUB) > 0
              COMPUTE WS-AVG-DAYS ROUNDED =
                      PT-RTR-DAYS(WS-PSUB) / PT-RTR-SATISFIED(WS-PSUB)
              MOVE WS-AVG-DAYS TO WS-AVG-DAYS-ED
              MOVE WS-AVG-DAYS-ED TO WS-AVG-DAYS-TEXT
           ELSE
              MOVE 'N/A' TO WS-AVG-DAYS-TEXT
           END-IF.
           STRING '  RETRANSMISSIONS SATISFIED=' DELIMITED BY SIZE
                  PT-RTR-SATISFIED(WS-PSUB) DELIMITED BY SIZE
                  ' AVG DAYS OPEN=' DELIMITED BY SIZE
                  WS-AVG-DAYS-TEXT DELIMITED BY SIZE
                  ' OVER SLA=' DELIMITED BY SIZE
                  PT-RTR-OVER-SLA(WS-PSUB) DELIMITED BY SIZE
                  ' STILL OPEN=' DELIMITED BY SIZE
                  PT-RTR-OPEN(WS-PSUB) DELIMITED BY SIZE
               INTO WS-SCO-LINE.
           PERFORM 310-WRITE-SCO-LINE THRU 310-EXIT.
       082-EXIT.
           EXIT.

       088-LIST-UNREGISTERED.
           IF NT-PARTNER(WS-SUB) = 1
              STRING '  ' DELIMITED BY SIZE
                     NT-NAME(WS-SUB) DELIMITED BY SIZE
                  INTO WS-SCO-LINE
              PERFORM 310-WRITE-SCO-LINE THRU 310-EXIT
           END-IF.
       088-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *    TABLE LOOKUPS                                           *
      *----------------------------------------------------------*
       200-FIND-NAME.
           MOVE 'N' TO WS-FOUND-SLOT-SW.
           MOVE 0 TO WS-SLOT.
           PERFORM 205-FIND-NAME-STEP THRU 205-EXIT
                   VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-NAME-COUNT
                      OR WS-FOUND-SLOT-SW = 'Y'.
       200-EXIT.
           EXIT.

       205-FIND-NAME-STEP.
           IF NT-NAME(WS-SUB) = WS-LOOKUP-NAME
              MOVE WS-SUB TO WS-SLOT
              MOVE 'Y' TO WS-FOUND-SLOT-SW
           END-IF.
       205-EXIT.
           EXIT.

      *    By partner id, among the registered entries (2 onward).
       210-FIND-PARTNER.
           MOVE 'N' TO WS-FOUND-SLOT-SW.
           MOVE 0 TO WS-PARTNER-SLOT.
           PERFORM 215-FIND-PARTNER-STEP THRU 215-EXIT
                   VARYING WS-PSUB FROM 2 BY 1
                   UNTIL WS-PSUB > WS-PARTNER-COUNT
                      OR WS-FOUND-SLOT-SW = 'Y'.
       210-EXIT.
           EXIT.

       215-FIND-PARTNER-STEP.
           IF PT-ID(WS-PSUB) = WS-LOOKUP-ID
              MOVE WS-PSUB TO WS-PARTNER-SLOT
              MOVE 'Y' TO WS-FOUND-SLOT-SW
           END-IF.
       215-EXIT.
           EXIT.

      *    WS-LOOKUP-NAME's partner entry into WS-PARTNER-SLOT: the
      *    first pattern that matches, else 1 (UNREGISTERED).
       220-RESOLVE-PARTNER.
           MOVE 1 TO WS-PARTNER-SLOT.
           MOVE WS-LOOKUP-NAME TO WS-MATCH-NAME.
           MOVE 'N' TO WS-MATCH-SW.
           PERFORM 225-RESOLVE-PARTNER-STEP THRU 225-EXIT
                   VARYING WS-PSUB FROM 1 BY 1
                   UNTIL WS-PSUB > WS-PATTERN-COUNT
                      OR PATTERN-MATCHED.
       220-EXIT.
           EXIT.

       225-RESOLVE-PARTNER-STEP.
           MOVE PR-PATTERN(WS-PSUB) TO WS-MATCH-PATTERN.
           PERFORM 230-MATCH-PATTERN THRU 230-EXIT.
           IF PATTERN-MATCHED
              MOVE PR-PARTNER(WS-PSUB) TO WS-PARTNER-SLOT
           END-IF.
       225-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *    FILE-NAME PATTERN MATCH                                 *
      *----------------------------------------------------------*
      *    WS-MATCH-NAME against WS-MATCH-PATTERN, '*' any run and
      *    '?' any one character; sets WS-MATCH-SW.  One character
      *    of name is consumed per step; on a mismatch the last '*'
      *    seen takes one more character and matching resumes
      *    after it - no '*' to fall back on and the match fails.
      *    Once the name is used up only '*'s may be left over.
       230-MATCH-PATTERN.
           MOVE 'N' TO WS-MATCH-SW.
           MOVE WS-MATCH-PATTERN TO WS-TRIM-TEXT.
           PERFORM 240-TRAILING-LENGTH THRU 240-EXIT.
           MOVE WS-TRIM-LEN TO WS-MATCH-PLEN.
           MOVE WS-MATCH-NAME TO WS-TRIM-TEXT.
           PERFORM 240-TRAILING-LENGTH THRU 240-EXIT.
           MOVE WS-TRIM-LEN TO WS-MATCH-NLEN.
           MOVE 1 TO WS-MATCH-P.
           MOVE 1 TO WS-MATCH-N.
           MOVE 0 TO WS-MATCH-STAR-P.
           MOVE 0 TO WS-MATCH-STAR-N.
           MOVE 'N' TO WS-MATCH-FAILED-SW.
           PERFORM 232-MATCH-STEP THRU 232-EXIT
                   UNTIL WS-MATCH-N > WS-MATCH-NLEN
                      OR WS-MATCH-FAILED-SW = 'Y'.
           IF WS-MATCH-FAILED-SW = 'Y'
              GO TO 230-EXIT
           END-IF.
           MOVE 'N' TO WS-MATCH-DONE-SW.
           PERFORM 236-SKIP-STAR THRU 236-EXIT
                   UNTIL WS-MATCH-P > WS-MATCH-PLEN
                      OR WS-MATCH-DONE-SW = 'Y'.
           IF WS-MATCH-P > WS-MATCH-PLEN
              MOVE 'Y' TO WS-MATCH-SW
           END-IF.
       230-EXIT.
           EXIT.

       232-MATCH-STEP.
           IF WS-MATCH-P <= WS-MATCH-PLEN
              IF WS-MATCH-PATTERN(WS-MATCH-P:1) = '*'
                 MOVE WS-MATCH-P TO WS-MATCH-STAR-P
                 MOVE WS-MATCH-N TO WS-MATCH-STAR-N
                 ADD 1 TO WS-MATCH-P
                 GO TO 232-EXIT
              END-IF
              IF WS-MATCH-PATTERN(WS-MATCH-P:1) = '?'
                 OR WS-MATCH-PATTERN(WS-MATCH-P:1)
                    = WS-MATCH-NAME(WS-MATCH-N:1)
                 ADD 1 TO WS-MATCH-P
                 ADD 1 TO WS-MATCH-N
                 GO TO 232-EXIT
              END-IF
           END-IF.
           IF WS-MATCH-STAR-P = 0
              MOVE 'Y' TO WS-MATCH-FAILED-SW
              GO TO 232-EXIT
           END-IF.
           COMPUTE WS-MATCH-P = WS-MATCH-STAR-P + 1.
           ADD 1 TO WS-MATCH-STAR-N.
           MOVE WS-MATCH-STAR-N TO WS-MATCH-N.
       232-EXIT.
           EXIT.

       236-SKIP-STAR.
           IF WS-MATCH-PATTERN(WS-MATCH-P:1) = '*'
              ADD 1 TO WS-MATCH-P
           ELSE
              MOVE 'Y' TO WS-MATCH-DONE-SW
           END-IF.
       236-EXIT.
           EXIT.

      *    Length of WS-TRIM-TEXT without its trailing blanks.
       240-TRAILING-LENGTH.
           MOVE 80 TO WS-TRIM-LEN.
           MOVE 'N' TO WS-MATCH-DONE-SW.
           PERFORM 242-TRAILING-STEP THRU 242-EXIT
                   UNTIL WS-TRIM-LEN = 0
                      OR WS-MATCH-DONE-SW = 'Y'.
       240-EXIT.
           EXIT.

       242-TRAILING-STEP.
           IF WS-TRIM-TEXT(WS-TRIM-LEN:1) = SPACE
              SUBTRACT 1 FROM WS-TRIM-LEN
           ELSE
              MOVE 'Y' TO WS-MATCH-DONE-SW
           END-IF.
       242-EXIT.
           EXIT.

       250-CLEAR-PARTNER.
           MOVE SPACES TO PT-ID(WS-PARTNER-SLOT).
           MOVE SPACES TO PT-NAME(WS-PARTNER-SLOT).
           MOVE SPACES TO PT-CONTACT(WS-PARTNER-SLOT).
           MOVE SPACES TO PT-EXPECTED-TIME(WS-PARTNER-SLOT).
           MOVE SPACES TO PT-EXPECTED-DAYS(WS-PARTNER-SLOT).
           MOVE 0 TO PT-SLA-DAYS(WS-PARTNER-SLOT).
           MOVE 0 TO PT-FILES(WS-PARTNER-SLOT).
           MOVE 0 TO PT-TRUNCATED(WS-PARTNER-SLOT).
           MOVE 0 TO PT-QUARANTINED(WS-PARTNER-SLOT).
           MOVE 0 TO PT-DUPLICATED(WS-PARTNER-SLOT).
           MOVE 0 TO PT-BYTES(WS-PARTNER-SLOT).
           MOVE 0 TO PT-REJECT-BYTES(WS-PARTNER-SLOT).
           MOVE 0 TO PT-QUAR-RECORDS(WS-PARTNER-SLOT).
           MOVE 0 TO PT-RTR-SATISFIED(WS-PARTNER-SLOT).
           MOVE 0 TO PT-RTR-DAYS(WS-PARTNER-SLOT).
           MOVE 0 TO PT-RTR-OVER-SLA(WS-PARTNER-SLOT).
           MOVE 0 TO PT-RTR-OPEN(WS-PARTNER-SLOT).
       250-EXIT.
           EXIT.

      *    WS-LOOKUP-NAME's partner entry for a REJECT/QUARANTINE
      *    row, into WS-LAST-REJ-PARTNER - 0 when the month's
      *    MARKERLOG rows never logged the name.  Looked up once
      *    per run of rows for the same name.
       260-REJECT-PARTNER.
           IF WS-LOOKUP-NAME = WS-LAST-REJ-NAME
              GO TO 260-EXIT
           END-IF.
           MOVE WS-LOOKUP-NAME TO WS-LAST-REJ-NAME.
           MOVE 0 TO WS-LAST-REJ-PARTNER.
           PERFORM 200-FIND-NAME THRU 200-EXIT.
           IF WS-FOUND-SLOT-SW = 'Y'
              MOVE NT-PARTNER(WS-SLOT) TO WS-LAST-REJ-PARTNER
           END-IF.
       260-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *    DATE ARITHMETIC - SEE AOC06DT.CPY / AOC06DW.CPY          *
      *----------------------------------------------------------*
           COPY AOC06DT.

       310-WRITE-SCO-LINE.
           WRITE SCO-RECORD FROM WS-SCO-LINE.
           MOVE SPACES TO WS-SCO-LINE.
       310-EXIT.
           EXIT.

      *    WS-RATE-COUNT as a percentage of WS-RATE-BASE, to one
      *    place; 0.0 when the base is 0.
       320-PERCENT.
           MOVE 0 TO WS-PCT.
           IF WS-RATE-BASE > 0
              COMPUTE WS-PCT ROUNDED =
                      WS-RATE-COUNT * 100 / WS-RATE-BASE
           END-IF.
           MOVE WS-PCT TO WS-PCT-ED.
       320-EXIT.
           EXIT.

      *    Status '35' is an input this run does not have; its
      *    column reads zero.  Either way the scorecard is short of
      *    something and the step says so.
       330-REPORT-NOT-PRESENT.
           IF WS-RETURN-CODE < 4
              MOVE 4 TO WS-RETURN-CODE
           END-IF.
           STRING WS-DS-NAME DELIMITED BY SPACE
                  ' NOT READ, STATUS ' DELIMITED BY SIZE
                  WS-OPEN-STATUS DELIMITED BY SIZE
                  ' - ITS COLUMNS SHOW ZERO' DELIMITED BY SIZE
               INTO WS-SCO-LINE.
           PERFORM 310-WRITE-SCO-LINE THRU 310-EXIT.
       330-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *    RUN-LEVEL TERMINATION                                   *
      *----------------------------------------------------------*
       900-TERM-RUN.
           PERFORM 310-WRITE-SCO-LINE THRU 310-EXIT.
           STRING 'REGISTRY ROWS=' DELIMITED BY SIZE
                  WS-REGISTRY-ROWS DELIMITED BY SIZE
                  ' UNUSABLE=' DELIMITED BY SIZE
                  WS-REGISTRY-ERRORS DELIMITED BY SIZE
                  ' PARTNERS=' DELIMITED BY SIZE
                  WS-PARTNER-COUNT DELIMITED BY SIZE
                  ' FILE NAMES=' DELIMITED BY SIZE
                  WS-NAME-COUNT DELIMITED BY SIZE
                  ' UNREGISTERED=' DELIMITED BY SIZE
                  WS-UNREGISTERED DELIMITED BY SIZE
               INTO WS-SCO-LINE.
           PERFORM 310-WRITE-SCO-LINE THRU 310-EXIT.
           STRING 'FILE-RUNS=' DELIMITED BY SIZE
                  WS-FILE-RUNS DELIMITED BY SIZE
                  ' UNSIZED (NO SIGFILE ROW)=' DELIMITED BY SIZE
                  WS-UNSIZED-RUNS DELIMITED BY SIZE
                  ' RC=' DELIMITED BY SIZE
                  WS-RETURN-CODE DELIMITED BY SIZE
               INTO WS-SCO-LINE.
           PERFORM 310-WRITE-SCO-LINE THRU 310-EXIT.
           CLOSE SCORERPT.
       900-EXIT.
           EXIT.
