      * Compile: `cobc -x -I copybooks aoc06bko.cbl`
      *
      * AOC06BKO - run-cycle backout.  When a night has to be thrown
      * away - the wrong FILELIST, a bad MANIFEST, an AOC06MRG that
      * abended part-way through appending to the master - every
      * accumulating dataset carries rows from it, and the rerun
      * would stack a second night's rows on top: duplicate
      * history, 'C' checkpoint rows that skip the very files the
      * rerun is for, and SIGFILE rows that log the rerun's
      * captures 'D' against themselves.  This utility takes one
      * run-cycle identifier and removes that cycle from:
      *
      *   - MARKERLOG  every row whose MLOG-CYCLE is the cycle;
      *   - SIGFILE    every row whose SGI-CYCLE is the cycle;
      *   - CHECKPT    every row whose CKPT-CYCLE is the cycle, so
      *                each file's restart state falls back to what
      *                it was before the night;
      *   - RUNLEDG    every row whose RL-CYCLE is the cycle (the
      *                registrations and the stream stamps), so
      *                AOC06RLS no longer sees the night;
      *   - RETRANS    the ledger rows of every file the cycle
      *                logged, restored to the state the SURVIVING
      *                MARKERLOG rows imply - AOC06RTR's own replay
      *                (047-OPEN-REQUEST / 048-SATISFY-REQUEST) run
      *                over the file's history without the cycle.
      *                A request the cycle opened disappears (or
      *                falls back to the earlier request it
      *                reopened); a request it satisfied is open
      *                again with its original dates.  Expected
      *                bytes are kept; quarantine particulars are
      *                kept only where the restored request is the
      *                same 'Q' request they were taken for.
      *   - CAPHIST    every row whose CPH-CYCLE is the cycle (the
      *                night row and its stream rows), so AOC06CAP
      *                records the rerun and its trend and forecast
      *                no longer count the night;
      *   - MSGARCH    every archived message whose MA-CYCLE is the
      *                cycle, so AOC06MSA does not report the rerun's
      *                messages as seen on the discarded night.
      *
      * Rows written before the cycle column existed carry blanks
      * there and can never match; a cycle that predates the column
      * cannot be backed out by this program.
      *
      * Each dataset is copied, minus the cycle, to its own output
      * DD; the copy-back over the live data is a separate IEBGENER
      * step per dataset in AOC06BKO.JCL, as for AOC06CKH's compact,
      * so a failure here leaves the live data untouched.  A dataset
      * whose input DD is not in the step (status '35') is skipped
      * and reported - that is how the stream steps in the JCL run
      * this same program over PROD.AOC.CHECKPT.Sn/RUNLEDG.Sn only.
      *
      * MSGARCH is the exception: a keyed cluster is not copied back,
      * so its rows are deleted in place.  The key leads with the
      * digest, not the cycle (see AOC06MA.CPY), so the cycle's rows
      * are scattered through the cluster and it is browsed end to
      * end.  The deletes are only made once every other input of
      * the step has opened; a delete that fails part-way holds the
      * copy-back, and a resubmit deletes whatever is left.
      *
      * Reports the rows read, removed and written per dataset on
      * BKORPT, with a line per RETRANS request restored or removed.
      *
      * PARM:  CYCLE=<yyyymmddhhmmss>  - required, the cycle to remove.
      *
      * Step RC:
      *   RC=0   the cycle was found and removed; copy back
      *   RC=4   no row of any dataset in the step carries the
      *          cycle - nothing to back out, nothing to copy back
      *   RC=12  PARM has no CYCLE=<14 digits> token; nothing read
      *          or written
      *   RC=16  more affected file names than the table holds, or
      *          an input DD that is present would not open, or a
      *          read or delete on MSGARCH failed; the copy-back
      *          must not run - raise the table or fix the
      *          allocation and rerun
      *
      * Modification history:
      *   2026-09-19  HJ  Written.
      *   2026-10-15  HJ  Backs the cycle out of CAPHIST (copied out
      *                   like the others) and MSGARCH (deleted in
      *                   place).
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  AOC06BKO.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
         FILE-CONTROL.
           SELECT MLOGIN ASSIGN TO "MLOGIN"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-MLOGIN-STATUS.

           SELECT MLOGOUT ASSIGN TO "MLOGOUT"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL.

           SELECT SIGIN ASSIGN TO "SIGIN"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-SIGIN-STATUS.

           SELECT SIGOUT ASSIGN TO "SIGOUT"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL.

           SELECT CKPTIN ASSIGN TO "CKPTIN"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-CKPTIN-STATUS.

           SELECT CKPTOUT ASSIGN TO "CKPTOUT"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL.

           SELECT LEDGIN ASSIGN TO "LEDGIN"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-LEDGIN-STATUS.

           SELECT LEDGOUT ASSIGN TO "LEDGOUT"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL.

           SELECT RLIN ASSIGN TO "RLIN"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-RLIN-STATUS.

           SELECT RLOUT ASSIGN TO "RLOUT"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL.

           SELECT CPHIN ASSIGN TO "CPHIN"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-CPHIN-STATUS.

           SELECT CPHOUT ASSIGN TO "CPHOUT"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL.

           SELECT MSGARCH ASSIGN TO "MSGARCH"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS MA-KEY
           FILE STATUS IS WS-MSGARCH-STATUS.

           SELECT BKORPT ASSIGN TO "BKORPT"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      *    Mirrors the MARKERLOG-RECORD layout AOC06PT1 writes; see
      *    the FD and the MLOG-STATUS note in part2.cbl.  MLOG-IDX
      *    is raw, as in aoc06rtr.cbl: it is only looked at on
      *    'T'/'M' rows, where it is the bytes received.
         FD MLOGIN.
         01 MLOGIN-RECORD.
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

         FD MLOGOUT.
         01 MLOGOUT-RECORD PIC X(138).

      *    Layout shared with the SIGIN FD in part2.cbl.
         FD SIGIN.
         01 SIGIN-RECORD.
            05 SGI-INFILE-NAME       PIC X(80).
            05 SGI-BYTES             PIC 9(09).
            05 SGI-DIGEST            PIC 9(09).
            05 SGI-DATE              PIC 9(08).
            05 SGI-CYCLE             PIC X(14).

         FD SIGOUT.
         01 SIGOUT-RECORD PIC X(120).

      *    Raw, as in aoc06ckh.cbl; the column view is WS-CKPT-ROW.
         FD CKPTIN.
         01 CKPTIN-RECORD PIC X(1463).

         FD CKPTOUT.
         01 CKPTOUT-RECORD PIC X(1463).

      *    The RETRANS ledger row; layout shared with the LEDGIN /
      *    LEDGOUT FDs in aoc06rtr.cbl.
         FD LEDGIN.
         01 LEDGIN-RECORD.
            05 RTI-INFILE-NAME       PIC X(80).
            05 RTI-VERDICT           PIC X.
            05 RTI-STATE             PIC X.
            05 RTI-OPENED-DATE       PIC 9(08).
            05 RTI-SATISFIED-DATE    PIC 9(08).
            05 RTI-EXPECTED-BYTES    PIC 9(09).
            05 RTI-RECEIVED-BYTES    PIC 9(09).
            05 RTI-QUAR-REJECTS      PIC 9(09).
            05 RTI-QUAR-STOP-IDX     PIC 9(09).

         FD LEDGOUT.
         01 LEDGOUT-RECORD.
            05 RTO-INFILE-NAME       PIC X(80).
            05 RTO-VERDICT           PIC X.
            05 RTO-STATE             PIC X.
            05 RTO-OPENED-DATE       PIC 9(08).
            05 RTO-SATISFIED-DATE    PIC 9(08).
            05 RTO-EXPECTED-BYTES    PIC 9(09).
            05 RTO-RECEIVED-BYTES    PIC 9(09).
            05 RTO-QUAR-REJECTS      PIC 9(09).
            05 RTO-QUAR-STOP-IDX     PIC 9(09).

      *    Layout shared with the RUNLEDG FDs in part2.cbl,
      *    aoc06spl.cbl and aoc06rls.cbl.
         FD RLIN.
         01 RLIN-RECORD.
            05 RL-ACTION             PIC X.
            05 RL-CYCLE              PIC X(14).
            05 RL-STREAM             PIC 9.
            05 RL-ENTRY-COUNT        PIC 9(05).
            05 RL-RC                 PIC 99.
            05 RL-DATE               PIC 9(08).
            05 RL-TIME               PIC 9(08).

         FD RLOUT.
         01 RLOUT-RECORD PIC X(39).

      *    Raw, as in aoc06cap.cbl; the column view is WS-CPH-ROW.
         FD CPHIN.
         01 CPHIN-RECORD PIC X(125).

         FD CPHOUT.
         01 CPHOUT-RECORD PIC X(125).

         FD MSGARCH.
         01 MSGARCH-RECORD.
           COPY AOC06MA.

         FD BKORPT.
         01 BKO-RECORD PIC X(160).

       WORKING-STORAGE SECTION.
      *    The one field-level view of a checkpoint row, as in
      *    aoc06ckh.cbl.
         01 WS-CKPT-ROW.
           COPY AOC06CK.

      *    The one field-level view of a throughput history row, as
      *    in aoc06cap.cbl.
         01 WS-CPH-ROW.
           COPY AOC06CH.

         01 WS-IN-EOF-SW             PIC X VALUE 'N'.
            88 IN-EOF-SW                 VALUE 'Y'.
         01 WS-FOUND-SLOT-SW         PIC X VALUE 'N'.
         01 WS-TABLE-OVERFLOW-SW     PIC X VALUE 'N'.
         01 WS-OPEN-FAILED-SW        PIC X VALUE 'N'.
         01 WS-MLOG-PRESENT-SW       PIC X VALUE 'N'.
         01 WS-BROWSE-END-SW         PIC X VALUE 'N'.
         01 WS-ARCH-FAILED-SW        PIC X VALUE 'N'.

         01 WS-MLOGIN-STATUS         PIC XX VALUE SPACES.
         01 WS-SIGIN-STATUS          PIC XX VALUE SPACES.
         01 WS-CKPTIN-STATUS         PIC XX VALUE SPACES.
         01 WS-LEDGIN-STATUS         PIC XX VALUE SPACES.
         01 WS-RLIN-STATUS           PIC XX VALUE SPACES.
         01 WS-CPHIN-STATUS          PIC XX VALUE SPACES.
         01 WS-MSGARCH-STATUS        PIC XX VALUE SPACES.
      *    The status 330-REPORT-NOT-PRESENT judges, set by the
      *    caller from the input that would not open.
         01 WS-OPEN-STATUS           PIC XX VALUE SPACES.

      *    The cycle being backed out, from PARM.
         01 WS-BKO-CYCLE             PIC X(14) VALUE SPACES.

      *    Every file name the cycle logged on MARKERLOG, and the
      *    RETRANS state its SURVIVING rows replay to - the same
      *    fields and the same rules as AOC06RTR's ledger table.
      *    AF-REPLAY-SW stays 'N' when no surviving row ever opened
      *    a request: the ledger row, if any, was the cycle's own.
      *    500 names matches the other hold tables; overflow aborts
      *    before anything is written.
         01 WS-AFF-TABLE.
            05 WS-AFF-COUNT          PIC 9(05) VALUE 0.
            05 WS-AFF-ENTRY OCCURS 500 TIMES.
               10 AF-NAME            PIC X(80).
               10 AF-REPLAY-SW       PIC X.
               10 AF-VERDICT         PIC X.
               10 AF-STATE           PIC X.
                  88 AF-REQUEST-OPEN     VALUE 'O'.
               10 AF-OPENED-DATE     PIC 9(08).
               10 AF-SATISFIED-DATE  PIC 9(08).
               10 AF-RECEIVED        PIC 9(09).

         01 WS-SUB                   PIC 9(05) VALUE 0.
         01 WS-SLOT                  PIC 9(05) VALUE 0.
         01 WS-LOOKUP-NAME           PIC X(80) VALUE SPACES.

      *    Rows in, removed and out per dataset; the RETRANS line
      *    counts restored and removed requests instead.
         01 WS-DS-NAME               PIC X(10) VALUE SPACES.
         01 WS-DS-READ               PIC 9(09) VALUE 0.
         01 WS-DS-REMOVED            PIC 9(09) VALUE 0.
         01 WS-DS-WRITTEN            PIC 9(09) VALUE 0.
         01 WS-LEDG-RESTORED         PIC 9(09) VALUE 0.
         01 WS-TOTAL-REMOVED         PIC 9(09) VALUE 0.
         01 WS-RETURN-CODE           PIC 99 VALUE 0.

         01 WS-PARM-TEXT             PIC X(80) VALUE SPACES.
         01 WS-PARM-TOK1             PIC X(20) VALUE SPACES.
         01 WS-PARM-TOK1-LEN         PIC 99 VALUE 0.

         01 WS-BKO-LINE              PIC X(160) VALUE SPACES.

       LINKAGE SECTION.
      *    Standard MVS batch PARM layout, as in part2.cbl.
       01 LK-PARM-AREA.
          05 LK-PARM-LEN           PIC S9(4) COMP.
          05 LK-PARM-TEXT          PIC X(80).

       PROCEDURE DIVISION USING LK-PARM-AREA.
           PERFORM 010-INIT-RUN THRU 010-EXIT.
           IF WS-BKO-CYCLE = SPACES
              MOVE 12 TO WS-RETURN-CODE
              MOVE 'ABORTED: NO CYCLE=<14 DIGITS> ON PARM, NOTHING DONE'
                  TO WS-BKO-LINE
              PERFORM 310-WRITE-BKO-LINE THRU 310-EXIT
           ELSE
              PERFORM 020-FIND-AFFECTED THRU 020-EXIT
              IF WS-TABLE-OVERFLOW-SW = 'Y'
                 MOVE 16 TO WS-RETURN-CODE
                 MOVE 'ABORTED: FILE TABLE FULL, NOTHING WRITTEN'
                     TO WS-BKO-LINE
                 PERFORM 310-WRITE-BKO-LINE THRU 310-EXIT
              ELSE
                 PERFORM 030-BACKOUT-MARKERLOG THRU 030-EXIT
                 PERFORM 050-BACKOUT-LEDGER THRU 050-EXIT
                 PERFORM 060-BACKOUT-SIGFILE THRU 060-EXIT
                 PERFORM 070-BACKOUT-CHECKPT THRU 070-EXIT
                 PERFORM 080-BACKOUT-RUNLEDG THRU 080-EXIT
                 PERFORM 087-BACKOUT-CAPHIST THRU 087-EXIT
                 PERFORM 090-BACKOUT-MSGARCH THRU 090-EXIT
                 PERFORM 100-VERDICT THRU 100-EXIT
              END-IF
           END-IF.
           PERFORM 900-TERM-RUN THRU 900-EXIT.
           MOVE WS-RETURN-CODE TO RETURN-CODE.
           GOBACK.

      *----------------------------------------------------------*
      *    RUN-LEVEL INITIALISATION / PARM PARSING                 *
      *----------------------------------------------------------*
      *    PARM format:  CYCLE=<yyyymmddhhmmss>
      *    Validated the way AOC06SPL's 017-CLASSIFY-SPL-TOKEN
      *    validates the same token.  There is deliberately no
      *    default: a backout of "whatever ran last" is one typo
      *    away from throwing away a good night.
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
           IF WS-PARM-TOK1-LEN = 20
              AND WS-PARM-TOK1(1:6) = 'CYCLE='
              AND WS-PARM-TOK1(7:14) IS NUMERIC
              MOVE WS-PARM-TOK1(7:14) TO WS-BKO-CYCLE
           END-IF.
           OPEN OUTPUT BKORPT.
           MOVE 'AOC06BKO RUN-CYCLE BACKOUT REPORT' TO WS-BKO-LINE.
           PERFORM 310-WRITE-BKO-LINE THRU 310-EXIT.
           STRING 'PARM=' DELIMITED BY SIZE
                  WS-PARM-TEXT DELIMITED BY '  '
                  ' CYCLE=' DELIMITED BY SIZE
                  WS-BKO-CYCLE DELIMITED BY SIZE
               INTO WS-BKO-LINE.
           PERFORM 310-WRITE-BKO-LINE THRU 310-EXIT.
       010-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *    PASS ONE - THE FILES THE CYCLE LOGGED                   *
      *----------------------------------------------------------*
      *    Read-only, so a table overflow stops the run before any
      *    output is opened.
       020-FIND-AFFECTED.
           MOVE 'N' TO WS-IN-EOF-SW.
           OPEN INPUT MLOGIN.
           IF WS-MLOGIN-STATUS = '00'
              MOVE 'Y' TO WS-MLOG-PRESENT-SW
              PERFORM 025-FIND-AFFECTED-STEP THRU 025-EXIT
                      UNTIL IN-EOF-SW
                         OR WS-TABLE-OVERFLOW-SW = 'Y'
              CLOSE MLOGIN
           END-IF.
       020-EXIT.
           EXIT.

       025-FIND-AFFECTED-STEP.
           READ MLOGIN
               AT END MOVE 'Y' TO WS-IN-EOF-SW
           END-READ.
           IF IN-EOF-SW
              GO TO 025-EXIT
           END-IF.
           IF MLOG-CYCLE NOT = WS-BKO-CYCLE
              GO TO 025-EXIT
           END-IF.
           MOVE MLOG-INFILE-NAME TO WS-LOOKUP-NAME.
           PERFORM 040-FIND-AFFECTED-NAME THRU 040-EXIT.
           IF WS-FOUND-SLOT-SW = 'Y'
              GO TO 025-EXIT
           END-IF.
           IF WS-AFF-COUNT >= 500
              MOVE 'Y' TO WS-TABLE-OVERFLOW-SW
              DISPLAY 'AOC06BKO ERROR: AFFECTED-FILE TABLE FULL AT '
                      WS-LOOKUP-NAME
              GO TO 025-EXIT
           END-IF.
           ADD 1 TO WS-AFF-COUNT.
           MOVE WS-LOOKUP-NAME TO AF-NAME(WS-AFF-COUNT).
           MOVE 'N' TO AF-REPLAY-SW(WS-AFF-COUNT).
           MOVE SPACE TO AF-VERDICT(WS-AFF-COUNT).
           MOVE SPACE TO AF-STATE(WS-AFF-COUNT).
           MOVE 0 TO AF-OPENED-DATE(WS-AFF-COUNT).
           MOVE 0 TO AF-SATISFIED-DATE(WS-AFF-COUNT).
           MOVE 0 TO AF-RECEIVED(WS-AFF-COUNT).
       025-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *    PASS TWO - MARKERLOG WITHOUT THE CYCLE                  *
      *----------------------------------------------------------*
      *    Every surviving row is written through; a surviving row
      *    of an affected file is also replayed, in append order,
      *    into that file's RETRANS state.
       030-BACKOUT-MARKERLOG.
           MOVE 'MARKERLOG' TO WS-DS-NAME.
           PERFORM 320-CLEAR-DS-COUNTS THRU 320-EXIT.
           MOVE 'N' TO WS-IN-EOF-SW.
           OPEN INPUT MLOGIN.
           IF WS-MLOGIN-STATUS NOT = '00'
              MOVE 'N' TO WS-MLOG-PRESENT-SW
              MOVE WS-MLOGIN-STATUS TO WS-OPEN-STATUS
              PERFORM 330-REPORT-NOT-PRESENT THRU 330-EXIT
              GO TO 030-EXIT
           END-IF.
           OPEN OUTPUT MLOGOUT.
           PERFORM 035-BACKOUT-MLOG-STEP THRU 035-EXIT
                   UNTIL IN-EOF-SW.
           CLOSE MLOGIN.
           CLOSE MLOGOUT.
           PERFORM 340-REPORT-DS-COUNTS THRU 340-EXIT.
       030-EXIT.
           EXIT.

       035-BACKOUT-MLOG-STEP.
           READ MLOGIN
               AT END MOVE 'Y' TO WS-IN-EOF-SW
           END-READ.
           IF IN-EOF-SW
              GO TO 035-EXIT
           END-IF.
           ADD 1 TO WS-DS-READ.
           IF MLOG-CYCLE = WS-BKO-CYCLE
              ADD 1 TO WS-DS-REMOVED
              GO TO 035-EXIT
           END-IF.
           WRITE MLOGOUT-RECORD FROM MLOGIN-RECORD.
           ADD 1 TO WS-DS-WRITTEN.
           MOVE MLOG-INFILE-NAME TO WS-LOOKUP-NAME.
           PERFORM 040-FIND-AFFECTED-NAME THRU 040-EXIT.
           IF WS-FOUND-SLOT-SW = 'Y'
              PERFORM 045-REPLAY-ROW THRU 045-EXIT
           END-IF.
       035-EXIT.
           EXIT.

       040-FIND-AFFECTED-NAME.
           MOVE 'N' TO WS-FOUND-SLOT-SW.
           MOVE 0 TO WS-SLOT.
           PERFORM 042-FIND-AFFECTED-STEP THRU 042-EXIT
                   VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-AFF-COUNT
                      OR WS-FOUND-SLOT-SW = 'Y'.
       040-EXIT.
           EXIT.

       042-FIND-AFFECTED-STEP.
           IF AF-NAME(WS-SUB) = WS-LOOKUP-NAME
              MOVE WS-SUB TO WS-SLOT
              MOVE 'Y' TO WS-FOUND-SLOT-SW
           END-IF.
       042-EXIT.
           EXIT.

      *    AOC06RTR's 047-OPEN-REQUEST and 048-SATISFY-REQUEST, rule
      *    for rule: a 'T'/'M'/'Q' row opens (or refreshes) the
      *    request, any other row satisfies an open one and never
      *    creates one.
       045-REPLAY-ROW.
           IF MLOG-STATUS = 'T' OR MLOG-STATUS = 'M'
              OR MLOG-STATUS = 'Q'
              MOVE 'Y' TO AF-REPLAY-SW(WS-SLOT)
              IF NOT AF-REQUEST-OPEN(WS-SLOT)
                 MOVE 'O' TO AF-STATE(WS-SLOT)
                 MOVE MLOG-DATE TO AF-OPENED-DATE(WS-SLOT)
                 MOVE 0 TO AF-SATISFIED-DATE(WS-SLOT)
                 MOVE 0 TO AF-RECEIVED(WS-SLOT)
              END-IF
              MOVE MLOG-STATUS TO AF-VERDICT(WS-SLOT)
              IF (MLOG-STATUS = 'T' OR MLOG-STATUS = 'M')
                 AND MLOG-IDX IS NUMERIC
                 MOVE MLOG-IDX TO AF-RECEIVED(WS-SLOT)
              END-IF
           ELSE
              IF AF-REQUEST-OPEN(WS-SLOT)
                 MOVE 'S' TO AF-STATE(WS-SLOT)
                 MOVE MLOG-DATE TO AF-SATISFIED-DATE(WS-SLOT)
              END-IF
           END-IF.
       045-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *    RETRANS LEDGER - RESTORE THE AFFECTED REQUESTS          *
      *----------------------------------------------------------*
      *    Without this step's MARKERLOG there is nothing to replay
      *    from, so the ledger is then skipped rather than guessed
      *    at.
       050-BACKOUT-LEDGER.
           MOVE 'RETRANS' TO WS-DS-NAME.
           PERFORM 320-CLEAR-DS-COUNTS THRU 320-EXIT.
           MOVE 'N' TO WS-IN-EOF-SW.
           OPEN INPUT LEDGIN.
           IF WS-LEDGIN-STATUS NOT = '00'
              MOVE WS-LEDGIN-STATUS TO WS-OPEN-STATUS
              PERFORM 330-REPORT-NOT-PRESENT THRU 330-EXIT
              GO TO 050-EXIT
           END-IF.
           IF WS-MLOG-PRESENT-SW = 'N'
              CLOSE LEDGIN
              MOVE 'RETRANS    SKIPPED, NO MARKERLOG TO REPLAY FROM'
                  TO WS-BKO-LINE
              PERFORM 310-WRITE-BKO-LINE THRU 310-EXIT
              GO TO 050-EXIT
           END-IF.
           OPEN OUTPUT LEDGOUT.
           PERFORM 055-BACKOUT-LEDG-STEP THRU 055-EXIT
                   UNTIL IN-EOF-SW.
           CLOSE LEDGIN.
           CLOSE LEDGOUT.
           STRING WS-DS-NAME DELIMITED BY SIZE
                  ' ROWS BEFORE=' DELIMITED BY SIZE
                  WS-DS-READ DELIMITED BY SIZE
                  ' RESTORED=' DELIMITED BY SIZE
                  WS-LEDG-RESTORED DELIMITED BY SIZE
                  ' REMOVED=' DELIMITED BY SIZE
                  WS-DS-REMOVED DELIMITED BY SIZE
                  ' AFTER=' DELIMITED BY SIZE
                  WS-DS-WRITTEN DELIMITED BY SIZE
               INTO WS-BKO-LINE.
           PERFORM 310-WRITE-BKO-LINE THRU 310-EXIT.
       050-EXIT.
           EXIT.

      *    A ledger row only changes when the cycle logged its file.
      *    Its replayed state then replaces the row's; when the
      *    replay never opened a request, the request was the
      *    cycle's alone and the row goes.
       055-BACKOUT-LEDG-STEP.
           READ LEDGIN
               AT END MOVE 'Y' TO WS-IN-EOF-SW
           END-READ.
           IF IN-EOF-SW
              GO TO 055-EXIT
           END-IF.
           ADD 1 TO WS-DS-READ.
           MOVE LEDGIN-RECORD TO LEDGOUT-RECORD.
           MOVE RTI-INFILE-NAME TO WS-LOOKUP-NAME.
           PERFORM 040-FIND-AFFECTED-NAME THRU 040-EXIT.
           IF WS-FOUND-SLOT-SW = 'N'
              WRITE LEDGOUT-RECORD
              ADD 1 TO WS-DS-WRITTEN
              GO TO 055-EXIT
           END-IF.
           IF AF-REPLAY-SW(WS-SLOT) = 'N'
              ADD 1 TO WS-DS-REMOVED
              STRING 'RETRANS    REMOVED  ' DELIMITED BY SIZE
                     RTI-INFILE-NAME DELIMITED BY SPACE
                     ' WAS ' DELIMITED BY SIZE
                     RTI-STATE DELIMITED BY SIZE
                     '/' DELIMITED BY SIZE
                     RTI-VERDICT DELIMITED BY SIZE
                     ' OPENED ' DELIMITED BY SIZE
                     RTI-OPENED-DATE DELIMITED BY SIZE
                  INTO WS-BKO-LINE
              PERFORM 310-WRITE-BKO-LINE THRU 310-EXIT
              GO TO 055-EXIT
           END-IF.
           MOVE AF-VERDICT(WS-SLOT) TO RTO-VERDICT.
           MOVE AF-STATE(WS-SLOT) TO RTO-STATE.
           MOVE AF-OPENED-DATE(WS-SLOT) TO RTO-OPENED-DATE.
           MOVE AF-SATISFIED-DATE(WS-SLOT) TO RTO-SATISFIED-DATE.
           MOVE AF-RECEIVED(WS-SLOT) TO RTO-RECEIVED-BYTES.
      *    The quarantine particulars came from a QUARANTINE
      *    generation and cannot be replayed; they stay only when
      *    the restored request is the same 'Q' request.
           IF AF-VERDICT(WS-SLOT) NOT = 'Q'
              OR AF-OPENED-DATE(WS-SLOT) NOT = RTI-OPENED-DATE
              MOVE 0 TO RTO-QUAR-REJECTS
              MOVE 0 TO RTO-QUAR-STOP-IDX
           END-IF.
           WRITE LEDGOUT-RECORD.
           ADD 1 TO WS-DS-WRITTEN.
           ADD 1 TO WS-LEDG-RESTORED.
           STRING 'RETRANS    RESTORED ' DELIMITED BY SIZE
                  RTI-INFILE-NAME DELIMITED BY SPACE
                  ' WAS ' DELIMITED BY SIZE
                  RTI-STATE DELIMITED BY SIZE
                  '/' DELIMITED BY SIZE
                  RTI-VERDICT DELIMITED BY SIZE
                  ' OPENED ' DELIMITED BY SIZE
                  RTI-OPENED-DATE DELIMITED BY SIZE
                  ' NOW ' DELIMITED BY SIZE
                  RTO-STATE DELIMITED BY SIZE
                  '/' DELIMITED BY SIZE
                  RTO-VERDICT DELIMITED BY SIZE
                  ' OPENED ' DELIMITED BY SIZE
                  RTO-OPENED-DATE DELIMITED BY SIZE
                  ' SATISFIED ' DELIMITED BY SIZE
                  RTO-SATISFIED-DATE DELIMITED BY SIZE
               INTO WS-BKO-LINE.
           PERFORM 310-WRITE-BKO-LINE THRU 310-EXIT.
       055-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *    SIGFILE / CHECKPT / RUNLEDG - ROWS OF THE CYCLE OUT     *
      *----------------------------------------------------------*
       060-BACKOUT-SIGFILE.
           MOVE 'SIGFILE' TO WS-DS-NAME.
           PERFORM 320-CLEAR-DS-COUNTS THRU 320-EXIT.
           MOVE 'N' TO WS-IN-EOF-SW.
           OPEN INPUT SIGIN.
           IF WS-SIGIN-STATUS NOT = '00'
              MOVE WS-SIGIN-STATUS TO WS-OPEN-STATUS
              PERFORM 330-REPORT-NOT-PRESENT THRU 330-EXIT
              GO TO 060-EXIT
           END-IF.
           OPEN OUTPUT SIGOUT.
           PERFORM 065-BACKOUT-SIG-STEP THRU 065-EXIT
                   UNTIL IN-EOF-SW.
           CLOSE SIGIN.
           CLOSE SIGOUT.
           PERFORM 340-REPORT-DS-COUNTS THRU 340-EXIT.
       060-EXIT.
           EXIT.

       065-BACKOUT-SIG-STEP.
           READ SIGIN
               AT END MOVE 'Y' TO WS-IN-EOF-SW
           END-READ.
           IF IN-EOF-SW
              GO TO 065-EXIT
           END-IF.
           ADD 1 TO WS-DS-READ.
           IF SGI-CYCLE = WS-BKO-CYCLE
              ADD 1 TO WS-DS-REMOVED
           ELSE
              WRITE SIGOUT-RECORD FROM SIGIN-RECORD
              ADD 1 TO WS-DS-WRITTEN
           END-IF.
       065-EXIT.
           EXIT.

       070-BACKOUT-CHECKPT.
           MOVE 'CHECKPT' TO WS-DS-NAME.
           PERFORM 320-CLEAR-DS-COUNTS THRU 320-EXIT.
           MOVE 'N' TO WS-IN-EOF-SW.
           OPEN INPUT CKPTIN.
           IF WS-CKPTIN-STATUS NOT = '00'
              MOVE WS-CKPTIN-STATUS TO WS-OPEN-STATUS
              PERFORM 330-REPORT-NOT-PRESENT THRU 330-EXIT
              GO TO 070-EXIT
           END-IF.
           OPEN OUTPUT CKPTOUT.
           PERFORM 075-BACKOUT-CKPT-STEP THRU 075-EXIT
                   UNTIL IN-EOF-SW.
           CLOSE CKPTIN.
           CLOSE CKPTOUT.
           PERFORM 340-REPORT-DS-COUNTS THRU 340-EXIT.
       070-EXIT.
           EXIT.

       075-BACKOUT-CKPT-STEP.
           READ CKPTIN
               AT END MOVE 'Y' TO WS-IN-EOF-SW
           END-READ.
           IF IN-EOF-SW
              GO TO 075-EXIT
           END-IF.
           ADD 1 TO WS-DS-READ.
           MOVE CKPTIN-RECORD TO WS-CKPT-ROW.
           IF CKPT-CYCLE = WS-BKO-CYCLE
              ADD 1 TO WS-DS-REMOVED
           ELSE
              WRITE CKPTOUT-RECORD FROM CKPTIN-RECORD
              ADD 1 TO WS-DS-WRITTEN
           END-IF.
       075-EXIT.
           EXIT.

       080-BACKOUT-RUNLEDG.
           MOVE 'RUNLEDG' TO WS-DS-NAME.
           PERFORM 320-CLEAR-DS-COUNTS THRU 320-EXIT.
           MOVE 'N' TO WS-IN-EOF-SW.
           OPEN INPUT RLIN.
           IF WS-RLIN-STATUS NOT = '00'
              MOVE WS-RLIN-STATUS TO WS-OPEN-STATUS
              PERFORM 330-REPORT-NOT-PRESENT THRU 330-EXIT
              GO TO 080-EXIT
           END-IF.
           OPEN OUTPUT RLOUT.
           PERFORM 085-BACKOUT-RL-STEP THRU 085-EXIT
                   UNTIL IN-EOF-SW.
           CLOSE RLIN.
           CLOSE RLOUT.
           PERFORM 340-REPORT-DS-COUNTS THRU 340-EXIT.
       080-EXIT.
           EXIT.

       085-BACKOUT-RL-STEP.
           READ RLIN
               AT END MOVE 'Y' TO WS-IN-EOF-SW
           END-READ.
           IF IN-EOF-SW
              GO TO 085-EXIT
           END-IF.
           ADD 1 TO WS-DS-READ.
           IF RL-CYCLE = WS-BKO-CYCLE
              ADD 1 TO WS-DS-REMOVED
           ELSE
              WRITE RLOUT-RECORD FROM RLIN-RECORD
              ADD 1 TO WS-DS-WRITTEN
           END-IF.
       085-EXIT.
           EXIT.

       087-BACKOUT-CAPHIST.
           MOVE 'CAPHIST' TO WS-DS-NAME.
           PERFORM 320-CLEAR-DS-COUNTS THRU 320-EXIT.
           MOVE 'N' TO WS-IN-EOF-SW.
           OPEN INPUT CPHIN.
           IF WS-CPHIN-STATUS NOT = '00'
              MOVE WS-CPHIN-STATUS TO WS-OPEN-STATUS
              PERFORM 330-REPORT-NOT-PRESENT THRU 330-EXIT
              GO TO 087-EXIT
           END-IF.
           OPEN OUTPUT CPHOUT.
           PERFORM 088-BACKOUT-CPH-STEP THRU 088-EXIT
                   UNTIL IN-EOF-SW.
           CLOSE CPHIN.
           CLOSE CPHOUT.
           PERFORM 340-REPORT-DS-COUNTS THRU 340-EXIT.
       087-EXIT.
           EXIT.

       088-BACKOUT-CPH-STEP.
           READ CPHIN
               AT END MOVE 'Y' TO WS-IN-EOF-SW
           END-READ.
           IF IN-EOF-SW
              GO TO 088-EXIT
           END-IF.
           ADD 1 TO WS-DS-READ.
           MOVE CPHIN-RECORD TO WS-CPH-ROW.
           IF CPH-CYCLE = WS-BKO-CYCLE
              ADD 1 TO WS-DS-REMOVED
           ELSE
              WRITE CPHOUT-RECORD FROM CPHIN-RECORD
              ADD 1 TO WS-DS-WRITTEN
           END-IF.
       088-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *    MSGARCH - ROWS OF THE CYCLE DELETED IN PLACE            *
      *----------------------------------------------------------*
      *    Last, and only when every other input opened, so a step
      *    that holds its copy-back for a missing allocation has
      *    not touched the archive either.
       090-BACKOUT-MSGARCH.
           MOVE 'MSGARCH' TO WS-DS-NAME.
           PERFORM 320-CLEAR-DS-COUNTS THRU 320-EXIT.
           IF WS-OPEN-FAILED-SW = 'Y'
              MOVE 'MSGARCH    NOT TOUCHED, AN INPUT DID NOT OPEN'
                  TO WS-BKO-LINE
              PERFORM 310-WRITE-BKO-LINE THRU 310-EXIT
              GO TO 090-EXIT
           END-IF.
           OPEN I-O MSGARCH.
           IF WS-MSGARCH-STATUS NOT = '00'
              MOVE WS-MSGARCH-STATUS TO WS-OPEN-STATUS
              PERFORM 330-REPORT-NOT-PRESENT THRU 330-EXIT
              GO TO 090-EXIT
           END-IF.
           MOVE 'N' TO WS-BROWSE-END-SW.
           MOVE LOW-VALUES TO MA-KEY.
           START MSGARCH KEY IS NOT LESS THAN MA-KEY
               INVALID KEY MOVE 'Y' TO WS-BROWSE-END-SW
           END-START.
           PERFORM 095-BACKOUT-MA-STEP THRU 095-EXIT
                   UNTIL WS-BROWSE-END-SW = 'Y'.
           CLOSE MSGARCH.
           PERFORM 340-REPORT-DS-COUNTS THRU 340-EXIT.
       090-EXIT.
           EXIT.

       095-BACKOUT-MA-STEP.
           READ MSGARCH NEXT RECORD
               AT END MOVE 'Y' TO WS-BROWSE-END-SW
           END-READ.
           IF WS-MSGARCH-STATUS NOT = '00'
              AND WS-MSGARCH-STATUS NOT = '10'
              MOVE 'Y' TO WS-BROWSE-END-SW
              MOVE 'Y' TO WS-ARCH-FAILED-SW
              STRING 'MSGARCH    READ FAILED, STATUS ' DELIMITED BY SIZE
                     WS-MSGARCH-STATUS DELIMITED BY SIZE
                  INTO WS-BKO-LINE
              PERFORM 310-WRITE-BKO-LINE THRU 310-EXIT
           END-IF.
           IF WS-BROWSE-END-SW = 'Y'
              GO TO 095-EXIT
           END-IF.
           ADD 1 TO WS-DS-READ.
           IF MA-CYCLE NOT = WS-BKO-CYCLE
              ADD 1 TO WS-DS-WRITTEN
              GO TO 095-EXIT
           END-IF.
           DELETE MSGARCH RECORD
               INVALID KEY CONTINUE
           END-DELETE.
           IF WS-MSGARCH-STATUS NOT = '00'
              MOVE 'Y' TO WS-BROWSE-END-SW
              MOVE 'Y' TO WS-ARCH-FAILED-SW
              ADD 1 TO WS-DS-WRITTEN
              STRING 'MSGARCH    DELETE FAILED, STATUS '
                         DELIMITED BY SIZE
                     WS-MSGARCH-STATUS DELIMITED BY SIZE
                  INTO WS-BKO-LINE
              PERFORM 310-WRITE-BKO-LINE THRU 310-EXIT
              GO TO 095-EXIT
           END-IF.
           ADD 1 TO WS-DS-REMOVED.
       095-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *    THE VERDICT                                             *
      *----------------------------------------------------------*
       100-VERDICT.
           IF WS-OPEN-FAILED-SW = 'Y'
              MOVE 16 TO WS-RETURN-CODE
              MOVE 'VERDICT: INPUT DID NOT OPEN, NO COPY-BACK, RC=16'
                  TO WS-BKO-LINE
              GO TO 100-WRITE-VERDICT
           END-IF.
           IF WS-ARCH-FAILED-SW = 'Y'
              MOVE 16 TO WS-RETURN-CODE
              MOVE 'VERDICT: MSGARCH FAILED, NO COPY-BACK, RC=16'
                  TO WS-BKO-LINE
              GO TO 100-WRITE-VERDICT
           END-IF.
           IF WS-TOTAL-REMOVED = 0
              MOVE 4 TO WS-RETURN-CODE
              MOVE 'VERDICT: CYCLE NOT FOUND, NOTHING TO BACK OUT'
                  TO WS-BKO-LINE
           ELSE
              MOVE 'VERDICT: CYCLE REMOVED, COPY BACK, RC=00'
                  TO WS-BKO-LINE
           END-IF.
       100-WRITE-VERDICT.
           PERFORM 310-WRITE-BKO-LINE THRU 310-EXIT.
       100-EXIT.
           EXIT.

       310-WRITE-BKO-LINE.
           WRITE BKO-RECORD FROM WS-BKO-LINE.
           MOVE SPACES TO WS-BKO-LINE.
       310-EXIT.
           EXIT.

       320-CLEAR-DS-COUNTS.
           MOVE 0 TO WS-DS-READ.
           MOVE 0 TO WS-DS-REMOVED.
           MOVE 0 TO WS-DS-WRITTEN.
       320-EXIT.
           EXIT.

      *    Status '35' is a DD this step does not carry - reported
      *    and skipped.  Anything else is an allocation that is
      *    there and would not open, and holds the copy-back.
       330-REPORT-NOT-PRESENT.
           IF WS-OPEN-STATUS = '35'
              STRING WS-DS-NAME DELIMITED BY SIZE
                     ' NOT IN THIS STEP, SKIPPED' DELIMITED BY SIZE
                  INTO WS-BKO-LINE
           ELSE
              MOVE 'Y' TO WS-OPEN-FAILED-SW
              STRING WS-DS-NAME DELIMITED BY SIZE
                     ' DID NOT OPEN, STATUS ' DELIMITED BY SIZE
                     WS-OPEN-STATUS DELIMITED BY SIZE
                  INTO WS-BKO-LINE
           END-IF.
           PERFORM 310-WRITE-BKO-LINE THRU 310-EXIT.
       330-EXIT.
           EXIT.

       340-REPORT-DS-COUNTS.
           ADD WS-DS-REMOVED TO WS-TOTAL-REMOVED.
           STRING WS-DS-NAME DELIMITED BY SIZE
                  ' ROWS BEFORE=' DELIMITED BY SIZE
                  WS-DS-READ DELIMITED BY SIZE
                  ' REMOVED=' DELIMITED BY SIZE
                  WS-DS-REMOVED DELIMITED BY SIZE
                  ' AFTER=' DELIMITED BY SIZE
                  WS-DS-WRITTEN DELIMITED BY SIZE
               INTO WS-BKO-LINE.
           PERFORM 310-WRITE-BKO-LINE THRU 310-EXIT.
       340-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *    RUN-LEVEL TERMINATION                                   *
      *----------------------------------------------------------*
       900-TERM-RUN.
           STRING 'AFFECTED FILES=' DELIMITED BY SIZE
                  WS-AFF-COUNT DELIMITED BY SIZE
                  ' ROWS REMOVED=' DELIMITED BY SIZE
                  WS-TOTAL-REMOVED DELIMITED BY SIZE
                  ' RC=' DELIMITED BY SIZE
                  WS-RETURN-CODE DELIMITED BY SIZE
               INTO WS-BKO-LINE.
           PERFORM 310-WRITE-BKO-LINE THRU 310-EXIT.
           CLOSE BKORPT.
       900-EXIT.
           EXIT.
