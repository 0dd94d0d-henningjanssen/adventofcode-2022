      * Compile: `cobc -x -I copybooks aoc06smu.cbl`
      *
      * AOC06SMU - status master update.  Every program that has to
      * say where a file stands (AOC06HIS, AOC06RTR, AOC06COV,
      * AOC06REC, AOC06DOS) reads the whole of PROD.AOC.MARKERLOG
      * from the top, and gets slower every month the log grows.
      * This program keeps PROD.AOC.STATMAST, a keyed master with
      * one record per (file name, window size) - layout and
      * control-record notes in AOC06SM.CPY - so the question is
      * one keyed read.  Run as its own scheduled job after the
      * night (after RECON on a serial night, after AOC06MRG on a
      * parallel one) and after AOC06RTR, so the ledger state it
      * copies is tonight's:
      *
      *   - MARKERLOG rows from the control record's high-water
      *     cycle onward are applied in append order: the latest
      *     row's status, RC, MLOG-IDX, profile, cycle and date/time
      *     land on the record, the first-seen date is kept from
      *     the row that created it, and the run count goes up once
      *     per new cycle.  Older rows are read past, not applied -
      *     the log is still read sequentially, but nothing behind
      *     the high-water mark touches the master again;
      *   - the LAST CHECKPT row per file name (serial and stream
      *     checkpoint files, concatenated on the DD) sets the
      *     checkpoint state on every record of the name;
      *   - the RETRANS ledger row per file sets the open/satisfied
      *     retransmission state the same way;
      *   - the latest SIGFILE row per file from the high-water
      *     cycle onward sets the last content digest.
      *
      * Reapplying a cycle is harmless: a row whose cycle equals
      * the record's refreshes it without counting a run, and a
      * row older than the record is skipped.  So the high-water
      * compare is "not older than", and a rerun after an abend -
      * which may have applied part of the log before the control
      * record moved - converges on the same master.
      *
      * A master that will not open for update (not defined yet,
      * or redefined empty - see AOC06SMR.JCL) is seeded with its
      * control record and built from the whole history: a first
      * build has no high-water mark, so every row applies.
      *
      * Step RC:
      *   RC=0   master updated as reported
      *   RC=4   first build - the master was built from the
      *          whole history this run (normal on the first run or
      *          after AOC06SMR.JCL; check SMURPT's counts once)
      *   RC=16  a hold table overflowed, or the master would not
      *          open; NOTHING was applied - raise the table (or
      *          fix the cluster) and rerun.  Also a write or
      *          rewrite of a master record failed (each on
      *          SYSOUT): the rest was applied, but the high-water
      *          mark is left where it was, so the rerun once the
      *          cluster is put right reapplies the same rows
      *
      * Modification history:
      *   2026-09-15  HJ  Written, with AOC06SM.CPY and the
      *                   STATMAST section in AOC06DOS.
      *   2026-10-15  HJ  A failed master write counts, ends the
      *                   step RC=16 and holds the high-water mark
      *                   back; it used to be on SYSOUT only.
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  AOC06SMU.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
         FILE-CONTROL.
           SELECT STATMAST ASSIGN TO "STATMAST"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SM-KEY
           FILE STATUS IS WS-STATMAST-STATUS.

           SELECT MARKERLOG ASSIGN TO "MARKERLOG"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-MARKERLOG-STATUS.

           SELECT CHECKPT ASSIGN TO "CHECKPT"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-CKPT-STATUS.

           SELECT LEDGIN ASSIGN TO "LEDGIN"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-LEDGIN-STATUS.

           SELECT SIGIN ASSIGN TO "SIGIN"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-SIGIN-STATUS.

           SELECT SMURPT ASSIGN TO "SMURPT"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
         FD STATMAST.
         01 STATMAST-RECORD.
           COPY AOC06SM.

      *    Mirrors the MARKERLOG-RECORD layout AOC06PT1 writes; see
      *    the FD and the MLOG-STATUS note in part2.cbl.  MLOG-IDX
      *    is carried raw onto the master.
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

         FD CHECKPT.
         01 CHECKPT-RECORD PIC X(1463).

      *    The RETRANS ledger row; see the LEDGIN FD in aoc06rtr.cbl.
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

      *    The content-signature row; see the SIGIN FD in part2.cbl.
         FD SIGIN.
         01 SIGIN-RECORD.
            05 SGI-INFILE-NAME       PIC X(80).
            05 SGI-BYTES             PIC 9(09).
            05 SGI-DIGEST            PIC 9(09).
            05 SGI-DATE              PIC 9(08).
            05 SGI-CYCLE             PIC X(14).

         FD SMURPT.
         01 SMU-RECORD PIC X(160).

       WORKING-STORAGE SECTION.
      *    The field-level view of a checkpoint row, as in
      *    AOC06CKH: rows pass by raw and are moved here when a
      *    column has to be looked at.
         01 WS-CKPT-ROW.
           COPY AOC06CK.

         01 WS-IN-EOF-SW             PIC X VALUE 'N'.
            88 IN-EOF-SW                 VALUE 'Y'.
         01 WS-NAME-EOF-SW           PIC X VALUE 'N'.
            88 NAME-EOF-SW               VALUE 'Y'.
         01 WS-FOUND-SLOT-SW         PIC X VALUE 'N'.
         01 WS-TABLE-OVERFLOW-SW     PIC X VALUE 'N'.
         01 WS-MASTER-OPEN-SW        PIC X VALUE 'N'.
         01 WS-CONTROL-FOUND-SW      PIC X VALUE 'N'.
         01 WS-FIRST-BUILD-SW        PIC X VALUE 'N'.
         01 WS-RECORD-FOUND-SW       PIC X VALUE 'N'.

         01 WS-STATMAST-STATUS       PIC XX VALUE SPACES.
         01 WS-MARKERLOG-STATUS      PIC XX VALUE SPACES.
         01 WS-CKPT-STATUS           PIC XX VALUE SPACES.
         01 WS-LEDGIN-STATUS         PIC XX VALUE SPACES.
         01 WS-SIGIN-STATUS          PIC XX VALUE SPACES.

      *    The control record's high-water cycle as read at the
      *    start (spaces: no control record, apply everything), and
      *    the newest cycle applied this run, which becomes the next
      *    run's high-water mark.
         01 WS-HIGH-CYCLE            PIC X(14) VALUE SPACES.
         01 WS-NEW-HIGH-CYCLE        PIC X(14) VALUE SPACES.
         01 WS-ROW-CYCLE             PIC X(14) VALUE SPACES.
         01 WS-BUILD-DATE            PIC 9(08) VALUE 0.
         01 WS-CTL-RUN-COUNT         PIC 9(07) VALUE 0.

      *    The last CHECKPT row per file name, the last SIGFILE row
      *    per name since the high-water mark, and the RETRANS
      *    ledger (one row per file already).  All three are loaded
      *    before the master is touched, so an overflow aborts with
      *    nothing applied; 500 names matches the hold tables in
      *    AOC06CKH and AOC06RTR.
         01 WS-CKPT-TABLE.
            05 WS-CKPT-COUNT         PIC 9(05) VALUE 0.
            05 WS-CKPT-ENTRY OCCURS 500 TIMES.
               10 CKT-NAME           PIC X(80).
               10 CKT-STATUS         PIC X.
               10 CKT-IDX            PIC 9(09).
               10 CKT-RC             PIC 99.
               10 CKT-DATE           PIC 9(08).
               10 CKT-CYCLE          PIC X(14).

         01 WS-RTR-TABLE.
            05 WS-RTR-COUNT          PIC 9(05) VALUE 0.
            05 WS-RTR-ENTRY OCCURS 500 TIMES.
               10 RTT-NAME           PIC X(80).
               10 RTT-STATE          PIC X.
               10 RTT-VERDICT        PIC X.
               10 RTT-OPENED-DATE    PIC 9(08).
               10 RTT-SATISFIED-DATE PIC 9(08).

         01 WS-SIG-TABLE.
            05 WS-SIG-COUNT          PIC 9(05) VALUE 0.
            05 WS-SIG-ENTRY OCCURS 500 TIMES.
               10 SGT-NAME           PIC X(80).
               10 SGT-BYTES          PIC 9(09).
               10 SGT-DIGEST         PIC 9(09).
               10 SGT-DATE           PIC 9(08).
               10 SGT-CYCLE          PIC X(14).

         01 WS-SUB                   PIC 9(05) VALUE 0.
         01 WS-SLOT                  PIC 9(05) VALUE 0.
         01 WS-LOOKUP-NAME           PIC X(80) VALUE SPACES.
      *    Which table 080-APPLY-TO-NAME is copying from: 'C'
      *    checkpoint, 'R' retransmission ledger, 'S' signature.
         01 WS-APPLY-KIND            PIC X VALUE SPACE.
         01 WS-NAME-HITS             PIC 9(05) VALUE 0.

         01 WS-TODAY-DATE            PIC 9(08) VALUE 0.
         01 WS-MLOG-READ-COUNT       PIC 9(09) VALUE 0.
         01 WS-MLOG-PAST-COUNT       PIC 9(09) VALUE 0.
         01 WS-MLOG-OLDER-COUNT      PIC 9(09) VALUE 0.
         01 WS-ADDED-COUNT           PIC 9(09) VALUE 0.
         01 WS-UPDATED-COUNT         PIC 9(09) VALUE 0.
         01 WS-CKPT-APPLIED          PIC 9(09) VALUE 0.
         01 WS-RTR-APPLIED           PIC 9(09) VALUE 0.
         01 WS-SIG-APPLIED           PIC 9(09) VALUE 0.
         01 WS-NO-MASTER-COUNT       PIC 9(05) VALUE 0.
      *    Master writes and rewrites that did not end status '00';
      *    any at all and 090-WRITE-CONTROL is not performed.
         01 WS-WRITE-FAILED-COUNT    PIC 9(09) VALUE 0.
         01 WS-RETURN-CODE           PIC 99 VALUE 0.

         01 WS-SMU-LINE              PIC X(160) VALUE SPACES.

       PROCEDURE DIVISION.
           PERFORM 010-INIT-RUN THRU 010-EXIT.
           PERFORM 020-OPEN-MASTER THRU 020-EXIT.
           IF WS-MASTER-OPEN-SW = 'Y'
              PERFORM 025-READ-CONTROL THRU 025-EXIT
              PERFORM 030-LOAD-CHECKPT THRU 030-EXIT
              PERFORM 040-LOAD-RETRANS THRU 040-EXIT
              PERFORM 050-LOAD-SIGNATURES THRU 050-EXIT
              IF WS-TABLE-OVERFLOW-SW = 'Y'
                 MOVE 16 TO WS-RETURN-CODE
                 MOVE 'ABORTED: HOLD TABLE FULL, NOTHING APPLIED'
                     TO WS-SMU-LINE
                 PERFORM 310-WRITE-SMU-LINE THRU 310-EXIT
              ELSE
                 PERFORM 060-APPLY-MARKERLOG THRU 060-EXIT
                 PERFORM 070-APPLY-TABLES THRU 070-EXIT
                 IF WS-WRITE-FAILED-COUNT = 0
                    PERFORM 090-WRITE-CONTROL THRU 090-EXIT
                 END-IF
                 IF WS-WRITE-FAILED-COUNT > 0
                    MOVE 16 TO WS-RETURN-CODE
                    STRING 'FAILED: ' DELIMITED BY SIZE
                           WS-WRITE-FAILED-COUNT DELIMITED BY SIZE
                           ' STATMAST WRITE(S) FAILED - SEE SYSOUT;'
                               DELIMITED BY SIZE
                           ' HIGH-WATER MARK NOT MOVED, RERUN'
                               DELIMITED BY SIZE
                        INTO WS-SMU-LINE
                    PERFORM 310-WRITE-SMU-LINE THRU 310-EXIT
                 ELSE
                    IF WS-FIRST-BUILD-SW = 'Y'
                       MOVE 4 TO WS-RETURN-CODE
                    END-IF
                 END-IF
              END-IF
           ELSE
              MOVE 16 TO WS-RETURN-CODE
              STRING 'ABORTED: STATMAST DID NOT OPEN, STATUS '
                         DELIMITED BY SIZE
                     WS-STATMAST-STATUS DELIMITED BY SIZE
                     ', NOTHING APPLIED' DELIMITED BY SIZE
                  INTO WS-SMU-LINE
              PERFORM 310-WRITE-SMU-LINE THRU 310-EXIT
           END-IF.
           PERFORM 900-TERM-RUN THRU 900-EXIT.
           MOVE WS-RETURN-CODE TO RETURN-CODE.
           GOBACK.

      *----------------------------------------------------------*
      *    RUN-LEVEL INITIALISATION                                *
      *----------------------------------------------------------*
       010-INIT-RUN.
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
           OPEN OUTPUT SMURPT.
           MOVE 'AOC06SMU STATUS MASTER UPDATE REPORT'
               TO WS-SMU-LINE.
           PERFORM 310-WRITE-SMU-LINE THRU 310-EXIT.
           STRING 'RUN DATE ' DELIMITED BY SIZE
                  WS-TODAY-DATE DELIMITED BY SIZE
               INTO WS-SMU-LINE.
           PERFORM 310-WRITE-SMU-LINE THRU 310-EXIT.
       010-EXIT.
           EXIT.

      *    A master that is not there yet (or a freshly defined,
      *    never-loaded cluster, which will not open for update) is
      *    loaded with its control record alone and then reopened
      *    for update - the EXTEND/OUTPUT fallback of
      *    017-OPEN-MARKERLOG in part2.cbl, for a keyed file.  The
      *    seeded control record has no high-water mark and a zero
      *    run count, which 025-READ-CONTROL takes as a first build.
       020-OPEN-MASTER.
           OPEN I-O STATMAST.
           IF WS-STATMAST-STATUS = '35'
              OPEN OUTPUT STATMAST
              IF WS-STATMAST-STATUS = '00'
                 MOVE LOW-VALUES TO SM-KEY
                 MOVE SPACES TO SM-CONTROL-DATA
                 MOVE SPACES TO SM-CTL-HIGH-CYCLE
                 MOVE WS-TODAY-DATE TO SM-CTL-BUILD-DATE
                 MOVE 0 TO SM-CTL-UPDATE-DATE
                 MOVE 0 TO SM-CTL-RUN-COUNT
                 WRITE STATMAST-RECORD
                 CLOSE STATMAST
                 OPEN I-O STATMAST
              END-IF
           END-IF.
           IF WS-STATMAST-STATUS = '00'
              OR WS-STATMAST-STATUS = '05'
              MOVE 'Y' TO WS-MASTER-OPEN-SW
           END-IF.
       020-EXIT.
           EXIT.

       025-READ-CONTROL.
           MOVE LOW-VALUES TO SM-KEY.
           MOVE 'Y' TO WS-CONTROL-FOUND-SW.
           READ STATMAST
               INVALID KEY MOVE 'N' TO WS-CONTROL-FOUND-SW
           END-READ.
           IF WS-CONTROL-FOUND-SW = 'Y'
              AND SM-CTL-RUN-COUNT = 0
              MOVE 'Y' TO WS-FIRST-BUILD-SW
           END-IF.
           IF WS-CONTROL-FOUND-SW = 'Y'
              AND WS-FIRST-BUILD-SW = 'N'
              MOVE SM-CTL-HIGH-CYCLE TO WS-HIGH-CYCLE
              MOVE SM-CTL-BUILD-DATE TO WS-BUILD-DATE
              MOVE SM-CTL-RUN-COUNT TO WS-CTL-RUN-COUNT
              STRING 'APPLYING FROM CYCLE ' DELIMITED BY SIZE
                     WS-HIGH-CYCLE DELIMITED BY SIZE
                     ' (MASTER BUILT ' DELIMITED BY SIZE
                     WS-BUILD-DATE DELIMITED BY SIZE
                     ')' DELIMITED BY SIZE
                  INTO WS-SMU-LINE
           ELSE
              MOVE 'Y' TO WS-FIRST-BUILD-SW
              MOVE SPACES TO WS-HIGH-CYCLE
              MOVE WS-TODAY-DATE TO WS-BUILD-DATE
              MOVE 0 TO WS-CTL-RUN-COUNT
              MOVE 'FIRST BUILD - APPLYING THE WHOLE HISTORY'
                  TO WS-SMU-LINE
           END-IF.
           PERFORM 310-WRITE-SMU-LINE THRU 310-EXIT.
           MOVE WS-HIGH-CYCLE TO WS-NEW-HIGH-CYCLE.
       025-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *    LOAD THE CHECKPOINT, LEDGER AND SIGNATURE TABLES        *
      *----------------------------------------------------------*
      *    Last row wins per name, exactly as 050-CHECK-RESTART
      *    reads it.  A missing CHECKPT leaves the master's
      *    checkpoint columns as they were.
       030-LOAD-CHECKPT.
           MOVE 'N' TO WS-IN-EOF-SW.
           OPEN INPUT CHECKPT.
           IF WS-CKPT-STATUS = '00'
              PERFORM 035-LOAD-CKPT-STEP THRU 035-EXIT
                      UNTIL IN-EOF-SW
                         OR WS-TABLE-OVERFLOW-SW = 'Y'
              CLOSE CHECKPT
           ELSE
              DISPLAY 'AOC06SMU WARNING: CHECKPT DID NOT OPEN, '
                      'STATUS ' WS-CKPT-STATUS
                      ', CHECKPOINT STATE NOT REFRESHED'
           END-IF.
       030-EXIT.
           EXIT.

       035-LOAD-CKPT-STEP.
           READ CHECKPT
               AT END MOVE 'Y' TO WS-IN-EOF-SW
           END-READ.
           IF IN-EOF-SW
              GO TO 035-EXIT
           END-IF.
           MOVE CHECKPT-RECORD TO WS-CKPT-ROW.
           MOVE CKPT-INFILE-NAME TO WS-LOOKUP-NAME.
           MOVE 'N' TO WS-FOUND-SLOT-SW.
           MOVE 0 TO WS-SLOT.
           PERFORM 036-FIND-CKPT-STEP THRU 036-EXIT
                   VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-CKPT-COUNT
                      OR WS-FOUND-SLOT-SW = 'Y'.
           IF WS-FOUND-SLOT-SW = 'N'
              IF WS-CKPT-COUNT >= 500
                 MOVE 'Y' TO WS-TABLE-OVERFLOW-SW
                 DISPLAY 'AOC06SMU ERROR: CHECKPOINT TABLE FULL AT '
                         WS-LOOKUP-NAME
                 GO TO 035-EXIT
              END-IF
              ADD 1 TO WS-CKPT-COUNT
              MOVE WS-CKPT-COUNT TO WS-SLOT
              MOVE WS-LOOKUP-NAME TO CKT-NAME(WS-SLOT)
           END-IF.
           MOVE CKPT-STATUS TO CKT-STATUS(WS-SLOT).
           MOVE CKPT-IDX TO CKT-IDX(WS-SLOT).
           MOVE CKPT-RETURN-CODE TO CKT-RC(WS-SLOT).
      *    Rows from before CKPT-DATE/CKPT-CYCLE carry blanks or
      *    old window bytes there (see AOC06CK.CPY).
           IF CKPT-DATE IS NUMERIC
              MOVE CKPT-DATE TO CKT-DATE(WS-SLOT)
           ELSE
              MOVE 0 TO CKT-DATE(WS-SLOT)
           END-IF.
           IF CKPT-CYCLE IS NUMERIC
              MOVE CKPT-CYCLE TO CKT-CYCLE(WS-SLOT)
           ELSE
              MOVE SPACES TO CKT-CYCLE(WS-SLOT)
           END-IF.
       035-EXIT.
           EXIT.

       036-FIND-CKPT-STEP.
           IF CKT-NAME(WS-SUB) = WS-LOOKUP-NAME
              MOVE WS-SUB TO WS-SLOT
              MOVE 'Y' TO WS-FOUND-SLOT-SW
           END-IF.
       036-EXIT.
           EXIT.

      *    The ledger is rewritten whole by AOC06RTR, one row per
      *    file, so it is taken whole every night.
       040-LOAD-RETRANS.
           MOVE 'N' TO WS-IN-EOF-SW.
           OPEN INPUT LEDGIN.
           IF WS-LEDGIN-STATUS = '00'
              PERFORM 045-LOAD-RTR-STEP THRU 045-EXIT
                      UNTIL IN-EOF-SW
                         OR WS-TABLE-OVERFLOW-SW = 'Y'
              CLOSE LEDGIN
           ELSE
              DISPLAY 'AOC06SMU WARNING: LEDGIN DID NOT OPEN, '
                      'STATUS ' WS-LEDGIN-STATUS
                      ', RETRANSMISSION STATE NOT REFRESHED'
           END-IF.
       040-EXIT.
           EXIT.

       045-LOAD-RTR-STEP.
           READ LEDGIN
               AT END MOVE 'Y' TO WS-IN-EOF-SW
           END-READ.
           IF IN-EOF-SW
              GO TO 045-EXIT
           END-IF.
           MOVE RTI-INFILE-NAME TO WS-LOOKUP-NAME.
           MOVE 'N' TO WS-FOUND-SLOT-SW.
           MOVE 0 TO WS-SLOT.
           PERFORM 046-FIND-RTR-STEP THRU 046-EXIT
                   VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-RTR-COUNT
                      OR WS-FOUND-SLOT-SW = 'Y'.
           IF WS-FOUND-SLOT-SW = 'N'
              IF WS-RTR-COUNT >= 500
                 MOVE 'Y' TO WS-TABLE-OVERFLOW-SW
                 DISPLAY 'AOC06SMU ERROR: LEDGER TABLE FULL AT '
                         WS-LOOKUP-NAME
                 GO TO 045-EXIT
              END-IF
              ADD 1 TO WS-RTR-COUNT
              MOVE WS-RTR-COUNT TO WS-SLOT
              MOVE WS-LOOKUP-NAME TO RTT-NAME(WS-SLOT)
           END-IF.
           MOVE RTI-STATE TO RTT-STATE(WS-SLOT).
           MOVE RTI-VERDICT TO RTT-VERDICT(WS-SLOT).
           MOVE RTI-OPENED-DATE TO RTT-OPENED-DATE(WS-SLOT).
           MOVE RTI-SATISFIED-DATE TO RTT-SATISFIED-DATE(WS-SLOT).
       045-EXIT.
           EXIT.

       046-FIND-RTR-STEP.
           IF RTT-NAME(WS-SUB) = WS-LOOKUP-NAME
              MOVE WS-SUB TO WS-SLOT
              MOVE 'Y' TO WS-FOUND-SLOT-SW
           END-IF.
       046-EXIT.
           EXIT.

      *    Only rows from the high-water cycle onward: everything
      *    older was applied on an earlier night.  A row from before
      *    the cycle column orders by its date.
       050-LOAD-SIGNATURES.
           MOVE 'N' TO WS-IN-EOF-SW.
           OPEN INPUT SIGIN.
           IF WS-SIGIN-STATUS = '00'
              PERFORM 055-LOAD-SIG-STEP THRU 055-EXIT
                      UNTIL IN-EOF-SW
                         OR WS-TABLE-OVERFLOW-SW = 'Y'
              CLOSE SIGIN
           ELSE
              DISPLAY 'AOC06SMU WARNING: SIGIN DID NOT OPEN, '
                      'STATUS ' WS-SIGIN-STATUS
                      ', SIGNATURES NOT REFRESHED'
           END-IF.
       050-EXIT.
           EXIT.

       055-LOAD-SIG-STEP.
           READ SIGIN
               AT END MOVE 'Y' TO WS-IN-EOF-SW
           END-READ.
           IF IN-EOF-SW
              GO TO 055-EXIT
           END-IF.
           IF SGI-CYCLE = SPACES
              MOVE SPACES TO WS-ROW-CYCLE
              STRING SGI-DATE DELIMITED BY SIZE
                     '000000' DELIMITED BY SIZE
                  INTO WS-ROW-CYCLE
           ELSE
              MOVE SGI-CYCLE TO WS-ROW-CYCLE
           END-IF.
           IF WS-HIGH-CYCLE NOT = SPACES
              AND WS-ROW-CYCLE < WS-HIGH-CYCLE
              GO TO 055-EXIT
           END-IF.
           MOVE SGI-INFILE-NAME TO WS-LOOKUP-NAME.
           MOVE 'N' TO WS-FOUND-SLOT-SW.
           MOVE 0 TO WS-SLOT.
           PERFORM 056-FIND-SIG-STEP THRU 056-EXIT
                   VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-SIG-COUNT
                      OR WS-FOUND-SLOT-SW = 'Y'.
           IF WS-FOUND-SLOT-SW = 'N'
              IF WS-SIG-COUNT >= 500
                 MOVE 'Y' TO WS-TABLE-OVERFLOW-SW
                 DISPLAY 'AOC06SMU ERROR: SIGNATURE TABLE FULL AT '
                         WS-LOOKUP-NAME
                 GO TO 055-EXIT
              END-IF
              ADD 1 TO WS-SIG-COUNT
              MOVE WS-SIG-COUNT TO WS-SLOT
              MOVE WS-LOOKUP-NAME TO SGT-NAME(WS-SLOT)
           END-IF.
           MOVE SGI-BYTES TO SGT-BYTES(WS-SLOT).
           MOVE SGI-DIGEST TO SGT-DIGEST(WS-SLOT).
           MOVE SGI-DATE TO SGT-DATE(WS-SLOT).
           MOVE WS-ROW-CYCLE TO SGT-CYCLE(WS-SLOT).
       055-EXIT.
           EXIT.

       056-FIND-SIG-STEP.
           IF SGT-NAME(WS-SUB) = WS-LOOKUP-NAME
              MOVE WS-SUB TO WS-SLOT
              MOVE 'Y' TO WS-FOUND-SLOT-SW
           END-IF.
       056-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *    MARKERLOG, APPEND ORDER, FROM THE HIGH-WATER CYCLE      *
      *----------------------------------------------------------*
       060-APPLY-MARKERLOG.
           MOVE 'N' TO WS-IN-EOF-SW.
           OPEN INPUT MARKERLOG.
           IF WS-MARKERLOG-STATUS = '00'
              PERFORM 065-APPLY-MLOG-STEP THRU 065-EXIT
                      UNTIL IN-EOF-SW
              CLOSE MARKERLOG
           ELSE
              DISPLAY 'AOC06SMU WARNING: MARKERLOG DID NOT OPEN, '
                      'STATUS ' WS-MARKERLOG-STATUS
                      ', NO SCAN ROWS APPLIED'
           END-IF.
       060-EXIT.
           EXIT.

       065-APPLY-MLOG-STEP.
           READ MARKERLOG
               AT END MOVE 'Y' TO WS-IN-EOF-SW
           END-READ.
           IF IN-EOF-SW
              GO TO 065-EXIT
           END-IF.
           ADD 1 TO WS-MLOG-READ-COUNT.
           IF MLOG-CYCLE = SPACES
              MOVE SPACES TO WS-ROW-CYCLE
              STRING MLOG-DATE DELIMITED BY SIZE
                     MLOG-TIME(1:6) DELIMITED BY SIZE
                  INTO WS-ROW-CYCLE
           ELSE
              MOVE MLOG-CYCLE TO WS-ROW-CYCLE
           END-IF.
           IF WS-HIGH-CYCLE NOT = SPACES
              AND WS-ROW-CYCLE < WS-HIGH-CYCLE
              ADD 1 TO WS-MLOG-PAST-COUNT
              GO TO 065-EXIT
           END-IF.
           IF WS-ROW-CYCLE > WS-NEW-HIGH-CYCLE
              MOVE WS-ROW-CYCLE TO WS-NEW-HIGH-CYCLE
           END-IF.
           MOVE MLOG-INFILE-NAME TO SM-INFILE-NAME.
           MOVE MLOG-WINDOW-SIZE TO SM-WINDOW-SIZE.
           MOVE 'Y' TO WS-RECORD-FOUND-SW.
           READ STATMAST
               INVALID KEY MOVE 'N' TO WS-RECORD-FOUND-SW
           END-READ.
           IF WS-RECORD-FOUND-SW = 'N'
              PERFORM 067-NEW-MASTER-RECORD THRU 067-EXIT
              GO TO 065-EXIT
           END-IF.
      *    An older row than the record already reflects - a replay
      *    of a cycle behind this key's latest - changes nothing.
           IF WS-ROW-CYCLE < SM-LAST-CYCLE
              ADD 1 TO WS-MLOG-OLDER-COUNT
              GO TO 065-EXIT
           END-IF.
           IF WS-ROW-CYCLE > SM-LAST-CYCLE
              ADD 1 TO SM-RUN-COUNT
           END-IF.
           PERFORM 068-MOVE-MLOG-COLUMNS THRU 068-EXIT.
           REWRITE STATMAST-RECORD
               INVALID KEY
                  DISPLAY 'AOC06SMU ERROR: REWRITE FAILED FOR '
                          SM-INFILE-NAME ' STATUS '
                          WS-STATMAST-STATUS
           END-REWRITE.
           IF WS-STATMAST-STATUS NOT = '00'
              ADD 1 TO WS-WRITE-FAILED-COUNT
              GO TO 065-EXIT
           END-IF.
           ADD 1 TO WS-UPDATED-COUNT.
       065-EXIT.
           EXIT.

      *    A key seen for the first time: its checkpoint, ledger and
      *    signature columns start empty and are filled from the
      *    tables behind the log pass.
       067-NEW-MASTER-RECORD.
           MOVE SPACES TO SM-FILE-DATA.
           MOVE 0 TO SM-LAST-RC.
           MOVE 0 TO SM-LAST-SEEN-DATE.
           MOVE 0 TO SM-LAST-SEEN-TIME.
           MOVE MLOG-DATE TO SM-FIRST-SEEN-DATE.
           MOVE 1 TO SM-RUN-COUNT.
           MOVE 0 TO SM-CKPT-IDX.
           MOVE 0 TO SM-CKPT-RC.
           MOVE 0 TO SM-CKPT-DATE.
           MOVE 0 TO SM-RTR-OPENED-DATE.
           MOVE 0 TO SM-RTR-SATISFIED-DATE.
           MOVE 0 TO SM-SIG-BYTES.
           MOVE 0 TO SM-SIG-DIGEST.
           MOVE 0 TO SM-SIG-DATE.
           PERFORM 068-MOVE-MLOG-COLUMNS THRU 068-EXIT.
           WRITE STATMAST-RECORD
               INVALID KEY
                  DISPLAY 'AOC06SMU ERROR: WRITE FAILED FOR '
                          SM-INFILE-NAME ' STATUS '
                          WS-STATMAST-STATUS
           END-WRITE.
           IF WS-STATMAST-STATUS NOT = '00'
              ADD 1 TO WS-WRITE-FAILED-COUNT
              GO TO 067-EXIT
           END-IF.
           ADD 1 TO WS-ADDED-COUNT.
       067-EXIT.
           EXIT.

       068-MOVE-MLOG-COLUMNS.
           MOVE MLOG-STATUS TO SM-LAST-STATUS.
           IF MLOG-RC IS NUMERIC
              MOVE MLOG-RC TO SM-LAST-RC
           END-IF.
           MOVE MLOG-IDX TO SM-LAST-IDX.
           MOVE MLOG-PROFILE TO SM-LAST-PROFILE.
           MOVE WS-ROW-CYCLE TO SM-LAST-CYCLE.
           MOVE MLOG-DATE TO SM-LAST-SEEN-DATE.
           MOVE MLOG-TIME TO SM-LAST-SEEN-TIME.
           MOVE WS-TODAY-DATE TO SM-UPDATE-DATE.
       068-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *    CHECKPOINT, LEDGER AND SIGNATURE STATE ONTO THE MASTER  *
      *----------------------------------------------------------*
       070-APPLY-TABLES.
           MOVE 'C' TO WS-APPLY-KIND.
           PERFORM 075-APPLY-ONE-ENTRY THRU 075-EXIT
                   VARYING WS-SLOT FROM 1 BY 1
                   UNTIL WS-SLOT > WS-CKPT-COUNT.
           MOVE 'R' TO WS-APPLY-KIND.
           PERFORM 075-APPLY-ONE-ENTRY THRU 075-EXIT
                   VARYING WS-SLOT FROM 1 BY 1
                   UNTIL WS-SLOT > WS-RTR-COUNT.
           MOVE 'S' TO WS-APPLY-KIND.
           PERFORM 075-APPLY-ONE-ENTRY THRU 075-EXIT
                   VARYING WS-SLOT FROM 1 BY 1
                   UNTIL WS-SLOT > WS-SIG-COUNT.
       070-EXIT.
           EXIT.

       075-APPLY-ONE-ENTRY.
           EVALUATE WS-APPLY-KIND
              WHEN 'C'
                 MOVE CKT-NAME(WS-SLOT) TO WS-LOOKUP-NAME
              WHEN 'R'
                 MOVE RTT-NAME(WS-SLOT) TO WS-LOOKUP-NAME
              WHEN OTHER
                 MOVE SGT-NAME(WS-SLOT) TO WS-LOOKUP-NAME
           END-EVALUATE.
           PERFORM 080-APPLY-TO-NAME THRU 080-EXIT.
       075-EXIT.
           EXIT.

      *    Every window-size record of the name, by positioning at
      *    the name with the lowest possible size and reading on
      *    while the name holds.  A name with no record at all (a
      *    checkpoint or ledger row for a file that never logged a
      *    MARKERLOG row - history from before the log, or rows the
      *    log was hand-edited out of) is counted, not created.
       080-APPLY-TO-NAME.
           MOVE 0 TO WS-NAME-HITS.
           MOVE 'N' TO WS-NAME-EOF-SW.
           MOVE WS-LOOKUP-NAME TO SM-INFILE-NAME.
           MOVE LOW-VALUES TO SM-WINDOW-SIZE.
           START STATMAST KEY IS NOT LESS THAN SM-KEY
               INVALID KEY MOVE 'Y' TO WS-NAME-EOF-SW
           END-START.
           PERFORM 085-APPLY-NAME-STEP THRU 085-EXIT
                   UNTIL NAME-EOF-SW.
           IF WS-NAME-HITS = 0
              ADD 1 TO WS-NO-MASTER-COUNT
           END-IF.
       080-EXIT.
           EXIT.

       085-APPLY-NAME-STEP.
           READ STATMAST NEXT
               AT END MOVE 'Y' TO WS-NAME-EOF-SW
           END-READ.
           IF NAME-EOF-SW
              GO TO 085-EXIT
           END-IF.
           IF SM-INFILE-NAME NOT = WS-LOOKUP-NAME
              MOVE 'Y' TO WS-NAME-EOF-SW
              GO TO 085-EXIT
           END-IF.
           EVALUATE WS-APPLY-KIND
              WHEN 'C'
                 MOVE CKT-STATUS(WS-SLOT) TO SM-CKPT-STATUS
                 MOVE CKT-IDX(WS-SLOT) TO SM-CKPT-IDX
                 MOVE CKT-RC(WS-SLOT) TO SM-CKPT-RC
                 MOVE CKT-DATE(WS-SLOT) TO SM-CKPT-DATE
                 MOVE CKT-CYCLE(WS-SLOT) TO SM-CKPT-CYCLE
                 ADD 1 TO WS-CKPT-APPLIED
              WHEN 'R'
                 MOVE RTT-STATE(WS-SLOT) TO SM-RTR-STATE
                 MOVE RTT-VERDICT(WS-SLOT) TO SM-RTR-VERDICT
                 MOVE RTT-OPENED-DATE(WS-SLOT) TO SM-RTR-OPENED-DATE
                 MOVE RTT-SATISFIED-DATE(WS-SLOT)
                     TO SM-RTR-SATISFIED-DATE
                 ADD 1 TO WS-RTR-APPLIED
              WHEN OTHER
                 MOVE SGT-BYTES(WS-SLOT) TO SM-SIG-BYTES
                 MOVE SGT-DIGEST(WS-SLOT) TO SM-SIG-DIGEST
                 MOVE SGT-DATE(WS-SLOT) TO SM-SIG-DATE
                 MOVE SGT-CYCLE(WS-SLOT) TO SM-SIG-CYCLE
                 ADD 1 TO WS-SIG-APPLIED
           END-EVALUATE.
           MOVE WS-TODAY-DATE TO SM-UPDATE-DATE.
           REWRITE STATMAST-RECORD
               INVALID KEY
                  DISPLAY 'AOC06SMU ERROR: REWRITE FAILED FOR '
                          SM-INFILE-NAME ' STATUS '
                          WS-STATMAST-STATUS
           END-REWRITE.
           IF WS-STATMAST-STATUS NOT = '00'
              ADD 1 TO WS-WRITE-FAILED-COUNT
              GO TO 085-EXIT
           END-IF.
           ADD 1 TO WS-NAME-HITS.
       085-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *    MOVE THE HIGH-WATER MARK                                *
      *----------------------------------------------------------*
      *    Last, once everything else has been applied: a run that
      *    dies before here leaves the old mark, and the rerun
      *    reapplies the same rows harmlessly (see the header).
       090-WRITE-CONTROL.
           MOVE LOW-VALUES TO SM-KEY.
           MOVE SPACES TO SM-CONTROL-DATA.
           MOVE WS-NEW-HIGH-CYCLE TO SM-CTL-HIGH-CYCLE.
           MOVE WS-BUILD-DATE TO SM-CTL-BUILD-DATE.
           MOVE WS-TODAY-DATE TO SM-CTL-UPDATE-DATE.
           ADD 1 TO WS-CTL-RUN-COUNT.
           MOVE WS-CTL-RUN-COUNT TO SM-CTL-RUN-COUNT.
           IF WS-CONTROL-FOUND-SW = 'Y'
              REWRITE STATMAST-RECORD
                  INVALID KEY
                     DISPLAY 'AOC06SMU ERROR: CONTROL REWRITE '
                             'FAILED, STATUS ' WS-STATMAST-STATUS
              END-REWRITE
           ELSE
              WRITE STATMAST-RECORD
                  INVALID KEY
                     DISPLAY 'AOC06SMU ERROR: CONTROL WRITE '
                             'FAILED, STATUS ' WS-STATMAST-STATUS
              END-WRITE
           END-IF.
           IF WS-STATMAST-STATUS NOT = '00'
              ADD 1 TO WS-WRITE-FAILED-COUNT
           END-IF.
       090-EXIT.
           EXIT.

       310-WRITE-SMU-LINE.
           WRITE SMU-RECORD FROM WS-SMU-LINE.
           MOVE SPACES TO WS-SMU-LINE.
       310-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *    RUN-LEVEL TERMINATION                                   *
      *----------------------------------------------------------*
       900-TERM-RUN.
           STRING 'MARKERLOG ROWS READ=' DELIMITED BY SIZE
                  WS-MLOG-READ-COUNT DELIMITED BY SIZE
                  ' BEHIND HIGH-WATER=' DELIMITED BY SIZE
                  WS-MLOG-PAST-COUNT DELIMITED BY SIZE
                  ' OLDER THAN RECORD=' DELIMITED BY SIZE
                  WS-MLOG-OLDER-COUNT DELIMITED BY SIZE
               INTO WS-SMU-LINE.
           PERFORM 310-WRITE-SMU-LINE THRU 310-EXIT.
           STRING 'RECORDS ADDED=' DELIMITED BY SIZE
                  WS-ADDED-COUNT DELIMITED BY SIZE
                  ' UPDATED=' DELIMITED BY SIZE
                  WS-UPDATED-COUNT DELIMITED BY SIZE
               INTO WS-SMU-LINE.
           PERFORM 310-WRITE-SMU-LINE THRU 310-EXIT.
           STRING 'CHECKPOINT NAMES=' DELIMITED BY SIZE
                  WS-CKPT-COUNT DELIMITED BY SIZE
                  ' LEDGER NAMES=' DELIMITED BY SIZE
                  WS-RTR-COUNT DELIMITED BY SIZE
                  ' SIGNATURE NAMES=' DELIMITED BY SIZE
                  WS-SIG-COUNT DELIMITED BY SIZE
                  ' WITH NO MASTER RECORD=' DELIMITED BY SIZE
                  WS-NO-MASTER-COUNT DELIMITED BY SIZE
               INTO WS-SMU-LINE.
           PERFORM 310-WRITE-SMU-LINE THRU 310-EXIT.
           STRING 'RECORDS REFRESHED: CHECKPOINT=' DELIMITED BY SIZE
                  WS-CKPT-APPLIED DELIMITED BY SIZE
                  ' LEDGER=' DELIMITED BY SIZE
                  WS-RTR-APPLIED DELIMITED BY SIZE
                  ' SIGNATURE=' DELIMITED BY SIZE
                  WS-SIG-APPLIED DELIMITED BY SIZE
               INTO WS-SMU-LINE.
           PERFORM 310-WRITE-SMU-LINE THRU 310-EXIT.
           IF WS-WRITE-FAILED-COUNT > 0
              STRING 'HIGH-WATER CYCLE NOT MOVED, WRITES FAILED='
                         DELIMITED BY SIZE
                     WS-WRITE-FAILED-COUNT DELIMITED BY SIZE
                     ' RC=' DELIMITED BY SIZE
                     WS-RETURN-CODE DELIMITED BY SIZE
                  INTO WS-SMU-LINE
           ELSE
              STRING 'HIGH-WATER CYCLE NOW ' DELIMITED BY SIZE
                     WS-NEW-HIGH-CYCLE DELIMITED BY SIZE
                     ' RC=' DELIMITED BY SIZE
                     WS-RETURN-CODE DELIMITED BY SIZE
                  INTO WS-SMU-LINE
           END-IF.
           PERFORM 310-WRITE-SMU-LINE THRU 310-EXIT.
           IF WS-MASTER-OPEN-SW = 'Y'
              CLOSE STATMAST
           END-IF.
           CLOSE SMURPT.
       900-EXIT.
           EXIT.
