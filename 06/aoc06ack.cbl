      * Compile: `cobc -x -I copybooks aoc06ack.cbl`
      *
      * AOC06ACK - delivery acknowledgement intake.  The companion to
      * AOC06DLV: the decode team sends back one acknowledgement row
      * per delivery they loaded, echoing the delivery's identity
      * (cycle, creation date and time off its header) and the
      * three control totals off its trailer as THEY counted them.
      * This program:
      *
      *   - reads the delivery register (DRGIN) and the decode
      *     team's acknowledgement file (DLVACK);
      *   - matches each acknowledgement to its register row on the
      *     delivery identity and compares the totals: all three
      *     equal marks the delivery acknowledged ('A'), any one
      *     different marks it acknowledged-with-mismatch ('X');
      *   - marks a delivery that was never cleanly acknowledged and
      *     has since been replaced by a later delivery of the same
      *     cycle (a rerun) as superseded ('R'), so it stops being
      *     chased;
      *   - writes the updated register to DRGOUT (copied back over
      *     the live register by a separate IEBGENER step in
      *     AOC06ACK.JCL, as AOC06RTR's ledger is) and reports on
      *     ACKRPT every acknowledgement taken, every delivery still
      *     unacknowledged with its age, every delivery standing at
      *     a mismatch, and every acknowledgement that names a
      *     delivery the register has never heard of.
      *
      * The acknowledgement file may be one night's drop or the
      * decode team's whole history; matching is by identity, so an
      * acknowledgement seen again simply matches again.  Should it
      * carry two rows for one delivery, the later one stands.
      *
      * PARM is the grace period in days, default 2 when omitted or
      * not numeric: a delivery unacknowledged for longer than that
      * is OVERDUE, a younger one only PENDING.
      *
      * Step RC:
      *   RC=0   every delivery past the grace period acknowledged
      *          with agreeing totals
      *   RC=4   one or more deliveries overdue, or acknowledgements
      *          for deliveries not on the register - read ACKRPT
      *   RC=8   one or more deliveries acknowledged with totals
      *          that disagree with ours - read the MISMATCHED
      *          section of ACKRPT and take it up with the decode
      *          team (the register is still updated)
      *   RC=16  more register rows or acknowledgements than the
      *          tables hold; NOTHING written, the live register is
      *          untouched - raise the table and rerun
      *
      * Modification history:
      *   2026-09-22  HJ  Written, with AOC06DLV.
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  AOC06ACK.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
         FILE-CONTROL.
           SELECT DRGIN ASSIGN TO "DRGIN"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-DRGIN-STATUS.

           SELECT DRGOUT ASSIGN TO "DRGOUT"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL.

           SELECT DLVACK ASSIGN TO "DLVACK"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-DLVACK-STATUS.

           SELECT ACKRPT ASSIGN TO "ACKRPT"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
         FD DRGIN.
         01 DRGIN-RECORD PIC X(138).

         FD DRGOUT.
         01 DRGOUT-RECORD PIC X(138).

      *    The decode team's acknowledgement row, as agreed with
      *    them alongside AOC06DL.CPY: the delivery's identity off
      *    its header, the date they loaded it, and the record
      *    count, text total and hash total they counted.
         FD DLVACK.
         01 DLVACK-RECORD.
            05 ACK-CYCLE             PIC X(14).
            05 ACK-CREATE-DATE       PIC X(08).
            05 ACK-CREATE-TIME       PIC X(08).
            05 ACK-LOADED-DATE       PIC X(08).
            05 ACK-RECORD-COUNT      PIC X(09).
            05 ACK-TEXT-TOTAL        PIC X(11).
            05 ACK-HASH-TOTAL        PIC X(15).
            05 FILLER                PIC X(07).

         FD ACKRPT.
         01 ACK-RPT-RECORD PIC X(160).

       WORKING-STORAGE SECTION.
         01 WS-DRG-ROW.
           COPY AOC06DR.

         01 WS-DRGIN-EOF-SW          PIC X VALUE 'N'.
            88 DRGIN-EOF-SW              VALUE 'Y'.
         01 WS-ACK-EOF-SW            PIC X VALUE 'N'.
            88 ACK-EOF-SW                VALUE 'Y'.
         01 WS-TABLE-OVERFLOW-SW     PIC X VALUE 'N'.
         01 WS-FOUND-SLOT-SW         PIC X VALUE 'N'.
         01 WS-LATER-FOUND-SW        PIC X VALUE 'N'.

         01 WS-DRGIN-STATUS          PIC XX VALUE SPACES.
         01 WS-DLVACK-STATUS         PIC XX VALUE SPACES.

      *    The whole register, held raw in append order so a row can
      *    be checked against the deliveries that came after it.
      *    Two thousand rows is over five years of nightly
      *    deliveries; overflow aborts with nothing written.
         01 WS-REG-TABLE.
            05 WS-REG-COUNT          PIC 9(05) VALUE 0.
            05 WS-REG-ENTRY OCCURS 2000 TIMES.
               10 RT-ROW             PIC X(138).

      *    The acknowledgements, one entry per delivery identity; a
      *    later row for the same identity replaces the earlier.
         01 WS-ACK-TABLE.
            05 WS-ACK-COUNT          PIC 9(05) VALUE 0.
            05 WS-ACK-ENTRY OCCURS 2000 TIMES.
               10 AK-CYCLE           PIC X(14).
               10 AK-CREATE-DATE     PIC 9(08).
               10 AK-CREATE-TIME     PIC 9(08).
               10 AK-LOADED-DATE     PIC 9(08).
               10 AK-RECORD-COUNT    PIC 9(09).
               10 AK-TEXT-TOTAL      PIC 9(11).
               10 AK-HASH-TOTAL      PIC 9(15).
               10 AK-MATCHED-SW      PIC X.

         01 WS-SUB                   PIC 9(05) VALUE 0.
         01 WS-SLOT                  PIC 9(05) VALUE 0.
         01 WS-CUR-REG               PIC 9(05) VALUE 0.
         01 WS-LOOKUP-CYCLE          PIC X(14) VALUE SPACES.
         01 WS-LOOKUP-DATE           PIC 9(08) VALUE 0.
         01 WS-LOOKUP-TIME           PIC 9(08) VALUE 0.
         01 WS-ACK-ROWS-READ         PIC 9(05) VALUE 0.

         01 WS-ACKED-COUNT           PIC 9(05) VALUE 0.
         01 WS-MISMATCH-COUNT        PIC 9(05) VALUE 0.
         01 WS-PENDING-COUNT         PIC 9(05) VALUE 0.
         01 WS-OVERDUE-COUNT         PIC 9(05) VALUE 0.
         01 WS-SUPERSEDED-COUNT      PIC 9(05) VALUE 0.
         01 WS-UNKNOWN-COUNT         PIC 9(05) VALUE 0.
         01 WS-RETURN-CODE           PIC 99 VALUE 0.

         01 WS-TODAY-DATE            PIC 9(08) VALUE 0.
         01 WS-TODAY-DAYNUM          PIC 9(09) VALUE 0.
         01 WS-AGE-DAYS              PIC 9(05) VALUE 0.
         01 WS-GRACE-DAYS            PIC 9(05) VALUE 2.
         01 WS-AGE-FLAG              PIC X(09) VALUE SPACES.

           COPY AOC06DW.

         01 WS-PARM-TEXT             PIC X(80) VALUE SPACES.
         01 WS-PARM-TOK1             PIC X(20) VALUE SPACES.
         01 WS-PARM-TOK1-LEN         PIC 99 VALUE 0.
         01 WS-PARM-NUMERIC-SW       PIC X VALUE 'Y'.
         01 WS-CTX                   PIC 9(05) VALUE 0.

         01 WS-ACK-LINE              PIC X(160) VALUE SPACES.

       LINKAGE SECTION.
      *    Standard MVS batch PARM layout, as in part2.cbl.
       01 LK-PARM-AREA.
          05 LK-PARM-LEN             PIC S9(4) COMP.
          05 LK-PARM-TEXT            PIC X(80).

       PROCEDURE DIVISION USING LK-PARM-AREA.
           PERFORM 010-INIT-RUN THRU 010-EXIT.
           PERFORM 030-LOAD-REGISTER THRU 030-EXIT.
           IF WS-TABLE-OVERFLOW-SW = 'N'
              PERFORM 040-LOAD-ACKS THRU 040-EXIT
           END-IF.
           IF WS-TABLE-OVERFLOW-SW = 'Y'
              MOVE 16 TO WS-RETURN-CODE
              MOVE 'ABORTED: TABLE FULL, NOTHING WRITTEN'
                  TO WS-ACK-LINE
              PERFORM 310-WRITE-ACK-LINE THRU 310-EXIT
           ELSE
              PERFORM 050-APPLY-ACKS THRU 050-EXIT
              PERFORM 070-WRITE-REGISTER THRU 070-EXIT
              PERFORM 080-WRITE-UNACKED THRU 080-EXIT
              PERFORM 085-WRITE-MISMATCHED THRU 085-EXIT
              PERFORM 090-WRITE-UNKNOWN THRU 090-EXIT
           END-IF.
           PERFORM 900-TERM-RUN THRU 900-EXIT.
           MOVE WS-RETURN-CODE TO RETURN-CODE.
           GOBACK.

      *----------------------------------------------------------*
      *    RUN-LEVEL INITIALISATION / PARM PARSING                 *
      *----------------------------------------------------------*
      *    PARM format:  <grace-days>
      *      grace-days - deliveries unacknowledged for longer are
      *                   OVERDUE; defaults to 2 when omitted or
      *                   not numeric.
       010-INIT-RUN.
           MOVE SPACES TO WS-PARM-TEXT.
           IF LK-PARM-LEN > 0
              IF LK-PARM-LEN > 80
                 MOVE LK-PARM-TEXT(1:80) TO WS-PARM-TEXT
              ELSE
                 MOVE LK-PARM-TEXT(1:LK-PARM-LEN) TO WS-PARM-TEXT
              END-IF
           END-IF.
           PERFORM 015-PARSE-PARM THRU 015-EXIT.
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
           MOVE WS-TODAY-DATE TO WS-DATE-VALUE.
           PERFORM 300-DATE-TO-DAYNUM THRU 300-EXIT.
           MOVE WS-DAYNUM TO WS-TODAY-DAYNUM.
           OPEN OUTPUT ACKRPT.
           MOVE 'AOC06ACK DELIVERY ACKNOWLEDGEMENT REPORT'
               TO WS-ACK-LINE.
           PERFORM 310-WRITE-ACK-LINE THRU 310-EXIT.
           STRING 'AS OF ' DELIMITED BY SIZE
                  WS-TODAY-DATE DELIMITED BY SIZE
                  ' GRACE ' DELIMITED BY SIZE
                  WS-GRACE-DAYS DELIMITED BY SIZE
                  ' DAYS' DELIMITED BY SIZE
               INTO WS-ACK-LINE.
           PERFORM 310-WRITE-ACK-LINE THRU 310-EXIT.
       010-EXIT.
           EXIT.

       015-PARSE-PARM.
           MOVE SPACES TO WS-PARM-TOK1.
           MOVE 0 TO WS-PARM-TOK1-LEN.
           MOVE 'Y' TO WS-PARM-NUMERIC-SW.
           UNSTRING WS-PARM-TEXT DELIMITED BY SPACE
               INTO WS-PARM-TOK1 COUNT IN WS-PARM-TOK1-LEN.
           IF WS-PARM-TOK1-LEN = 0 OR WS-PARM-TOK1-LEN > 5
              MOVE 'N' TO WS-PARM-NUMERIC-SW
           ELSE
              PERFORM 016-CHECK-DIGIT THRU 016-EXIT
                      VARYING WS-CTX FROM 1 BY 1
                      UNTIL WS-CTX > WS-PARM-TOK1-LEN
           END-IF.
           IF WS-PARM-NUMERIC-SW = 'Y'
              MOVE WS-PARM-TOK1(1:WS-PARM-TOK1-LEN) TO WS-GRACE-DAYS
           ELSE
              MOVE 2 TO WS-GRACE-DAYS
           END-IF.
       015-EXIT.
           EXIT.

       016-CHECK-DIGIT.
           IF WS-PARM-TOK1(WS-CTX:1) < '0'
              OR WS-PARM-TOK1(WS-CTX:1) > '9'
              MOVE 'N' TO WS-PARM-NUMERIC-SW
           END-IF.
       016-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *    LOAD THE REGISTER AND THE ACKNOWLEDGEMENTS              *
      *----------------------------------------------------------*
      *    A missing or empty register only means nothing has been
      *    delivered yet; every acknowledgement will then report as
      *    unknown.
       030-LOAD-REGISTER.
           MOVE 'N' TO WS-DRGIN-EOF-SW.
           OPEN INPUT DRGIN.
           IF WS-DRGIN-STATUS = '00'
              PERFORM 035-LOAD-REG-STEP THRU 035-EXIT
                      UNTIL DRGIN-EOF-SW
                         OR WS-TABLE-OVERFLOW-SW = 'Y'
              CLOSE DRGIN
           ELSE
              DISPLAY 'AOC06ACK: DRGIN DID NOT OPEN, STATUS '
                      WS-DRGIN-STATUS ', REGISTER TAKEN AS EMPTY'
           END-IF.
       030-EXIT.
           EXIT.

       035-LOAD-REG-STEP.
           READ DRGIN
               AT END MOVE 'Y' TO WS-DRGIN-EOF-SW
           END-READ.
           IF DRGIN-EOF-SW
              GO TO 035-EXIT
           END-IF.
           IF WS-REG-COUNT >= 2000
              MOVE 'Y' TO WS-TABLE-OVERFLOW-SW
              DISPLAY 'AOC06ACK ERROR: REGISTER TABLE FULL'
              GO TO 035-EXIT
           END-IF.
           ADD 1 TO WS-REG-COUNT.
           MOVE DRGIN-RECORD TO RT-ROW(WS-REG-COUNT).
       035-EXIT.
           EXIT.

      *    No acknowledgement file is simply no acknowledgements
      *    this time.  A row whose date, time or totals are not
      *    numeric cannot be matched or compared; it is reported
      *    with the unknowns and otherwise ignored.
       040-LOAD-ACKS.
           MOVE 'N' TO WS-ACK-EOF-SW.
           OPEN INPUT DLVACK.
           IF WS-DLVACK-STATUS = '00'
              PERFORM 045-LOAD-ACK-STEP THRU 045-EXIT
                      UNTIL ACK-EOF-SW
                         OR WS-TABLE-OVERFLOW-SW = 'Y'
              CLOSE DLVACK
           ELSE
              DISPLAY 'AOC06ACK: DLVACK DID NOT OPEN, STATUS '
                      WS-DLVACK-STATUS ', NO ACKNOWLEDGEMENTS TAKEN'
           END-IF.
       040-EXIT.
           EXIT.

       045-LOAD-ACK-STEP.
           READ DLVACK
               AT END MOVE 'Y' TO WS-ACK-EOF-SW
           END-READ.
           IF ACK-EOF-SW
              GO TO 045-EXIT
           END-IF.
           ADD 1 TO WS-ACK-ROWS-READ.
           IF ACK-CREATE-DATE NOT NUMERIC
              OR ACK-CREATE-TIME NOT NUMERIC
              OR ACK-LOADED-DATE NOT NUMERIC
              OR ACK-RECORD-COUNT NOT NUMERIC
              OR ACK-TEXT-TOTAL NOT NUMERIC
              OR ACK-HASH-TOTAL NOT NUMERIC
              ADD 1 TO WS-UNKNOWN-COUNT
              STRING 'UNREADABLE ACK ROW ' DELIMITED BY SIZE
                     WS-ACK-ROWS-READ DELIMITED BY SIZE
                     ' CYCLE=' DELIMITED BY SIZE
                     ACK-CYCLE DELIMITED BY SIZE
                     ': DATE, TIME OR TOTALS NOT NUMERIC'
                         DELIMITED BY SIZE
                  INTO WS-ACK-LINE
              PERFORM 310-WRITE-ACK-LINE THRU 310-EXIT
              GO TO 045-EXIT
           END-IF.
           MOVE ACK-CYCLE TO WS-LOOKUP-CYCLE.
           MOVE ACK-CREATE-DATE TO WS-LOOKUP-DATE.
           MOVE ACK-CREATE-TIME TO WS-LOOKUP-TIME.
           PERFORM 200-FIND-ACK-SLOT THRU 200-EXIT.
           IF WS-FOUND-SLOT-SW = 'N'
              IF WS-ACK-COUNT >= 2000
                 MOVE 'Y' TO WS-TABLE-OVERFLOW-SW
                 DISPLAY 'AOC06ACK ERROR: ACK TABLE FULL'
                 GO TO 045-EXIT
              END-IF
              ADD 1 TO WS-ACK-COUNT
              MOVE WS-ACK-COUNT TO WS-SLOT
              MOVE ACK-CYCLE TO AK-CYCLE(WS-SLOT)
              MOVE ACK-CREATE-DATE TO AK-CREATE-DATE(WS-SLOT)
              MOVE ACK-CREATE-TIME TO AK-CREATE-TIME(WS-SLOT)
           END-IF.
           MOVE ACK-LOADED-DATE TO AK-LOADED-DATE(WS-SLOT).
           MOVE ACK-RECORD-COUNT TO AK-RECORD-COUNT(WS-SLOT).
           MOVE ACK-TEXT-TOTAL TO AK-TEXT-TOTAL(WS-SLOT).
           MOVE ACK-HASH-TOTAL TO AK-HASH-TOTAL(WS-SLOT).
           MOVE 'N' TO AK-MATCHED-SW(WS-SLOT).
       045-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *    MATCH THE ACKNOWLEDGEMENTS TO THE REGISTER              *
      *----------------------------------------------------------*
       050-APPLY-ACKS.
           MOVE 'ACKNOWLEDGEMENTS TAKEN:' TO WS-ACK-LINE.
           PERFORM 310-WRITE-ACK-LINE THRU 310-EXIT.
           PERFORM 055-APPLY-ONE-ROW THRU 055-EXIT
                   VARYING WS-CUR-REG FROM 1 BY 1
                   UNTIL WS-CUR-REG > WS-REG-COUNT.
       050-EXIT.
           EXIT.

      *    The acknowledgement, if any, sets the state from the
      *    totals compare.  Then a row left anything but cleanly
      *    acknowledged is superseded when a later register row
      *    carries the same cycle - the rerun's delivery is the one
      *    to chase now.
       055-APPLY-ONE-ROW.
           MOVE RT-ROW(WS-CUR-REG) TO WS-DRG-ROW.
           MOVE DRG-CYCLE TO WS-LOOKUP-CYCLE.
           MOVE DRG-SENT-DATE TO WS-LOOKUP-DATE.
           MOVE DRG-SENT-TIME TO WS-LOOKUP-TIME.
           PERFORM 200-FIND-ACK-SLOT THRU 200-EXIT.
           IF WS-FOUND-SLOT-SW = 'Y'
              MOVE 'Y' TO AK-MATCHED-SW(WS-SLOT)
              MOVE AK-LOADED-DATE(WS-SLOT) TO DRG-ACK-DATE
              MOVE AK-RECORD-COUNT(WS-SLOT) TO DRG-ACK-RECORD-COUNT
              MOVE AK-TEXT-TOTAL(WS-SLOT) TO DRG-ACK-TEXT-TOTAL
              MOVE AK-HASH-TOTAL(WS-SLOT) TO DRG-ACK-HASH-TOTAL
              IF DRG-ACK-RECORD-COUNT = DRG-RECORD-COUNT
                 AND DRG-ACK-TEXT-TOTAL = DRG-TEXT-TOTAL
                 AND DRG-ACK-HASH-TOTAL = DRG-HASH-TOTAL
                 MOVE 'A' TO DRG-ACK-STATE
                 ADD 1 TO WS-ACKED-COUNT
              ELSE
                 MOVE 'X' TO DRG-ACK-STATE
              END-IF
              STRING 'CYCLE ' DELIMITED BY SIZE
                     DRG-CYCLE DELIMITED BY SIZE
                     ' SENT ' DELIMITED BY SIZE
                     DRG-SENT-DATE DELIMITED BY SIZE
                     ' ' DELIMITED BY SIZE
                     DRG-SENT-TIME DELIMITED BY SIZE
                     ' LOADED ' DELIMITED BY SIZE
                     DRG-ACK-DATE DELIMITED BY SIZE
                     ' STATE ' DELIMITED BY SIZE
                     DRG-ACK-STATE DELIMITED BY SIZE
                  INTO WS-ACK-LINE
              PERFORM 310-WRITE-ACK-LINE THRU 310-EXIT
           END-IF.
           IF NOT DRG-ACKNOWLEDGED
              AND NOT DRG-SUPERSEDED
              PERFORM 060-CHECK-SUPERSEDED THRU 060-EXIT
           END-IF.
           MOVE WS-DRG-ROW TO RT-ROW(WS-CUR-REG).
       055-EXIT.
           EXIT.

       060-CHECK-SUPERSEDED.
           MOVE 'N' TO WS-LATER-FOUND-SW.
           MOVE WS-CUR-REG TO WS-SUB.
           ADD 1 TO WS-SUB.
           PERFORM 065-LATER-STEP THRU 065-EXIT
                   UNTIL WS-SUB > WS-REG-COUNT
                      OR WS-LATER-FOUND-SW = 'Y'.
           IF WS-LATER-FOUND-SW = 'Y'
              MOVE 'R' TO DRG-ACK-STATE
              ADD 1 TO WS-SUPERSEDED-COUNT
              STRING 'CYCLE ' DELIMITED BY SIZE
                     DRG-CYCLE DELIMITED BY SIZE
                     ' SENT ' DELIMITED BY SIZE
                     DRG-SENT-DATE DELIMITED BY SIZE
                     ' ' DELIMITED BY SIZE
                     DRG-SENT-TIME DELIMITED BY SIZE
                     ' SUPERSEDED BY A LATER DELIVERY OF THE CYCLE'
                         DELIMITED BY SIZE
                  INTO WS-ACK-LINE
              PERFORM 310-WRITE-ACK-LINE THRU 310-EXIT
           END-IF.
       060-EXIT.
           EXIT.

       065-LATER-STEP.
           IF RT-ROW(WS-SUB)(1:14) = DRG-CYCLE
              MOVE 'Y' TO WS-LATER-FOUND-SW
           END-IF.
           ADD 1 TO WS-SUB.
       065-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *    WRITE THE UPDATED REGISTER                              *
      *----------------------------------------------------------*
       070-WRITE-REGISTER.
           OPEN OUTPUT DRGOUT.
           PERFORM 075-WRITE-REG-STEP THRU 075-EXIT
                   VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-REG-COUNT.
           CLOSE DRGOUT.
       070-EXIT.
           EXIT.

       075-WRITE-REG-STEP.
           WRITE DRGOUT-RECORD FROM RT-ROW(WS-SUB).
       075-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *    REPORT SECTIONS                                         *
      *----------------------------------------------------------*
      *    Age is counted from the day the delivery was created.
       080-WRITE-UNACKED.
           MOVE 'UNACKNOWLEDGED DELIVERIES:' TO WS-ACK-LINE.
           PERFORM 310-WRITE-ACK-LINE THRU 310-EXIT.
           PERFORM 082-UNACKED-STEP THRU 082-EXIT
                   VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-REG-COUNT.
       080-EXIT.
           EXIT.

       082-UNACKED-STEP.
           MOVE RT-ROW(WS-SUB) TO WS-DRG-ROW.
           IF NOT DRG-UNACKNOWLEDGED
              GO TO 082-EXIT
           END-IF.
           MOVE 0 TO WS-AGE-DAYS.
           IF DRG-SENT-DATE IS NUMERIC
              MOVE DRG-SENT-DATE TO WS-DATE-VALUE
              PERFORM 300-DATE-TO-DAYNUM THRU 300-EXIT
              IF WS-DAYNUM < WS-TODAY-DAYNUM
                 COMPUTE WS-AGE-DAYS = WS-TODAY-DAYNUM - WS-DAYNUM
              END-IF
           END-IF.
           IF WS-AGE-DAYS > WS-GRACE-DAYS
              ADD 1 TO WS-OVERDUE-COUNT
              MOVE 'OVERDUE' TO WS-AGE-FLAG
           ELSE
              ADD 1 TO WS-PENDING-COUNT
              MOVE 'PENDING' TO WS-AGE-FLAG
           END-IF.
           STRING WS-AGE-FLAG DELIMITED BY SIZE
                  'CYCLE ' DELIMITED BY SIZE
                  DRG-CYCLE DELIMITED BY SIZE
                  ' SENT ' DELIMITED BY SIZE
                  DRG-SENT-DATE DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  DRG-SENT-TIME DELIMITED BY SIZE
                  ' RECORDS=' DELIMITED BY SIZE
                  DRG-RECORD-COUNT DELIMITED BY SIZE
                  ' AGE ' DELIMITED BY SIZE
                  WS-AGE-DAYS DELIMITED BY SIZE
                  ' DAYS' DELIMITED BY SIZE
               INTO WS-ACK-LINE.
           PERFORM 310-WRITE-ACK-LINE THRU 310-EXIT.
       082-EXIT.
           EXIT.

      *    Every delivery standing at a mismatch, not only those
      *    acknowledged today: it stays on the report, and keeps
      *    the step at RC=8, until a corrected acknowledgement
      *    agrees or a redelivery supersedes it.
       085-WRITE-MISMATCHED.
           MOVE 'MISMATCHED DELIVERIES (OURS / THEIRS):'
               TO WS-ACK-LINE.
           PERFORM 310-WRITE-ACK-LINE THRU 310-EXIT.
           PERFORM 087-MISMATCH-STEP THRU 087-EXIT
                   VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-REG-COUNT.
       085-EXIT.
           EXIT.

       087-MISMATCH-STEP.
           MOVE RT-ROW(WS-SUB) TO WS-DRG-ROW.
           IF NOT DRG-ACK-MISMATCH
              GO TO 087-EXIT
           END-IF.
           ADD 1 TO WS-MISMATCH-COUNT.
           STRING 'CYCLE ' DELIMITED BY SIZE
                  DRG-CYCLE DELIMITED BY SIZE
                  ' SENT ' DELIMITED BY SIZE
                  DRG-SENT-DATE DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  DRG-SENT-TIME DELIMITED BY SIZE
                  ' LOADED ' DELIMITED BY SIZE
                  DRG-ACK-DATE DELIMITED BY SIZE
               INTO WS-ACK-LINE.
           PERFORM 310-WRITE-ACK-LINE THRU 310-EXIT.
           STRING '    RECORDS=' DELIMITED BY SIZE
                  DRG-RECORD-COUNT DELIMITED BY SIZE
                  '/' DELIMITED BY SIZE
                  DRG-ACK-RECORD-COUNT DELIMITED BY SIZE
                  ' TEXT=' DELIMITED BY SIZE
                  DRG-TEXT-TOTAL DELIMITED BY SIZE
                  '/' DELIMITED BY SIZE
                  DRG-ACK-TEXT-TOTAL DELIMITED BY SIZE
                  ' HASH=' DELIMITED BY SIZE
                  DRG-HASH-TOTAL DELIMITED BY SIZE
                  '/' DELIMITED BY SIZE
                  DRG-ACK-HASH-TOTAL DELIMITED BY SIZE
               INTO WS-ACK-LINE.
           PERFORM 310-WRITE-ACK-LINE THRU 310-EXIT.
       087-EXIT.
           EXIT.

       090-WRITE-UNKNOWN.
           MOVE 'ACKNOWLEDGEMENTS FOR DELIVERIES NOT ON THE REGISTER:'
               TO WS-ACK-LINE.
           PERFORM 310-WRITE-ACK-LINE THRU 310-EXIT.
           PERFORM 092-UNKNOWN-STEP THRU 092-EXIT
                   VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-ACK-COUNT.
       090-EXIT.
           EXIT.

       092-UNKNOWN-STEP.
           IF AK-MATCHED-SW(WS-SUB) = 'Y'
              GO TO 092-EXIT
           END-IF.
           ADD 1 TO WS-UNKNOWN-COUNT.
           STRING 'CYCLE ' DELIMITED BY SIZE
                  AK-CYCLE(WS-SUB) DELIMITED BY SIZE
                  ' CREATED ' DELIMITED BY SIZE
                  AK-CREATE-DATE(WS-SUB) DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  AK-CREATE-TIME(WS-SUB) DELIMITED BY SIZE
                  ' LOADED ' DELIMITED BY SIZE
                  AK-LOADED-DATE(WS-SUB) DELIMITED BY SIZE
                  ' RECORDS=' DELIMITED BY SIZE
                  AK-RECORD-COUNT(WS-SUB) DELIMITED BY SIZE
               INTO WS-ACK-LINE.
           PERFORM 310-WRITE-ACK-LINE THRU 310-EXIT.
       092-EXIT.
           EXIT.

      *    The delivery-identity lookup into the acknowledgement
      *    table; a miss leaves WS-SLOT zero.
       200-FIND-ACK-SLOT.
           MOVE 'N' TO WS-FOUND-SLOT-SW.
           MOVE 0 TO WS-SLOT.
           PERFORM 205-FIND-ACK-STEP THRU 205-EXIT
                   VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-ACK-COUNT
                      OR WS-FOUND-SLOT-SW = 'Y'.
       200-EXIT.
           EXIT.

       205-FIND-ACK-STEP.
           IF AK-CYCLE(WS-SUB) = WS-LOOKUP-CYCLE
              AND AK-CREATE-DATE(WS-SUB) = WS-LOOKUP-DATE
              AND AK-CREATE-TIME(WS-SUB) = WS-LOOKUP-TIME
              MOVE WS-SUB TO WS-SLOT
              MOVE 'Y' TO WS-FOUND-SLOT-SW
           END-IF.
       205-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *    DATE ARITHMETIC - SEE AOC06DT.CPY / AOC06DW.CPY          *
      *----------------------------------------------------------*
           COPY AOC06DT.

       310-WRITE-ACK-LINE.
           WRITE ACK-RPT-RECORD FROM WS-ACK-LINE.
           MOVE SPACES TO WS-ACK-LINE.
       310-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *    RUN-LEVEL TERMINATION AND VERDICT                       *
      *----------------------------------------------------------*
       900-TERM-RUN.
           STRING 'REGISTER ROWS=' DELIMITED BY SIZE
                  WS-REG-COUNT DELIMITED BY SIZE
                  ' ACK ROWS=' DELIMITED BY SIZE
                  WS-ACK-ROWS-READ DELIMITED BY SIZE
                  ' MATCHED CLEAN=' DELIMITED BY SIZE
                  WS-ACKED-COUNT DELIMITED BY SIZE
                  ' MISMATCHED=' DELIMITED BY SIZE
                  WS-MISMATCH-COUNT DELIMITED BY SIZE
                  ' PENDING=' DELIMITED BY SIZE
                  WS-PENDING-COUNT DELIMITED BY SIZE
                  ' OVERDUE=' DELIMITED BY SIZE
                  WS-OVERDUE-COUNT DELIMITED BY SIZE
                  ' SUPERSEDED=' DELIMITED BY SIZE
                  WS-SUPERSEDED-COUNT DELIMITED BY SIZE
                  ' UNKNOWN=' DELIMITED BY SIZE
                  WS-UNKNOWN-COUNT DELIMITED BY SIZE
               INTO WS-ACK-LINE.
           PERFORM 310-WRITE-ACK-LINE THRU 310-EXIT.
           IF WS-RETURN-CODE < 16
              IF WS-MISMATCH-COUNT > 0
                 MOVE 8 TO WS-RETURN-CODE
                 MOVE 'VERDICT: TOTALS DISAGREE, RC=08'
                     TO WS-ACK-LINE
              ELSE
                 IF WS-OVERDUE-COUNT > 0
                    OR WS-UNKNOWN-COUNT > 0
                    MOVE 4 TO WS-RETURN-CODE
                    STRING 'VERDICT: OVERDUE OR UNKNOWN '
                               DELIMITED BY SIZE
                           'ACKNOWLEDGEMENTS, RC=04' DELIMITED BY SIZE
                        INTO WS-ACK-LINE
                 ELSE
                    MOVE 'VERDICT: ALL DELIVERIES ACCOUNTED FOR, RC=00'
                        TO WS-ACK-LINE
                 END-IF
              END-IF
              PERFORM 310-WRITE-ACK-LINE THRU 310-EXIT
           END-IF.
           CLOSE ACKRPT.
       900-EXIT.
           EXIT.
