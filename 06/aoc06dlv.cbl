      * Compile: `cobc -x -I copybooks aoc06dlv.cbl`
      *
      * AOC06DLV - outbound delivery to the decode team.  Until this
      * program the decode team picked the MESSAGES and EXTRACT
      * generations up directly, so nothing proved what they had
      * received, or that it held only files the night had passed.
      * Run after AOC06DEC, this program builds the night's formal
      * interface file (layout in AOC06DL.CPY):
      *
      *   - a HEADER record: the run-cycle delivered and the date
      *     and time the delivery was created;
      *   - one DETAIL record per assembled message on the night's
      *     MESSAGES generation, but ONLY for a message whose (file,
      *     window size) logged a clean MARKERLOG row on the cycle -
      *     MLOG-RC below 8 and MLOG-STATUS not 'T'/'M' (transmission
      *     suspect / no manifest), 'Q' (quarantined) or 'D'
      *     (duplicate capture).  RC=4 is clean here: it only says
      *     SOME window of the file found no marker, and a window
      *     with messages found its markers.  'W' (manifest waived)
      *     is clean by definition - an operator verified the file;
      *   - a TRAILER record with the control totals: detail
      *     records, total MSG-TEXT-LEN and the hash total (the sum
      *     of MSG-START-IDX), which the decode team echoes back on
      *     its acknowledgement.
      *
      * Every message held back is listed on DLVRPT with the reason,
      * and the delivery is appended to the delivery register DLVREG
      * (layout in AOC06DR.CPY) - cycle, creation time, the trailer
      * totals and the number withheld - which AOC06ACK matches the
      * acknowledgements against.  A night with nothing to deliver
      * (no TAIL= extraction, or every message withheld) still
      * delivers a header and a zero trailer and is registered, so
      * "nothing was sent" is on the record as well.
      *
      * The cycle delivered is the newest MLOG-CYCLE anywhere in
      * MARKERLOG, the same definition of "this run" AOC06REC uses;
      * the verdict for a message is that cycle's row for its file
      * and window size (the last one, should a file carry two).
      *
      * Step RC:
      *   RC=0   delivered, nothing withheld
      *   RC=4   delivered; one or more messages withheld - read
      *          DLVRPT
      *   RC=16  nothing delivered and nothing registered: MARKERLOG
      *          missing or carrying no run-cycle, or more of the
      *          cycle's (file, window size) rows than the table
      *          holds - raise the table and rerun
      *
      * Modification history:
      *   2026-09-22  HJ  Written.  A "we never got that message"
      *                   dispute with the decode team now has a
      *                   register row and control totals behind it.
      *   2026-09-26  HJ  An aborted run ends on an RC=16 verdict line
      *                   too, for the AOC06BAL night-close sheet.
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  AOC06DLV.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
         FILE-CONTROL.
           SELECT MARKERLOG ASSIGN TO "MARKERLOG"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-MARKERLOG-STATUS.

           SELECT MESSAGES ASSIGN TO "MESSAGES"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-MESSAGES-STATUS.

           SELECT DELIVERY ASSIGN TO "DELIVERY"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL.

           SELECT DLVREG ASSIGN TO "DLVREG"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-DLVREG-STATUS.

           SELECT DLVRPT ASSIGN TO "DLVRPT"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      *    Mirrors the MARKERLOG-RECORD layout AOC06PT1 writes; see
      *    the FD and the MLOG-STATUS note in part2.cbl.  The size
      *    and cycle columns are raw characters, as in AOC06REC.
         FD MARKERLOG.
         01 MARKERLOG-RECORD.
            05 MLOG-INFILE-NAME      PIC X(80).
            05 MLOG-STATUS           PIC X.
            05 MLOG-RC               PIC 99.
            05 MLOG-IDX              PIC 9(09).
            05 MLOG-DATE             PIC 9(08).
            05 MLOG-TIME             PIC 9(08).
            05 MLOG-WINDOW-SIZE      PIC XX.
            05 MLOG-PROFILE          PIC X(05).
            05 MLOG-GEN-COUNT        PIC X(09).
            05 MLOG-CYCLE            PIC X(14).

      *    Mirrors the MESSAGES-RECORD layout AOC06DEC writes; see
      *    the FD note in aoc06dec.cbl.
         FD MESSAGES.
         01 MESSAGES-RECORD.
            05 MSG-INFILE-NAME       PIC X(80).
            05 MSG-WINDOW-SIZE       PIC XX.
            05 MSG-START-IDX         PIC 9(09).
            05 MSG-MARKER-COUNT      PIC 9(05).
            05 MSG-TEXT-LEN          PIC 9(05).
            05 MSG-GAP-SW            PIC X.
            05 MSG-TEXT              PIC X(512).

         FD DELIVERY.
         01 DELIVERY-RECORD PIC X(638).

         FD DLVREG.
         01 DLVREG-RECORD PIC X(138).

         FD DLVRPT.
         01 DLV-RPT-RECORD PIC X(160).

       WORKING-STORAGE SECTION.
         01 WS-DLV-ROW.
           COPY AOC06DL.

         01 WS-DRG-ROW.
           COPY AOC06DR.

         01 WS-MLOG-EOF-SW           PIC X VALUE 'N'.
            88 MLOG-EOF-SW               VALUE 'Y'.
         01 WS-MSG-EOF-SW            PIC X VALUE 'N'.
            88 MSG-EOF-SW                VALUE 'Y'.
         01 WS-TABLE-OVERFLOW-SW     PIC X VALUE 'N'.
         01 WS-MLOG-OK-SW            PIC X VALUE 'N'.
         01 WS-FOUND-SLOT-SW         PIC X VALUE 'N'.

         01 WS-MARKERLOG-STATUS      PIC XX VALUE SPACES.
         01 WS-MESSAGES-STATUS       PIC XX VALUE SPACES.
         01 WS-DLVREG-STATUS         PIC XX VALUE SPACES.

      *    The cycle being delivered: the newest MLOG-CYCLE in
      *    MARKERLOG (raw compare - cycles begin with the date, so
      *    newest sorts highest).
         01 WS-RUN-CYCLE             PIC X(14) VALUE SPACES.

      *    The cycle's MARKERLOG rows, one entry per (file, window
      *    size); a later row for the same pair replaces the earlier
      *    one.  Two thousand entries is the family's 500-file bound
      *    times the four windows a run can drive; overflow delivers
      *    nothing rather than judging half the night's messages
      *    against rows that were never loaded.
         01 WS-ROW-TABLE.
            05 WS-ROW-COUNT          PIC 9(05) VALUE 0.
            05 WS-ROW-ENTRY OCCURS 2000 TIMES.
               10 DR-NAME            PIC X(80).
               10 DR-SIZE-KEY        PIC XX.
               10 DR-STATUS          PIC X.
               10 DR-RC              PIC 99.

         01 WS-SUB                   PIC 9(05) VALUE 0.
         01 WS-SLOT                  PIC 9(05) VALUE 0.
         01 WS-LOOKUP-NAME           PIC X(80) VALUE SPACES.
         01 WS-LOOKUP-SIZE           PIC XX VALUE SPACES.
         01 WS-WITHHOLD-REASON       PIC X(40) VALUE SPACES.

         01 WS-TODAY-DATE            PIC 9(08) VALUE 0.
         01 WS-NOW-TIME              PIC 9(08) VALUE 0.

         01 WS-MSG-READ              PIC 9(09) VALUE 0.
         01 WS-DELIVERED-COUNT       PIC 9(09) VALUE 0.
         01 WS-WITHHELD-COUNT        PIC 9(09) VALUE 0.
         01 WS-TEXT-TOTAL            PIC 9(11) VALUE 0.
         01 WS-HASH-TOTAL            PIC 9(15) VALUE 0.
         01 WS-RETURN-CODE           PIC 99 VALUE 0.

         01 WS-DLV-LINE              PIC X(160) VALUE SPACES.

       PROCEDURE DIVISION.
           PERFORM 010-INIT-RUN THRU 010-EXIT.
           PERFORM 020-FIND-RUN-CYCLE THRU 020-EXIT.
           IF WS-MLOG-OK-SW = 'N'
              MOVE 16 TO WS-RETURN-CODE
              MOVE 'ABORTED: MARKERLOG DID NOT OPEN, NOTHING DELIVERED'
                  TO WS-DLV-LINE
              PERFORM 310-WRITE-DLV-LINE THRU 310-EXIT
           ELSE
              IF WS-RUN-CYCLE = SPACES
                 MOVE 16 TO WS-RETURN-CODE
                 STRING 'ABORTED: NO RUN-CYCLE ON MARKERLOG, '
                            DELIMITED BY SIZE
                        'NOTHING DELIVERED' DELIMITED BY SIZE
                     INTO WS-DLV-LINE
                 PERFORM 310-WRITE-DLV-LINE THRU 310-EXIT
              ELSE
                 PERFORM 030-LOAD-RUN-ROWS THRU 030-EXIT
                 IF WS-TABLE-OVERFLOW-SW = 'Y'
                    MOVE 16 TO WS-RETURN-CODE
                    STRING 'ABORTED: OVER 2000 MARKERLOG ROWS ON THE '
                               DELIMITED BY SIZE
                           'CYCLE, NOTHING DELIVERED' DELIMITED BY SIZE
                        INTO WS-DLV-LINE
                    PERFORM 310-WRITE-DLV-LINE THRU 310-EXIT
                 ELSE
                    PERFORM 040-BUILD-DELIVERY THRU 040-EXIT
                    PERFORM 080-REGISTER-DELIVERY THRU 080-EXIT
                 END-IF
              END-IF
           END-IF.
           PERFORM 900-TERM-RUN THRU 900-EXIT.
           MOVE WS-RETURN-CODE TO RETURN-CODE.
           GOBACK.

      *----------------------------------------------------------*
      *    RUN-LEVEL INITIALISATION                                *
      *----------------------------------------------------------*
      *    The creation stamp is taken once, here, so the header,
      *    the register row and the report all carry the same one.
       010-INIT-RUN.
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-NOW-TIME FROM TIME.
           OPEN OUTPUT DLVRPT.
           MOVE 'AOC06DLV OUTBOUND DELIVERY REPORT' TO WS-DLV-LINE.
           PERFORM 310-WRITE-DLV-LINE THRU 310-EXIT.
           STRING 'CREATED ' DELIMITED BY SIZE
                  WS-TODAY-DATE DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-NOW-TIME DELIMITED BY SIZE
               INTO WS-DLV-LINE.
           PERFORM 310-WRITE-DLV-LINE THRU 310-EXIT.
       010-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *    PASS ONE - THE CYCLE BEING DELIVERED                    *
      *----------------------------------------------------------*
       020-FIND-RUN-CYCLE.
           MOVE SPACES TO WS-RUN-CYCLE.
           MOVE 'N' TO WS-MLOG-EOF-SW.
           OPEN INPUT MARKERLOG.
           IF WS-MARKERLOG-STATUS = '00'
              MOVE 'Y' TO WS-MLOG-OK-SW
              PERFORM 025-RUN-CYCLE-STEP THRU 025-EXIT
                      UNTIL MLOG-EOF-SW
              CLOSE MARKERLOG
           ELSE
              DISPLAY 'AOC06DLV ERROR: MARKERLOG DID NOT OPEN, '
                      'STATUS ' WS-MARKERLOG-STATUS
           END-IF.
       020-EXIT.
           EXIT.

       025-RUN-CYCLE-STEP.
           READ MARKERLOG
               AT END MOVE 'Y' TO WS-MLOG-EOF-SW
           END-READ.
           IF NOT MLOG-EOF-SW
              IF MLOG-CYCLE > WS-RUN-CYCLE
                 MOVE MLOG-CYCLE TO WS-RUN-CYCLE
              END-IF
           END-IF.
       025-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *    PASS TWO - THE CYCLE'S ROWS                             *
      *----------------------------------------------------------*
       030-LOAD-RUN-ROWS.
           STRING 'CYCLE ' DELIMITED BY SIZE
                  WS-RUN-CYCLE DELIMITED BY SIZE
               INTO WS-DLV-LINE.
           PERFORM 310-WRITE-DLV-LINE THRU 310-EXIT.
           MOVE 'N' TO WS-MLOG-EOF-SW.
           OPEN INPUT MARKERLOG.
           IF WS-MARKERLOG-STATUS = '00'
              PERFORM 035-LOAD-ROW-STEP THRU 035-EXIT
                      UNTIL MLOG-EOF-SW
                         OR WS-TABLE-OVERFLOW-SW = 'Y'
              CLOSE MARKERLOG
           END-IF.
       030-EXIT.
           EXIT.

       035-LOAD-ROW-STEP.
           READ MARKERLOG
               AT END MOVE 'Y' TO WS-MLOG-EOF-SW
           END-READ.
           IF MLOG-EOF-SW
              GO TO 035-EXIT
           END-IF.
           IF MLOG-CYCLE NOT = WS-RUN-CYCLE
              GO TO 035-EXIT
           END-IF.
           MOVE MLOG-INFILE-NAME TO WS-LOOKUP-NAME.
           MOVE MLOG-WINDOW-SIZE TO WS-LOOKUP-SIZE.
           PERFORM 200-FIND-ROW-SLOT THRU 200-EXIT.
           IF WS-FOUND-SLOT-SW = 'N'
              IF WS-ROW-COUNT >= 2000
                 MOVE 'Y' TO WS-TABLE-OVERFLOW-SW
                 DISPLAY 'AOC06DLV ERROR: ROW TABLE FULL AT '
                         MLOG-INFILE-NAME
                 GO TO 035-EXIT
              END-IF
              ADD 1 TO WS-ROW-COUNT
              MOVE WS-ROW-COUNT TO WS-SLOT
              MOVE MLOG-INFILE-NAME TO DR-NAME(WS-SLOT)
              MOVE MLOG-WINDOW-SIZE TO DR-SIZE-KEY(WS-SLOT)
           END-IF.
           MOVE MLOG-STATUS TO DR-STATUS(WS-SLOT).
           MOVE MLOG-RC TO DR-RC(WS-SLOT).
       035-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *    BUILD THE INTERFACE FILE                                *
      *----------------------------------------------------------*
      *    Header, the messages that pass, trailer.  A MESSAGES
      *    generation that will not open (a night run without TAIL=)
      *    is an empty delivery, not an error.
       040-BUILD-DELIVERY.
           OPEN OUTPUT DELIVERY.
           MOVE SPACES TO WS-DLV-ROW.
           MOVE 'H' TO DLV-REC-TYPE.
           MOVE WS-RUN-CYCLE TO DLV-CYCLE.
           MOVE WS-TODAY-DATE TO DLV-CREATE-DATE.
           MOVE WS-NOW-TIME TO DLV-CREATE-TIME.
           MOVE 'AOC06DLV' TO DLV-SOURCE.
           WRITE DELIVERY-RECORD FROM WS-DLV-ROW.
           MOVE 'N' TO WS-MSG-EOF-SW.
           OPEN INPUT MESSAGES.
           IF WS-MESSAGES-STATUS = '00'
              PERFORM 045-DELIVER-STEP THRU 045-EXIT
                      UNTIL MSG-EOF-SW
              CLOSE MESSAGES
           ELSE
              DISPLAY 'AOC06DLV WARNING: MESSAGES DID NOT OPEN, '
                      'STATUS ' WS-MESSAGES-STATUS
           END-IF.
           IF WS-MSG-READ = 0
              STRING 'MESSAGES MISSING OR EMPTY, '
                         DELIMITED BY SIZE
                     'HEADER AND TRAILER ONLY' DELIMITED BY SIZE
                  INTO WS-DLV-LINE
              PERFORM 310-WRITE-DLV-LINE THRU 310-EXIT
           END-IF.
           MOVE SPACES TO WS-DLV-ROW.
           MOVE 'T' TO DLV-REC-TYPE.
           MOVE WS-RUN-CYCLE TO DLV-CYCLE.
           MOVE WS-DELIVERED-COUNT TO DLV-RECORD-COUNT.
           MOVE WS-TEXT-TOTAL TO DLV-TEXT-TOTAL.
           MOVE WS-HASH-TOTAL TO DLV-HASH-TOTAL.
           WRITE DELIVERY-RECORD FROM WS-DLV-ROW.
           CLOSE DELIVERY.
       040-EXIT.
           EXIT.

       045-DELIVER-STEP.
           READ MESSAGES
               AT END MOVE 'Y' TO WS-MSG-EOF-SW
           END-READ.
           IF MSG-EOF-SW
              GO TO 045-EXIT
           END-IF.
           ADD 1 TO WS-MSG-READ.
           PERFORM 050-JUDGE-MESSAGE THRU 050-EXIT.
           IF WS-WITHHOLD-REASON NOT = SPACES
              ADD 1 TO WS-WITHHELD-COUNT
              STRING 'WITHHELD ' DELIMITED BY SIZE
                     MSG-INFILE-NAME DELIMITED BY SPACE
                     ' SIZE=' DELIMITED BY SIZE
                     MSG-WINDOW-SIZE DELIMITED BY SIZE
                     ' START=' DELIMITED BY SIZE
                     MSG-START-IDX DELIMITED BY SIZE
                     ' LEN=' DELIMITED BY SIZE
                     MSG-TEXT-LEN DELIMITED BY SIZE
                     ': ' DELIMITED BY SIZE
                     WS-WITHHOLD-REASON DELIMITED BY SIZE
                  INTO WS-DLV-LINE
              PERFORM 310-WRITE-DLV-LINE THRU 310-EXIT
              GO TO 045-EXIT
           END-IF.
           ADD 1 TO WS-DELIVERED-COUNT.
           MOVE SPACES TO WS-DLV-ROW.
           MOVE 'D' TO DLV-REC-TYPE.
           MOVE WS-RUN-CYCLE TO DLV-CYCLE.
           MOVE WS-DELIVERED-COUNT TO DLV-SEQ-NO.
           MOVE MSG-INFILE-NAME TO DLV-INFILE-NAME.
           MOVE MSG-WINDOW-SIZE TO DLV-WINDOW-SIZE.
           MOVE MSG-START-IDX TO DLV-START-IDX.
           MOVE MSG-MARKER-COUNT TO DLV-MARKER-COUNT.
           MOVE MSG-TEXT-LEN TO DLV-TEXT-LEN.
           MOVE MSG-GAP-SW TO DLV-GAP-SW.
           MOVE MSG-TEXT TO DLV-TEXT.
           WRITE DELIVERY-RECORD FROM WS-DLV-ROW.
           ADD MSG-TEXT-LEN TO WS-TEXT-TOTAL.
           ADD MSG-START-IDX TO WS-HASH-TOTAL.
       045-EXIT.
           EXIT.

      *    WS-WITHHOLD-REASON comes back blank for a message that
      *    may go: the cycle logged its (file, window size), and the
      *    row is below RC=8 and carries none of the held verdicts.
       050-JUDGE-MESSAGE.
           MOVE SPACES TO WS-WITHHOLD-REASON.
           MOVE MSG-INFILE-NAME TO WS-LOOKUP-NAME.
           MOVE MSG-WINDOW-SIZE TO WS-LOOKUP-SIZE.
           PERFORM 200-FIND-ROW-SLOT THRU 200-EXIT.
           IF WS-FOUND-SLOT-SW = 'N'
              MOVE 'NO MARKERLOG ROW ON THE CYCLE'
                  TO WS-WITHHOLD-REASON
              GO TO 050-EXIT
           END-IF.
           IF DR-STATUS(WS-SLOT) = 'T'
              OR DR-STATUS(WS-SLOT) = 'M'
              OR DR-STATUS(WS-SLOT) = 'Q'
              OR DR-STATUS(WS-SLOT) = 'D'
              STRING 'MARKERLOG STATUS ' DELIMITED BY SIZE
                     DR-STATUS(WS-SLOT) DELIMITED BY SIZE
                     ' RC=' DELIMITED BY SIZE
                     DR-RC(WS-SLOT) DELIMITED BY SIZE
                  INTO WS-WITHHOLD-REASON
              GO TO 050-EXIT
           END-IF.
           IF DR-RC(WS-SLOT) NOT < 8
              STRING 'MARKERLOG RC=' DELIMITED BY SIZE
                     DR-RC(WS-SLOT) DELIMITED BY SIZE
                  INTO WS-WITHHOLD-REASON
           END-IF.
       050-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *    APPEND TO THE DELIVERY REGISTER                         *
      *----------------------------------------------------------*
      *    EXTEND, or OUTPUT when the register does not exist yet
      *    (status 35) - the very first delivery starts it.
       080-REGISTER-DELIVERY.
           MOVE SPACES TO WS-DRG-ROW.
           MOVE WS-RUN-CYCLE TO DRG-CYCLE.
           MOVE WS-TODAY-DATE TO DRG-SENT-DATE.
           MOVE WS-NOW-TIME TO DRG-SENT-TIME.
           MOVE WS-DELIVERED-COUNT TO DRG-RECORD-COUNT.
           MOVE WS-TEXT-TOTAL TO DRG-TEXT-TOTAL.
           MOVE WS-HASH-TOTAL TO DRG-HASH-TOTAL.
           MOVE WS-WITHHELD-COUNT TO DRG-WITHHELD-COUNT.
           MOVE SPACE TO DRG-ACK-STATE.
           MOVE 0 TO DRG-ACK-DATE.
           MOVE 0 TO DRG-ACK-RECORD-COUNT.
           MOVE 0 TO DRG-ACK-TEXT-TOTAL.
           MOVE 0 TO DRG-ACK-HASH-TOTAL.
           OPEN EXTEND DLVREG.
           IF WS-DLVREG-STATUS = '35'
              OPEN OUTPUT DLVREG
           END-IF.
           WRITE DLVREG-RECORD FROM WS-DRG-ROW.
           CLOSE DLVREG.
       080-EXIT.
           EXIT.

      *    The (file, window size) lookup both passes share; a miss
      *    leaves WS-SLOT zero.
       200-FIND-ROW-SLOT.
           MOVE 'N' TO WS-FOUND-SLOT-SW.
           MOVE 0 TO WS-SLOT.
           PERFORM 205-FIND-ROW-STEP THRU 205-EXIT
                   VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-ROW-COUNT
                      OR WS-FOUND-SLOT-SW = 'Y'.
       200-EXIT.
           EXIT.

       205-FIND-ROW-STEP.
           IF DR-NAME(WS-SUB) = WS-LOOKUP-NAME
              AND DR-SIZE-KEY(WS-SUB) = WS-LOOKUP-SIZE
              MOVE WS-SUB TO WS-SLOT
              MOVE 'Y' TO WS-FOUND-SLOT-SW
           END-IF.
       205-EXIT.
           EXIT.

       310-WRITE-DLV-LINE.
           WRITE DLV-RPT-RECORD FROM WS-DLV-LINE.
           MOVE SPACES TO WS-DLV-LINE.
       310-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *    RUN-LEVEL TERMINATION AND VERDICT                       *
      *----------------------------------------------------------*
       900-TERM-RUN.
           STRING 'MESSAGES READ=' DELIMITED BY SIZE
                  WS-MSG-READ DELIMITED BY SIZE
                  ' DELIVERED=' DELIMITED BY SIZE
                  WS-DELIVERED-COUNT DELIMITED BY SIZE
                  ' WITHHELD=' DELIMITED BY SIZE
                  WS-WITHHELD-COUNT DELIMITED BY SIZE
               INTO WS-DLV-LINE.
           PERFORM 310-WRITE-DLV-LINE THRU 310-EXIT.
           IF WS-RETURN-CODE < 16
              STRING 'TRAILER RECORDS=' DELIMITED BY SIZE
                     WS-DELIVERED-COUNT DELIMITED BY SIZE
                     ' TEXT-TOTAL=' DELIMITED BY SIZE
                     WS-TEXT-TOTAL DELIMITED BY SIZE
                     ' HASH-TOTAL=' DELIMITED BY SIZE
                     WS-HASH-TOTAL DELIMITED BY SIZE
                  INTO WS-DLV-LINE
              PERFORM 310-WRITE-DLV-LINE THRU 310-EXIT
              IF WS-WITHHELD-COUNT > 0
                 MOVE 4 TO WS-RETURN-CODE
                 MOVE 'VERDICT: DELIVERED, MESSAGES WITHHELD, RC=04'
                     TO WS-DLV-LINE
              ELSE
                 MOVE 'VERDICT: DELIVERED IN FULL, RC=00'
                     TO WS-DLV-LINE
              END-IF
              PERFORM 310-WRITE-DLV-LINE THRU 310-EXIT
           ELSE
              MOVE 'VERDICT: NOTHING DELIVERED, RC=16' TO WS-DLV-LINE
              PERFORM 310-WRITE-DLV-LINE THRU 310-EXIT
           END-IF.
           CLOSE DLVRPT.
       900-EXIT.
           EXIT.
