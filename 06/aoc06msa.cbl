      * Compile: `cobc -x -I copybooks aoc06msa.cbl`
      *
      * AOC06MSA - message archive and replay report.  AOC06DEC
      * writes each night's assembled messages to a new MESSAGES
      * generation, and once the generations roll off the text is
      * gone; SIGFILE catches a whole file sent twice, but not one
      * message replayed inside an otherwise new capture.  This
      * program runs after the assembly (ARCHIVE step of
      * AOC06DEC.JCL) and, for every message of the generation:
      *
      *   - digests MSG-TEXT(1:MSG-TEXT-LEN) to nine digits;
      *   - browses PROD.AOC.MSGARCH (layout AOC06MA.CPY) from that
      *     digest and length for copies archived on an EARLIER
      *     cycle whose text is the same byte for byte - the first
      *     is where the message first appeared, and any at all
      *     make it a replay, listed on MSARPT with where it was
      *     first seen and how often since;
      *   - adds the message to the archive under tonight's cycle.
      *
      * A message archived already (the same cycle, file, window
      * size and start position - a rerun of the step, or of the
      * whole night's assembly) is counted and not added twice, so
      * the step can always be rerun.  A message with no text is
      * counted and not archived: there is nothing to match.
      * Copies on tonight's own cycle - the same text in two files
      * tonight - are not replays; an inquiry (AOC06MSQ) shows them.
      *
      * The cycle is the one AOC06DLV delivers the generation under:
      * the newest MLOG-CYCLE on MARKERLOG, or CYCLE= on the PARM to
      * archive an older MESSAGES generation (see AOC06MSD.JCL).
      *
      * PARM tokens, optional:
      *   CYCLE=<yyyymmddhhmmss>  the cycle to archive the messages
      *                           under; default the newest on
      *                           MARKERLOG
      *
      * Step RC:
      *   RC=0   archived, no message seen on an earlier cycle
      *   RC=4   archived; messages replayed from an earlier cycle
      *          are listed on MSARPT - pass them to the decode team
      *   RC=12  PARM not valid; nothing archived
      *   RC=16  MESSAGES or the archive would not open, a read or
      *          write of the archive failed, or there is no cycle to
      *          archive under; the archive holds what was written
      *          before the failure, and a rerun completes it
      *
      * Modification history:
      *   2026-10-08  HJ  Written, with AOC06MA.CPY and AOC06MSQ.
      *   2026-10-15  HJ  A failed read of MSGARCH ends the run RC=16.
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  AOC06MSA.

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

           SELECT MSGARCH ASSIGN TO "MSGARCH"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS MA-KEY
           FILE STATUS IS WS-MSGARCH-STATUS.

           SELECT MSARPT ASSIGN TO "MSARPT"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      *    Mirrors the MARKERLOG-RECORD layout AOC06PT1 writes; only
      *    the cycle is looked at.
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

      *    Layout shared with the MESSAGES FD in aoc06dec.cbl.
         FD MESSAGES.
         01 MESSAGES-RECORD.
            05 MSG-INFILE-NAME       PIC X(80).
            05 MSG-WINDOW-SIZE       PIC XX.
            05 MSG-START-IDX         PIC 9(09).
            05 MSG-MARKER-COUNT      PIC 9(05).
            05 MSG-TEXT-LEN          PIC 9(05).
            05 MSG-GAP-SW            PIC X.
            05 MSG-TEXT              PIC X(512).

         FD MSGARCH.
         01 MSGARCH-RECORD.
           COPY AOC06MA.

         FD MSARPT.
         01 MSA-RECORD PIC X(160).

       WORKING-STORAGE SECTION.
         01 WS-MLOG-EOF-SW           PIC X VALUE 'N'.
            88 MLOG-EOF-SW               VALUE 'Y'.
         01 WS-MSG-EOF-SW            PIC X VALUE 'N'.
            88 MSG-EOF-SW                VALUE 'Y'.
         01 WS-BROWSE-END-SW         PIC X VALUE 'N'.
         01 WS-ARCH-OPEN-SW          PIC X VALUE 'N'.
         01 WS-ARCH-FAILED-SW        PIC X VALUE 'N'.
         01 WS-PARM-VALID-SW         PIC X VALUE 'Y'.

         01 WS-MARKERLOG-STATUS      PIC XX VALUE SPACES.
         01 WS-MESSAGES-STATUS       PIC XX VALUE SPACES.
         01 WS-MSGARCH-STATUS        PIC XX VALUE SPACES.

         01 WS-RUN-CYCLE             PIC X(14) VALUE SPACES.
         01 WS-TODAY-DATE            PIC 9(08) VALUE 0.

      *    The message in hand, held apart from the record areas:
      *    the browse reads archive rows over MSGARCH-RECORD.
         01 WS-CUR-NAME              PIC X(80) VALUE SPACES.
         01 WS-CUR-WINDOW-SIZE       PIC XX VALUE SPACES.
         01 WS-CUR-START-IDX         PIC 9(09) VALUE 0.
         01 WS-CUR-MARKERS           PIC 9(05) VALUE 0.
         01 WS-CUR-LEN               PIC 9(05) VALUE 0.
         01 WS-CUR-GAP-SW            PIC X VALUE SPACE.
         01 WS-CUR-TEXT              PIC X(512) VALUE SPACES.

      *    The digest: each byte's value plus one folded in as
      *    digest * 256 + byte, kept inside nine digits by the
      *    remainder on a prime just under a thousand million -
      *    the stepwise DIVIDE/REMAINDER idiom of 242-DIGEST-ONE-
      *    WINDOW in part2.cbl.  The work field holds the largest
      *    step with room to spare.
         01 WS-DIGEST                PIC 9(09) VALUE 0.
         01 WS-DG-WORK               PIC 9(12) VALUE 0.
         01 WS-DG-QUOT               PIC 9(12) VALUE 0.
         01 WS-DG-PRIME              PIC 9(09) VALUE 999999937.
         01 WS-DG-SUB                PIC 9(05) VALUE 0.

      *    Byte/ordinal conversion, as in aoc06rja.cbl: a byte moved
      *    into the low half of a halfword reads back as its value.
         01 WS-ORD-AREA.
            05 WS-ORD-VALUE          PIC 9(04) COMP VALUE 0.
         01 WS-ORD-BYTES REDEFINES WS-ORD-AREA.
            05 WS-ORD-HIGH           PIC X.
            05 WS-ORD-LOW            PIC X.

      *    What the browse found for the message in hand: the first
      *    earlier copy, the earlier copies and nights, and rows of
      *    the same digest and length whose text differs.
         01 WS-SEEN-ROWS             PIC 9(07) VALUE 0.
         01 WS-SEEN-NIGHTS           PIC 9(07) VALUE 0.
         01 WS-SEEN-LAST-CYCLE       PIC X(14) VALUE SPACES.
         01 WS-FIRST-CYCLE           PIC X(14) VALUE SPACES.
         01 WS-FIRST-NAME            PIC X(80) VALUE SPACES.
         01 WS-FIRST-WINDOW-SIZE     PIC XX VALUE SPACES.
         01 WS-FIRST-START-IDX       PIC 9(09) VALUE 0.
         01 WS-CLASH-ROWS            PIC 9(07) VALUE 0.

      *    Run totals.
         01 WS-MSG-READ              PIC 9(07) VALUE 0.
         01 WS-MSG-ARCHIVED          PIC 9(07) VALUE 0.
         01 WS-MSG-ALREADY           PIC 9(07) VALUE 0.
         01 WS-MSG-EMPTY             PIC 9(07) VALUE 0.
         01 WS-MSG-REPLAYED          PIC 9(07) VALUE 0.
         01 WS-MSG-CLASHES           PIC 9(07) VALUE 0.

      *    320-WRITE-FIGURE prints WS-FIG-LABEL and WS-FIG-VALUE as
      *    one line of the totals, label and figure in fixed columns.
         01 WS-FIG-LABEL             PIC X(40) VALUE SPACES.
         01 WS-FIG-VALUE             PIC S9(15) VALUE 0.
         01 WS-FIG-ED                PIC -(15)9.
         01 WS-NUM-ED                PIC Z(08)9.
         01 WS-NUM2-ED               PIC Z(08)9.
         01 WS-LEN-ED                PIC Z(04)9.

         01 WS-RETURN-CODE           PIC 99 VALUE 0.

      *    One token and a second slot as the overflow sentinel.
         01 WS-PARM-TEXT             PIC X(80) VALUE SPACES.
         01 WS-PARM-TOKENS.
            05 WS-PARM-TOK OCCURS 2 TIMES PIC X(20).
         01 WS-PARM-TOK-LENS.
            05 WS-PARM-TOK-LEN OCCURS 2 TIMES PIC 99.

         01 WS-MSA-LINE              PIC X(160) VALUE SPACES.

       LINKAGE SECTION.
      *    Standard MVS batch PARM layout, as in part2.cbl.
       01 LK-PARM-AREA.
          05 LK-PARM-LEN           PIC S9(4) COMP.
          05 LK-PARM-TEXT          PIC X(80).

       PROCEDURE DIVISION USING LK-PARM-AREA.
           PERFORM 010-INIT-RUN THRU 010-EXIT.
           IF WS-PARM-VALID-SW NOT = 'Y'
              MOVE 12 TO WS-RETURN-CODE
              MOVE 'ABORTED: PARM NOT VALID, NOTHING ARCHIVED'
                  TO WS-MSA-LINE
              PERFORM 310-WRITE-MSA-LINE THRU 310-EXIT
           ELSE
              IF WS-RUN-CYCLE = SPACES
                 PERFORM 020-FIND-RUN-CYCLE THRU 020-EXIT
              END-IF
              IF WS-RUN-CYCLE = SPACES
                 MOVE 16 TO WS-RETURN-CODE
                 STRING 'ABORTED: NO RUN-CYCLE ON MARKERLOG AND NO '
                            DELIMITED BY SIZE
                        'CYCLE= ON THE PARM, NOTHING ARCHIVED'
                            DELIMITED BY SIZE
                     INTO WS-MSA-LINE
                 PERFORM 310-WRITE-MSA-LINE THRU 310-EXIT
              ELSE
                 PERFORM 030-ARCHIVE-NIGHT THRU 030-EXIT
              END-IF
           END-IF.
           PERFORM 900-TERM-RUN THRU 900-EXIT.
           MOVE WS-RETURN-CODE TO RETURN-CODE.
           GOBACK.

      *----------------------------------------------------------*
      *    RUN-LEVEL INITIALISATION / PARM PARSING                 *
      *----------------------------------------------------------*
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
           OPEN OUTPUT MSARPT.
           MOVE 'AOC06MSA MESSAGE ARCHIVE AND REPLAY REPORT'
               TO WS-MSA-LINE.
           PERFORM 310-WRITE-MSA-LINE THRU 310-EXIT.
           STRING 'PARM=' DELIMITED BY SIZE
                  WS-PARM-TEXT DELIMITED BY '  '
               INTO WS-MSA-LINE.
           PERFORM 310-WRITE-MSA-LINE THRU 310-EXIT.
           MOVE SPACES TO WS-PARM-TOKENS.
           MOVE 0 TO WS-PARM-TOK-LEN(1).
           MOVE 0 TO WS-PARM-TOK-LEN(2).
           UNSTRING WS-PARM-TEXT DELIMITED BY ALL SPACE
               INTO WS-PARM-TOK(1) COUNT IN WS-PARM-TOK-LEN(1)
                    WS-PARM-TOK(2) COUNT IN WS-PARM-TOK-LEN(2)
           END-UNSTRING.
           IF WS-PARM-TOK-LEN(1) = 0
              GO TO 010-EXIT
           END-IF.
           IF WS-PARM-TOK-LEN(1) = 20
              AND WS-PARM-TOK(1)(1:6) = 'CYCLE='
              AND WS-PARM-TOK(1)(7:14) IS NUMERIC
              MOVE WS-PARM-TOK(1)(7:14) TO WS-RUN-CYCLE
           ELSE
              MOVE 'N' TO WS-PARM-VALID-SW
              STRING 'PARM TOKEN NOT VALID: ' DELIMITED BY SIZE
                     WS-PARM-TOK(1) DELIMITED BY SPACE
                  INTO WS-MSA-LINE
              PERFORM 310-WRITE-MSA-LINE THRU 310-EXIT
           END-IF.
           IF WS-PARM-TOK-LEN(2) > 0
              MOVE 'N' TO WS-PARM-VALID-SW
              MOVE 'PARM NOT VALID: MORE THAN ONE TOKEN'
                  TO WS-MSA-LINE
              PERFORM 310-WRITE-MSA-LINE THRU 310-EXIT
           END-IF.
       010-EXIT.
           EXIT.

      *    The newest MLOG-CYCLE, compared as raw characters, as
      *    AOC06DLV's 020-FIND-RUN-CYCLE does.
       020-FIND-RUN-CYCLE.
           MOVE 'N' TO WS-MLOG-EOF-SW.
           OPEN INPUT MARKERLOG.
           IF WS-MARKERLOG-STATUS NOT = '00'
              STRING 'MARKERLOG DID NOT OPEN, STATUS '
                         DELIMITED BY SIZE
                     WS-MARKERLOG-STATUS DELIMITED BY SIZE
                  INTO WS-MSA-LINE
              PERFORM 310-WRITE-MSA-LINE THRU 310-EXIT
              GO TO 020-EXIT
           END-IF.
           PERFORM 025-RUN-CYCLE-STEP THRU 025-EXIT
                   UNTIL MLOG-EOF-SW.
           CLOSE MARKERLOG.
       020-EXIT.
           EXIT.

       025-RUN-CYCLE-STEP.
           READ MARKERLOG
               AT END MOVE 'Y' TO WS-MLOG-EOF-SW
           END-READ.
           IF MLOG-EOF-SW
              GO TO 025-EXIT
           END-IF.
           IF MLOG-CYCLE > WS-RUN-CYCLE
              MOVE MLOG-CYCLE TO WS-RUN-CYCLE
           END-IF.
       025-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *    THE NIGHT'S MESSAGES                                    *
      *----------------------------------------------------------*
       030-ARCHIVE-NIGHT.
           STRING 'CYCLE ' DELIMITED BY SIZE
                  WS-RUN-CYCLE DELIMITED BY SIZE
               INTO WS-MSA-LINE.
           PERFORM 310-WRITE-MSA-LINE THRU 310-EXIT.
           OPEN INPUT MESSAGES.
           IF WS-MESSAGES-STATUS NOT = '00'
              MOVE 16 TO WS-RETURN-CODE
              STRING 'ABORTED: MESSAGES DID NOT OPEN, STATUS '
                         DELIMITED BY SIZE
                     WS-MESSAGES-STATUS DELIMITED BY SIZE
                     ', NOTHING ARCHIVED' DELIMITED BY SIZE
                  INTO WS-MSA-LINE
              PERFORM 310-WRITE-MSA-LINE THRU 310-EXIT
              GO TO 030-EXIT
           END-IF.
           PERFORM 035-OPEN-ARCHIVE THRU 035-EXIT.
           IF WS-ARCH-OPEN-SW NOT = 'Y'
              CLOSE MESSAGES
              MOVE 16 TO WS-RETURN-CODE
              STRING 'ABORTED: MSGARCH DID NOT OPEN, STATUS '
                         DELIMITED BY SIZE
                     WS-MSGARCH-STATUS DELIMITED BY SIZE
                     ', NOTHING ARCHIVED' DELIMITED BY SIZE
                  INTO WS-MSA-LINE
              PERFORM 310-WRITE-MSA-LINE THRU 310-EXIT
              GO TO 030-EXIT
           END-IF.
           PERFORM 310-WRITE-MSA-LINE THRU 310-EXIT.
           MOVE 'MESSAGES SEEN ON AN EARLIER CYCLE' TO WS-MSA-LINE.
           PERFORM 310-WRITE-MSA-LINE THRU 310-EXIT.
           PERFORM 040-ARCHIVE-ONE-MESSAGE THRU 040-EXIT
                   UNTIL MSG-EOF-SW
                      OR WS-ARCH-FAILED-SW = 'Y'.
           CLOSE MESSAGES.
           CLOSE MSGARCH.
           IF WS-MSG-REPLAYED = 0
              MOVE '  NONE' TO WS-MSA-LINE
              PERFORM 310-WRITE-MSA-LINE THRU 310-EXIT
           ELSE
              IF WS-RETURN-CODE < 4
                 MOVE 4 TO WS-RETURN-CODE
              END-IF
           END-IF.
           IF WS-ARCH-FAILED-SW = 'Y'
              MOVE 16 TO WS-RETURN-CODE
           END-IF.
           PERFORM 100-REPORT-TOTALS THRU 100-EXIT.
       030-EXIT.
           EXIT.

      *    An archive that is not there yet (or a freshly defined,
      *    never-loaded cluster, which will not open for update) is
      *    opened for output and closed to load it empty, then
      *    reopened for update - 020-OPEN-MASTER in aoc06smu.cbl,
      *    with no control record to seed.
       035-OPEN-ARCHIVE.
           OPEN I-O MSGARCH.
           IF WS-MSGARCH-STATUS = '35'
              OPEN OUTPUT MSGARCH
              IF WS-MSGARCH-STATUS = '00'
                 CLOSE MSGARCH
                 OPEN I-O MSGARCH
              END-IF
           END-IF.
           IF WS-MSGARCH-STATUS = '00'
              OR WS-MSGARCH-STATUS = '05'
              MOVE 'Y' TO WS-ARCH-OPEN-SW
           END-IF.
       035-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *    ONE MESSAGE: DIGEST, LOOK BACK, ARCHIVE                 *
      *----------------------------------------------------------*
       040-ARCHIVE-ONE-MESSAGE.
           READ MESSAGES
               AT END MOVE 'Y' TO WS-MSG-EOF-SW
           END-READ.
           IF MSG-EOF-SW
              GO TO 040-EXIT
           END-IF.
           ADD 1 TO WS-MSG-READ.
           IF MSG-TEXT-LEN NOT NUMERIC
              ADD 1 TO WS-MSG-EMPTY
              GO TO 040-EXIT
           END-IF.
           IF MSG-TEXT-LEN = 0
              ADD 1 TO WS-MSG-EMPTY
              GO TO 040-EXIT
           END-IF.
           MOVE MSG-INFILE-NAME TO WS-CUR-NAME.
           MOVE MSG-WINDOW-SIZE TO WS-CUR-WINDOW-SIZE.
           MOVE MSG-START-IDX TO WS-CUR-START-IDX.
           MOVE MSG-MARKER-COUNT TO WS-CUR-MARKERS.
           MOVE MSG-TEXT-LEN TO WS-CUR-LEN.
           IF WS-CUR-LEN > 512
              MOVE 512 TO WS-CUR-LEN
           END-IF.
           MOVE MSG-GAP-SW TO WS-CUR-GAP-SW.
           MOVE MSG-TEXT TO WS-CUR-TEXT.
           PERFORM 060-DIGEST-TEXT THRU 060-EXIT.
           PERFORM 070-LOOK-BACK THRU 070-EXIT.
           IF WS-ARCH-FAILED-SW = 'Y'
              GO TO 040-EXIT
           END-IF.
           IF WS-SEEN-ROWS > 0
              ADD 1 TO WS-MSG-REPLAYED
              PERFORM 090-REPORT-REPLAY THRU 090-EXIT
           END-IF.
           IF WS-CLASH-ROWS > 0
              ADD 1 TO WS-MSG-CLASHES
           END-IF.
           PERFORM 080-ADD-TO-ARCHIVE THRU 080-EXIT.
       040-EXIT.
           EXIT.

       060-DIGEST-TEXT.
           MOVE 0 TO WS-DIGEST.
           PERFORM 065-DIGEST-ONE-BYTE THRU 065-EXIT
                   VARYING WS-DG-SUB FROM 1 BY 1
                   UNTIL WS-DG-SUB > WS-CUR-LEN.
       060-EXIT.
           EXIT.

       065-DIGEST-ONE-BYTE.
           MOVE 0 TO WS-ORD-VALUE.
           MOVE WS-CUR-TEXT(WS-DG-SUB:1) TO WS-ORD-LOW.
           COMPUTE WS-DG-WORK =
               WS-DIGEST * 256 + WS-ORD-VALUE + 1.
           DIVIDE WS-DG-WORK BY WS-DG-PRIME
               GIVING WS-DG-QUOT REMAINDER WS-DIGEST.
       065-EXIT.
           EXIT.

      *    Every archived copy of the same digest and length sits
      *    together in key order, oldest cycle first; the browse
      *    stops at the first row of tonight's cycle or later.
       070-LOOK-BACK.
           MOVE 0 TO WS-SEEN-ROWS.
           MOVE 0 TO WS-SEEN-NIGHTS.
           MOVE SPACES TO WS-SEEN-LAST-CYCLE.
           MOVE 0 TO WS-CLASH-ROWS.
           MOVE 'N' TO WS-BROWSE-END-SW.
           MOVE LOW-VALUES TO MA-KEY.
           MOVE WS-DIGEST TO MA-DIGEST.
           MOVE WS-CUR-LEN TO MA-TEXT-LEN.
           START MSGARCH KEY IS NOT LESS THAN MA-KEY
               INVALID KEY MOVE 'Y' TO WS-BROWSE-END-SW
           END-START.
           PERFORM 075-LOOK-BACK-STEP THRU 075-EXIT
                   UNTIL WS-BROWSE-END-SW = 'Y'.
       070-EXIT.
           EXIT.

       075-LOOK-BACK-STEP.
           READ MSGARCH NEXT RECORD
               AT END MOVE 'Y' TO WS-BROWSE-END-SW
           END-READ.
           IF WS-MSGARCH-STATUS NOT = '00'
              AND WS-MSGARCH-STATUS NOT = '10'
              MOVE 'Y' TO WS-BROWSE-END-SW
              MOVE 'Y' TO WS-ARCH-FAILED-SW
              STRING 'ABORTED: READ OF MSGARCH FAILED, STATUS '
                         DELIMITED BY SIZE
                     WS-MSGARCH-STATUS DELIMITED BY SIZE
                     ' - RERUN TO COMPLETE THE NIGHT'
                         DELIMITED BY SIZE
                  INTO WS-MSA-LINE
              PERFORM 310-WRITE-MSA-LINE THRU 310-EXIT
           END-IF.
           IF WS-BROWSE-END-SW = 'Y'
              GO TO 075-EXIT
           END-IF.
           IF MA-DIGEST NOT = WS-DIGEST
              OR MA-TEXT-LEN NOT = WS-CUR-LEN
              OR MA-CYCLE NOT < WS-RUN-CYCLE
              MOVE 'Y' TO WS-BROWSE-END-SW
              GO TO 075-EXIT
           END-IF.
           IF MA-TEXT(1:WS-CUR-LEN) NOT = WS-CUR-TEXT(1:WS-CUR-LEN)
              ADD 1 TO WS-CLASH-ROWS
              GO TO 075-EXIT
           END-IF.
           ADD 1 TO WS-SEEN-ROWS.
           IF WS-SEEN-ROWS = 1
              MOVE MA-CYCLE TO WS-FIRST-CYCLE
              MOVE MA-INFILE-NAME TO WS-FIRST-NAME
              MOVE MA-WINDOW-SIZE TO WS-FIRST-WINDOW-SIZE
              MOVE MA-START-IDX TO WS-FIRST-START-IDX
           END-IF.
           IF MA-CYCLE NOT = WS-SEEN-LAST-CYCLE
              ADD 1 TO WS-SEEN-NIGHTS
              MOVE MA-CYCLE TO WS-SEEN-LAST-CYCLE
           END-IF.
       075-EXIT.
           EXIT.

      *    A duplicate key is this message archived already under
      *    tonight's cycle; anything else stops the run.
       080-ADD-TO-ARCHIVE.
           MOVE SPACES TO MSGARCH-RECORD.
           MOVE WS-DIGEST TO MA-DIGEST.
           MOVE WS-CUR-LEN TO MA-TEXT-LEN.
           MOVE WS-RUN-CYCLE TO MA-CYCLE.
           MOVE WS-CUR-NAME TO MA-INFILE-NAME.
           MOVE WS-CUR-WINDOW-SIZE TO MA-WINDOW-SIZE.
           MOVE WS-CUR-START-IDX TO MA-START-IDX.
           MOVE WS-CUR-MARKERS TO MA-MARKER-COUNT.
           MOVE WS-CUR-GAP-SW TO MA-GAP-SW.
           MOVE WS-TODAY-DATE TO MA-ARCH-DATE.
           MOVE WS-CUR-TEXT TO MA-TEXT.
           WRITE MSGARCH-RECORD
               INVALID KEY CONTINUE
           END-WRITE.
           EVALUATE WS-MSGARCH-STATUS
               WHEN '00'
                   ADD 1 TO WS-MSG-ARCHIVED
               WHEN '22'
                   ADD 1 TO WS-MSG-ALREADY
               WHEN OTHER
                   MOVE 'Y' TO WS-ARCH-FAILED-SW
                   STRING 'ABORTED: WRITE TO MSGARCH FAILED, STATUS '
                              DELIMITED BY SIZE
                          WS-MSGARCH-STATUS DELIMITED BY SIZE
                          ' - RERUN TO COMPLETE THE NIGHT'
                              DELIMITED BY SIZE
                       INTO WS-MSA-LINE
                   PERFORM 310-WRITE-MSA-LINE THRU 310-EXIT
           END-EVALUATE.
       080-EXIT.
           EXIT.

      *    Four lines a replay: the digest and how often it was seen
      *    before, tonight's copy, the first copy, and the text's
      *    first hundred bytes.
       090-REPORT-REPLAY.
           PERFORM 310-WRITE-MSA-LINE THRU 310-EXIT.
           MOVE WS-CUR-LEN TO WS-LEN-ED.
           MOVE WS-SEEN-ROWS TO WS-NUM-ED.
           MOVE WS-SEEN-NIGHTS TO WS-NUM2-ED.
           STRING '  DIGEST=' DELIMITED BY SIZE
                  WS-DIGEST DELIMITED BY SIZE
                  ' LEN=' DELIMITED BY SIZE
                  WS-LEN-ED DELIMITED BY SIZE
                  '  SEEN BEFORE' DELIMITED BY SIZE
                  WS-NUM-ED DELIMITED BY SIZE
                  ' TIMES ON' DELIMITED BY SIZE
                  WS-NUM2-ED DELIMITED BY SIZE
                  ' EARLIER NIGHTS' DELIMITED BY SIZE
               INTO WS-MSA-LINE.
           IF WS-CUR-GAP-SW = 'Y'
              MOVE '(GAP - TEXT MAY BE INCOMPLETE)'
                  TO WS-MSA-LINE(90:30)
           END-IF.
           PERFORM 310-WRITE-MSA-LINE THRU 310-EXIT.
           STRING '    TONIGHT     CYCLE=' DELIMITED BY SIZE
                  WS-RUN-CYCLE DELIMITED BY SIZE
                  ' WS=' DELIMITED BY SIZE
                  WS-CUR-WINDOW-SIZE DELIMITED BY SIZE
                  ' IDX=' DELIMITED BY SIZE
                  WS-CUR-START-IDX DELIMITED BY SIZE
                  ' FILE=' DELIMITED BY SIZE
                  WS-CUR-NAME DELIMITED BY '  '
               INTO WS-MSA-LINE.
           PERFORM 310-WRITE-MSA-LINE THRU 310-EXIT.
           STRING '    FIRST SEEN  CYCLE=' DELIMITED BY SIZE
                  WS-FIRST-CYCLE DELIMITED BY SIZE
                  ' WS=' DELIMITED BY SIZE
                  WS-FIRST-WINDOW-SIZE DELIMITED BY SIZE
                  ' IDX=' DELIMITED BY SIZE
                  WS-FIRST-START-IDX DELIMITED BY SIZE
                  ' FILE=' DELIMITED BY SIZE
                  WS-FIRST-NAME DELIMITED BY '  '
               INTO WS-MSA-LINE.
           PERFORM 310-WRITE-MSA-LINE THRU 310-EXIT.
           MOVE '    TEXT: ' TO WS-MSA-LINE.
           IF WS-CUR-LEN > 100
              MOVE WS-CUR-TEXT(1:100) TO WS-MSA-LINE(11:100)
           ELSE
              MOVE WS-CUR-TEXT(1:WS-CUR-LEN)
                  TO WS-MSA-LINE(11:WS-CUR-LEN)
           END-IF.
           PERFORM 310-WRITE-MSA-LINE THRU 310-EXIT.
       090-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *    TOTALS                                                  *
      *----------------------------------------------------------*
       100-REPORT-TOTALS.
           PERFORM 310-WRITE-MSA-LINE THRU 310-EXIT.
           MOVE 'TOTALS' TO WS-MSA-LINE.
           PERFORM 310-WRITE-MSA-LINE THRU 310-EXIT.
           MOVE 'MESSAGES READ' TO WS-FIG-LABEL.
           MOVE WS-MSG-READ TO WS-FIG-VALUE.
           PERFORM 320-WRITE-FIGURE THRU 320-EXIT.
           MOVE 'ARCHIVED' TO WS-FIG-LABEL.
           MOVE WS-MSG-ARCHIVED TO WS-FIG-VALUE.
           PERFORM 320-WRITE-FIGURE THRU 320-EXIT.
           MOVE 'ALREADY ON THE ARCHIVE FOR THIS CYCLE'
               TO WS-FIG-LABEL.
           MOVE WS-MSG-ALREADY TO WS-FIG-VALUE.
           PERFORM 320-WRITE-FIGURE THRU 320-EXIT.
           MOVE 'NO TEXT, NOT ARCHIVED' TO WS-FIG-LABEL.
           MOVE WS-MSG-EMPTY TO WS-FIG-VALUE.
           PERFORM 320-WRITE-FIGURE THRU 320-EXIT.
           MOVE 'SEEN ON AN EARLIER CYCLE' TO WS-FIG-LABEL.
           MOVE WS-MSG-REPLAYED TO WS-FIG-VALUE.
           PERFORM 320-WRITE-FIGURE THRU 320-EXIT.
           MOVE 'SHARING A DIGEST WITH A DIFFERENT TEXT'
               TO WS-FIG-LABEL.
           MOVE WS-MSG-CLASHES TO WS-FIG-VALUE.
           PERFORM 320-WRITE-FIGURE THRU 320-EXIT.
       100-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *    REPORT LINES                                            *
      *----------------------------------------------------------*
       310-WRITE-MSA-LINE.
           WRITE MSA-RECORD FROM WS-MSA-LINE.
           MOVE SPACES TO WS-MSA-LINE.
       310-EXIT.
           EXIT.

       320-WRITE-FIGURE.
           MOVE WS-FIG-LABEL TO WS-MSA-LINE(3:40).
           MOVE WS-FIG-VALUE TO WS-FIG-ED.
           MOVE WS-FIG-ED TO WS-MSA-LINE(45:16).
           PERFORM 310-WRITE-MSA-LINE THRU 310-EXIT.
           MOVE SPACES TO WS-FIG-LABEL.
       320-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *    RUN-LEVEL TERMINATION                                   *
      *----------------------------------------------------------*
       900-TERM-RUN.
           PERFORM 310-WRITE-MSA-LINE THRU 310-EXIT.
           MOVE WS-MSG-ARCHIVED TO WS-NUM-ED.
           MOVE WS-MSG-REPLAYED TO WS-NUM2-ED.
           STRING 'CYCLE=' DELIMITED BY SIZE
                  WS-RUN-CYCLE DELIMITED BY SIZE
                  ' ARCHIVED=' DELIMITED BY SIZE
                  WS-NUM-ED DELIMITED BY SIZE
                  ' REPLAYED=' DELIMITED BY SIZE
                  WS-NUM2-ED DELIMITED BY SIZE
                  ' RC=' DELIMITED BY SIZE
                  WS-RETURN-CODE DELIMITED BY SIZE
               INTO WS-MSA-LINE.
           PERFORM 310-WRITE-MSA-LINE THRU 310-EXIT.
           CLOSE MSARPT.
       900-EXIT.
           EXIT.
