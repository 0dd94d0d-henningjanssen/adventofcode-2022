      * Compile: `cobc -x -I copybooks aoc06rja.cbl`
      *
      * AOC06RJA - reject forensic analysis.  When a file ends RC=8
      * or is quarantined, REJECT holds one row per bad byte and
      * QUARANTINE a count and a stop position, and support worked
      * out WHY by dumping the capture in hex before calling the
      * sender.  This program does that first pass for them.  For
      * each file on the REJECT generation it prints:
      *
      *   - the file's alphabet profile (its latest MARKERLOG row),
      *     its reject count and, if quarantined, the QUARANTINE
      *     count and stop position;
      *   - every range of consecutive bad byte positions, start to
      *     end, with its length and first byte in hex;
      *   - a histogram of the offending bytes in hex, each with its
      *     printable form where it has one, its count and share,
      *     and its class;
      *   - the share of the rejects that fall on line-end bytes, on
      *     padding bytes, and on upper-case or digit bytes, with
      *     the wrong-code-page and non-text shares beside them;
      *   - the likely cause, in this order of precedence:
      *       CR/LF FRAMING     line-end and padding bytes are at
      *                         least half the rejects - the sender
      *                         has shipped records, not a stream
      *                         (with the line length when the
      *                         line-ends fall at a fixed interval)
      *       NEEDS FOLD/ALNUM  upper-case and digit bytes are at
      *                         least half - the feed is sound, the
      *                         LOWER profile is wrong for it (FOLD
      *                         for letters only, ALNUM once digits
      *                         appear)
      *       WRONG CODE PAGE   at least half are letters, digits or
      *                         blanks in the OTHER of ASCII/EBCDIC
      *                         (or high-order bytes of an 8-bit
      *                         code page) - a translation step was
      *                         missed or doubled
      *       BINARY GARBAGE    a quarter or more are control bytes,
      *                         or 64 or more different byte values
      *                         were rejected - the capture is not
      *                         text at all
      *       MIXED             none of these stands out.
      *
      * REJECT cannot carry a non-printing byte - 175-WRITE-REJECT
      * in part2.cbl logs it as '.' - so the hex comes from the
      * capture itself: the file is reopened by its name, exactly
      * as AOC06PT1 opened it, and read to each reject position.  A
      * capture that will not open, ends early, or no longer holds
      * the logged byte at a position (it has been replaced since
      * the scan) is reported, and its remaining bytes are taken as
      * REJECT logged them, with '.' counted as UNIDENTIFIED.
      *
      * A file's REJECT rows come together (AOC06PT1 writes them as
      * it scans, AOC06MRG appends a stream's rows whole), so a
      * change of name starts a new file.  A zero-position row says
      * the file would not open at all and has no bytes to analyse.
      * A file on QUARANTINE with no REJECT rows is listed at the
      * end.
      *
      * Step RC:
      *   RC=0   analysis written (or nothing was rejected)
      *   RC=4   analysis written, but a capture could not be
      *          re-read for a file, or REJECT/QUARANTINE/MARKERLOG
      *          was missing - see the report
      *   RC=16  more file names than the table holds; no analysis
      *
      * Modification history:
      *   2026-09-29  HJ  Written.
      *   2026-10-15  HJ  Character-class paragraphs renumbered 011-016
      *                   so the set search step follows its parent.
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  AOC06RJA.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
         FILE-CONTROL.
           SELECT REJECTFILE ASSIGN TO "REJECT"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-REJECT-STATUS.

           SELECT QUARANTINE ASSIGN TO "QUARANTINE"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-QUARANTINE-STATUS.

           SELECT MARKERLOG ASSIGN TO "MARKERLOG"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-MARKERLOG-STATUS.

      *    The capture itself, opened by name as AOC06PT1's INFILE
      *    is, one byte per record.
           SELECT CAPTURE ASSIGN TO DYNAMIC WS-CAPTURE-NAME
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-CAPTURE-STATUS.

           SELECT RJARPT ASSIGN TO "RJARPT"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
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

      *    Mirrors the MARKERLOG-RECORD layout AOC06PT1 writes; see
      *    the FD in part2.cbl.  Only the name and profile are used.
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

         FD CAPTURE.
         01 CAPTURE-BYTE PIC X.

         FD RJARPT.
         01 RJA-RECORD PIC X(160).

       WORKING-STORAGE SECTION.
         01 WS-IN-EOF-SW             PIC X VALUE 'N'.
            88 IN-EOF-SW                 VALUE 'Y'.
         01 WS-FOUND-SLOT-SW         PIC X VALUE 'N'.
         01 WS-TABLE-OVERFLOW-SW     PIC X VALUE 'N'.
         01 WS-REJECT-PRESENT-SW     PIC X VALUE 'N'.

         01 WS-REJECT-STATUS         PIC XX VALUE SPACES.
         01 WS-QUARANTINE-STATUS     PIC XX VALUE SPACES.
         01 WS-MARKERLOG-STATUS      PIC XX VALUE SPACES.
         01 WS-CAPTURE-STATUS        PIC XX VALUE SPACES.
      *    The dataset and status 330-REPORT-NOT-PRESENT reports,
      *    set by the caller from the input that would not open.
         01 WS-DS-NAME               PIC X(10) VALUE SPACES.
         01 WS-OPEN-STATUS           PIC XX VALUE SPACES.

      *    One entry per name REJECT or QUARANTINE carries: its
      *    latest profile on MARKERLOG, its QUARANTINE particulars
      *    (the last row for the name), and whether it has had its
      *    block of the report.
         01 WS-NAME-TABLE.
            05 WS-NAME-COUNT         PIC 9(05) VALUE 0.
            05 WS-NAME-ENTRY OCCURS 1000 TIMES.
               10 NT-NAME            PIC X(80).
               10 NT-PROFILE         PIC X(05).
               10 NT-QUAR-SW         PIC X.
               10 NT-QUAR-COUNT      PIC 9(09).
               10 NT-QUAR-STOP       PIC 9(09).
               10 NT-REPORTED-SW     PIC X.

         01 WS-SUB                   PIC 9(05) VALUE 0.
         01 WS-SLOT                  PIC 9(05) VALUE 0.
         01 WS-CUR-SLOT              PIC 9(05) VALUE 0.
         01 WS-LOOKUP-NAME           PIC X(80) VALUE SPACES.

      *    Byte/ordinal conversion: a byte moved into the low half
      *    of a halfword reads back as its value 0-255, and a value
      *    0-255 stored in the halfword is the byte in its low half.
         01 WS-ORD-AREA.
            05 WS-ORD-VALUE          PIC 9(04) COMP VALUE 0.
         01 WS-ORD-BYTES REDEFINES WS-ORD-AREA.
            05 WS-ORD-HIGH           PIC X.
            05 WS-ORD-LOW            PIC X.
         01 WS-ORD                   PIC 9(03) VALUE 0.
         01 WS-HEX-DIGITS            PIC X(16)
                                     VALUE '0123456789ABCDEF'.
         01 WS-HEX-TEXT              PIC X(02) VALUE SPACES.
         01 WS-HEX-HI                PIC 99 VALUE 0.
         01 WS-HEX-LO                PIC 99 VALUE 0.
         01 WS-SHOW-CHAR             PIC X VALUE SPACE.

      *    Character classes, worked out once per byte value at
      *    start-up (011-BUILD-CLASSES) for the code page this
      *    program runs under:
      *      'L' line-end      CR, LF (and NL/LF in EBCDIC)
      *      'P' padding       blank, low-values, high-values
      *      'U' upper case    A-Z
      *      'D' digit         0-9
      *      'F' foreign       a letter, digit or blank in the OTHER
      *                        of ASCII/EBCDIC; under ASCII also
      *                        any other high-order byte, which is
      *                        an 8-bit code page's
      *      'O' other text    printable punctuation
      *      'C' control       anything else
         01 WS-CLASS-TABLE.
            05 WS-CLASS OCCURS 256 TIMES PIC X.
         01 WS-EBCDIC-SW             PIC X VALUE 'N'.
         01 WS-PRINTABLE.
            05 FILLER                PIC X(32) VALUE
                 ' !"#$%&''()*+,-./0123456789:;<=>?'.
            05 FILLER                PIC X(32) VALUE
                 '@ABCDEFGHIJKLMNOPQRSTUVWXYZ[\]^_'.
            05 FILLER                PIC X(31) VALUE
                 '`abcdefghijklmnopqrstuvwxyz{|}~'.
         01 WS-UPPER-ALPHABET        PIC X(26) VALUE
                 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
         01 WS-DIGITS                PIC X(10) VALUE '0123456789'.
      *    The set 014-TEST-IN-SET searches, and its length.
         01 WS-PRINTABLE-WORK        PIC X(95) VALUE SPACES.
         01 WS-SET-LEN               PIC 9(03) VALUE 0.
         01 WS-SCAN-SUB              PIC 9(03) VALUE 0.
         01 WS-IN-SET-SW             PIC X VALUE 'N'.
         01 WS-TEST-CHAR             PIC X VALUE SPACE.

      *    The current file's block.  WS-HIST counts each byte value
      *    rejected, subscript ordinal + 1.
         01 WS-HIST-TABLE.
            05 WS-HIST OCCURS 256 TIMES PIC 9(09).
         01 WS-CUR-NAME              PIC X(80) VALUE SPACES.
         01 WS-BLOCK-OPEN-SW         PIC X VALUE 'N'.
         01 WS-BLOCK-REJECTS         PIC 9(09) VALUE 0.
         01 WS-BLOCK-UNOPENED-SW     PIC X VALUE 'N'.
         01 WS-FIRST-POS             PIC 9(09) VALUE 0.
         01 WS-LAST-POS              PIC 9(09) VALUE 0.
         01 WS-UNIDENTIFIED          PIC 9(09) VALUE 0.
         01 WS-LINE-END-COUNT        PIC 9(09) VALUE 0.
         01 WS-PADDING-COUNT         PIC 9(09) VALUE 0.
         01 WS-UPPER-COUNT           PIC 9(09) VALUE 0.
         01 WS-DIGIT-COUNT           PIC 9(09) VALUE 0.
         01 WS-FOREIGN-COUNT         PIC 9(09) VALUE 0.
         01 WS-OTHER-COUNT           PIC 9(09) VALUE 0.
         01 WS-CONTROL-COUNT         PIC 9(09) VALUE 0.
         01 WS-DISTINCT-COUNT        PIC 9(03) VALUE 0.

      *    Ranges of consecutive bad positions.  Only the first
      *    WS-RANGE-PRINT-MAX are printed; the rest are counted.
         01 WS-RANGE-START           PIC 9(09) VALUE 0.
         01 WS-RANGE-END             PIC 9(09) VALUE 0.
         01 WS-RANGE-FIRST-HEX       PIC X(02) VALUE SPACES.
         01 WS-RANGE-LEN             PIC 9(09) VALUE 0.
         01 WS-RANGE-COUNT           PIC 9(07) VALUE 0.
         01 WS-RANGE-LONGEST         PIC 9(09) VALUE 0.
         01 WS-RANGE-PRINT-MAX       PIC 9(03) VALUE 50.
         01 WS-MAX-ED                PIC ZZ9.

      *    Line-end spacing: the interval between the first two
      *    line-end rejects, and whether every later one kept it.
      *    One interval proves nothing; it takes two to be regular.
         01 WS-PREV-LINE-END         PIC 9(09) VALUE 0.
         01 WS-LINE-START-POS        PIC 9(09) VALUE 0.
         01 WS-LINE-INTERVAL         PIC 9(09) VALUE 0.
         01 WS-THIS-INTERVAL         PIC 9(09) VALUE 0.
         01 WS-INTERVAL-COUNT        PIC 9(09) VALUE 0.
      *    'X' once an interval has differed from the first.
         01 WS-INTERVAL-SW           PIC X VALUE 'N'.
            88 INTERVAL-REGULAR          VALUE 'Y'.

      *    Capture re-read.  WS-CAPTURE-POS is the last byte
      *    position read; WS-CAPTURE-OK-SW goes 'N' for the rest of
      *    the file the first time the capture cannot give a byte.
         01 WS-CAPTURE-NAME          PIC X(80) VALUE SPACES.
         01 WS-CAPTURE-OPEN-SW       PIC X VALUE 'N'.
         01 WS-CAPTURE-OK-SW         PIC X VALUE 'N'.
         01 WS-CAPTURE-EOF-SW        PIC X VALUE 'N'.
         01 WS-CAPTURE-POS           PIC 9(09) VALUE 0.
         01 WS-CAPTURE-NOTE          PIC X(60) VALUE SPACES.
         01 WS-BYTE                  PIC X VALUE SPACE.
         01 WS-BYTE-KNOWN-SW         PIC X VALUE 'N'.

         01 WS-FILES-ANALYSED        PIC 9(05) VALUE 0.
         01 WS-FILES-UNOPENED        PIC 9(05) VALUE 0.
         01 WS-FILES-NO-CAPTURE      PIC 9(05) VALUE 0.
         01 WS-QUAR-ONLY             PIC 9(05) VALUE 0.
         01 WS-TOTAL-REJECTS         PIC 9(11) VALUE 0.
         01 WS-RETURN-CODE           PIC 99 VALUE 0.

      *    Share work areas: 320-PERCENT turns WS-RATE-COUNT over
      *    WS-RATE-BASE into WS-PCT-ED.
         01 WS-RATE-COUNT            PIC 9(11) VALUE 0.
         01 WS-RATE-BASE             PIC 9(11) VALUE 0.
         01 WS-PCT                   PIC 9(03)V9 VALUE 0.
         01 WS-PCT-ED                PIC ZZ9.9.
         01 WS-LE-PCT-ED             PIC ZZ9.9.
         01 WS-PAD-PCT-ED            PIC ZZ9.9.
         01 WS-UD-PCT-ED             PIC ZZ9.9.
         01 WS-FOR-PCT-ED            PIC ZZ9.9.
         01 WS-CTL-PCT-ED            PIC ZZ9.9.
         01 WS-NUM-ED                PIC Z(08)9.
         01 WS-NUM2-ED               PIC Z(08)9.
         01 WS-NUM3-ED               PIC Z(08)9.
         01 WS-CAUSE                 PIC X(60) VALUE SPACES.
         01 WS-CLASS-NAME            PIC X(10) VALUE SPACES.
         01 WS-NEW-PROFILE           PIC X(05) VALUE SPACES.

         01 WS-RJA-LINE              PIC X(160) VALUE SPACES.

       PROCEDURE DIVISION.
           PERFORM 010-INIT-RUN THRU 010-EXIT.
           PERFORM 020-COLLECT-NAMES THRU 020-EXIT.
           IF WS-TABLE-OVERFLOW-SW NOT = 'Y'
              PERFORM 030-LOAD-QUARANTINE THRU 030-EXIT
           END-IF.
           IF WS-TABLE-OVERFLOW-SW = 'Y'
              MOVE 16 TO WS-RETURN-CODE
              MOVE 'ABORTED: NAME TABLE FULL, NO ANALYSIS'
                  TO WS-RJA-LINE
              PERFORM 310-WRITE-RJA-LINE THRU 310-EXIT
           ELSE
              PERFORM 040-LOAD-PROFILES THRU 040-EXIT
              IF WS-REJECT-PRESENT-SW = 'Y'
                 PERFORM 050-ANALYSE-REJECTS THRU 050-EXIT
              END-IF
              PERFORM 080-LIST-QUARANTINE-ONLY THRU 080-EXIT
           END-IF.
           PERFORM 900-TERM-RUN THRU 900-EXIT.
           MOVE WS-RETURN-CODE TO RETURN-CODE.
           GOBACK.

      *----------------------------------------------------------*
      *    RUN-LEVEL INITIALISATION                                *
      *----------------------------------------------------------*
       010-INIT-RUN.
           OPEN OUTPUT RJARPT.
           MOVE 'AOC06RJA REJECT FORENSIC ANALYSIS' TO WS-RJA-LINE.
           PERFORM 310-WRITE-RJA-LINE THRU 310-EXIT.
           PERFORM 011-BUILD-CLASSES THRU 011-EXIT.
           IF WS-EBCDIC-SW = 'Y'
              MOVE 'BYTE VALUES ARE EBCDIC; ASCII TEXT SHOWS AS FOREIGN'
                  TO WS-RJA-LINE
           ELSE
              MOVE 'BYTE VALUES ARE ASCII; EBCDIC TEXT SHOWS AS FOREIGN'
                  TO WS-RJA-LINE
           END-IF.
           PERFORM 310-WRITE-RJA-LINE THRU 310-EXIT.
       010-EXIT.
           EXIT.

      *    'a' is X'81' under EBCDIC and X'61' under ASCII.
       011-BUILD-CLASSES.
           IF 'a' = X'81'
              MOVE 'Y' TO WS-EBCDIC-SW
           END-IF.
           PERFORM 012-CLASSIFY-VALUE THRU 012-EXIT
                   VARYING WS-ORD FROM 0 BY 1
                   UNTIL WS-ORD > 255.
       011-EXIT.
           EXIT.

       012-CLASSIFY-VALUE.
           MOVE WS-ORD TO WS-ORD-VALUE.
           MOVE WS-ORD-LOW TO WS-TEST-CHAR.
           EVALUATE TRUE
               WHEN WS-ORD = 13 OR WS-ORD = 10
                   MOVE 'L' TO WS-CLASS(WS-ORD + 1)
               WHEN WS-EBCDIC-SW = 'Y'
                    AND (WS-ORD = 21 OR WS-ORD = 37)
                   MOVE 'L' TO WS-CLASS(WS-ORD + 1)
               WHEN WS-TEST-CHAR = SPACE
                 OR WS-TEST-CHAR = LOW-VALUE
                 OR WS-TEST-CHAR = HIGH-VALUE
                   MOVE 'P' TO WS-CLASS(WS-ORD + 1)
               WHEN OTHER
                   PERFORM 013-CLASSIFY-TEXT THRU 013-EXIT
           END-EVALUATE.
       012-EXIT.
           EXIT.

       013-CLASSIFY-TEXT.
           MOVE WS-UPPER-ALPHABET TO WS-PRINTABLE-WORK.
           MOVE 26 TO WS-SET-LEN.
           PERFORM 014-TEST-IN-SET THRU 014-EXIT.
           IF WS-IN-SET-SW = 'Y'
              MOVE 'U' TO WS-CLASS(WS-ORD + 1)
              GO TO 013-EXIT
           END-IF.
           MOVE WS-DIGITS TO WS-PRINTABLE-WORK.
           MOVE 10 TO WS-SET-LEN.
           PERFORM 014-TEST-IN-SET THRU 014-EXIT.
           IF WS-IN-SET-SW = 'Y'
              MOVE 'D' TO WS-CLASS(WS-ORD + 1)
              GO TO 013-EXIT
           END-IF.
           PERFORM 016-TEST-FOREIGN THRU 016-EXIT.
           IF WS-IN-SET-SW = 'Y'
              MOVE 'F' TO WS-CLASS(WS-ORD + 1)
              GO TO 013-EXIT
           END-IF.
           MOVE WS-PRINTABLE TO WS-PRINTABLE-WORK.
           MOVE 95 TO WS-SET-LEN.
           PERFORM 014-TEST-IN-SET THRU 014-EXIT.
           IF WS-IN-SET-SW = 'Y'
              MOVE 'O' TO WS-CLASS(WS-ORD + 1)
           ELSE
              MOVE 'C' TO WS-CLASS(WS-ORD + 1)
           END-IF.
       013-EXIT.
           EXIT.

      *    Is WS-TEST-CHAR among the first WS-SET-LEN characters of
      *    WS-PRINTABLE-WORK?
       014-TEST-IN-SET.
           MOVE 'N' TO WS-IN-SET-SW.
           PERFORM 015-TEST-IN-SET-STEP THRU 015-EXIT
                   VARYING WS-SCAN-SUB FROM 1 BY 1
                   UNTIL WS-SCAN-SUB > WS-SET-LEN
                      OR WS-IN-SET-SW = 'Y'.
       014-EXIT.
           EXIT.

       015-TEST-IN-SET-STEP.
           IF WS-PRINTABLE-WORK(WS-SCAN-SUB:1) = WS-TEST-CHAR
              MOVE 'Y' TO WS-IN-SET-SW
           END-IF.
       015-EXIT.
           EXIT.

      *    The other code page's letters, digits and blank, by
      *    value.  EBCDIC: blank X'40', a-i X'81'-X'89', j-r X'91'-
      *    X'99', s-z X'A2'-X'A9', the same in upper case from
      *    X'C1', digits X'F0'-X'F9'.  ASCII: blank X'20', digits
      *    X'30'-X'39', A-Z X'41'-X'5A', a-z X'61'-X'7A'.  Under
      *    ASCII every remaining high-order byte is taken as an
      *    8-bit code page's too.
       016-TEST-FOREIGN.
           MOVE 'N' TO WS-IN-SET-SW.
           IF WS-EBCDIC-SW = 'Y'
              IF WS-ORD = 32
                 OR (WS-ORD >= 48 AND WS-ORD <= 57)
                 OR (WS-ORD >= 65 AND WS-ORD <= 90)
                 OR (WS-ORD >= 97 AND WS-ORD <= 122)
                 MOVE 'Y' TO WS-IN-SET-SW
              END-IF
           ELSE
              IF WS-ORD = 64 OR WS-ORD >= 128
                 MOVE 'Y' TO WS-IN-SET-SW
              END-IF
           END-IF.
       016-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *    PASS ONE - THE NAMES                                    *
      *----------------------------------------------------------*
       020-COLLECT-NAMES.
           MOVE 'N' TO WS-IN-EOF-SW.
           OPEN INPUT REJECTFILE.
           IF WS-REJECT-STATUS NOT = '00'
              MOVE 'REJECT' TO WS-DS-NAME
              MOVE WS-REJECT-STATUS TO WS-OPEN-STATUS
              PERFORM 330-REPORT-NOT-PRESENT THRU 330-EXIT
              GO TO 020-EXIT
           END-IF.
           MOVE 'Y' TO WS-REJECT-PRESENT-SW.
           PERFORM 025-COLLECT-NAMES-STEP THRU 025-EXIT
                   UNTIL IN-EOF-SW
                      OR WS-TABLE-OVERFLOW-SW = 'Y'.
           CLOSE REJECTFILE.
       020-EXIT.
           EXIT.

       025-COLLECT-NAMES-STEP.
           READ REJECTFILE
               AT END MOVE 'Y' TO WS-IN-EOF-SW
           END-READ.
           IF IN-EOF-SW
              GO TO 025-EXIT
           END-IF.
           IF REJ-INFILE-NAME = WS-LOOKUP-NAME
              GO TO 025-EXIT
           END-IF.
           MOVE REJ-INFILE-NAME TO WS-LOOKUP-NAME.
           PERFORM 210-FIND-OR-ADD-NAME THRU 210-EXIT.
       025-EXIT.
           EXIT.

      *    The last QUARANTINE row for a name is its particulars.
       030-LOAD-QUARANTINE.
           MOVE 'N' TO WS-IN-EOF-SW.
           OPEN INPUT QUARANTINE.
           IF WS-QUARANTINE-STATUS NOT = '00'
              MOVE 'QUARANTINE' TO WS-DS-NAME
              MOVE WS-QUARANTINE-STATUS TO WS-OPEN-STATUS
              PERFORM 330-REPORT-NOT-PRESENT THRU 330-EXIT
              GO TO 030-EXIT
           END-IF.
           PERFORM 035-LOAD-QUARANTINE-STEP THRU 035-EXIT
                   UNTIL IN-EOF-SW
                      OR WS-TABLE-OVERFLOW-SW = 'Y'.
           CLOSE QUARANTINE.
       030-EXIT.
           EXIT.

       035-LOAD-QUARANTINE-STEP.
           READ QUARANTINE
               AT END MOVE 'Y' TO WS-IN-EOF-SW
           END-READ.
           IF IN-EOF-SW
              GO TO 035-EXIT
           END-IF.
           MOVE QUAR-INFILE-NAME TO WS-LOOKUP-NAME.
           PERFORM 210-FIND-OR-ADD-NAME THRU 210-EXIT.
           IF WS-FOUND-SLOT-SW = 'Y'
              MOVE 'Y' TO NT-QUAR-SW(WS-SLOT)
              MOVE QUAR-REJ-COUNT TO NT-QUAR-COUNT(WS-SLOT)
              MOVE QUAR-STOP-IDX TO NT-QUAR-STOP(WS-SLOT)
           END-IF.
       035-EXIT.
           EXIT.

      *    The profile a file was last scanned under is the one its
      *    rejects were judged by; MARKERLOG is in append order, so
      *    the last row for the name has it.
       040-LOAD-PROFILES.
           MOVE 'N' TO WS-IN-EOF-SW.
           OPEN INPUT MARKERLOG.
           IF WS-MARKERLOG-STATUS NOT = '00'
              MOVE 'MARKERLOG' TO WS-DS-NAME
              MOVE WS-MARKERLOG-STATUS TO WS-OPEN-STATUS
              PERFORM 330-REPORT-NOT-PRESENT THRU 330-EXIT
              GO TO 040-EXIT
           END-IF.
           PERFORM 045-LOAD-PROFILES-STEP THRU 045-EXIT
                   UNTIL IN-EOF-SW.
           CLOSE MARKERLOG.
       040-EXIT.
           EXIT.

       045-LOAD-PROFILES-STEP.
           READ MARKERLOG
               AT END MOVE 'Y' TO WS-IN-EOF-SW
           END-READ.
           IF IN-EOF-SW
              GO TO 045-EXIT
           END-IF.
           MOVE MLOG-INFILE-NAME TO WS-LOOKUP-NAME.
           PERFORM 200-FIND-NAME THRU 200-EXIT.
           IF WS-FOUND-SLOT-SW = 'Y'
              MOVE MLOG-PROFILE TO NT-PROFILE(WS-SLOT)
           END-IF.
       045-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *    PASS TWO - ONE BLOCK PER FILE                           *
      *----------------------------------------------------------*
       050-ANALYSE-REJECTS.
           MOVE 'N' TO WS-IN-EOF-SW.
           OPEN INPUT REJECTFILE.
           IF WS-REJECT-STATUS NOT = '00'
              GO TO 050-EXIT
           END-IF.
           PERFORM 055-ANALYSE-REJECT-STEP THRU 055-EXIT
                   UNTIL IN-EOF-SW.
           CLOSE REJECTFILE.
           IF WS-BLOCK-OPEN-SW = 'Y'
              PERFORM 070-CLOSE-BLOCK THRU 070-EXIT
           END-IF.
       050-EXIT.
           EXIT.

       055-ANALYSE-REJECT-STEP.
           READ REJECTFILE
               AT END MOVE 'Y' TO WS-IN-EOF-SW
           END-READ.
           IF IN-EOF-SW
              GO TO 055-EXIT
           END-IF.
           IF WS-BLOCK-OPEN-SW NOT = 'Y'
              OR REJ-INFILE-NAME NOT = WS-CUR-NAME
              IF WS-BLOCK-OPEN-SW = 'Y'
                 PERFORM 070-CLOSE-BLOCK THRU 070-EXIT
              END-IF
              PERFORM 060-OPEN-BLOCK THRU 060-EXIT
           END-IF.
           IF REJ-POSITION = 0
              MOVE 'Y' TO WS-BLOCK-UNOPENED-SW
              GO TO 055-EXIT
           END-IF.
           ADD 1 TO WS-BLOCK-REJECTS.
           IF WS-FIRST-POS = 0
              MOVE REJ-POSITION TO WS-FIRST-POS
           END-IF.
           MOVE REJ-POSITION TO WS-LAST-POS.
           PERFORM 065-GET-BYTE THRU 065-EXIT.
           IF WS-BYTE-KNOWN-SW NOT = 'Y'
              ADD 1 TO WS-UNIDENTIFIED
              MOVE '..' TO WS-HEX-TEXT
           ELSE
              MOVE 0 TO WS-ORD-VALUE
              MOVE WS-BYTE TO WS-ORD-LOW
              MOVE WS-ORD-VALUE TO WS-ORD
              ADD 1 TO WS-HIST(WS-ORD + 1)
              PERFORM 300-HEX-OF-ORD THRU 300-EXIT
              PERFORM 067-COUNT-CLASS THRU 067-EXIT
           END-IF.
           PERFORM 068-TRACK-RANGE THRU 068-EXIT.
       055-EXIT.
           EXIT.

      *    A new file: reset the block and open its capture.
       060-OPEN-BLOCK.
           MOVE REJ-INFILE-NAME TO WS-CUR-NAME.
           MOVE 'Y' TO WS-BLOCK-OPEN-SW.
           MOVE WS-CUR-NAME TO WS-LOOKUP-NAME.
           PERFORM 200-FIND-NAME THRU 200-EXIT.
           MOVE WS-SLOT TO WS-CUR-SLOT.
           IF WS-CUR-SLOT > 0
              MOVE 'Y' TO NT-REPORTED-SW(WS-CUR-SLOT)
           END-IF.
           INITIALIZE WS-HIST-TABLE.
           MOVE 0 TO WS-BLOCK-REJECTS WS-FIRST-POS WS-LAST-POS
                     WS-UNIDENTIFIED WS-LINE-END-COUNT
                     WS-PADDING-COUNT WS-UPPER-COUNT WS-DIGIT-COUNT
                     WS-FOREIGN-COUNT WS-OTHER-COUNT
                     WS-CONTROL-COUNT WS-DISTINCT-COUNT
                     WS-RANGE-START WS-RANGE-END WS-RANGE-COUNT
                     WS-RANGE-LONGEST WS-PREV-LINE-END
                     WS-LINE-INTERVAL WS-INTERVAL-COUNT.
           MOVE 'N' TO WS-INTERVAL-SW.
           MOVE 'N' TO WS-BLOCK-UNOPENED-SW.
           MOVE SPACES TO WS-RANGE-FIRST-HEX.
           PERFORM 310-WRITE-RJA-LINE THRU 310-EXIT.
           STRING 'FILE ' DELIMITED BY SIZE
                  WS-CUR-NAME DELIMITED BY SPACE
               INTO WS-RJA-LINE.
           PERFORM 310-WRITE-RJA-LINE THRU 310-EXIT.
           STRING '  PROFILE ' DELIMITED BY SIZE
                  NT-PROFILE(WS-CUR-SLOT) DELIMITED BY SIZE
               INTO WS-RJA-LINE.
           IF NT-PROFILE(WS-CUR-SLOT) = '?'
              MOVE '(NO MARKERLOG ROW FOR THE FILE)' TO WS-RJA-LINE(13:)
           END-IF.
           PERFORM 310-WRITE-RJA-LINE THRU 310-EXIT.
           IF NT-QUAR-SW(WS-CUR-SLOT) = 'Y'
              MOVE NT-QUAR-COUNT(WS-CUR-SLOT) TO WS-NUM-ED
              MOVE NT-QUAR-STOP(WS-CUR-SLOT) TO WS-NUM2-ED
              STRING '  QUARANTINED: REJECT COUNT' DELIMITED BY SIZE
                     WS-NUM-ED DELIMITED BY SIZE
                     '  SCAN STOPPED AT' DELIMITED BY SIZE
                     WS-NUM2-ED DELIMITED BY SIZE
                  INTO WS-RJA-LINE
              PERFORM 310-WRITE-RJA-LINE THRU 310-EXIT
           END-IF.
           MOVE WS-CUR-NAME TO WS-CAPTURE-NAME.
           MOVE 0 TO WS-CAPTURE-POS.
           MOVE 'N' TO WS-CAPTURE-EOF-SW.
           MOVE SPACES TO WS-CAPTURE-NOTE.
           OPEN INPUT CAPTURE.
           IF WS-CAPTURE-STATUS = '00'
              MOVE 'Y' TO WS-CAPTURE-OPEN-SW
              MOVE 'Y' TO WS-CAPTURE-OK-SW
           ELSE
              MOVE 'N' TO WS-CAPTURE-OPEN-SW
              MOVE 'N' TO WS-CAPTURE-OK-SW
              STRING 'CAPTURE WOULD NOT OPEN, STATUS ' DELIMITED BY SIZE
                     WS-CAPTURE-STATUS DELIMITED BY SIZE
                  INTO WS-CAPTURE-NOTE
           END-IF.
           MOVE WS-RANGE-PRINT-MAX TO WS-MAX-ED.
           STRING '  RANGES OF CONSECUTIVE BAD BYTES (FIRST'
                      DELIMITED BY SIZE
                  WS-MAX-ED DELIMITED BY SIZE
                  ' SHOWN):' DELIMITED BY SIZE
               INTO WS-RJA-LINE.
           PERFORM 310-WRITE-RJA-LINE THRU 310-EXIT.
       060-EXIT.
           EXIT.

      *    The byte at REJ-POSITION, from the capture while it can
      *    still give one, otherwise as REJECT logged it - where
      *    '.' may stand for any non-printing byte, so it is not
      *    identified.  A capture byte that is printable but not
      *    the one REJECT logged means the capture has been
      *    replaced since the scan; it is not used again.
       065-GET-BYTE.
           MOVE 'N' TO WS-BYTE-KNOWN-SW.
           IF WS-CAPTURE-OK-SW = 'Y'
              IF REJ-POSITION <= WS-CAPTURE-POS
                 MOVE 'N' TO WS-CAPTURE-OK-SW
                 MOVE 'REJECT POSITIONS OUT OF ORDER' TO WS-CAPTURE-NOTE
              ELSE
                 PERFORM 066-READ-CAPTURE-BYTE THRU 066-EXIT
                         UNTIL WS-CAPTURE-POS >= REJ-POSITION
                            OR WS-CAPTURE-EOF-SW = 'Y'
                 IF WS-CAPTURE-EOF-SW = 'Y'
                    MOVE 'N' TO WS-CAPTURE-OK-SW
                    MOVE 'CAPTURE ENDS BEFORE A REJECT POSITION'
                        TO WS-CAPTURE-NOTE
                 END-IF
              END-IF
           END-IF.
           IF WS-CAPTURE-OK-SW = 'Y'
              IF REJ-CHAR NOT = '.' AND WS-BYTE NOT = REJ-CHAR
                 MOVE 'N' TO WS-CAPTURE-OK-SW
                 MOVE 'CAPTURE NO LONGER MATCHES REJECT - REPLACED?'
                     TO WS-CAPTURE-NOTE
              ELSE
                 MOVE 'Y' TO WS-BYTE-KNOWN-SW
                 GO TO 065-EXIT
              END-IF
           END-IF.
           IF REJ-CHAR NOT = '.'
              MOVE REJ-CHAR TO WS-BYTE
              MOVE 'Y' TO WS-BYTE-KNOWN-SW
           END-IF.
       065-EXIT.
           EXIT.

       066-READ-CAPTURE-BYTE.
           READ CAPTURE INTO WS-BYTE
               AT END MOVE 'Y' TO WS-CAPTURE-EOF-SW
               NOT AT END ADD 1 TO WS-CAPTURE-POS
           END-READ.
       066-EXIT.
           EXIT.

       067-COUNT-CLASS.
           IF WS-HIST(WS-ORD + 1) = 1
              ADD 1 TO WS-DISTINCT-COUNT
           END-IF.
           EVALUATE WS-CLASS(WS-ORD + 1)
               WHEN 'L'
                   ADD 1 TO WS-LINE-END-COUNT
                   PERFORM 069-TRACK-LINE-END THRU 069-EXIT
               WHEN 'P'
                   ADD 1 TO WS-PADDING-COUNT
               WHEN 'U'
                   ADD 1 TO WS-UPPER-COUNT
               WHEN 'D'
                   ADD 1 TO WS-DIGIT-COUNT
               WHEN 'F'
                   ADD 1 TO WS-FOREIGN-COUNT
               WHEN 'O'
                   ADD 1 TO WS-OTHER-COUNT
               WHEN OTHER
                   ADD 1 TO WS-CONTROL-COUNT
           END-EVALUATE.
       067-EXIT.
           EXIT.

      *    A position one past the open range's end extends it;
      *    anything else closes it and starts another.
       068-TRACK-RANGE.
           IF WS-RANGE-COUNT > 0
              AND REJ-POSITION = WS-RANGE-END + 1
              MOVE REJ-POSITION TO WS-RANGE-END
              GO TO 068-EXIT
           END-IF.
           IF WS-RANGE-COUNT > 0
              PERFORM 075-WRITE-RANGE THRU 075-EXIT
           END-IF.
           ADD 1 TO WS-RANGE-COUNT.
           MOVE REJ-POSITION TO WS-RANGE-START.
           MOVE REJ-POSITION TO WS-RANGE-END.
           MOVE WS-HEX-TEXT TO WS-RANGE-FIRST-HEX.
       068-EXIT.
           EXIT.

      *    CR LF is two line-end bytes together; the interval is
      *    measured from the start of each run of them.
       069-TRACK-LINE-END.
           IF WS-PREV-LINE-END > 0
              AND REJ-POSITION = WS-PREV-LINE-END + 1
              MOVE REJ-POSITION TO WS-PREV-LINE-END
              GO TO 069-EXIT
           END-IF.
           IF WS-PREV-LINE-END > 0
              COMPUTE WS-THIS-INTERVAL = REJ-POSITION
                                       - WS-LINE-START-POS
              ADD 1 TO WS-INTERVAL-COUNT
              EVALUATE TRUE
                  WHEN WS-INTERVAL-COUNT = 1
                      MOVE WS-THIS-INTERVAL TO WS-LINE-INTERVAL
                  WHEN WS-THIS-INTERVAL NOT = WS-LINE-INTERVAL
                      MOVE 'X' TO WS-INTERVAL-SW
                  WHEN WS-INTERVAL-SW = 'N'
                      MOVE 'Y' TO WS-INTERVAL-SW
              END-EVALUATE
           END-IF.
           MOVE REJ-POSITION TO WS-PREV-LINE-END.
           MOVE REJ-POSITION TO WS-LINE-START-POS.
       069-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *    END OF A FILE'S BLOCK                                   *
      *----------------------------------------------------------*
       070-CLOSE-BLOCK.
           IF WS-CAPTURE-OPEN-SW = 'Y'
              CLOSE CAPTURE
              MOVE 'N' TO WS-CAPTURE-OPEN-SW
           END-IF.
           IF WS-RANGE-COUNT > 0
              PERFORM 075-WRITE-RANGE THRU 075-EXIT
           END-IF.
           ADD 1 TO WS-FILES-ANALYSED.
           ADD WS-BLOCK-REJECTS TO WS-TOTAL-REJECTS.
           IF WS-RANGE-COUNT > WS-RANGE-PRINT-MAX
              COMPUTE WS-NUM-ED = WS-RANGE-COUNT - WS-RANGE-PRINT-MAX
              STRING '    ... AND' DELIMITED BY SIZE
                     WS-NUM-ED DELIMITED BY SIZE
                     ' MORE RANGES' DELIMITED BY SIZE
                  INTO WS-RJA-LINE
              PERFORM 310-WRITE-RJA-LINE THRU 310-EXIT
           END-IF.
           MOVE WS-RANGE-COUNT TO WS-NUM-ED.
           MOVE WS-RANGE-LONGEST TO WS-NUM2-ED.
           STRING '  RANGES' DELIMITED BY SIZE
                  WS-NUM-ED DELIMITED BY SIZE
                  '  LONGEST' DELIMITED BY SIZE
                  WS-NUM2-ED DELIMITED BY SIZE
                  ' BYTES' DELIMITED BY SIZE
               INTO WS-RJA-LINE.
           PERFORM 310-WRITE-RJA-LINE THRU 310-EXIT.
           PERFORM 072-WRITE-PARTICULARS THRU 072-EXIT.
           IF WS-BLOCK-REJECTS > 0
              MOVE '  OFFENDING BYTES:' TO WS-RJA-LINE
              PERFORM 310-WRITE-RJA-LINE THRU 310-EXIT
              PERFORM 076-WRITE-HISTOGRAM-LINE THRU 076-EXIT
                      VARYING WS-ORD FROM 0 BY 1
                      UNTIL WS-ORD > 255
              IF WS-UNIDENTIFIED > 0
                 MOVE WS-UNIDENTIFIED TO WS-RATE-COUNT
                 MOVE WS-BLOCK-REJECTS TO WS-RATE-BASE
                 PERFORM 320-PERCENT THRU 320-EXIT
                 MOVE WS-UNIDENTIFIED TO WS-NUM-ED
                 STRING '    X''..''   .  ' DELIMITED BY SIZE
                        WS-NUM-ED DELIMITED BY SIZE
                        '  ' DELIMITED BY SIZE
                        WS-PCT-ED DELIMITED BY SIZE
                        '%  UNIDENTIFIED (NON-PRINTING,'
                            DELIMITED BY SIZE
                        ' CAPTURE NOT READ)' DELIMITED BY SIZE
                     INTO WS-RJA-LINE
                 PERFORM 310-WRITE-RJA-LINE THRU 310-EXIT
              END-IF
              PERFORM 078-WRITE-SHARES THRU 078-EXIT
           END-IF.
           PERFORM 090-CLASSIFY-CAUSE THRU 090-EXIT.
           STRING '  LIKELY CAUSE: ' DELIMITED BY SIZE
                  WS-CAUSE DELIMITED BY SIZE
               INTO WS-RJA-LINE.
           PERFORM 310-WRITE-RJA-LINE THRU 310-EXIT.
           MOVE 'N' TO WS-BLOCK-OPEN-SW.
       070-EXIT.
           EXIT.

       072-WRITE-PARTICULARS.
           MOVE WS-BLOCK-REJECTS TO WS-NUM-ED.
           MOVE WS-FIRST-POS TO WS-NUM2-ED.
           MOVE WS-LAST-POS TO WS-NUM3-ED.
           STRING '  REJECTS' DELIMITED BY SIZE
                  WS-NUM-ED DELIMITED BY SIZE
                  '  FIRST' DELIMITED BY SIZE
                  WS-NUM2-ED DELIMITED BY SIZE
                  '  LAST' DELIMITED BY SIZE
                  WS-NUM3-ED DELIMITED BY SIZE
               INTO WS-RJA-LINE.
           PERFORM 310-WRITE-RJA-LINE THRU 310-EXIT.
           IF WS-BLOCK-UNOPENED-SW = 'Y'
              ADD 1 TO WS-FILES-UNOPENED
              MOVE '  THE FILE WOULD NOT OPEN AT SCAN TIME'
                  TO WS-RJA-LINE
              PERFORM 310-WRITE-RJA-LINE THRU 310-EXIT
              GO TO 072-EXIT
           END-IF.
           IF WS-CAPTURE-NOTE = SPACES
              MOVE '  CAPTURE RE-READ: BYTES SHOWN AS RECEIVED'
                  TO WS-RJA-LINE
           ELSE
              ADD 1 TO WS-FILES-NO-CAPTURE
              IF WS-RETURN-CODE < 4
                 MOVE 4 TO WS-RETURN-CODE
              END-IF
              STRING '  ' DELIMITED BY SIZE
                     WS-CAPTURE-NOTE DELIMITED BY '  '
                     ' - LATER BYTES AS REJECT LOGGED THEM'
                         DELIMITED BY SIZE
                  INTO WS-RJA-LINE
           END-IF.
           PERFORM 310-WRITE-RJA-LINE THRU 310-EXIT.
       072-EXIT.
           EXIT.

       075-WRITE-RANGE.
           COMPUTE WS-RANGE-LEN = WS-RANGE-END - WS-RANGE-START + 1.
           IF WS-RANGE-LEN > WS-RANGE-LONGEST
              MOVE WS-RANGE-LEN TO WS-RANGE-LONGEST
           END-IF.
           IF WS-RANGE-COUNT > WS-RANGE-PRINT-MAX
              GO TO 075-EXIT
           END-IF.
           MOVE WS-RANGE-START TO WS-NUM-ED.
           MOVE WS-RANGE-END TO WS-NUM2-ED.
           MOVE WS-RANGE-LEN TO WS-NUM3-ED.
           STRING '    ' DELIMITED BY SIZE
                  WS-NUM-ED DELIMITED BY SIZE
                  ' -' DELIMITED BY SIZE
                  WS-NUM2-ED DELIMITED BY SIZE
                  '  LENGTH' DELIMITED BY SIZE
                  WS-NUM3-ED DELIMITED BY SIZE
                  '  FIRST BYTE X''' DELIMITED BY SIZE
                  WS-RANGE-FIRST-HEX DELIMITED BY SIZE
                  '''' DELIMITED BY SIZE
               INTO WS-RJA-LINE.
           PERFORM 310-WRITE-RJA-LINE THRU 310-EXIT.
       075-EXIT.
           EXIT.

       076-WRITE-HISTOGRAM-LINE.
           IF WS-HIST(WS-ORD + 1) = 0
              GO TO 076-EXIT
           END-IF.
           PERFORM 300-HEX-OF-ORD THRU 300-EXIT.
           MOVE WS-HIST(WS-ORD + 1) TO WS-RATE-COUNT.
           MOVE WS-BLOCK-REJECTS TO WS-RATE-BASE.
           PERFORM 320-PERCENT THRU 320-EXIT.
           MOVE WS-HIST(WS-ORD + 1) TO WS-NUM-ED.
           EVALUATE WS-CLASS(WS-ORD + 1)
               WHEN 'L'
                   MOVE 'LINE-END' TO WS-CLASS-NAME
               WHEN 'P'
                   MOVE 'PADDING' TO WS-CLASS-NAME
               WHEN 'U'
                   MOVE 'UPPER CASE' TO WS-CLASS-NAME
               WHEN 'D'
                   MOVE 'DIGIT' TO WS-CLASS-NAME
               WHEN 'F'
                   MOVE 'CODE PAGE' TO WS-CLASS-NAME
               WHEN 'O'
                   MOVE 'OTHER TEXT' TO WS-CLASS-NAME
               WHEN OTHER
                   MOVE 'CONTROL' TO WS-CLASS-NAME
           END-EVALUATE.
           STRING '    X''' DELIMITED BY SIZE
                  WS-HEX-TEXT DELIMITED BY SIZE
                  '''   ' DELIMITED BY SIZE
                  WS-SHOW-CHAR DELIMITED BY SIZE
                  '  ' DELIMITED BY SIZE
                  WS-NUM-ED DELIMITED BY SIZE
                  '  ' DELIMITED BY SIZE
                  WS-PCT-ED DELIMITED BY SIZE
                  '%  ' DELIMITED BY SIZE
                  WS-CLASS-NAME DELIMITED BY SIZE
               INTO WS-RJA-LINE.
           PERFORM 310-WRITE-RJA-LINE THRU 310-EXIT.
       076-EXIT.
           EXIT.

       078-WRITE-SHARES.
           MOVE WS-BLOCK-REJECTS TO WS-RATE-BASE.
           MOVE WS-LINE-END-COUNT TO WS-RATE-COUNT.
           PERFORM 320-PERCENT THRU 320-EXIT.
           MOVE WS-PCT-ED TO WS-LE-PCT-ED.
           MOVE WS-PADDING-COUNT TO WS-RATE-COUNT.
           PERFORM 320-PERCENT THRU 320-EXIT.
           MOVE WS-PCT-ED TO WS-PAD-PCT-ED.
           COMPUTE WS-RATE-COUNT = WS-UPPER-COUNT + WS-DIGIT-COUNT.
           PERFORM 320-PERCENT THRU 320-EXIT.
           MOVE WS-PCT-ED TO WS-UD-PCT-ED.
           MOVE WS-FOREIGN-COUNT TO WS-RATE-COUNT.
           PERFORM 320-PERCENT THRU 320-EXIT.
           MOVE WS-PCT-ED TO WS-FOR-PCT-ED.
           MOVE WS-CONTROL-COUNT TO WS-RATE-COUNT.
           PERFORM 320-PERCENT THRU 320-EXIT.
           MOVE WS-PCT-ED TO WS-CTL-PCT-ED.
           STRING '  SHARE OF REJECTS:  LINE-END ' DELIMITED BY SIZE
                  WS-LE-PCT-ED DELIMITED BY SIZE
                  '%  PADDING ' DELIMITED BY SIZE
                  WS-PAD-PCT-ED DELIMITED BY SIZE
                  '%  UPPER CASE/DIGIT ' DELIMITED BY SIZE
                  WS-UD-PCT-ED DELIMITED BY SIZE
                  '%  CODE PAGE ' DELIMITED BY SIZE
                  WS-FOR-PCT-ED DELIMITED BY SIZE
                  '%  CONTROL ' DELIMITED BY SIZE
                  WS-CTL-PCT-ED DELIMITED BY SIZE
                  '%' DELIMITED BY SIZE
               INTO WS-RJA-LINE.
           PERFORM 310-WRITE-RJA-LINE THRU 310-EXIT.
           IF INTERVAL-REGULAR
              MOVE WS-LINE-INTERVAL TO WS-NUM-ED
              STRING '  LINE-ENDS FALL EVERY' DELIMITED BY SIZE
                     WS-NUM-ED DELIMITED BY SIZE
                     ' BYTES - FIXED-LENGTH LINES' DELIMITED BY SIZE
                  INTO WS-RJA-LINE
              PERFORM 310-WRITE-RJA-LINE THRU 310-EXIT
           END-IF.
       078-EXIT.
           EXIT.

      *    Precedence as in the header.  Shares are of the bytes
      *    that could be identified.
       090-CLASSIFY-CAUSE.
           MOVE SPACES TO WS-CAUSE.
           IF WS-BLOCK-UNOPENED-SW = 'Y' AND WS-BLOCK-REJECTS = 0
              MOVE 'FILE MISSING OR UNREADABLE - NOTHING SCANNED'
                  TO WS-CAUSE
              GO TO 090-EXIT
           END-IF.
           COMPUTE WS-RATE-BASE = WS-BLOCK-REJECTS - WS-UNIDENTIFIED.
           IF WS-RATE-BASE = 0
              MOVE 'UNDETERMINED - NON-PRINTING BYTES, CAPTURE NEEDED'
                  TO WS-CAUSE
              GO TO 090-EXIT
           END-IF.
           IF (WS-LINE-END-COUNT + WS-PADDING-COUNT) * 2
              >= WS-RATE-BASE
              MOVE 'CR/LF FRAMING - RECORDS SENT INSTEAD OF A STREAM'
                  TO WS-CAUSE
              GO TO 090-EXIT
           END-IF.
           IF (WS-UPPER-COUNT + WS-DIGIT-COUNT) * 2 >= WS-RATE-BASE
              IF WS-DIGIT-COUNT > 0
                 MOVE 'ALNUM' TO WS-NEW-PROFILE
              ELSE
                 MOVE 'FOLD' TO WS-NEW-PROFILE
              END-IF
              STRING 'FEED NEEDS THE ' DELIMITED BY SIZE
                     WS-NEW-PROFILE DELIMITED BY SPACE
                     ' PROFILE, NOT ' DELIMITED BY SIZE
                     NT-PROFILE(WS-CUR-SLOT) DELIMITED BY SPACE
                  INTO WS-CAUSE
              GO TO 090-EXIT
           END-IF.
           IF WS-FOREIGN-COUNT * 2 >= WS-RATE-BASE
              MOVE 'WRONG CODE PAGE - TRANSLATION MISSED OR DOUBLED'
                  TO WS-CAUSE
              GO TO 090-EXIT
           END-IF.
           IF WS-CONTROL-COUNT * 4 >= WS-RATE-BASE
              OR WS-DISTINCT-COUNT >= 64
              MOVE 'BINARY GARBAGE - THE CAPTURE IS NOT TEXT'
                  TO WS-CAUSE
              GO TO 090-EXIT
           END-IF.
           MOVE 'MIXED - NO SINGLE CAUSE STANDS OUT' TO WS-CAUSE.
       090-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *    QUARANTINED FILES WITHOUT REJECT ROWS                   *
      *----------------------------------------------------------*
       080-LIST-QUARANTINE-ONLY.
           PERFORM 085-QUARANTINE-ONLY-STEP THRU 085-EXIT
                   VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-NAME-COUNT.
       080-EXIT.
           EXIT.

       085-QUARANTINE-ONLY-STEP.
           IF NT-QUAR-SW(WS-SUB) NOT = 'Y'
              OR NT-REPORTED-SW(WS-SUB) = 'Y'
              GO TO 085-EXIT
           END-IF.
           IF WS-QUAR-ONLY = 0
              PERFORM 310-WRITE-RJA-LINE THRU 310-EXIT
              MOVE 'QUARANTINED FILES WITH NO REJECT ROWS IN THIS INPUT'
                  TO WS-RJA-LINE
              PERFORM 310-WRITE-RJA-LINE THRU 310-EXIT
           END-IF.
           ADD 1 TO WS-QUAR-ONLY.
           MOVE NT-QUAR-COUNT(WS-SUB) TO WS-NUM-ED.
           MOVE NT-QUAR-STOP(WS-SUB) TO WS-NUM2-ED.
           STRING '  ' DELIMITED BY SIZE
                  NT-NAME(WS-SUB) DELIMITED BY SPACE
                  '  REJECT COUNT' DELIMITED BY SIZE
                  WS-NUM-ED DELIMITED BY SIZE
                  '  SCAN STOPPED AT' DELIMITED BY SIZE
                  WS-NUM2-ED DELIMITED BY SIZE
               INTO WS-RJA-LINE.
           PERFORM 310-WRITE-RJA-LINE THRU 310-EXIT.
       085-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *    NAME TABLE LOOKUP                                       *
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
              MOVE 'Y' TO WS-FOUND-SLOT-SW
              MOVE WS-SUB TO WS-SLOT
           END-IF.
       205-EXIT.
           EXIT.

      *    Full table: DISPLAY, set the overflow switch and leave
      *    WS-FOUND-SLOT-SW 'N'; the mainline writes no analysis.
       210-FIND-OR-ADD-NAME.
           PERFORM 200-FIND-NAME THRU 200-EXIT.
           IF WS-FOUND-SLOT-SW = 'Y'
              GO TO 210-EXIT
           END-IF.
           IF WS-NAME-COUNT >= 1000
              MOVE 'Y' TO WS-TABLE-OVERFLOW-SW
              DISPLAY 'AOC06RJA ERROR: NAME TABLE FULL AT '
                      WS-LOOKUP-NAME
              GO TO 210-EXIT
           END-IF.
           ADD 1 TO WS-NAME-COUNT.
           MOVE WS-NAME-COUNT TO WS-SLOT.
           MOVE WS-LOOKUP-NAME TO NT-NAME(WS-SLOT).
           MOVE '?' TO NT-PROFILE(WS-SLOT).
           MOVE 'N' TO NT-QUAR-SW(WS-SLOT).
           MOVE 0 TO NT-QUAR-COUNT(WS-SLOT).
           MOVE 0 TO NT-QUAR-STOP(WS-SLOT).
           MOVE 'N' TO NT-REPORTED-SW(WS-SLOT).
           MOVE 'Y' TO WS-FOUND-SLOT-SW.
       210-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *    REPORT LINES AND EDITING                                *
      *----------------------------------------------------------*
      *    WS-ORD as two hex digits in WS-HEX-TEXT, and the byte as
      *    itself in WS-SHOW-CHAR when it is printable, '.' if not.
       300-HEX-OF-ORD.
           DIVIDE WS-ORD BY 16 GIVING WS-HEX-HI REMAINDER WS-HEX-LO.
           MOVE WS-HEX-DIGITS(WS-HEX-HI + 1:1) TO WS-HEX-TEXT(1:1).
           MOVE WS-HEX-DIGITS(WS-HEX-LO + 1:1) TO WS-HEX-TEXT(2:1).
           MOVE WS-ORD TO WS-ORD-VALUE.
           IF WS-CLASS(WS-ORD + 1) = 'U'
              OR WS-CLASS(WS-ORD + 1) = 'D'
              OR WS-CLASS(WS-ORD + 1) = 'O'
              MOVE WS-ORD-LOW TO WS-SHOW-CHAR
           ELSE
              MOVE '.' TO WS-SHOW-CHAR
           END-IF.
       300-EXIT.
           EXIT.

       310-WRITE-RJA-LINE.
           WRITE RJA-RECORD FROM WS-RJA-LINE.
           MOVE SPACES TO WS-RJA-LINE.
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

       330-REPORT-NOT-PRESENT.
           IF WS-RETURN-CODE < 4
              MOVE 4 TO WS-RETURN-CODE
           END-IF.
           STRING WS-DS-NAME DELIMITED BY SPACE
                  ' NOT READ, STATUS ' DELIMITED BY SIZE
                  WS-OPEN-STATUS DELIMITED BY SIZE
               INTO WS-RJA-LINE.
           PERFORM 310-WRITE-RJA-LINE THRU 310-EXIT.
       330-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *    RUN-LEVEL TERMINATION                                   *
      *----------------------------------------------------------*
       900-TERM-RUN.
           PERFORM 310-WRITE-RJA-LINE THRU 310-EXIT.
           IF WS-FILES-ANALYSED = 0 AND WS-QUAR-ONLY = 0
              AND WS-RETURN-CODE < 16
              MOVE 'NO REJECTED BYTES - NOTHING TO ANALYSE'
                  TO WS-RJA-LINE
              PERFORM 310-WRITE-RJA-LINE THRU 310-EXIT
           END-IF.
           STRING 'FILES ANALYSED=' DELIMITED BY SIZE
                  WS-FILES-ANALYSED DELIMITED BY SIZE
                  ' REJECTED BYTES=' DELIMITED BY SIZE
                  WS-TOTAL-REJECTS DELIMITED BY SIZE
                  ' WOULD NOT OPEN=' DELIMITED BY SIZE
                  WS-FILES-UNOPENED DELIMITED BY SIZE
                  ' CAPTURE NOT RE-READ=' DELIMITED BY SIZE
                  WS-FILES-NO-CAPTURE DELIMITED BY SIZE
                  ' QUARANTINE ONLY=' DELIMITED BY SIZE
                  WS-QUAR-ONLY DELIMITED BY SIZE
                  ' RC=' DELIMITED BY SIZE
                  WS-RETURN-CODE DELIMITED BY SIZE
               INTO WS-RJA-LINE.
           PERFORM 310-WRITE-RJA-LINE THRU 310-EXIT.
           CLOSE RJARPT.
       900-EXIT.
           EXIT.
