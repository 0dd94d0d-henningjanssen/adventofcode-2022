      * Compile: `cobc -x -I copybooks aoc06msq.cbl`
      *
      * AOC06MSQ - message archive inquiry.  Answers "which files
      * and which nights carried this message" from the archive
      * AOC06MSA keeps (PROD.AOC.MSGARCH, layout AOC06MA.CPY), long
      * after the MESSAGES generations themselves have rolled off.
      * Each question is one 80-byte card on MSQCARDS:
      *
      *   DIGEST=nnnnnnnnn   the nine-digit digest as MSARPT prints
      *                      it; a keyed browse lists every archived
      *                      copy under that digest
      *   TEXT=<fragment>    every archived message whose text holds
      *                      the fragment anywhere; the fragment runs
      *                      from just after the '=' to the last
      *                      non-blank of the card, is matched exactly
      *                      as written (case and embedded blanks
      *                      count), and costs a pass of the whole
      *                      archive
      *
      * A card with '*' in column 1, or a blank card, is a comment.
      * Up to 20 questions a run.
      *
      * For each question MSQRPT lists the matching copies in the
      * archive's key order - each distinct text together, oldest
      * night first - one line with the night (cycle), window size,
      * start position, digest, gap flag and file, and a line of the
      * text's first hundred bytes; then how many copies, on how many
      * distinct nights and in how many distinct files.  A digest can
      * be shared by two different texts: the text lines tell them
      * apart.
      *
      * Step RC:
      *   RC=0   every question found at least one copy
      *   RC=4   one or more questions found nothing, or more
      *          distinct nights or files than the tables hold (the
      *          copies are all listed; only those counts stop short)
      *   RC=12  a card not valid, too many cards, or none; nothing
      *          searched - the cards in error are listed
      *   RC=16  MSQCARDS or the archive would not open, or a read
      *          of the archive failed (the questions before it are
      *          answered)
      *
      * Modification history:
      *   2026-10-08  HJ  Written, with AOC06MA.CPY and AOC06MSA.
      *   2026-10-15  HJ  A failed read of MSGARCH ends the run RC=16.
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  AOC06MSQ.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
         FILE-CONTROL.
           SELECT MSQCARDS ASSIGN TO "MSQCARDS"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-MSQCARDS-STATUS.

           SELECT MSGARCH ASSIGN TO "MSGARCH"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS MA-KEY
           FILE STATUS IS WS-MSGARCH-STATUS.

           SELECT MSQRPT ASSIGN TO "MSQRPT"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
         FD MSQCARDS.
         01 MSQCARDS-RECORD          PIC X(80).

         FD MSGARCH.
         01 MSGARCH-RECORD.
           COPY AOC06MA.

         FD MSQRPT.
         01 MSQ-RECORD PIC X(160).

       WORKING-STORAGE SECTION.
         01 WS-CARD-EOF-SW           PIC X VALUE 'N'.
            88 CARD-EOF-SW               VALUE 'Y'.
         01 WS-BROWSE-END-SW         PIC X VALUE 'N'.
         01 WS-ARCH-FAILED-SW        PIC X VALUE 'N'.
         01 WS-CARDS-VALID-SW        PIC X VALUE 'Y'.

         01 WS-MSQCARDS-STATUS       PIC XX VALUE SPACES.
         01 WS-MSGARCH-STATUS        PIC XX VALUE SPACES.

      *    The questions, as read from MSQCARDS.  WS-Q-TYPE 'D' is a
      *    digest (WS-Q-DIGEST), 'T' a text fragment (WS-Q-FRAG, of
      *    WS-Q-FRAG-LEN bytes).
         01 WS-Q-MAX                 PIC 99 VALUE 20.
         01 WS-Q-COUNT               PIC 99 VALUE 0.
         01 WS-Q-TABLE.
            05 WS-Q-ENTRY OCCURS 20 TIMES.
               10 WS-Q-TYPE          PIC X.
               10 WS-Q-DIGEST        PIC 9(09).
               10 WS-Q-FRAG          PIC X(75).
               10 WS-Q-FRAG-LEN      PIC 99.
         01 WS-Q-SUB                 PIC 99 VALUE 0.
         01 WS-CARD-NO               PIC 9(05) VALUE 0.
         01 WS-CARD                  PIC X(80) VALUE SPACES.
         01 WS-SCAN-SUB              PIC 99 VALUE 0.

      *    The question in hand and what it has found so far.
         01 WS-CUR-LEN               PIC 9(05) VALUE 0.
         01 WS-HIT-TALLY             PIC 9(05) VALUE 0.
         01 WS-HIT-ROWS              PIC 9(07) VALUE 0.
         01 WS-EMPTY-QUESTIONS       PIC 99 VALUE 0.

      *    Distinct nights and files of the question in hand, found
      *    by a linear search (the archive is in digest order, not
      *    night or file order).  A full table stops the count, not
      *    the listing.
         01 WS-NIGHT-MAX             PIC 9(04) VALUE 500.
         01 WS-NIGHT-COUNT           PIC 9(04) VALUE 0.
         01 WS-NIGHT-TABLE.
            05 WS-NIGHT-CYCLE OCCURS 500 TIMES PIC X(14).
         01 WS-FILE-MAX              PIC 9(04) VALUE 500.
         01 WS-FILE-COUNT            PIC 9(04) VALUE 0.
         01 WS-FILE-TABLE.
            05 WS-FILE-NAME OCCURS 500 TIMES PIC X(80).
         01 WS-TAB-SUB               PIC 9(04) VALUE 0.
         01 WS-TAB-FOUND-SW          PIC X VALUE 'N'.
         01 WS-TAB-FULL-SW           PIC X VALUE 'N'.

         01 WS-NUM-ED                PIC Z(08)9.
         01 WS-NUM2-ED               PIC Z(08)9.
         01 WS-NUM3-ED               PIC Z(08)9.
         01 WS-LEN-ED                PIC Z(04)9.
         01 WS-CARD-ED               PIC Z(04)9.

         01 WS-RETURN-CODE           PIC 99 VALUE 0.

         01 WS-MSQ-LINE              PIC X(160) VALUE SPACES.

       PROCEDURE DIVISION.
           PERFORM 010-INIT-RUN THRU 010-EXIT.
           IF WS-RETURN-CODE = 0
              PERFORM 020-READ-CARDS THRU 020-EXIT
              IF WS-CARDS-VALID-SW NOT = 'Y'
                 MOVE 12 TO WS-RETURN-CODE
                 MOVE 'ABORTED: CARDS NOT VALID, NOTHING SEARCHED'
                     TO WS-MSQ-LINE
                 PERFORM 310-WRITE-MSQ-LINE THRU 310-EXIT
              ELSE
                 PERFORM 030-SEARCH-ARCHIVE THRU 030-EXIT
              END-IF
           END-IF.
           PERFORM 900-TERM-RUN THRU 900-EXIT.
           MOVE WS-RETURN-CODE TO RETURN-CODE.
           GOBACK.

      *----------------------------------------------------------*
      *    RUN-LEVEL INITIALISATION / CONTROL CARDS                *
      *----------------------------------------------------------*
       010-INIT-RUN.
           OPEN OUTPUT MSQRPT.
           MOVE 'AOC06MSQ MESSAGE ARCHIVE INQUIRY' TO WS-MSQ-LINE.
           PERFORM 310-WRITE-MSQ-LINE THRU 310-EXIT.
           OPEN INPUT MSQCARDS.
           IF WS-MSQCARDS-STATUS NOT = '00'
              MOVE 16 TO WS-RETURN-CODE
              STRING 'ABORTED: MSQCARDS DID NOT OPEN, STATUS '
                         DELIMITED BY SIZE
                     WS-MSQCARDS-STATUS DELIMITED BY SIZE
                  INTO WS-MSQ-LINE
              PERFORM 310-WRITE-MSQ-LINE THRU 310-EXIT
           END-IF.
       010-EXIT.
           EXIT.

      *    Every card is checked and echoed before anything is
      *    searched, so one bad card shows with the rest.
       020-READ-CARDS.
           PERFORM 025-READ-ONE-CARD THRU 025-EXIT
                   UNTIL CARD-EOF-SW.
           CLOSE MSQCARDS.
           IF WS-Q-COUNT = 0
              AND WS-CARDS-VALID-SW = 'Y'
              MOVE 'N' TO WS-CARDS-VALID-SW
              MOVE 'NO QUESTION ON MSQCARDS' TO WS-MSQ-LINE
              PERFORM 310-WRITE-MSQ-LINE THRU 310-EXIT
           END-IF.
       020-EXIT.
           EXIT.

       025-READ-ONE-CARD.
           READ MSQCARDS INTO WS-CARD
               AT END MOVE 'Y' TO WS-CARD-EOF-SW
           END-READ.
           IF CARD-EOF-SW
              GO TO 025-EXIT
           END-IF.
           ADD 1 TO WS-CARD-NO.
           MOVE WS-CARD-NO TO WS-CARD-ED.
           STRING 'CARD' DELIMITED BY SIZE
                  WS-CARD-ED DELIMITED BY SIZE
                  ': ' DELIMITED BY SIZE
                  WS-CARD DELIMITED BY SIZE
               INTO WS-MSQ-LINE.
           PERFORM 310-WRITE-MSQ-LINE THRU 310-EXIT.
           IF WS-CARD = SPACES
              OR WS-CARD(1:1) = '*'
              GO TO 025-EXIT
           END-IF.
           IF WS-Q-COUNT NOT < WS-Q-MAX
              MOVE 'N' TO WS-CARDS-VALID-SW
              MOVE '  ERROR: MORE QUESTIONS THAN ONE RUN TAKES'
                  TO WS-MSQ-LINE
              PERFORM 310-WRITE-MSQ-LINE THRU 310-EXIT
              GO TO 025-EXIT
           END-IF.
           IF WS-CARD(1:7) = 'DIGEST='
              IF WS-CARD(8:9) IS NUMERIC
                 AND WS-CARD(17:64) = SPACES
                 ADD 1 TO WS-Q-COUNT
                 MOVE 'D' TO WS-Q-TYPE(WS-Q-COUNT)
                 MOVE WS-CARD(8:9) TO WS-Q-DIGEST(WS-Q-COUNT)
                 MOVE SPACES TO WS-Q-FRAG(WS-Q-COUNT)
                 MOVE 0 TO WS-Q-FRAG-LEN(WS-Q-COUNT)
              ELSE
                 MOVE 'N' TO WS-CARDS-VALID-SW
                 MOVE '  ERROR: DIGEST= TAKES NINE DIGITS AND NO MORE'
                     TO WS-MSQ-LINE
                 PERFORM 310-WRITE-MSQ-LINE THRU 310-EXIT
              END-IF
              GO TO 025-EXIT
           END-IF.
           IF WS-CARD(1:5) = 'TEXT='
              IF WS-CARD(6:75) = SPACES
                 MOVE 'N' TO WS-CARDS-VALID-SW
                 MOVE '  ERROR: TEXT= WITH NO FRAGMENT'
                     TO WS-MSQ-LINE
                 PERFORM 310-WRITE-MSQ-LINE THRU 310-EXIT
              ELSE
                 ADD 1 TO WS-Q-COUNT
                 MOVE 'T' TO WS-Q-TYPE(WS-Q-COUNT)
                 MOVE 0 TO WS-Q-DIGEST(WS-Q-COUNT)
                 MOVE WS-CARD(6:75) TO WS-Q-FRAG(WS-Q-COUNT)
                 PERFORM 026-FRAGMENT-LENGTH THRU 026-EXIT
              END-IF
              GO TO 025-EXIT
           END-IF.
           MOVE 'N' TO WS-CARDS-VALID-SW.
           MOVE '  ERROR: NOT A DIGEST= OR TEXT= CARD' TO WS-MSQ-LINE.
           PERFORM 310-WRITE-MSQ-LINE THRU 310-EXIT.
       025-EXIT.
           EXIT.

      *    Back from the end of the fragment to its last non-blank.
       026-FRAGMENT-LENGTH.
           MOVE 75 TO WS-SCAN-SUB.
           PERFORM 027-FRAGMENT-STEP-BACK THRU 027-EXIT
                   UNTIL WS-Q-FRAG(WS-Q-COUNT)(WS-SCAN-SUB:1)
                         NOT = SPACE.
           MOVE WS-SCAN-SUB TO WS-Q-FRAG-LEN(WS-Q-COUNT).
       026-EXIT.
           EXIT.

       027-FRAGMENT-STEP-BACK.
           SUBTRACT 1 FROM WS-SCAN-SUB.
       027-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *    THE QUESTIONS                                           *
      *----------------------------------------------------------*
      *    A read error on the archive ends the run: the answers
      *    after it could not be trusted.
       030-SEARCH-ARCHIVE.
           OPEN INPUT MSGARCH.
           IF WS-MSGARCH-STATUS NOT = '00'
              MOVE 16 TO WS-RETURN-CODE
              STRING 'ABORTED: MSGARCH DID NOT OPEN, STATUS '
                         DELIMITED BY SIZE
                     WS-MSGARCH-STATUS DELIMITED BY SIZE
                  INTO WS-MSQ-LINE
              PERFORM 310-WRITE-MSQ-LINE THRU 310-EXIT
              GO TO 030-EXIT
           END-IF.
           PERFORM 040-ANSWER-ONE-QUESTION THRU 040-EXIT
                   VARYING WS-Q-SUB FROM 1 BY 1
                   UNTIL WS-Q-SUB > WS-Q-COUNT
                      OR WS-ARCH-FAILED-SW = 'Y'.
           CLOSE MSGARCH.
           IF WS-ARCH-FAILED-SW = 'Y'
              MOVE 16 TO WS-RETURN-CODE
              GO TO 030-EXIT
           END-IF.
           IF WS-EMPTY-QUESTIONS > 0
              AND WS-RETURN-CODE < 4
              MOVE 4 TO WS-RETURN-CODE
           END-IF.
       030-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *    ONE QUESTION                                            *
      *----------------------------------------------------------*
       040-ANSWER-ONE-QUESTION.
           MOVE 0 TO WS-HIT-ROWS.
           MOVE 0 TO WS-NIGHT-COUNT.
           MOVE 0 TO WS-FILE-COUNT.
           MOVE 'N' TO WS-TAB-FULL-SW.
           MOVE 'N' TO WS-BROWSE-END-SW.
           PERFORM 310-WRITE-MSQ-LINE THRU 310-EXIT.
           MOVE LOW-VALUES TO MA-KEY.
           IF WS-Q-TYPE(WS-Q-SUB) = 'D'
              STRING 'QUESTION: DIGEST=' DELIMITED BY SIZE
                     WS-Q-DIGEST(WS-Q-SUB) DELIMITED BY SIZE
                  INTO WS-MSQ-LINE
              MOVE WS-Q-DIGEST(WS-Q-SUB) TO MA-DIGEST
           ELSE
              STRING 'QUESTION: TEXT=' DELIMITED BY SIZE
                     WS-Q-FRAG(WS-Q-SUB)
                         (1:WS-Q-FRAG-LEN(WS-Q-SUB))
                         DELIMITED BY SIZE
                  INTO WS-MSQ-LINE
           END-IF.
           PERFORM 310-WRITE-MSQ-LINE THRU 310-EXIT.
           START MSGARCH KEY IS NOT LESS THAN MA-KEY
               INVALID KEY MOVE 'Y' TO WS-BROWSE-END-SW
           END-START.
           PERFORM 050-BROWSE-STEP THRU 050-EXIT
                   UNTIL WS-BROWSE-END-SW = 'Y'.
           IF WS-ARCH-FAILED-SW = 'Y'
              GO TO 040-EXIT
           END-IF.
           IF WS-HIT-ROWS = 0
              ADD 1 TO WS-EMPTY-QUESTIONS
              MOVE '  NOT ON THE ARCHIVE' TO WS-MSQ-LINE
              PERFORM 310-WRITE-MSQ-LINE THRU 310-EXIT
              GO TO 040-EXIT
           END-IF.
           MOVE WS-HIT-ROWS TO WS-NUM-ED.
           MOVE WS-NIGHT-COUNT TO WS-NUM2-ED.
           MOVE WS-FILE-COUNT TO WS-NUM3-ED.
           STRING '  COPIES' DELIMITED BY SIZE
                  WS-NUM-ED DELIMITED BY SIZE
                  '  NIGHTS' DELIMITED BY SIZE
                  WS-NUM2-ED DELIMITED BY SIZE
                  '  FILES' DELIMITED BY SIZE
                  WS-NUM3-ED DELIMITED BY SIZE
               INTO WS-MSQ-LINE.
           IF WS-TAB-FULL-SW = 'Y'
              MOVE '(AT LEAST - TABLE FULL)' TO WS-MSQ-LINE(60:23)
              IF WS-RETURN-CODE < 4
                 MOVE 4 TO WS-RETURN-CODE
              END-IF
           END-IF.
           PERFORM 310-WRITE-MSQ-LINE THRU 310-EXIT.
       040-EXIT.
           EXIT.

      *    A digest question stops at the first row past its digest;
      *    a text question reads to the end of the archive.
       050-BROWSE-STEP.
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
                     ', LATER QUESTIONS NOT ANSWERED'
                         DELIMITED BY SIZE
                  INTO WS-MSQ-LINE
              PERFORM 310-WRITE-MSQ-LINE THRU 310-EXIT
           END-IF.
           IF WS-BROWSE-END-SW = 'Y'
              GO TO 050-EXIT
           END-IF.
           IF MA-TEXT-LEN NOT NUMERIC
              GO TO 050-EXIT
           END-IF.
           MOVE MA-TEXT-LEN TO WS-CUR-LEN.
           IF WS-CUR-LEN > 512
              MOVE 512 TO WS-CUR-LEN
           END-IF.
           IF WS-Q-TYPE(WS-Q-SUB) = 'D'
              IF MA-DIGEST NOT = WS-Q-DIGEST(WS-Q-SUB)
                 MOVE 'Y' TO WS-BROWSE-END-SW
                 GO TO 050-EXIT
              END-IF
           ELSE
              IF WS-CUR-LEN < WS-Q-FRAG-LEN(WS-Q-SUB)
                 GO TO 050-EXIT
              END-IF
              MOVE 0 TO WS-HIT-TALLY
              INSPECT MA-TEXT(1:WS-CUR-LEN) TALLYING WS-HIT-TALLY
                  FOR ALL WS-Q-FRAG(WS-Q-SUB)
                          (1:WS-Q-FRAG-LEN(WS-Q-SUB))
              IF WS-HIT-TALLY = 0
                 GO TO 050-EXIT
              END-IF
           END-IF.
           ADD 1 TO WS-HIT-ROWS.
           PERFORM 060-COUNT-NIGHT THRU 060-EXIT.
           PERFORM 070-COUNT-FILE THRU 070-EXIT.
           PERFORM 080-REPORT-COPY THRU 080-EXIT.
       050-EXIT.
           EXIT.

       060-COUNT-NIGHT.
           MOVE 'N' TO WS-TAB-FOUND-SW.
           PERFORM 065-NIGHT-SEARCH-STEP THRU 065-EXIT
                   VARYING WS-TAB-SUB FROM 1 BY 1
                   UNTIL WS-TAB-SUB > WS-NIGHT-COUNT
                      OR WS-TAB-FOUND-SW = 'Y'.
           IF WS-TAB-FOUND-SW = 'Y'
              GO TO 060-EXIT
           END-IF.
           IF WS-NIGHT-COUNT NOT < WS-NIGHT-MAX
              MOVE 'Y' TO WS-TAB-FULL-SW
              GO TO 060-EXIT
           END-IF.
           ADD 1 TO WS-NIGHT-COUNT.
           MOVE MA-CYCLE TO WS-NIGHT-CYCLE(WS-NIGHT-COUNT).
       060-EXIT.
           EXIT.

       065-NIGHT-SEARCH-STEP.
           IF WS-NIGHT-CYCLE(WS-TAB-SUB) = MA-CYCLE
              MOVE 'Y' TO WS-TAB-FOUND-SW
           END-IF.
       065-EXIT.
           EXIT.

       070-COUNT-FILE.
           MOVE 'N' TO WS-TAB-FOUND-SW.
           PERFORM 075-FILE-SEARCH-STEP THRU 075-EXIT
                   VARYING WS-TAB-SUB FROM 1 BY 1
                   UNTIL WS-TAB-SUB > WS-FILE-COUNT
                      OR WS-TAB-FOUND-SW = 'Y'.
           IF WS-TAB-FOUND-SW = 'Y'
              GO TO 070-EXIT
           END-IF.
           IF WS-FILE-COUNT NOT < WS-FILE-MAX
              MOVE 'Y' TO WS-TAB-FULL-SW
              GO TO 070-EXIT
           END-IF.
           ADD 1 TO WS-FILE-COUNT.
           MOVE MA-INFILE-NAME TO WS-FILE-NAME(WS-FILE-COUNT).
       070-EXIT.
           EXIT.

       075-FILE-SEARCH-STEP.
           IF WS-FILE-NAME(WS-TAB-SUB) = MA-INFILE-NAME
              MOVE 'Y' TO WS-TAB-FOUND-SW
           END-IF.
       075-EXIT.
           EXIT.

       080-REPORT-COPY.
           MOVE WS-CUR-LEN TO WS-LEN-ED.
           STRING '  CYCLE=' DELIMITED BY SIZE
                  MA-CYCLE DELIMITED BY SIZE
                  ' WS=' DELIMITED BY SIZE
                  MA-WINDOW-SIZE DELIMITED BY SIZE
                  ' IDX=' DELIMITED BY SIZE
                  MA-START-IDX DELIMITED BY SIZE
                  ' DIGEST=' DELIMITED BY SIZE
                  MA-DIGEST DELIMITED BY SIZE
                  ' LEN=' DELIMITED BY SIZE
                  WS-LEN-ED DELIMITED BY SIZE
                  ' GAP=' DELIMITED BY SIZE
                  MA-GAP-SW DELIMITED BY SIZE
                  ' FILE=' DELIMITED BY SIZE
                  MA-INFILE-NAME DELIMITED BY '  '
               INTO WS-MSQ-LINE.
           PERFORM 310-WRITE-MSQ-LINE THRU 310-EXIT.
           MOVE '    TEXT: ' TO WS-MSQ-LINE.
           IF WS-CUR-LEN > 100
              MOVE MA-TEXT(1:100) TO WS-MSQ-LINE(11:100)
           ELSE
              MOVE MA-TEXT(1:WS-CUR-LEN) TO WS-MSQ-LINE(11:WS-CUR-LEN)
           END-IF.
           PERFORM 310-WRITE-MSQ-LINE THRU 310-EXIT.
       080-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *    REPORT LINES                                            *
      *----------------------------------------------------------*
       310-WRITE-MSQ-LINE.
           WRITE MSQ-RECORD FROM WS-MSQ-LINE.
           MOVE SPACES TO WS-MSQ-LINE.
       310-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *    RUN-LEVEL TERMINATION                                   *
      *----------------------------------------------------------*
       900-TERM-RUN.
           PERFORM 310-WRITE-MSQ-LINE THRU 310-EXIT.
           MOVE WS-Q-COUNT TO WS-NUM-ED.
           MOVE WS-EMPTY-QUESTIONS TO WS-NUM2-ED.
           STRING 'QUESTIONS=' DELIMITED BY SIZE
                  WS-NUM-ED DELIMITED BY SIZE
                  ' NOT FOUND=' DELIMITED BY SIZE
                  WS-NUM2-ED DELIMITED BY SIZE
                  ' RC=' DELIMITED BY SIZE
                  WS-RETURN-CODE DELIMITED BY SIZE
               INTO WS-MSQ-LINE.
           PERFORM 310-WRITE-MSQ-LINE THRU 310-EXIT.
           CLOSE MSQRPT.
       900-EXIT.
           EXIT.
