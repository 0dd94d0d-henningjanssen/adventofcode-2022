      * Compile: `cobc -x -I copybooks aoc06pfe.cbl`
      *
      * AOC06PFE - pre-flight edit of the night's control data.
      * FILELIST, OVERRIDES and MANIFEST are keyed by people, and
      * until now the first program to look at them was the scan
      * itself: a mistyped window column or mode, a misspelled
      * OVR-ACTION or a doubled FILELIST entry came out as a SYSOUT
      * warning in the middle of a night that then ran on the
      * wrong parameters, and was found the next morning.  This
      * step edits all three together BEFORE the scan is released
      * and ends with an RC the scan's COND honours, so bad control
      * data costs minutes ahead of the window instead of a rerun
      * of the night.
      *
      * The rules are the scan's own, not a second opinion of
      * them - every check names the paragraph in part2.cbl whose
      * behaviour it anticipates:
      *
      *   FILELIST (loaded into a table first, so the other two can
      *   be held against tonight's names)
      *     - blank entry name
      *     - duplicate entry name (the first occurrence is kept
      *       for the OVERRIDES match below)
      *     - window columns 81-82/84-85/87-88/90-91 that are not
      *       blank and not numeric once a single digit is
      *       either-justified (034-APPLY-WIN-OVERRIDE)
      *     - mode columns 93-95 other than ALL, ONE or blank
      *       (032-SET-FILE-PARMS)
      *     - a window wider than the run profile's alphabet: the
      *       window can only qualify on that many DISTINCT valid
      *       characters, and 048-APPLY-PROFILE gives the compare
      *       26 (LOWER/FOLD) or 36 (ALNUM) - a wider window scans
      *       the whole file and can never find a marker
      *   OVERRIDES
      *     - OVR-ACTION other than HOLD, FORCE or WAIVE-MANIFEST
      *       (043-SCAN-OVERRIDE-STEP ignores it on SYSOUT)
      *     - a row naming a file that is not on tonight's FILELIST
      *       (the override would never be consulted) - on a
      *       SIMULATE run only a warning, counted once: the trial
      *       list is usually a few of the night's files, and the
      *       production overrides for the rest are not its concern
      *     - HOLD and FORCE both staged for one file (the scan
      *       honours HOLD and the FORCE is silently lost)
      *   MANIFEST
      *     - MAN-EXPECTED-BYTES zero or not numeric (every such
      *       file would log 'T' against a count it cannot meet)
      *
      * PARM is the scan step's own PARM, passed unchanged: the
      * window sizes and alphabet profile are the run defaults the
      * FILELIST columns override, and a window token over two
      * digits (which aborts the scan RC=16) is an error here too.
      * Every other scan token is left to the scan.
      *
      * Step RC:
      *   RC=0   control data clean - release the scan
      *   RC=4   warnings only: FILELIST missing or empty (the scan
      *          falls back to input.txt), MANIFEST missing
      *          (verification off tonight) or, on a SIMULATE run,
      *          overrides for files not on the trial list; the
      *          scan may run
      *   RC=8   one or more errors, each on EDITRPT - fix the
      *          control data and rerun this step; the scan must
      *          not start
      *   RC=16  more FILELIST entries than the table holds; the
      *          edit is incomplete - raise the table and rerun
      *
      * Modification history:
      *   2026-09-17  HJ  Written, with the PREFLT steps in
      *                   AOC06PT1.JCL and AOC06SPL.JCL.
      *   2026-10-01  HJ  PARM token slots widened with the scan's
      *                   (SIMULATE, see AOC06SIM.JCL).
      *   2026-10-15  HJ  On a SIMULATE run an override for a file
      *                   not on the trial list is a warning, not
      *                   an error that holds the trial scan.
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  AOC06PFE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
         FILE-CONTROL.
           SELECT FILELIST ASSIGN TO "FILELIST"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-FILELIST-STATUS.

           SELECT OVERRIDES ASSIGN TO "OVERRIDES"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-OVERRIDES-STATUS.

           SELECT MANIFEST ASSIGN TO "MANIFEST"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-MANIFEST-STATUS.

           SELECT EDITRPT ASSIGN TO "EDITRPT"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      *    The extended FILELIST record; see the FD note in
      *    part2.cbl.  The four window columns are three bytes
      *    apart, the third byte of each a separator the scan never
      *    looks at.
         FD FILELIST.
         01 FILELIST-RECORD.
            05 FL-INFILE-NAME        PIC X(80).
            05 FL-WIN-OVRS.
               10 FL-WIN-OVR-ENT OCCURS 4 TIMES.
                  15 FL-WIN-OVR      PIC XX.
                  15 FILLER          PIC X.
            05 FL-MODE-OVR           PIC X(3).

      *    Layout shared with the OVERRIDES FD in part2.cbl.
         FD OVERRIDES.
         01 OVERRIDES-RECORD.
            05 OVR-INFILE-NAME       PIC X(80).
            05 OVR-ACTION            PIC X(14).

      *    Layout shared with the MANIFEST FDs in part2.cbl and
      *    aoc06spl.cbl.
         FD MANIFEST.
         01 MANIFEST-RECORD.
            05 MAN-INFILE-NAME       PIC X(80).
            05 MAN-EXPECTED-BYTES    PIC 9(09).

         FD EDITRPT.
         01 EDIT-RECORD PIC X(160).

       WORKING-STORAGE SECTION.
         01 WS-FILELIST-EOF-SW       PIC X VALUE 'N'.
            88 FILELIST-EOF-SW           VALUE 'Y'.
         01 WS-OVR-EOF-SW            PIC X VALUE 'N'.
            88 OVR-EOF-SW                VALUE 'Y'.
         01 WS-MAN-EOF-SW            PIC X VALUE 'N'.
            88 MAN-EOF-SW                VALUE 'Y'.
         01 WS-TABLE-OVERFLOW-SW     PIC X VALUE 'N'.
         01 WS-FOUND-SW              PIC X VALUE 'N'.
         01 WS-OVR-VALID-SW          PIC X VALUE 'N'.

         01 WS-FILELIST-STATUS       PIC XX VALUE SPACES.
         01 WS-OVERRIDES-STATUS      PIC XX VALUE SPACES.
         01 WS-MANIFEST-STATUS       PIC XX VALUE SPACES.

      *    Every distinct FILELIST name, the record it came from and
      *    the overrides staged against it.  Overflow stops the
      *    edit: a half-loaded table would report OVERRIDES rows for
      *    the unloaded names as strangers to FILELIST.
         01 WS-FL-TABLE.
            05 WS-FL-COUNT           PIC 9(05) VALUE 0.
            05 WS-FL-ENTRY OCCURS 500 TIMES.
               10 FT-NAME            PIC X(80).
               10 FT-REC-NO          PIC 9(05).
               10 FT-HOLD-SW         PIC X.
               10 FT-FORCE-SW        PIC X.

      *    The report label of each window column pair, by slot.
         01 WS-WIN-COL-LABELS.
            05 FILLER                PIC X(05) VALUE '81-82'.
            05 FILLER                PIC X(05) VALUE '84-85'.
            05 FILLER                PIC X(05) VALUE '87-88'.
            05 FILLER                PIC X(05) VALUE '90-91'.
         01 WS-WIN-COL-TABLE REDEFINES WS-WIN-COL-LABELS.
            05 WS-WIN-COL-LABEL OCCURS 4 TIMES PIC X(05).

      *    The run defaults from PARM, parsed the way
      *    016-CLASSIFY-TOKEN parses them: up to four distinct
      *    one- or two-digit window sizes (14 when none is given)
      *    and the alphabet profile (LOWER when none is given).
         01 WS-RUN-PROFILE           PIC X(05) VALUE 'LOWER'.
         01 WS-ALPHABET-LEN          PIC 99 VALUE 26.
         01 WS-RUN-WINDOW-COUNT      PIC 99 VALUE 0.
         01 WS-RUN-WIN-SIZES.
            05 WS-RUN-WIN-SIZE OCCURS 4 TIMES PIC 99 VALUE 0.

         01 WS-PARM-TEXT             PIC X(80) VALUE SPACES.
      *    Thirteen slots for twelve tokens: the thirteenth is the
      *    overflow sentinel, as in part2.cbl.
         01 WS-PARM-TOKENS.
            05 WS-PARM-TOK OCCURS 13 TIMES PIC X(20).
         01 WS-PARM-TOK-LENS.
            05 WS-PARM-TOK-LEN OCCURS 13 TIMES PIC 99.
         01 WS-PARM-SUB              PIC 99 VALUE 0.
         01 WS-PARM-CUR-TOK          PIC X(20) VALUE SPACES.
         01 WS-PARM-CUR-LEN          PIC 99 VALUE 0.
         01 WS-PARM-CUR-DISPLEN      PIC 99 VALUE 0.
         01 WS-PARM-NUMERIC-SW       PIC X VALUE 'Y'.
         01 WS-PARM-DUP-SW           PIC X VALUE 'N'.
         01 WS-PARM-SIZE-WORK        PIC 99 VALUE 0.
         01 WS-CTX                   PIC 99 VALUE 0.

      *    One FILELIST window column as the scan would read it.
         01 WS-OVR-NORM              PIC XX VALUE SPACES.
         01 WS-OVR-SUB               PIC 9 VALUE 0.

         01 WS-SUB                   PIC 9(05) VALUE 0.
         01 WS-FOUND-SUB             PIC 9(05) VALUE 0.

         01 WS-FL-REC-NO             PIC 9(05) VALUE 0.
         01 WS-OVR-REC-NO            PIC 9(05) VALUE 0.
         01 WS-MAN-REC-NO            PIC 9(05) VALUE 0.

         01 WS-FL-ERRORS             PIC 9(05) VALUE 0.
         01 WS-OVR-ERRORS            PIC 9(05) VALUE 0.
         01 WS-MAN-ERRORS            PIC 9(05) VALUE 0.
         01 WS-PARM-ERRORS           PIC 9(05) VALUE 0.
         01 WS-ERROR-COUNT           PIC 9(05) VALUE 0.
         01 WS-WARNING-COUNT         PIC 9(05) VALUE 0.

      *    'Y' when SIMULATE is on the PARM (AOC06SIM.JCL): the
      *    FILELIST is a trial list, and OVERRIDES rows for files
      *    off it are only counted in WS-OVR-OFF-LIST.
         01 WS-SIM-RUN-SW            PIC X VALUE 'N'.
         01 WS-OVR-OFF-LIST          PIC 9(05) VALUE 0.

      *    One finding, filled in by the caller and printed by
      *    320-WRITE-ERROR.
         01 WS-ERR-SOURCE            PIC X(09) VALUE SPACES.
         01 WS-ERR-REC-NO            PIC 9(05) VALUE 0.
         01 WS-ERR-NAME              PIC X(80) VALUE SPACES.
         01 WS-ERR-TEXT              PIC X(100) VALUE SPACES.

         01 WS-RETURN-CODE           PIC 99 VALUE 0.

         01 WS-EDIT-LINE             PIC X(160) VALUE SPACES.

       LINKAGE SECTION.
      *    Standard MVS batch PARM layout, as in part2.cbl.
       01 LK-PARM-AREA.
          05 LK-PARM-LEN           PIC S9(4) COMP.
          05 LK-PARM-TEXT          PIC X(80).

       PROCEDURE DIVISION USING LK-PARM-AREA.
           PERFORM 010-INIT-RUN THRU 010-EXIT.
           PERFORM 030-LOAD-FILELIST THRU 030-EXIT.
           IF WS-TABLE-OVERFLOW-SW = 'Y'
              MOVE 16 TO WS-RETURN-CODE
              MOVE 'ABORTED: FILELIST TABLE FULL, EDIT INCOMPLETE'
                  TO WS-EDIT-LINE
              PERFORM 310-WRITE-EDIT-LINE THRU 310-EXIT
           ELSE
              PERFORM 050-EDIT-OVERRIDES THRU 050-EXIT
              PERFORM 060-CHECK-CONFLICTS THRU 060-EXIT
              PERFORM 070-EDIT-MANIFEST THRU 070-EXIT
              PERFORM 100-VERDICT THRU 100-EXIT
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
           OPEN OUTPUT EDITRPT.
           MOVE 'AOC06PFE CONTROL DATA PRE-FLIGHT EDIT'
               TO WS-EDIT-LINE.
           PERFORM 310-WRITE-EDIT-LINE THRU 310-EXIT.
           STRING 'SCAN PARM=' DELIMITED BY SIZE
                  WS-PARM-TEXT DELIMITED BY SIZE
               INTO WS-EDIT-LINE.
           PERFORM 310-WRITE-EDIT-LINE THRU 310-EXIT.
           PERFORM 015-PARSE-PARM THRU 015-EXIT.
           IF WS-RUN-PROFILE = 'ALNUM'
              MOVE 36 TO WS-ALPHABET-LEN
           ELSE
              MOVE 26 TO WS-ALPHABET-LEN
           END-IF.
           STRING 'PROFILE=' DELIMITED BY SIZE
                  WS-RUN-PROFILE DELIMITED BY SIZE
                  ' ALPHABET=' DELIMITED BY SIZE
                  WS-ALPHABET-LEN DELIMITED BY SIZE
                  ' DEFAULT WINDOWS=' DELIMITED BY SIZE
                  WS-RUN-WIN-SIZE(1) DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-RUN-WIN-SIZE(2) DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-RUN-WIN-SIZE(3) DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-RUN-WIN-SIZE(4) DELIMITED BY SIZE
               INTO WS-EDIT-LINE.
           PERFORM 310-WRITE-EDIT-LINE THRU 310-EXIT.
      *    A default window the profile cannot fill is an error of
      *    the PARM card itself, reported once here rather than
      *    once per FILELIST entry that inherits it.
           PERFORM 019-CHECK-RUN-SIZE THRU 019-EXIT
                   VARYING WS-CTX FROM 1 BY 1
                   UNTIL WS-CTX > WS-RUN-WINDOW-COUNT.
       010-EXIT.
           EXIT.

       015-PARSE-PARM.
           MOVE SPACES TO WS-PARM-TOKENS.
           PERFORM 014-CLEAR-TOK-LEN THRU 014-EXIT
                   VARYING WS-PARM-SUB FROM 1 BY 1
                   UNTIL WS-PARM-SUB > 13.
           MOVE 0 TO WS-RUN-WINDOW-COUNT.
           UNSTRING WS-PARM-TEXT DELIMITED BY ALL SPACE
               INTO WS-PARM-TOK(1) COUNT IN WS-PARM-TOK-LEN(1)
                    WS-PARM-TOK(2) COUNT IN WS-PARM-TOK-LEN(2)
                    WS-PARM-TOK(3) COUNT IN WS-PARM-TOK-LEN(3)
                    WS-PARM-TOK(4) COUNT IN WS-PARM-TOK-LEN(4)
                    WS-PARM-TOK(5) COUNT IN WS-PARM-TOK-LEN(5)
                    WS-PARM-TOK(6) COUNT IN WS-PARM-TOK-LEN(6)
                    WS-PARM-TOK(7) COUNT IN WS-PARM-TOK-LEN(7)
                    WS-PARM-TOK(8) COUNT IN WS-PARM-TOK-LEN(8)
                    WS-PARM-TOK(9) COUNT IN WS-PARM-TOK-LEN(9)
                    WS-PARM-TOK(10) COUNT IN WS-PARM-TOK-LEN(10)
                    WS-PARM-TOK(11) COUNT IN WS-PARM-TOK-LEN(11)
                    WS-PARM-TOK(12) COUNT IN WS-PARM-TOK-LEN(12)
                    WS-PARM-TOK(13) COUNT IN WS-PARM-TOK-LEN(13)
           END-UNSTRING.
           PERFORM 016-CLASSIFY-TOKEN THRU 016-EXIT
                   VARYING WS-PARM-SUB FROM 1 BY 1
                   UNTIL WS-PARM-SUB > 12.
           IF WS-RUN-WINDOW-COUNT = 0
              MOVE 1 TO WS-RUN-WINDOW-COUNT
              MOVE 14 TO WS-RUN-WIN-SIZE(1)
           END-IF.
       015-EXIT.
           EXIT.

       014-CLEAR-TOK-LEN.
           MOVE 0 TO WS-PARM-TOK-LEN(WS-PARM-SUB).
       014-EXIT.
           EXIT.

      *    Only the tokens that shape a file's windows are looked
      *    at; REJMAX=/REJPCT=/TAIL=/CYCLE=/STREAM=, ALL and
      *    SIMULATE are the scan's business and fall through the
      *    digit test below as non-numeric.
       016-CLASSIFY-TOKEN.
           MOVE WS-PARM-TOK(WS-PARM-SUB) TO WS-PARM-CUR-TOK.
           MOVE WS-PARM-TOK-LEN(WS-PARM-SUB) TO WS-PARM-CUR-LEN.
           IF WS-PARM-CUR-LEN = 0
              GO TO 016-EXIT
           END-IF.
           IF WS-PARM-CUR-LEN > 20
              MOVE 20 TO WS-PARM-CUR-DISPLEN
           ELSE
              MOVE WS-PARM-CUR-LEN TO WS-PARM-CUR-DISPLEN
           END-IF.
           IF WS-PARM-CUR-TOK = 'SIMULATE'
              MOVE 'Y' TO WS-SIM-RUN-SW
              GO TO 016-EXIT
           END-IF.
           IF WS-PARM-CUR-TOK = 'LOWER'
              OR WS-PARM-CUR-TOK = 'FOLD'
              OR WS-PARM-CUR-TOK = 'ALNUM'
              MOVE WS-PARM-CUR-TOK TO WS-RUN-PROFILE
              GO TO 016-EXIT
           END-IF.
           MOVE 'Y' TO WS-PARM-NUMERIC-SW.
           PERFORM 018-CHECK-DIGIT THRU 018-EXIT
                   VARYING WS-CTX FROM 1 BY 1
                   UNTIL WS-CTX > WS-PARM-CUR-DISPLEN.
           IF WS-PARM-NUMERIC-SW = 'N'
              GO TO 016-EXIT
           END-IF.
           IF WS-PARM-CUR-LEN > 2
              MOVE 'PARM' TO WS-ERR-SOURCE
              MOVE 0 TO WS-ERR-REC-NO
              MOVE SPACES TO WS-ERR-NAME
              STRING 'WINDOW SIZE "' DELIMITED BY SIZE
                     WS-PARM-CUR-TOK(1:WS-PARM-CUR-DISPLEN)
                         DELIMITED BY SIZE
                     '" OVER 2 DIGITS, THE SCAN WOULD ABORT RC=16'
                         DELIMITED BY SIZE
                  INTO WS-ERR-TEXT
              ADD 1 TO WS-PARM-ERRORS
              PERFORM 320-WRITE-ERROR THRU 320-EXIT
              GO TO 016-EXIT
           END-IF.
           MOVE WS-PARM-CUR-TOK(1:WS-PARM-CUR-LEN)
               TO WS-PARM-SIZE-WORK.
           IF WS-PARM-SIZE-WORK = 0
              GO TO 016-EXIT
           END-IF.
           MOVE 'N' TO WS-PARM-DUP-SW.
           PERFORM 017-CHECK-DUP-SIZE THRU 017-EXIT
                   VARYING WS-CTX FROM 1 BY 1
                   UNTIL WS-CTX > WS-RUN-WINDOW-COUNT.
           IF WS-PARM-DUP-SW = 'Y'
              OR WS-RUN-WINDOW-COUNT >= 4
              GO TO 016-EXIT
           END-IF.
           ADD 1 TO WS-RUN-WINDOW-COUNT.
           MOVE WS-PARM-SIZE-WORK
               TO WS-RUN-WIN-SIZE(WS-RUN-WINDOW-COUNT).
       016-EXIT.
           EXIT.

       017-CHECK-DUP-SIZE.
           IF WS-RUN-WIN-SIZE(WS-CTX) = WS-PARM-SIZE-WORK
              MOVE 'Y' TO WS-PARM-DUP-SW
           END-IF.
       017-EXIT.
           EXIT.

       018-CHECK-DIGIT.
           IF WS-PARM-CUR-TOK(WS-CTX:1) < '0'
              OR WS-PARM-CUR-TOK(WS-CTX:1) > '9'
              MOVE 'N' TO WS-PARM-NUMERIC-SW
           END-IF.
       018-EXIT.
           EXIT.

       019-CHECK-RUN-SIZE.
           IF WS-RUN-WIN-SIZE(WS-CTX) > WS-ALPHABET-LEN
              MOVE 'PARM' TO WS-ERR-SOURCE
              MOVE 0 TO WS-ERR-REC-NO
              MOVE SPACES TO WS-ERR-NAME
              STRING 'DEFAULT WINDOW ' DELIMITED BY SIZE
                     WS-RUN-WIN-SIZE(WS-CTX) DELIMITED BY SIZE
                     ' WIDER THAN THE ' DELIMITED BY SIZE
                     WS-RUN-PROFILE DELIMITED BY SPACE
                     ' ALPHABET, NO MARKER POSSIBLE'
                         DELIMITED BY SIZE
                  INTO WS-ERR-TEXT
              ADD 1 TO WS-PARM-ERRORS
              PERFORM 320-WRITE-ERROR THRU 320-EXIT
           END-IF.
       019-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *    FILELIST - LOAD AND EDIT                                *
      *----------------------------------------------------------*
      *    A FILELIST that is missing or empty is not an error of
      *    the control data - the scan falls back to input.txt with
      *    its own warning - but it is worth an RC=4 on a night
      *    that expected files.
       030-LOAD-FILELIST.
           MOVE 'N' TO WS-FILELIST-EOF-SW.
           OPEN INPUT FILELIST.
           IF WS-FILELIST-STATUS = '00'
              PERFORM 035-FILELIST-STEP THRU 035-EXIT
                      UNTIL FILELIST-EOF-SW
                         OR WS-TABLE-OVERFLOW-SW = 'Y'
              CLOSE FILELIST
           END-IF.
           IF WS-FL-REC-NO = 0
              ADD 1 TO WS-WARNING-COUNT
              STRING 'WARNING: FILELIST MISSING OR EMPTY, THE SCAN '
                         DELIMITED BY SIZE
                     'WILL FALL BACK TO input.txt' DELIMITED BY SIZE
                  INTO WS-EDIT-LINE
              PERFORM 310-WRITE-EDIT-LINE THRU 310-EXIT
           END-IF.
       030-EXIT.
           EXIT.

       035-FILELIST-STEP.
           READ FILELIST
               AT END MOVE 'Y' TO WS-FILELIST-EOF-SW
           END-READ.
           IF FILELIST-EOF-SW
              GO TO 035-EXIT
           END-IF.
           ADD 1 TO WS-FL-REC-NO.
           MOVE 'FILELIST' TO WS-ERR-SOURCE.
           MOVE WS-FL-REC-NO TO WS-ERR-REC-NO.
           MOVE FL-INFILE-NAME TO WS-ERR-NAME.
           IF FL-INFILE-NAME = SPACES
              MOVE 'BLANK FILE NAME' TO WS-ERR-TEXT
              ADD 1 TO WS-FL-ERRORS
              PERFORM 320-WRITE-ERROR THRU 320-EXIT
              GO TO 035-EXIT
           END-IF.
           PERFORM 036-EDIT-COLUMNS THRU 036-EXIT.
           MOVE FL-INFILE-NAME TO WS-ERR-NAME.
           PERFORM 040-FIND-NAME THRU 040-EXIT.
           IF WS-FOUND-SW = 'Y'
              STRING 'DUPLICATE ENTRY, FIRST ON RECORD '
                         DELIMITED BY SIZE
                     FT-REC-NO(WS-FOUND-SUB) DELIMITED BY SIZE
                  INTO WS-ERR-TEXT
              ADD 1 TO WS-FL-ERRORS
              PERFORM 320-WRITE-ERROR THRU 320-EXIT
              GO TO 035-EXIT
           END-IF.
           IF WS-FL-COUNT >= 500
              MOVE 'Y' TO WS-TABLE-OVERFLOW-SW
              GO TO 035-EXIT
           END-IF.
           ADD 1 TO WS-FL-COUNT.
           MOVE FL-INFILE-NAME TO FT-NAME(WS-FL-COUNT).
           MOVE WS-FL-REC-NO TO FT-REC-NO(WS-FL-COUNT).
           MOVE 'N' TO FT-HOLD-SW(WS-FL-COUNT).
           MOVE 'N' TO FT-FORCE-SW(WS-FL-COUNT).
       035-EXIT.
           EXIT.

      *    The columns past the name, read exactly as
      *    032-SET-FILE-PARMS reads them.
       036-EDIT-COLUMNS.
           PERFORM 037-EDIT-WIN-COLUMN THRU 037-EXIT
                   VARYING WS-OVR-SUB FROM 1 BY 1
                   UNTIL WS-OVR-SUB > 4.
           EVALUATE FL-MODE-OVR
               WHEN 'ALL'
               WHEN 'ONE'
               WHEN SPACES
                   CONTINUE
               WHEN OTHER
                   STRING 'MODE "' DELIMITED BY SIZE
                          FL-MODE-OVR DELIMITED BY SPACE
                          '" IN COLUMNS 93-95 NOT ALL/ONE/BLANK'
                              DELIMITED BY SIZE
                       INTO WS-ERR-TEXT
                   ADD 1 TO WS-FL-ERRORS
                   PERFORM 320-WRITE-ERROR THRU 320-EXIT
           END-EVALUATE.
       036-EXIT.
           EXIT.

      *    A single digit is accepted either-justified, as
      *    034-APPLY-WIN-OVERRIDE accepts it; 00 is the scan's
      *    "no override" and passes.
       037-EDIT-WIN-COLUMN.
           IF FL-WIN-OVR(WS-OVR-SUB) = SPACES
              GO TO 037-EXIT
           END-IF.
           MOVE FL-WIN-OVR(WS-OVR-SUB) TO WS-OVR-NORM.
           IF WS-OVR-NORM(1:1) = SPACE
              MOVE '0' TO WS-OVR-NORM(1:1)
           END-IF.
           IF WS-OVR-NORM(2:1) = SPACE
              MOVE WS-OVR-NORM(1:1) TO WS-OVR-NORM(2:1)
              MOVE '0' TO WS-OVR-NORM(1:1)
           END-IF.
           IF WS-OVR-NORM IS NOT NUMERIC
              STRING 'WINDOW "' DELIMITED BY SIZE
                     FL-WIN-OVR(WS-OVR-SUB) DELIMITED BY SIZE
                     '" IN COLUMNS ' DELIMITED BY SIZE
                     WS-WIN-COL-LABEL(WS-OVR-SUB) DELIMITED BY SIZE
                     ' NOT NUMERIC' DELIMITED BY SIZE
                  INTO WS-ERR-TEXT
              ADD 1 TO WS-FL-ERRORS
              PERFORM 320-WRITE-ERROR THRU 320-EXIT
              GO TO 037-EXIT
           END-IF.
           MOVE WS-OVR-NORM TO WS-PARM-SIZE-WORK.
           IF WS-PARM-SIZE-WORK > WS-ALPHABET-LEN
              STRING 'WINDOW ' DELIMITED BY SIZE
                     WS-PARM-SIZE-WORK DELIMITED BY SIZE
                     ' IN COLUMNS ' DELIMITED BY SIZE
                     WS-WIN-COL-LABEL(WS-OVR-SUB) DELIMITED BY SIZE
                     ' WIDER THAN THE ' DELIMITED BY SIZE
                     WS-RUN-PROFILE DELIMITED BY SPACE
                     ' ALPHABET, NO MARKER POSSIBLE'
                         DELIMITED BY SIZE
                  INTO WS-ERR-TEXT
              ADD 1 TO WS-FL-ERRORS
              PERFORM 320-WRITE-ERROR THRU 320-EXIT
           END-IF.
       037-EXIT.
           EXIT.

      *    Exact match, as the scan matches OVERRIDES and CHECKPT
      *    rows to an entry.
       040-FIND-NAME.
           MOVE 'N' TO WS-FOUND-SW.
           MOVE 0 TO WS-FOUND-SUB.
           PERFORM 045-FIND-NAME-STEP THRU 045-EXIT
                   VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-FL-COUNT
                      OR WS-FOUND-SW = 'Y'.
       040-EXIT.
           EXIT.

       045-FIND-NAME-STEP.
           IF FT-NAME(WS-SUB) = WS-ERR-NAME
              MOVE 'Y' TO WS-FOUND-SW
              MOVE WS-SUB TO WS-FOUND-SUB
           END-IF.
       045-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *    OVERRIDES - ACTIONS AND NAMES                           *
      *----------------------------------------------------------*
      *    No OVERRIDES dataset is the normal quiet night; nothing
      *    to edit and nothing to warn about.
       050-EDIT-OVERRIDES.
           MOVE 'N' TO WS-OVR-EOF-SW.
           OPEN INPUT OVERRIDES.
           IF WS-OVERRIDES-STATUS = '00'
              PERFORM 055-OVERRIDE-STEP THRU 055-EXIT
                      UNTIL OVR-EOF-SW
              CLOSE OVERRIDES
           END-IF.
           IF WS-OVR-OFF-LIST > 0
              ADD 1 TO WS-WARNING-COUNT
              STRING 'WARNING: ' DELIMITED BY SIZE
                     WS-OVR-OFF-LIST DELIMITED BY SIZE
                     ' OVERRIDES ROW(S) FOR FILES NOT ON THE TRIAL '
                         DELIMITED BY SIZE
                     'LIST, NOT CONSULTED BY THE TRIAL'
                         DELIMITED BY SIZE
                  INTO WS-EDIT-LINE
              PERFORM 310-WRITE-EDIT-LINE THRU 310-EXIT
           END-IF.
       050-EXIT.
           EXIT.

       055-OVERRIDE-STEP.
           READ OVERRIDES
               AT END MOVE 'Y' TO WS-OVR-EOF-SW
           END-READ.
           IF OVR-EOF-SW
              GO TO 055-EXIT
           END-IF.
           ADD 1 TO WS-OVR-REC-NO.
           MOVE 'OVERRIDES' TO WS-ERR-SOURCE.
           MOVE WS-OVR-REC-NO TO WS-ERR-REC-NO.
           MOVE OVR-INFILE-NAME TO WS-ERR-NAME.
           MOVE 'Y' TO WS-OVR-VALID-SW.
           IF WS-SIM-RUN-SW = 'Y'
              PERFORM 040-FIND-NAME THRU 040-EXIT
              IF WS-FOUND-SW = 'N'
                 ADD 1 TO WS-OVR-OFF-LIST
                 GO TO 055-EXIT
              END-IF
           END-IF.
           EVALUATE OVR-ACTION
               WHEN 'HOLD'
               WHEN 'FORCE'
               WHEN 'WAIVE-MANIFEST'
                   CONTINUE
               WHEN OTHER
                   MOVE 'N' TO WS-OVR-VALID-SW
                   STRING 'ACTION "' DELIMITED BY SIZE
                          OVR-ACTION DELIMITED BY SPACE
                          '" NOT HOLD/FORCE/WAIVE-MANIFEST'
                              DELIMITED BY SIZE
                       INTO WS-ERR-TEXT
                   ADD 1 TO WS-OVR-ERRORS
                   PERFORM 320-WRITE-ERROR THRU 320-EXIT
           END-EVALUATE.
           MOVE OVR-INFILE-NAME TO WS-ERR-NAME.
           PERFORM 040-FIND-NAME THRU 040-EXIT.
           IF WS-FOUND-SW = 'N'
              MOVE 'NAMES A FILE NOT ON TONIGHT''S FILELIST'
                  TO WS-ERR-TEXT
              ADD 1 TO WS-OVR-ERRORS
              PERFORM 320-WRITE-ERROR THRU 320-EXIT
              GO TO 055-EXIT
           END-IF.
           IF WS-OVR-VALID-SW = 'N'
              GO TO 055-EXIT
           END-IF.
           IF OVR-ACTION = 'HOLD'
              MOVE 'Y' TO FT-HOLD-SW(WS-FOUND-SUB)
           END-IF.
           IF OVR-ACTION = 'FORCE'
              MOVE 'Y' TO FT-FORCE-SW(WS-FOUND-SUB)
           END-IF.
       055-EXIT.
           EXIT.

      *    Actions stack in 043-SCAN-OVERRIDE-STEP, and a held file
      *    is skipped before FORCE is ever looked at: one of the two
      *    rows is a mistake, and only the operator knows which.
       060-CHECK-CONFLICTS.
           PERFORM 065-CONFLICT-STEP THRU 065-EXIT
                   VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-FL-COUNT.
       060-EXIT.
           EXIT.

       065-CONFLICT-STEP.
           IF FT-HOLD-SW(WS-SUB) = 'Y'
              AND FT-FORCE-SW(WS-SUB) = 'Y'
              MOVE 'FILELIST' TO WS-ERR-SOURCE
              MOVE FT-REC-NO(WS-SUB) TO WS-ERR-REC-NO
              MOVE FT-NAME(WS-SUB) TO WS-ERR-NAME
              MOVE 'HOLD AND FORCE BOTH STAGED ON OVERRIDES'
                  TO WS-ERR-TEXT
              ADD 1 TO WS-OVR-ERRORS
              PERFORM 320-WRITE-ERROR THRU 320-EXIT
           END-IF.
       065-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *    MANIFEST - EXPECTED BYTE COUNTS                         *
      *----------------------------------------------------------*
      *    A missing MANIFEST switches verification off for the
      *    night (024-CHECK-MANIFEST); legal, but worth an RC=4.
       070-EDIT-MANIFEST.
           MOVE 'N' TO WS-MAN-EOF-SW.
           OPEN INPUT MANIFEST.
           IF WS-MANIFEST-STATUS = '00'
              PERFORM 075-MANIFEST-STEP THRU 075-EXIT
                      UNTIL MAN-EOF-SW
              CLOSE MANIFEST
           ELSE
              ADD 1 TO WS-WARNING-COUNT
              STRING 'WARNING: MANIFEST MISSING, THE SCAN WILL RUN '
                         DELIMITED BY SIZE
                     'WITH VERIFICATION OFF' DELIMITED BY SIZE
                  INTO WS-EDIT-LINE
              PERFORM 310-WRITE-EDIT-LINE THRU 310-EXIT
           END-IF.
       070-EXIT.
           EXIT.

       075-MANIFEST-STEP.
           READ MANIFEST
               AT END MOVE 'Y' TO WS-MAN-EOF-SW
           END-READ.
           IF MAN-EOF-SW
              GO TO 075-EXIT
           END-IF.
           ADD 1 TO WS-MAN-REC-NO.
           MOVE 'MANIFEST' TO WS-ERR-SOURCE.
           MOVE WS-MAN-REC-NO TO WS-ERR-REC-NO.
           MOVE MAN-INFILE-NAME TO WS-ERR-NAME.
           IF MAN-EXPECTED-BYTES IS NOT NUMERIC
              STRING 'EXPECTED BYTES "' DELIMITED BY SIZE
                     MANIFEST-RECORD(81:9) DELIMITED BY SIZE
                     '" NOT NUMERIC' DELIMITED BY SIZE
                  INTO WS-ERR-TEXT
              ADD 1 TO WS-MAN-ERRORS
              PERFORM 320-WRITE-ERROR THRU 320-EXIT
              GO TO 075-EXIT
           END-IF.
           IF MAN-EXPECTED-BYTES = 0
              MOVE 'EXPECTED BYTES ZERO' TO WS-ERR-TEXT
              ADD 1 TO WS-MAN-ERRORS
              PERFORM 320-WRITE-ERROR THRU 320-EXIT
           END-IF.
       075-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *    THE VERDICT                                             *
      *----------------------------------------------------------*
       100-VERDICT.
           IF WS-ERROR-COUNT > 0
              MOVE 8 TO WS-RETURN-CODE
              STRING 'VERDICT: ' DELIMITED BY SIZE
                     WS-ERROR-COUNT DELIMITED BY SIZE
                     ' ERROR(S), HOLD THE SCAN AND FIX THE CONTROL '
                         DELIMITED BY SIZE
                     'DATA, RC=08' DELIMITED BY SIZE
                  INTO WS-EDIT-LINE
           ELSE
              IF WS-WARNING-COUNT > 0
                 MOVE 4 TO WS-RETURN-CODE
                 MOVE 'VERDICT: WARNINGS ONLY, SCAN MAY RUN, RC=04'
                     TO WS-EDIT-LINE
              ELSE
                 MOVE 'VERDICT: CONTROL DATA CLEAN, RC=00'
                     TO WS-EDIT-LINE
              END-IF
           END-IF.
           PERFORM 310-WRITE-EDIT-LINE THRU 310-EXIT.
       100-EXIT.
           EXIT.

       310-WRITE-EDIT-LINE.
           WRITE EDIT-RECORD FROM WS-EDIT-LINE.
           MOVE SPACES TO WS-EDIT-LINE.
       310-EXIT.
           EXIT.

      *    Every finding is one line: which dataset, which record,
      *    the file it concerns and what is wrong (a PARM finding
      *    has no record or file).  The caller
      *    counts it against its dataset; this counts the total.
       320-WRITE-ERROR.
           ADD 1 TO WS-ERROR-COUNT.
           IF WS-ERR-SOURCE = 'PARM'
              STRING 'ERROR PARM: ' DELIMITED BY SIZE
                     WS-ERR-TEXT DELIMITED BY SIZE
                  INTO WS-EDIT-LINE
           ELSE
              STRING 'ERROR ' DELIMITED BY SIZE
                     WS-ERR-SOURCE DELIMITED BY SPACE
                     ' REC ' DELIMITED BY SIZE
                     WS-ERR-REC-NO DELIMITED BY SIZE
                     ' FILE=' DELIMITED BY SIZE
                     WS-ERR-NAME DELIMITED BY SPACE
                     ': ' DELIMITED BY SIZE
                     WS-ERR-TEXT DELIMITED BY SIZE
                  INTO WS-EDIT-LINE
           END-IF.
           PERFORM 310-WRITE-EDIT-LINE THRU 310-EXIT.
           MOVE SPACES TO WS-ERR-TEXT.
       320-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *    RUN-LEVEL TERMINATION                                   *
      *----------------------------------------------------------*
       900-TERM-RUN.
           STRING 'FILELIST RECORDS=' DELIMITED BY SIZE
                  WS-FL-REC-NO DELIMITED BY SIZE
                  ' NAMES=' DELIMITED BY SIZE
                  WS-FL-COUNT DELIMITED BY SIZE
                  ' ERRORS=' DELIMITED BY SIZE
                  WS-FL-ERRORS DELIMITED BY SIZE
               INTO WS-EDIT-LINE.
           PERFORM 310-WRITE-EDIT-LINE THRU 310-EXIT.
           STRING 'OVERRIDES RECORDS=' DELIMITED BY SIZE
                  WS-OVR-REC-NO DELIMITED BY SIZE
                  ' ERRORS=' DELIMITED BY SIZE
                  WS-OVR-ERRORS DELIMITED BY SIZE
               INTO WS-EDIT-LINE.
           PERFORM 310-WRITE-EDIT-LINE THRU 310-EXIT.
           STRING 'MANIFEST RECORDS=' DELIMITED BY SIZE
                  WS-MAN-REC-NO DELIMITED BY SIZE
                  ' ERRORS=' DELIMITED BY SIZE
                  WS-MAN-ERRORS DELIMITED BY SIZE
               INTO WS-EDIT-LINE.
           PERFORM 310-WRITE-EDIT-LINE THRU 310-EXIT.
           STRING 'PARM ERRORS=' DELIMITED BY SIZE
                  WS-PARM-ERRORS DELIMITED BY SIZE
                  ' WARNINGS=' DELIMITED BY SIZE
                  WS-WARNING-COUNT DELIMITED BY SIZE
                  ' RC=' DELIMITED BY SIZE
                  WS-RETURN-CODE DELIMITED BY SIZE
               INTO WS-EDIT-LINE.
           PERFORM 310-WRITE-EDIT-LINE THRU 310-EXIT.
           CLOSE EDITRPT.
       900-EXIT.
           EXIT.
