      * Compile: `cobc -x -I copybooks aoc06bal.cbl`
      *
      * AOC06BAL - night-close balancing sheet.  Each step of the
      * night checks its own corner - RECONRPT the audit trail,
      * COVRPT the coverage, ASMRPT the assembly, RTRRPT the
      * ledger - and nobody checked that the corners add up to the
      * night: that every file FILELIST named is accounted for,
      * that the bytes the manifest promised arrived, and that the
      * markers found became the extract records that became the
      * messages delivered.  Operations signed the night off from
      * a glance at the step RCs.  This program prints one sheet
      * for a run-cycle that balances the night end to end, and
      * ends with a sign-off block for operations, support and
      * audit:
      *
      *   1. FILES     every distinct FILELIST name is exactly one
      *                of: logged on MARKERLOG this cycle (split out
      *                as quarantined where the verdict was 'Q'),
      *                held by a HOLD override, or skipped because
      *                its last CHECKPT row says complete (and no
      *                FORCE override sent it round again).  A name
      *                that is none of these, or a name logged that
      *                FILELIST does not carry, is out of balance and
      *                listed.  The order is AOC06PT1's own (see
      *                040-PROCESS-ONE-FILE in part2.cbl): a row on
      *                MARKERLOG outranks everything, and HOLD is
      *                honoured before the restart check.
      *   2. BYTES     for the files logged, the MANIFEST bytes
      *                expected against the bytes received - MLOG-
      *                IDX on 'T'/'M'/'W'/'D' rows, where it is the
      *                bytes read, and the file's size on SIGFILE
      *                for the rest (a file REJECT shows would not
      *                open received nothing).  A difference on a
      *                'T' file is the truncation verdict itself and
      *                on a 'W' file the operator's waiver; both are
      *                explained.  A difference on any other file is
      *                not, and is listed.  Quarantined files stopped
      *                mid-scan and are not measured; 'M' files, and
      *                any file MANIFEST has no row for, are shown as
      *                received without a manifest.
      *   3. MARKERS   the MARKERSOUT rows of the cycle against the
      *                rows the cycle's 'A' MARKERLOG rows say they
      *                wrote (MLOG-GEN-COUNT).  Rows written for a
      *                file whose verdict then replaced its 'A' rows
      *                ('T'/'M'/'Q'/'W'/'D') are shown but cannot be
      *                checked, as in AOC06REC.  Rows for a first-
      *                marker file, a file not logged this cycle, or
      *                another cycle are out of balance.
      *   4. MESSAGES  every EXTRACT record joins exactly one
      *                assembled message (see AOC06DEC), so the
      *                EXTRACT count must equal the sum of MSG-
      *                MARKER-COUNT over MESSAGES.
      *   5. STEPS     every step's RC side by side, in the order
      *                the night runs them: the pre-flight edit, the
      *                scan (the worst MLOG-RC of the cycle), then
      *                the last 'RC=nn' on each later step's report
      *                generation.  A report that names a different
      *                cycle (MERGERPT, RECONRPT, RUNSTAT, DLVRPT and
      *                MSARPT carry theirs; EDITRPT only when the scan
      *                PARM codes CYCLE=) is STALE - the step did not
      *                run tonight and the generation is an older
      *                night's.  MERGE and RLSCHK only run on a
      *                parallel night (AOC06SPL registered streams for
      *                the cycle on RUNLEDG); on a serial night their
      *                columns read SERIAL.
      *
      * The CHECKPT DD concatenates the master and the stream files
      * (see AOC06BAL.JCL); each is in append order and a stream
      * file's rows are newer than the master's, so the last row
      * read for a name is its current state.
      *
      * PARM:  CYCLE=<yyyymmddhhmmss> - the run-cycle to balance.
      *        Omitted, the newest MLOG-CYCLE on MARKERLOG - the
      *        night just finished, as AOC06REC takes it.
      *
      * Step RC:
      *   RC=0   the night balances and every step ended RC=4 or
      *          better
      *   RC=4   the night balances, but a step did not run, left a
      *          stale report, printed no RC or ended RC=8 or worse,
      *          or a file could not be measured, or an input was
      *          missing and its section is not checked - see the
      *          sheet before signing
      *   RC=8   OUT OF BALANCE - the sheet lists what does not add
      *          up; do not sign the night off
      *   RC=12  PARM is not CYCLE=<14 digits>; nothing read
      *   RC=16  no MARKERLOG, no row of the cycle, or more names
      *          than the file table holds; no sheet
      *
      * Modification history:
      *   2026-09-26  HJ  Written.
      *   2026-10-15  HJ  PREFLT, MERGE and ARCHIVE columns on the
      *                   step RCs; a FILELIST that would not open
      *                   leaves FILES not checked, not out of
      *                   balance.
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  AOC06BAL.

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

           SELECT MARKERLOG ASSIGN TO "MARKERLOG"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-MARKERLOG-STATUS.

           SELECT CHECKPT ASSIGN TO "CHECKPT"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-CHECKPT-STATUS.

           SELECT SIGFILE ASSIGN TO "SIGFILE"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-SIGFILE-STATUS.

           SELECT REJECTFILE ASSIGN TO "REJECT"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-REJECT-STATUS.

           SELECT MARKERSOUT ASSIGN TO "MARKERSOUT"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-MARKERSOUT-STATUS.

           SELECT EXTRACT ASSIGN TO "EXTRACT"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-EXTRACT-STATUS.

           SELECT MESSAGES ASSIGN TO "MESSAGES"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-MESSAGES-STATUS.

           SELECT RUNLEDG ASSIGN TO "RUNLEDG"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-RUNLEDG-STATUS.

           SELECT EDITRPT ASSIGN TO "EDITRPT"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STEP-RPT-STATUS.

           SELECT MERGERPT ASSIGN TO "MERGERPT"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STEP-RPT-STATUS.

           SELECT RECONRPT ASSIGN TO "RECONRPT"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STEP-RPT-STATUS.

           SELECT COVRPT ASSIGN TO "COVRPT"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STEP-RPT-STATUS.

           SELECT RUNSTAT ASSIGN TO "RUNSTAT"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STEP-RPT-STATUS.

           SELECT ASMRPT ASSIGN TO "ASMRPT"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STEP-RPT-STATUS.

           SELECT DLVRPT ASSIGN TO "DLVRPT"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STEP-RPT-STATUS.

           SELECT MSARPT ASSIGN TO "MSARPT"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STEP-RPT-STATUS.

           SELECT RTRRPT ASSIGN TO "RTRRPT"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STEP-RPT-STATUS.

           SELECT BALRPT ASSIGN TO "BALRPT"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      *    Only the name is looked at; the window and mode columns
      *    of the extended record (see aoc06pfe.cbl) are FILLER.
         FD FILELIST.
         01 FILELIST-RECORD.
            05 FL-INFILE-NAME        PIC X(80).
            05 FILLER                PIC X(15).

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

      *    Mirrors the MARKERLOG-RECORD layout AOC06PT1 writes; see
      *    the FD and the MLOG-STATUS note in part2.cbl.  MLOG-IDX
      *    and MLOG-GEN-COUNT are raw, as in aoc06rec.cbl.
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

      *    Raw, as in aoc06ckh.cbl; the column view is WS-CKPT-ROW.
         FD CHECKPT.
         01 CHECKPT-RECORD PIC X(1463).

      *    Layout shared with the SIGIN FD in part2.cbl.
         FD SIGFILE.
         01 SIGFILE-RECORD.
            05 SGI-INFILE-NAME       PIC X(80).
            05 SGI-BYTES             PIC 9(09).
            05 SGI-DIGEST            PIC 9(09).
            05 SGI-DATE              PIC 9(08).
            05 SGI-CYCLE             PIC X(14).

      *    Layout shared with the REJECTFILE FD in part2.cbl.
         FD REJECTFILE.
         01 REJECT-RECORD.
            05 REJ-INFILE-NAME       PIC X(80).
            05 REJ-POSITION          PIC 9(09).
            05 REJ-CHAR              PIC X.

      *    Layout shared with the MARKERSOUT FD in part2.cbl.
         FD MARKERSOUT.
         01 MARKERSOUT-RECORD.
            05 MOUT-INFILE-NAME      PIC X(80).
            05 MOUT-IDX              PIC 9(09).
            05 MOUT-WINDOW-SIZE      PIC XX.
            05 MOUT-CYCLE            PIC X(14).

      *    Only counted; the record is 291 bytes (see the EXTRACT FD
      *    in aoc06dec.cbl).
         FD EXTRACT.
         01 EXTRACT-RECORD PIC X(291).

      *    Layout shared with the MESSAGES FDs in aoc06dec.cbl and
      *    aoc06dlv.cbl.
         FD MESSAGES.
         01 MESSAGES-RECORD.
            05 MSG-INFILE-NAME       PIC X(80).
            05 MSG-WINDOW-SIZE       PIC XX.
            05 MSG-START-IDX         PIC 9(09).
            05 MSG-MARKER-COUNT      PIC 9(05).
            05 MSG-TEXT-LEN          PIC 9(05).
            05 MSG-GAP-SW            PIC X.
            05 MSG-TEXT              PIC X(512).

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

      *    The step reports, read back as print lines.
         FD EDITRPT.
         01 EDIT-RECORD PIC X(160).

         FD MERGERPT.
         01 MERGE-RECORD PIC X(160).

         FD RECONRPT.
         01 RECON-RECORD PIC X(160).

         FD COVRPT.
         01 COV-RECORD PIC X(160).

         FD RUNSTAT.
         01 STAT-RECORD PIC X(160).

         FD ASMRPT.
         01 ASM-RECORD PIC X(160).

         FD DLVRPT.
         01 DLV-RECORD PIC X(160).

         FD MSARPT.
         01 MSA-RECORD PIC X(160).

         FD RTRRPT.
         01 RTR-RECORD PIC X(160).

         FD BALRPT.
         01 BAL-RECORD PIC X(160).

       WORKING-STORAGE SECTION.
         01 WS-IN-EOF-SW             PIC X VALUE 'N'.
            88 IN-EOF-SW                 VALUE 'Y'.
         01 WS-FOUND-SLOT-SW         PIC X VALUE 'N'.
         01 WS-TABLE-OVERFLOW-SW     PIC X VALUE 'N'.
         01 WS-MLOG-PRESENT-SW       PIC X VALUE 'N'.
         01 WS-CYCLE-VALID-SW        PIC X VALUE 'N'.
         01 WS-PARALLEL-NIGHT-SW     PIC X VALUE 'N'.

         01 WS-FILELIST-STATUS       PIC XX VALUE SPACES.
         01 WS-OVERRIDES-STATUS      PIC XX VALUE SPACES.
         01 WS-MANIFEST-STATUS       PIC XX VALUE SPACES.
         01 WS-MARKERLOG-STATUS      PIC XX VALUE SPACES.
         01 WS-CHECKPT-STATUS        PIC XX VALUE SPACES.
         01 WS-SIGFILE-STATUS        PIC XX VALUE SPACES.
         01 WS-REJECT-STATUS         PIC XX VALUE SPACES.
         01 WS-MARKERSOUT-STATUS     PIC XX VALUE SPACES.
         01 WS-EXTRACT-STATUS        PIC XX VALUE SPACES.
         01 WS-MESSAGES-STATUS       PIC XX VALUE SPACES.
         01 WS-RUNLEDG-STATUS        PIC XX VALUE SPACES.
         01 WS-STEP-RPT-STATUS       PIC XX VALUE SPACES.
      *    The dataset and status 330-REPORT-NOT-PRESENT reports,
      *    set by the caller from the input that would not open.
         01 WS-DS-NAME               PIC X(10) VALUE SPACES.
         01 WS-OPEN-STATUS           PIC XX VALUE SPACES.

      *    Whether each section's inputs were there to check it.
         01 WS-FILELIST-READ-SW      PIC X VALUE 'N'.
         01 WS-MANIFEST-READ-SW      PIC X VALUE 'N'.
         01 WS-MARKERSOUT-READ-SW    PIC X VALUE 'N'.
         01 WS-EXTRACT-READ-SW       PIC X VALUE 'N'.
         01 WS-MESSAGES-READ-SW      PIC X VALUE 'N'.

         01 WS-RUN-CYCLE             PIC X(14) VALUE SPACES.
         01 WS-ROW-CYCLE             PIC X(14) VALUE SPACES.

      *    One entry per name FILELIST carries or the cycle's
      *    MARKERLOG rows logged.  FT-VERDICT is the file's status
      *    this cycle (blank when not logged): a status-replacing
      *    verdict ('T'/'M'/'Q'/'W'/'D', stamped on every window
      *    row) outranks the window statuses, and 'A' outranks
      *    'F', which outranks 'N'.  FT-MLOG-BYTES is the bytes
      *    read on a 'T'/'M'/'W'/'D' row; FT-SIG-BYTES the file's
      *    latest size on SIGFILE as of the cycle.  FT-CLASS is the
      *    files-balance class 100-FILES-BALANCE gives the name.
         01 WS-FILE-TABLE.
            05 WS-FILE-COUNT         PIC 9(05) VALUE 0.
            05 WS-FILE-ENTRY OCCURS 1000 TIMES.
               10 FT-NAME            PIC X(80).
               10 FT-LIST-ENTRIES    PIC 9(05).
               10 FT-VERDICT         PIC X.
               10 FT-MLOG-BYTES      PIC 9(09).
               10 FT-MLOG-BYTES-SW   PIC X.
               10 FT-HOLD-SW         PIC X.
               10 FT-FORCE-SW        PIC X.
               10 FT-CKPT-STATUS     PIC X.
               10 FT-MAN-SW          PIC X.
               10 FT-MAN-BYTES       PIC 9(09).
               10 FT-SIG-SW          PIC X.
               10 FT-SIG-BYTES       PIC 9(09).
               10 FT-UNOPENED-SW     PIC X.
               10 FT-CLASS           PIC X.
                  88 FT-LOGGED           VALUE 'L'.
                  88 FT-QUARANTINED      VALUE 'Q'.
                  88 FT-HELD             VALUE 'H'.
                  88 FT-SKIPPED          VALUE 'S'.
                  88 FT-UNACCOUNTED      VALUE 'U'.
                  88 FT-NOT-LISTED       VALUE 'X'.

         01 WS-SUB                   PIC 9(05) VALUE 0.
         01 WS-SLOT                  PIC 9(05) VALUE 0.
         01 WS-LOOKUP-NAME           PIC X(80) VALUE SPACES.

         01 WS-CKPT-ROW.
           COPY AOC06CK.

      *    The step table, in the order the night runs the steps:
      *    entry 2 is the scan itself (WS-SCAN-STEP), every other
      *    entry a step report 080-READ-STEP-REPORTS reads back.
      *    Entries 3 and 6 (MERGE, RLSCHK) only run on a parallel
      *    night.  ST-STATE is what the sheet prints for the step.
         01 WS-STEP-NAMES.
            05 FILLER                PIC X(08) VALUE 'PREFLT'.
            05 FILLER                PIC X(08) VALUE 'SCAN'.
            05 FILLER                PIC X(08) VALUE 'MERGE'.
            05 FILLER                PIC X(08) VALUE 'RECON'.
            05 FILLER                PIC X(08) VALUE 'COVER'.
            05 FILLER                PIC X(08) VALUE 'RLSCHK'.
            05 FILLER                PIC X(08) VALUE 'ASSEMBLE'.
            05 FILLER                PIC X(08) VALUE 'DELIVER'.
            05 FILLER                PIC X(08) VALUE 'ARCHIVE'.
            05 FILLER                PIC X(08) VALUE 'RETRANS'.
         01 WS-STEP-NAME-TABLE REDEFINES WS-STEP-NAMES.
            05 WS-STEP-NAME OCCURS 10 TIMES PIC X(08).
         01 WS-STEP-DDS.
            05 FILLER                PIC X(09) VALUE 'EDITRPT'.
            05 FILLER                PIC X(09) VALUE 'MARKERLOG'.
            05 FILLER                PIC X(09) VALUE 'MERGERPT'.
            05 FILLER                PIC X(09) VALUE 'RECONRPT'.
            05 FILLER                PIC X(09) VALUE 'COVRPT'.
            05 FILLER                PIC X(09) VALUE 'RUNSTAT'.
            05 FILLER                PIC X(09) VALUE 'ASMRPT'.
            05 FILLER                PIC X(09) VALUE 'DLVRPT'.
            05 FILLER                PIC X(09) VALUE 'MSARPT'.
            05 FILLER                PIC X(09) VALUE 'RTRRPT'.
         01 WS-STEP-DD-TABLE REDEFINES WS-STEP-DDS.
            05 WS-STEP-DD OCCURS 10 TIMES PIC X(09).
         01 WS-STEP-COUNT            PIC 99 VALUE 10.
         01 WS-SCAN-STEP             PIC 99 VALUE 2.
         01 WS-STEP-TABLE.
            05 WS-STEP-ENTRY OCCURS 10 TIMES.
               10 ST-STATE           PIC X(08).
               10 ST-RC              PIC 99.
               10 ST-RC-SW           PIC X.
               10 ST-CYCLE           PIC X(14).
               10 ST-LINES           PIC 9(07).
         01 WS-STEP-SUB              PIC 99 VALUE 0.
         01 WS-STEP-OPEN-SW          PIC X VALUE 'N'.
         01 WS-RPT-TEXT              PIC X(160) VALUE SPACES.
         01 WS-POS                   PIC 9(03) VALUE 0.
         01 WS-COL                   PIC 9(03) VALUE 0.
         01 WS-WORST-MLOG-RC         PIC 99 VALUE 0.
         01 WS-STEP-WARNINGS         PIC 9(03) VALUE 0.

      *    Files balance.
         01 WS-LIST-ENTRIES          PIC 9(07) VALUE 0.
         01 WS-LIST-NAMES            PIC 9(07) VALUE 0.
         01 WS-LOGGED-COUNT          PIC 9(07) VALUE 0.
         01 WS-QUAR-COUNT            PIC 9(07) VALUE 0.
         01 WS-HELD-COUNT            PIC 9(07) VALUE 0.
         01 WS-SKIPPED-COUNT         PIC 9(07) VALUE 0.
         01 WS-UNACCOUNTED-COUNT     PIC 9(07) VALUE 0.
         01 WS-NOT-LISTED-COUNT      PIC 9(07) VALUE 0.
         01 WS-MLOG-CYCLE-ROWS       PIC 9(07) VALUE 0.

      *    Bytes balance.  Differences are expected minus received,
      *    so a short file is positive and an over-long one
      *    negative; the difference is the sum of the explained and
      *    unexplained parts.
         01 WS-EXPECTED-TOTAL        PIC S9(15) VALUE 0.
         01 WS-RECEIVED-TOTAL        PIC S9(15) VALUE 0.
         01 WS-DIFF-TOTAL            PIC S9(15) VALUE 0.
         01 WS-T-DIFF                PIC S9(15) VALUE 0.
         01 WS-W-DIFF                PIC S9(15) VALUE 0.
         01 WS-UNEXPLAINED-DIFF      PIC S9(15) VALUE 0.
         01 WS-NOMAN-BYTES           PIC S9(15) VALUE 0.
         01 WS-FILE-DIFF             PIC S9(15) VALUE 0.
         01 WS-FILE-RECEIVED         PIC 9(09) VALUE 0.
         01 WS-MEASURED-SW           PIC X VALUE 'N'.
         01 WS-MEASURED-COUNT        PIC 9(07) VALUE 0.
         01 WS-NOMAN-COUNT           PIC 9(07) VALUE 0.
         01 WS-UNMEASURED-COUNT      PIC 9(07) VALUE 0.
         01 WS-UNEXPLAINED-COUNT     PIC 9(07) VALUE 0.
         01 WS-MLOG-BYTES            PIC 9(09) VALUE 0.

      *    Markers balance.
         01 WS-GEN-TOTAL             PIC 9(11) VALUE 0.
         01 WS-GEN-COUNT             PIC 9(09) VALUE 0.
         01 WS-MOUT-ROWS             PIC 9(11) VALUE 0.
         01 WS-MOUT-A-ROWS           PIC 9(11) VALUE 0.
         01 WS-MOUT-REPLACED-ROWS    PIC 9(11) VALUE 0.
         01 WS-MOUT-FIRST-ROWS       PIC 9(11) VALUE 0.
         01 WS-MOUT-UNLOGGED-ROWS    PIC 9(11) VALUE 0.
         01 WS-MOUT-OTHER-CYCLE      PIC 9(11) VALUE 0.

      *    Messages balance.
         01 WS-EXTRACT-ROWS          PIC 9(11) VALUE 0.
         01 WS-MSG-COUNT             PIC 9(09) VALUE 0.
         01 WS-MSG-MARKERS           PIC 9(11) VALUE 0.
         01 WS-MSG-GAPS              PIC 9(09) VALUE 0.

      *    The balance of each section: 'Y' in balance, 'N' out,
      *    '-' not checked (its inputs were missing).
         01 WS-FILES-BAL-SW          PIC X VALUE 'Y'.
         01 WS-BYTES-BAL-SW          PIC X VALUE 'Y'.
         01 WS-MARKERS-BAL-SW        PIC X VALUE 'Y'.
         01 WS-MESSAGES-BAL-SW       PIC X VALUE 'Y'.
         01 WS-OUT-SECTIONS          PIC 9 VALUE 0.
         01 WS-SECTION-NAME          PIC X(10) VALUE SPACES.
         01 WS-SECTION-BAL-SW        PIC X VALUE 'Y'.

      *    320-WRITE-FIGURE prints WS-FIG-LABEL and WS-FIG-VALUE as
      *    one line of a section, label and figure in fixed columns.
         01 WS-FIG-LABEL             PIC X(40) VALUE SPACES.
         01 WS-FIG-VALUE             PIC S9(15) VALUE 0.
         01 WS-FIG-ED                PIC -(15)9.
         01 WS-NAME-LABEL            PIC X(20) VALUE SPACES.
         01 WS-NUM-ED                PIC Z(08)9.
         01 WS-NUM2-ED               PIC Z(08)9.

         01 WS-RETURN-CODE           PIC 99 VALUE 0.

         01 WS-PARM-TEXT             PIC X(80) VALUE SPACES.
         01 WS-PARM-TOK1             PIC X(20) VALUE SPACES.
         01 WS-PARM-TOK1-LEN         PIC 99 VALUE 0.

         01 WS-BAL-LINE              PIC X(160) VALUE SPACES.

       LINKAGE SECTION.
      *    Standard MVS batch PARM layout, as in part2.cbl.
       01 LK-PARM-AREA.
          05 LK-PARM-LEN           PIC S9(4) COMP.
          05 LK-PARM-TEXT          PIC X(80).

       PROCEDURE DIVISION USING LK-PARM-AREA.
           PERFORM 010-INIT-RUN THRU 010-EXIT.
           IF WS-CYCLE-VALID-SW NOT = 'Y'
              MOVE 12 TO WS-RETURN-CODE
              MOVE 'ABORTED: PARM IS NOT CYCLE=<YYYYMMDDHHMMSS>'
                  TO WS-BAL-LINE
              PERFORM 310-WRITE-BAL-LINE THRU 310-EXIT
           ELSE
              PERFORM 020-FIND-CYCLE THRU 020-EXIT
              IF WS-MLOG-PRESENT-SW NOT = 'Y'
                 MOVE 16 TO WS-RETURN-CODE
                 MOVE 'ABORTED: NO MARKERLOG, NO SHEET'
                     TO WS-BAL-LINE
                 PERFORM 310-WRITE-BAL-LINE THRU 310-EXIT
              ELSE
                 PERFORM 030-LOAD-FILELIST THRU 030-EXIT
                 IF WS-TABLE-OVERFLOW-SW NOT = 'Y'
                    PERFORM 040-SCAN-MARKERLOG THRU 040-EXIT
                 END-IF
                 IF WS-TABLE-OVERFLOW-SW = 'Y'
                    MOVE 16 TO WS-RETURN-CODE
                    MOVE 'ABORTED: FILE TABLE FULL, NO SHEET'
                        TO WS-BAL-LINE
                    PERFORM 310-WRITE-BAL-LINE THRU 310-EXIT
                 ELSE
                    IF WS-MLOG-CYCLE-ROWS = 0
                       MOVE 16 TO WS-RETURN-CODE
                       MOVE 'ABORTED: NO MARKERLOG ROW OF THE CYCLE'
                           TO WS-BAL-LINE
                       PERFORM 310-WRITE-BAL-LINE THRU 310-EXIT
                    ELSE
                       PERFORM 050-READ-INPUTS THRU 050-EXIT
                       PERFORM 080-READ-STEP-REPORTS THRU 080-EXIT
                       PERFORM 100-FILES-BALANCE THRU 100-EXIT
                       PERFORM 110-BYTES-BALANCE THRU 110-EXIT
                       PERFORM 120-MARKERS-BALANCE THRU 120-EXIT
                       PERFORM 130-MESSAGES-BALANCE THRU 130-EXIT
                       PERFORM 140-STEP-RCS THRU 140-EXIT
                       PERFORM 150-SIGN-OFF THRU 150-EXIT
                    END-IF
                 END-IF
              END-IF
           END-IF.
           PERFORM 900-TERM-RUN THRU 900-EXIT.
           MOVE WS-RETURN-CODE TO RETURN-CODE.
           GOBACK.

      *----------------------------------------------------------*
      *    RUN-LEVEL INITIALISATION / PARM PARSING                 *
      *----------------------------------------------------------*
      *    PARM format:  CYCLE=<yyyymmddhhmmss>
      *    With no PARM the sheet is for the newest cycle on
      *    MARKERLOG.  A PARM that is there but not a valid cycle
      *    is an error, not a default: a mistyped rerun must not
      *    quietly sign off the wrong night.
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
              MOVE 'Y' TO WS-CYCLE-VALID-SW
           ELSE
              IF WS-PARM-TOK1-LEN = 20
                 AND WS-PARM-TOK1(1:6) = 'CYCLE='
                 AND WS-PARM-TOK1(7:14) IS NUMERIC
                 MOVE WS-PARM-TOK1(7:14) TO WS-RUN-CYCLE
                 MOVE 'Y' TO WS-CYCLE-VALID-SW
              END-IF
           END-IF.
           OPEN OUTPUT BALRPT.
           MOVE 'AOC06BAL NIGHT-CLOSE BALANCING SHEET' TO WS-BAL-LINE.
           PERFORM 310-WRITE-BAL-LINE THRU 310-EXIT.
           STRING 'PARM=' DELIMITED BY SIZE
                  WS-PARM-TEXT DELIMITED BY '  '
               INTO WS-BAL-LINE.
           PERFORM 310-WRITE-BAL-LINE THRU 310-EXIT.
       010-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *    THE CYCLE                                               *
      *----------------------------------------------------------*
      *    With no PARM, "tonight" is the newest MLOG-CYCLE anywhere
      *    on MARKERLOG, compared as raw characters as AOC06REC's
      *    020-FIND-RUN-DATE does.  Rows from before the cycle
      *    column carry blanks and never win.
       020-FIND-CYCLE.
           MOVE 'N' TO WS-IN-EOF-SW.
           OPEN INPUT MARKERLOG.
           IF WS-MARKERLOG-STATUS NOT = '00'
              GO TO 020-EXIT
           END-IF.
           MOVE 'Y' TO WS-MLOG-PRESENT-SW.
           IF WS-RUN-CYCLE = SPACES
              PERFORM 025-FIND-CYCLE-STEP THRU 025-EXIT
                      UNTIL IN-EOF-SW
           END-IF.
           CLOSE MARKERLOG.
           STRING 'CYCLE=' DELIMITED BY SIZE
                  WS-RUN-CYCLE DELIMITED BY SIZE
               INTO WS-BAL-LINE.
           PERFORM 310-WRITE-BAL-LINE THRU 310-EXIT.
       020-EXIT.
           EXIT.

       025-FIND-CYCLE-STEP.
           READ MARKERLOG
               AT END MOVE 'Y' TO WS-IN-EOF-SW
           END-READ.
           IF IN-EOF-SW
              GO TO 025-EXIT
           END-IF.
           IF MLOG-CYCLE > WS-RUN-CYCLE
              MOVE MLOG-CYCLE TO WS-RUN-CYCLE
           END-IF.
       025-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *    FILELIST - THE NAMES THE NIGHT HAD TO ACCOUNT FOR       *
      *----------------------------------------------------------*
      *    A name FILELIST carries twice is scanned once (AOC06PT1
      *    skips the second pass as already complete); raw entries
      *    and distinct names are both shown.
       030-LOAD-FILELIST.
           MOVE 'N' TO WS-IN-EOF-SW.
           OPEN INPUT FILELIST.
           IF WS-FILELIST-STATUS NOT = '00'
              MOVE 'FILELIST' TO WS-DS-NAME
              MOVE WS-FILELIST-STATUS TO WS-OPEN-STATUS
              PERFORM 330-REPORT-NOT-PRESENT THRU 330-EXIT
              GO TO 030-EXIT
           END-IF.
           MOVE 'Y' TO WS-FILELIST-READ-SW.
           PERFORM 035-LOAD-FILELIST-STEP THRU 035-EXIT
                   UNTIL IN-EOF-SW
                      OR WS-TABLE-OVERFLOW-SW = 'Y'.
           CLOSE FILELIST.
       030-EXIT.
           EXIT.

       035-LOAD-FILELIST-STEP.
           READ FILELIST
               AT END MOVE 'Y' TO WS-IN-EOF-SW
           END-READ.
           IF IN-EOF-SW
              GO TO 035-EXIT
           END-IF.
           IF FL-INFILE-NAME = SPACES
              GO TO 035-EXIT
           END-IF.
           ADD 1 TO WS-LIST-ENTRIES.
           MOVE FL-INFILE-NAME TO WS-LOOKUP-NAME.
           PERFORM 210-FIND-OR-ADD-FILE THRU 210-EXIT.
           IF WS-FOUND-SLOT-SW = 'Y'
              ADD 1 TO FT-LIST-ENTRIES(WS-SLOT)
           END-IF.
       035-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *    MARKERLOG - THE CYCLE'S ROWS                            *
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

      *    The scan's RC is the worst MLOG-RC of the cycle.  An 'A'
      *    row's GEN-COUNT is what it wrote to tonight's MARKERSOUT
      *    generation; rows from before that column fall back to
      *    MLOG-IDX, as in AOC06REC.
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
           MOVE MLOG-INFILE-NAME TO WS-LOOKUP-NAME.
           PERFORM 210-FIND-OR-ADD-FILE THRU 210-EXIT.
           IF WS-FOUND-SLOT-SW NOT = 'Y'
              GO TO 045-EXIT
           END-IF.
           EVALUATE MLOG-STATUS
               WHEN 'T'
               WHEN 'M'
               WHEN 'Q'
               WHEN 'W'
               WHEN 'D'
                   MOVE MLOG-STATUS TO FT-VERDICT(WS-SLOT)
                   IF MLOG-IDX IS NUMERIC
                      MOVE MLOG-IDX TO FT-MLOG-BYTES(WS-SLOT)
                      MOVE 'Y' TO FT-MLOG-BYTES-SW(WS-SLOT)
                   END-IF
               WHEN 'A'
                   IF FT-VERDICT(WS-SLOT) = SPACE
                      OR FT-VERDICT(WS-SLOT) = 'F'
                      OR FT-VERDICT(WS-SLOT) = 'N'
                      MOVE 'A' TO FT-VERDICT(WS-SLOT)
                   END-IF
                   IF MLOG-GEN-COUNT IS NUMERIC
                      MOVE MLOG-GEN-COUNT TO WS-GEN-COUNT
                   ELSE
                      IF MLOG-IDX IS NUMERIC
                         MOVE MLOG-IDX TO WS-GEN-COUNT
                      ELSE
                         MOVE 0 TO WS-GEN-COUNT
                      END-IF
                   END-IF
                   ADD WS-GEN-COUNT TO WS-GEN-TOTAL
               WHEN 'F'
                   IF FT-VERDICT(WS-SLOT) = SPACE
                      OR FT-VERDICT(WS-SLOT) = 'N'
                      MOVE 'F' TO FT-VERDICT(WS-SLOT)
                   END-IF
               WHEN OTHER
                   IF FT-VERDICT(WS-SLOT) = SPACE
                      MOVE MLOG-STATUS TO FT-VERDICT(WS-SLOT)
                   END-IF
           END-EVALUATE.
       045-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *    THE OTHER INPUTS                                        *
      *----------------------------------------------------------*
      *    Every pass below only updates names already in the
      *    table; a name neither listed nor logged tonight is not
      *    the night's business.
       050-READ-INPUTS.
           PERFORM 052-LOAD-OVERRIDES THRU 052-EXIT.
           PERFORM 054-LOAD-CHECKPT THRU 054-EXIT.
           PERFORM 056-LOAD-MANIFEST THRU 056-EXIT.
           PERFORM 058-LOAD-SIGFILE THRU 058-EXIT.
           PERFORM 060-SCAN-REJECT THRU 060-EXIT.
           PERFORM 062-SCAN-MARKERSOUT THRU 062-EXIT.
           PERFORM 064-COUNT-EXTRACT THRU 064-EXIT.
           PERFORM 066-SCAN-MESSAGES THRU 066-EXIT.
           PERFORM 068-SCAN-RUNLEDG THRU 068-EXIT.
       050-EXIT.
           EXIT.

      *    A missing OVERRIDES is the normal case - nothing staged -
      *    exactly as AOC06PT1 treats it, so it is not reported.
       052-LOAD-OVERRIDES.
           MOVE 'N' TO WS-IN-EOF-SW.
           OPEN INPUT OVERRIDES.
           IF WS-OVERRIDES-STATUS NOT = '00'
              GO TO 052-EXIT
           END-IF.
           PERFORM 053-LOAD-OVERRIDES-STEP THRU 053-EXIT
                   UNTIL IN-EOF-SW.
           CLOSE OVERRIDES.
       052-EXIT.
           EXIT.

       053-LOAD-OVERRIDES-STEP.
           READ OVERRIDES
               AT END MOVE 'Y' TO WS-IN-EOF-SW
           END-READ.
           IF IN-EOF-SW
              GO TO 053-EXIT
           END-IF.
           MOVE OVR-INFILE-NAME TO WS-LOOKUP-NAME.
           PERFORM 200-FIND-FILE THRU 200-EXIT.
           IF WS-FOUND-SLOT-SW NOT = 'Y'
              GO TO 053-EXIT
           END-IF.
           IF OVR-ACTION = 'HOLD'
              MOVE 'Y' TO FT-HOLD-SW(WS-SLOT)
           END-IF.
           IF OVR-ACTION = 'FORCE'
              MOVE 'Y' TO FT-FORCE-SW(WS-SLOT)
           END-IF.
       053-EXIT.
           EXIT.

      *    The last row read for a name is its current state (see
      *    the CHECKPT note in the header).
       054-LOAD-CHECKPT.
           MOVE 'N' TO WS-IN-EOF-SW.
           OPEN INPUT CHECKPT.
           IF WS-CHECKPT-STATUS NOT = '00'
              MOVE 'CHECKPT' TO WS-DS-NAME
              MOVE WS-CHECKPT-STATUS TO WS-OPEN-STATUS
              PERFORM 330-REPORT-NOT-PRESENT THRU 330-EXIT
              GO TO 054-EXIT
           END-IF.
           PERFORM 055-LOAD-CHECKPT-STEP THRU 055-EXIT
                   UNTIL IN-EOF-SW.
           CLOSE CHECKPT.
       054-EXIT.
           EXIT.

       055-LOAD-CHECKPT-STEP.
           READ CHECKPT
               AT END MOVE 'Y' TO WS-IN-EOF-SW
           END-READ.
           IF IN-EOF-SW
              GO TO 055-EXIT
           END-IF.
           MOVE CHECKPT-RECORD TO WS-CKPT-ROW.
           MOVE CKPT-INFILE-NAME TO WS-LOOKUP-NAME.
           PERFORM 200-FIND-FILE THRU 200-EXIT.
           IF WS-FOUND-SLOT-SW = 'Y'
              MOVE CKPT-STATUS TO FT-CKPT-STATUS(WS-SLOT)
           END-IF.
       055-EXIT.
           EXIT.

      *    The last MANIFEST row for a name wins, as in 039-LOOKUP-
      *    MANIFEST in part2.cbl.
       056-LOAD-MANIFEST.
           MOVE 'N' TO WS-IN-EOF-SW.
           OPEN INPUT MANIFEST.
           IF WS-MANIFEST-STATUS NOT = '00'
              MOVE 'MANIFEST' TO WS-DS-NAME
              MOVE WS-MANIFEST-STATUS TO WS-OPEN-STATUS
              PERFORM 330-REPORT-NOT-PRESENT THRU 330-EXIT
              GO TO 056-EXIT
           END-IF.
           MOVE 'Y' TO WS-MANIFEST-READ-SW.
           PERFORM 057-LOAD-MANIFEST-STEP THRU 057-EXIT
                   UNTIL IN-EOF-SW.
           CLOSE MANIFEST.
       056-EXIT.
           EXIT.

       057-LOAD-MANIFEST-STEP.
           READ MANIFEST
               AT END MOVE 'Y' TO WS-IN-EOF-SW
           END-READ.
           IF IN-EOF-SW
              GO TO 057-EXIT
           END-IF.
           IF MAN-EXPECTED-BYTES NOT NUMERIC
              GO TO 057-EXIT
           END-IF.
           MOVE MAN-INFILE-NAME TO WS-LOOKUP-NAME.
           PERFORM 200-FIND-FILE THRU 200-EXIT.
           IF WS-FOUND-SLOT-SW = 'Y'
              MOVE MAN-EXPECTED-BYTES TO FT-MAN-BYTES(WS-SLOT)
              MOVE 'Y' TO FT-MAN-SW(WS-SLOT)
           END-IF.
       057-EXIT.
           EXIT.

      *    SIGFILE is in append order and only gains a row when a
      *    file's size or digest changes, so the last row at or
      *    before the cycle is the size the cycle read.  Rows from
      *    before the cycle column (blank) compare low and count.
       058-LOAD-SIGFILE.
           MOVE 'N' TO WS-IN-EOF-SW.
           OPEN INPUT SIGFILE.
           IF WS-SIGFILE-STATUS NOT = '00'
              MOVE 'SIGFILE' TO WS-DS-NAME
              MOVE WS-SIGFILE-STATUS TO WS-OPEN-STATUS
              PERFORM 330-REPORT-NOT-PRESENT THRU 330-EXIT
              GO TO 058-EXIT
           END-IF.
           PERFORM 059-LOAD-SIGFILE-STEP THRU 059-EXIT
                   UNTIL IN-EOF-SW.
           CLOSE SIGFILE.
       058-EXIT.
           EXIT.

       059-LOAD-SIGFILE-STEP.
           READ SIGFILE
               AT END MOVE 'Y' TO WS-IN-EOF-SW
           END-READ.
           IF IN-EOF-SW
              GO TO 059-EXIT
           END-IF.
           IF SGI-CYCLE > WS-RUN-CYCLE OR SGI-BYTES NOT NUMERIC
              GO TO 059-EXIT
           END-IF.
           MOVE SGI-INFILE-NAME TO WS-LOOKUP-NAME.
           PERFORM 200-FIND-FILE THRU 200-EXIT.
           IF WS-FOUND-SLOT-SW = 'Y'
              MOVE SGI-BYTES TO FT-SIG-BYTES(WS-SLOT)
              MOVE 'Y' TO FT-SIG-SW(WS-SLOT)
           END-IF.
       059-EXIT.
           EXIT.

      *    Only the zero-position rows matter here: the file would
      *    not open, so it received nothing whatever its last size
      *    on SIGFILE says.
       060-SCAN-REJECT.
           MOVE 'N' TO WS-IN-EOF-SW.
           OPEN INPUT REJECTFILE.
           IF WS-REJECT-STATUS NOT = '00'
              MOVE 'REJECT' TO WS-DS-NAME
              MOVE WS-REJECT-STATUS TO WS-OPEN-STATUS
              PERFORM 330-REPORT-NOT-PRESENT THRU 330-EXIT
              GO TO 060-EXIT
           END-IF.
           PERFORM 061-SCAN-REJECT-STEP THRU 061-EXIT
                   UNTIL IN-EOF-SW.
           CLOSE REJECTFILE.
       060-EXIT.
           EXIT.

       061-SCAN-REJECT-STEP.
           READ REJECTFILE
               AT END MOVE 'Y' TO WS-IN-EOF-SW
           END-READ.
           IF IN-EOF-SW
              GO TO 061-EXIT
           END-IF.
           IF REJ-POSITION NOT = 0
              GO TO 061-EXIT
           END-IF.
           MOVE REJ-INFILE-NAME TO WS-LOOKUP-NAME.
           PERFORM 200-FIND-FILE THRU 200-EXIT.
           IF WS-FOUND-SLOT-SW = 'Y'
              MOVE 'Y' TO FT-UNOPENED-SW(WS-SLOT)
           END-IF.
       061-EXIT.
           EXIT.

      *    Each MARKERSOUT row is charged to the verdict its file
      *    was logged with this cycle.  A blank MOUT-CYCLE (a row
      *    from before the column) is taken as the generation's
      *    own.
       062-SCAN-MARKERSOUT.
           MOVE 'N' TO WS-IN-EOF-SW.
           OPEN INPUT MARKERSOUT.
           IF WS-MARKERSOUT-STATUS NOT = '00'
              MOVE 'MARKERSOUT' TO WS-DS-NAME
              MOVE WS-MARKERSOUT-STATUS TO WS-OPEN-STATUS
              PERFORM 330-REPORT-NOT-PRESENT THRU 330-EXIT
              GO TO 062-EXIT
           END-IF.
           MOVE 'Y' TO WS-MARKERSOUT-READ-SW.
           PERFORM 063-SCAN-MARKERSOUT-STEP THRU 063-EXIT
                   UNTIL IN-EOF-SW.
           CLOSE MARKERSOUT.
       062-EXIT.
           EXIT.

       063-SCAN-MARKERSOUT-STEP.
           READ MARKERSOUT
               AT END MOVE 'Y' TO WS-IN-EOF-SW
           END-READ.
           IF IN-EOF-SW
              GO TO 063-EXIT
           END-IF.
           ADD 1 TO WS-MOUT-ROWS.
           IF MOUT-CYCLE NOT = SPACES
              AND MOUT-CYCLE NOT = WS-RUN-CYCLE
              ADD 1 TO WS-MOUT-OTHER-CYCLE
              GO TO 063-EXIT
           END-IF.
           MOVE MOUT-INFILE-NAME TO WS-LOOKUP-NAME.
           PERFORM 200-FIND-FILE THRU 200-EXIT.
           IF WS-FOUND-SLOT-SW NOT = 'Y'
              ADD 1 TO WS-MOUT-UNLOGGED-ROWS
              GO TO 063-EXIT
           END-IF.
           EVALUATE FT-VERDICT(WS-SLOT)
               WHEN 'A'
                   ADD 1 TO WS-MOUT-A-ROWS
               WHEN 'T'
               WHEN 'M'
               WHEN 'Q'
               WHEN 'W'
               WHEN 'D'
                   ADD 1 TO WS-MOUT-REPLACED-ROWS
               WHEN SPACE
                   ADD 1 TO WS-MOUT-UNLOGGED-ROWS
               WHEN OTHER
                   ADD 1 TO WS-MOUT-FIRST-ROWS
           END-EVALUATE.
       063-EXIT.
           EXIT.

       064-COUNT-EXTRACT.
           MOVE 'N' TO WS-IN-EOF-SW.
           OPEN INPUT EXTRACT.
           IF WS-EXTRACT-STATUS NOT = '00'
              MOVE 'EXTRACT' TO WS-DS-NAME
              MOVE WS-EXTRACT-STATUS TO WS-OPEN-STATUS
              PERFORM 330-REPORT-NOT-PRESENT THRU 330-EXIT
              GO TO 064-EXIT
           END-IF.
           MOVE 'Y' TO WS-EXTRACT-READ-SW.
           PERFORM 065-COUNT-EXTRACT-STEP THRU 065-EXIT
                   UNTIL IN-EOF-SW.
           CLOSE EXTRACT.
       064-EXIT.
           EXIT.

       065-COUNT-EXTRACT-STEP.
           READ EXTRACT
               AT END MOVE 'Y' TO WS-IN-EOF-SW
           END-READ.
           IF NOT IN-EOF-SW
              ADD 1 TO WS-EXTRACT-ROWS
           END-IF.
       065-EXIT.
           EXIT.

       066-SCAN-MESSAGES.
           MOVE 'N' TO WS-IN-EOF-SW.
           OPEN INPUT MESSAGES.
           IF WS-MESSAGES-STATUS NOT = '00'
              MOVE 'MESSAGES' TO WS-DS-NAME
              MOVE WS-MESSAGES-STATUS TO WS-OPEN-STATUS
              PERFORM 330-REPORT-NOT-PRESENT THRU 330-EXIT
              GO TO 066-EXIT
           END-IF.
           MOVE 'Y' TO WS-MESSAGES-READ-SW.
           PERFORM 067-SCAN-MESSAGES-STEP THRU 067-EXIT
                   UNTIL IN-EOF-SW.
           CLOSE MESSAGES.
       066-EXIT.
           EXIT.

       067-SCAN-MESSAGES-STEP.
           READ MESSAGES
               AT END MOVE 'Y' TO WS-IN-EOF-SW
           END-READ.
           IF IN-EOF-SW
              GO TO 067-EXIT
           END-IF.
           ADD 1 TO WS-MSG-COUNT.
           IF MSG-MARKER-COUNT IS NUMERIC
              ADD MSG-MARKER-COUNT TO WS-MSG-MARKERS
           END-IF.
           IF MSG-GAP-SW = 'Y'
              ADD 1 TO WS-MSG-GAPS
           END-IF.
       067-EXIT.
           EXIT.

      *    A night AOC06SPL split registered its streams on RUNLEDG
      *    under the cycle; only then is RLSCHK's RUNSTAT expected.
      *    No ledger is a shop that has never run parallel.
       068-SCAN-RUNLEDG.
           MOVE 'N' TO WS-IN-EOF-SW.
           OPEN INPUT RUNLEDG.
           IF WS-RUNLEDG-STATUS NOT = '00'
              GO TO 068-EXIT
           END-IF.
           PERFORM 069-SCAN-RUNLEDG-STEP THRU 069-EXIT
                   UNTIL IN-EOF-SW.
           CLOSE RUNLEDG.
       068-EXIT.
           EXIT.

       069-SCAN-RUNLEDG-STEP.
           READ RUNLEDG
               AT END MOVE 'Y' TO WS-IN-EOF-SW
           END-READ.
           IF IN-EOF-SW
              GO TO 069-EXIT
           END-IF.
           IF RL-ACTION = 'R' AND RL-CYCLE = WS-RUN-CYCLE
              MOVE 'Y' TO WS-PARALLEL-NIGHT-SW
           END-IF.
       069-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *    THE STEP REPORTS                                        *
      *----------------------------------------------------------*
      *    The scan takes its RC from MARKERLOG.  Every other entry
      *    is read back line by line; 084-SCAN-RPT-LINE keeps the
      *    last 'RC=nn' and the first cycle each one prints.
       080-READ-STEP-REPORTS.
           PERFORM 082-READ-ONE-REPORT THRU 082-EXIT
                   VARYING WS-STEP-SUB FROM 1 BY 1
                   UNTIL WS-STEP-SUB > WS-STEP-COUNT.
           MOVE 'RC=' TO ST-STATE(WS-SCAN-STEP).
           MOVE WS-WORST-MLOG-RC TO ST-STATE(WS-SCAN-STEP)(4:2).
           MOVE WS-WORST-MLOG-RC TO ST-RC(WS-SCAN-STEP).
           MOVE 'Y' TO ST-RC-SW(WS-SCAN-STEP).
       080-EXIT.
           EXIT.

       082-READ-ONE-REPORT.
           MOVE SPACES TO ST-STATE(WS-STEP-SUB).
           MOVE 0 TO ST-RC(WS-STEP-SUB).
           MOVE 'N' TO ST-RC-SW(WS-STEP-SUB).
           MOVE SPACES TO ST-CYCLE(WS-STEP-SUB).
           MOVE 0 TO ST-LINES(WS-STEP-SUB).
           MOVE 'N' TO WS-IN-EOF-SW.
           MOVE 'N' TO WS-STEP-OPEN-SW.
           IF WS-STEP-SUB = WS-SCAN-STEP
              GO TO 082-EXIT
           END-IF.
      *    MERGE and RLSCHK only run on a parallel night; on a
      *    serial night whatever MERGERPT or RUNSTAT generation is
      *    catalogued is an older night's and says nothing about
      *    tonight, so it is not read.
           IF (WS-STEP-SUB = 3 OR WS-STEP-SUB = 6)
              AND WS-PARALLEL-NIGHT-SW NOT = 'Y'
              MOVE 'SERIAL' TO ST-STATE(WS-STEP-SUB)
              GO TO 082-EXIT
           END-IF.
           EVALUATE WS-STEP-SUB
               WHEN 1
                   OPEN INPUT EDITRPT
               WHEN 3
                   OPEN INPUT MERGERPT
               WHEN 4
                   OPEN INPUT RECONRPT
               WHEN 5
                   OPEN INPUT COVRPT
               WHEN 6
                   OPEN INPUT RUNSTAT
               WHEN 7
                   OPEN INPUT ASMRPT
               WHEN 8
                   OPEN INPUT DLVRPT
               WHEN 9
                   OPEN INPUT MSARPT
               WHEN 10
                   OPEN INPUT RTRRPT
           END-EVALUATE.
           IF WS-STEP-RPT-STATUS = '00'
              MOVE 'Y' TO WS-STEP-OPEN-SW
              PERFORM 083-READ-REPORT-STEP THRU 083-EXIT
                      UNTIL IN-EOF-SW
              EVALUATE WS-STEP-SUB
                  WHEN 1
                      CLOSE EDITRPT
                  WHEN 3
                      CLOSE MERGERPT
                  WHEN 4
                      CLOSE RECONRPT
                  WHEN 5
                      CLOSE COVRPT
                  WHEN 6
                      CLOSE RUNSTAT
                  WHEN 7
                      CLOSE ASMRPT
                  WHEN 8
                      CLOSE DLVRPT
                  WHEN 9
                      CLOSE MSARPT
                  WHEN 10
                      CLOSE RTRRPT
              END-EVALUATE
           END-IF.
           EVALUATE TRUE
               WHEN WS-STEP-OPEN-SW NOT = 'Y'
                   MOVE 'NOT RUN' TO ST-STATE(WS-STEP-SUB)
               WHEN ST-LINES(WS-STEP-SUB) = 0
                   MOVE 'NOT RUN' TO ST-STATE(WS-STEP-SUB)
               WHEN ST-CYCLE(WS-STEP-SUB) NOT = SPACES
                    AND ST-CYCLE(WS-STEP-SUB) NOT = WS-RUN-CYCLE
                   MOVE 'STALE' TO ST-STATE(WS-STEP-SUB)
               WHEN ST-RC-SW(WS-STEP-SUB) NOT = 'Y'
                   MOVE 'NO RC' TO ST-STATE(WS-STEP-SUB)
               WHEN OTHER
                   MOVE 'RC=' TO ST-STATE(WS-STEP-SUB)
                   MOVE ST-RC(WS-STEP-SUB)
                       TO ST-STATE(WS-STEP-SUB)(4:2)
           END-EVALUATE.
       082-EXIT.
           EXIT.

       083-READ-REPORT-STEP.
           MOVE SPACES TO WS-RPT-TEXT.
           EVALUATE WS-STEP-SUB
               WHEN 1
                   READ EDITRPT INTO WS-RPT-TEXT
                       AT END MOVE 'Y' TO WS-IN-EOF-SW
                   END-READ
               WHEN 3
                   READ MERGERPT INTO WS-RPT-TEXT
                       AT END MOVE 'Y' TO WS-IN-EOF-SW
                   END-READ
               WHEN 4
                   READ RECONRPT INTO WS-RPT-TEXT
                       AT END MOVE 'Y' TO WS-IN-EOF-SW
                   END-READ
               WHEN 5
                   READ COVRPT INTO WS-RPT-TEXT
                       AT END MOVE 'Y' TO WS-IN-EOF-SW
                   END-READ
               WHEN 6
                   READ RUNSTAT INTO WS-RPT-TEXT
                       AT END MOVE 'Y' TO WS-IN-EOF-SW
                   END-READ
               WHEN 7
                   READ ASMRPT INTO WS-RPT-TEXT
                       AT END MOVE 'Y' TO WS-IN-EOF-SW
                   END-READ
               WHEN 8
                   READ DLVRPT INTO WS-RPT-TEXT
                       AT END MOVE 'Y' TO WS-IN-EOF-SW
                   END-READ
               WHEN 9
                   READ MSARPT INTO WS-RPT-TEXT
                       AT END MOVE 'Y' TO WS-IN-EOF-SW
                   END-READ
               WHEN 10
                   READ RTRRPT INTO WS-RPT-TEXT
                       AT END MOVE 'Y' TO WS-IN-EOF-SW
                   END-READ
           END-EVALUATE.
           IF IN-EOF-SW
              GO TO 083-EXIT
           END-IF.
           ADD 1 TO ST-LINES(WS-STEP-SUB).
           PERFORM 084-SCAN-RPT-LINE THRU 084-EXIT
                   VARYING WS-POS FROM 1 BY 1
                   UNTIL WS-POS > 156.
       083-EXIT.
           EXIT.

      *    Every step report ends on a line carrying the step's RC
      *    as 'RC=nn', so the last one on the report is the step's;
      *    an earlier per-file 'RC=08' is overwritten by it.  The
      *    first 'CYCLE=' or 'CYCLE ' followed by fourteen digits
      *    is the cycle the report is for.
       084-SCAN-RPT-LINE.
           IF WS-RPT-TEXT(WS-POS:3) = 'RC='
              AND WS-RPT-TEXT(WS-POS + 3:2) IS NUMERIC
              MOVE WS-RPT-TEXT(WS-POS + 3:2) TO ST-RC(WS-STEP-SUB)
              MOVE 'Y' TO ST-RC-SW(WS-STEP-SUB)
           END-IF.
           IF WS-POS > 141
              GO TO 084-EXIT
           END-IF.
           IF ST-CYCLE(WS-STEP-SUB) = SPACES
              AND WS-RPT-TEXT(WS-POS:5) = 'CYCLE'
              AND (WS-RPT-TEXT(WS-POS + 5:1) = '='
                   OR WS-RPT-TEXT(WS-POS + 5:1) = SPACE)
              AND WS-RPT-TEXT(WS-POS + 6:14) IS NUMERIC
              MOVE WS-RPT-TEXT(WS-POS + 6:14)
                  TO ST-CYCLE(WS-STEP-SUB)
           END-IF.
       084-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *    1. FILES                                                *
      *----------------------------------------------------------*
       100-FILES-BALANCE.
           PERFORM 310-WRITE-BAL-LINE THRU 310-EXIT.
           MOVE '1. FILES - FILELIST AGAINST THE NIGHT''S ACCOUNT'
               TO WS-BAL-LINE.
           PERFORM 310-WRITE-BAL-LINE THRU 310-EXIT.
           PERFORM 105-CLASSIFY-FILE THRU 105-EXIT
                   VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-FILE-COUNT.
           MOVE 'FILELIST ENTRIES' TO WS-FIG-LABEL.
           MOVE WS-LIST-ENTRIES TO WS-FIG-VALUE.
           PERFORM 320-WRITE-FIGURE THRU 320-EXIT.
           MOVE 'DISTINCT NAMES LISTED' TO WS-FIG-LABEL.
           MOVE WS-LIST-NAMES TO WS-FIG-VALUE.
           PERFORM 320-WRITE-FIGURE THRU 320-EXIT.
           MOVE '  LOGGED ON MARKERLOG' TO WS-FIG-LABEL.
           MOVE WS-LOGGED-COUNT TO WS-FIG-VALUE.
           PERFORM 320-WRITE-FIGURE THRU 320-EXIT.
           MOVE '  QUARANTINED' TO WS-FIG-LABEL.
           MOVE WS-QUAR-COUNT TO WS-FIG-VALUE.
           PERFORM 320-WRITE-FIGURE THRU 320-EXIT.
           MOVE '  HELD (OVERRIDE HOLD)' TO WS-FIG-LABEL.
           MOVE WS-HELD-COUNT TO WS-FIG-VALUE.
           PERFORM 320-WRITE-FIGURE THRU 320-EXIT.
           MOVE '  SKIPPED, CHECKPOINT COMPLETE' TO WS-FIG-LABEL.
           MOVE WS-SKIPPED-COUNT TO WS-FIG-VALUE.
           PERFORM 320-WRITE-FIGURE THRU 320-EXIT.
           MOVE '  UNACCOUNTED FOR' TO WS-FIG-LABEL.
           MOVE WS-UNACCOUNTED-COUNT TO WS-FIG-VALUE.
           PERFORM 320-WRITE-FIGURE THRU 320-EXIT.
           MOVE 'LOGGED BUT NOT ON FILELIST' TO WS-FIG-LABEL.
           MOVE WS-NOT-LISTED-COUNT TO WS-FIG-VALUE.
           PERFORM 320-WRITE-FIGURE THRU 320-EXIT.
      *    With no FILELIST every logged name would read as "not on
      *    FILELIST"; the section is not checked rather than out.
           IF WS-FILELIST-READ-SW NOT = 'Y'
              MOVE '-' TO WS-FILES-BAL-SW
              IF WS-RETURN-CODE < 4
                 MOVE 4 TO WS-RETURN-CODE
              END-IF
              MOVE '  FILELIST NOT READ - NOTHING TO BALANCE AGAINST'
                  TO WS-BAL-LINE
              PERFORM 310-WRITE-BAL-LINE THRU 310-EXIT
              GO TO 109-FILES-VERDICT
           END-IF.
           IF WS-UNACCOUNTED-COUNT > 0 OR WS-NOT-LISTED-COUNT > 0
              MOVE 'N' TO WS-FILES-BAL-SW
              PERFORM 108-LIST-FILE-EXCEPTION THRU 108-EXIT
                      VARYING WS-SUB FROM 1 BY 1
                      UNTIL WS-SUB > WS-FILE-COUNT
           END-IF.
       109-FILES-VERDICT.
           MOVE 'FILES' TO WS-SECTION-NAME.
           MOVE WS-FILES-BAL-SW TO WS-SECTION-BAL-SW.
           PERFORM 340-WRITE-SECTION-VERDICT THRU 340-EXIT.
       100-EXIT.
           EXIT.

      *    A FILELIST name takes the first class that fits, in
      *    AOC06PT1's own order.
       105-CLASSIFY-FILE.
           IF FT-LIST-ENTRIES(WS-SUB) = 0
              MOVE 'X' TO FT-CLASS(WS-SUB)
              ADD 1 TO WS-NOT-LISTED-COUNT
              GO TO 105-EXIT
           END-IF.
           ADD 1 TO WS-LIST-NAMES.
           EVALUATE TRUE
               WHEN FT-VERDICT(WS-SUB) = 'Q'
                   MOVE 'Q' TO FT-CLASS(WS-SUB)
                   ADD 1 TO WS-QUAR-COUNT
               WHEN FT-VERDICT(WS-SUB) NOT = SPACE
                   MOVE 'L' TO FT-CLASS(WS-SUB)
                   ADD 1 TO WS-LOGGED-COUNT
               WHEN FT-HOLD-SW(WS-SUB) = 'Y'
                   MOVE 'H' TO FT-CLASS(WS-SUB)
                   ADD 1 TO WS-HELD-COUNT
               WHEN FT-CKPT-STATUS(WS-SUB) = 'C'
                    AND FT-FORCE-SW(WS-SUB) NOT = 'Y'
                   MOVE 'S' TO FT-CLASS(WS-SUB)
                   ADD 1 TO WS-SKIPPED-COUNT
               WHEN OTHER
                   MOVE 'U' TO FT-CLASS(WS-SUB)
                   ADD 1 TO WS-UNACCOUNTED-COUNT
           END-EVALUATE.
       105-EXIT.
           EXIT.

       108-LIST-FILE-EXCEPTION.
           IF FT-UNACCOUNTED(WS-SUB)
              STRING '  UNACCOUNTED: ' DELIMITED BY SIZE
                     FT-NAME(WS-SUB) DELIMITED BY SPACE
                  INTO WS-BAL-LINE
              PERFORM 310-WRITE-BAL-LINE THRU 310-EXIT
           END-IF.
           IF FT-NOT-LISTED(WS-SUB)
              STRING '  NOT ON FILELIST: ' DELIMITED BY SIZE
                     FT-NAME(WS-SUB) DELIMITED BY SPACE
                     ' STATUS ' DELIMITED BY SIZE
                     FT-VERDICT(WS-SUB) DELIMITED BY SIZE
                  INTO WS-BAL-LINE
              PERFORM 310-WRITE-BAL-LINE THRU 310-EXIT
           END-IF.
       108-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *    2. BYTES                                                *
      *----------------------------------------------------------*
       110-BYTES-BALANCE.
           PERFORM 310-WRITE-BAL-LINE THRU 310-EXIT.
           MOVE '2. BYTES - MANIFEST EXPECTED AGAINST RECEIVED'
               TO WS-BAL-LINE.
           PERFORM 310-WRITE-BAL-LINE THRU 310-EXIT.
           IF WS-MANIFEST-READ-SW NOT = 'Y'
              MOVE '-' TO WS-BYTES-BAL-SW
              IF WS-RETURN-CODE < 4
                 MOVE 4 TO WS-RETURN-CODE
              END-IF
              GO TO 118-BYTES-VERDICT
           END-IF.
           PERFORM 112-MEASURE-FILE THRU 112-EXIT
                   VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-FILE-COUNT.
           COMPUTE WS-DIFF-TOTAL = WS-EXPECTED-TOTAL
                                 - WS-RECEIVED-TOTAL.
           MOVE 'FILES MEASURED AGAINST MANIFEST' TO WS-FIG-LABEL.
           MOVE WS-MEASURED-COUNT TO WS-FIG-VALUE.
           PERFORM 320-WRITE-FIGURE THRU 320-EXIT.
           MOVE 'BYTES EXPECTED' TO WS-FIG-LABEL.
           MOVE WS-EXPECTED-TOTAL TO WS-FIG-VALUE.
           PERFORM 320-WRITE-FIGURE THRU 320-EXIT.
           MOVE 'BYTES RECEIVED' TO WS-FIG-LABEL.
           MOVE WS-RECEIVED-TOTAL TO WS-FIG-VALUE.
           PERFORM 320-WRITE-FIGURE THRU 320-EXIT.
           MOVE 'DIFFERENCE (EXPECTED - RECEIVED)' TO WS-FIG-LABEL.
           MOVE WS-DIFF-TOTAL TO WS-FIG-VALUE.
           PERFORM 320-WRITE-FIGURE THRU 320-EXIT.
           MOVE '  EXPLAINED - TRUNCATION VERDICT (T)'
               TO WS-FIG-LABEL.
           MOVE WS-T-DIFF TO WS-FIG-VALUE.
           PERFORM 320-WRITE-FIGURE THRU 320-EXIT.
           MOVE '  EXPLAINED - OPERATOR WAIVER (W)' TO WS-FIG-LABEL.
           MOVE WS-W-DIFF TO WS-FIG-VALUE.
           PERFORM 320-WRITE-FIGURE THRU 320-EXIT.
           MOVE '  UNEXPLAINED' TO WS-FIG-LABEL.
           MOVE WS-UNEXPLAINED-DIFF TO WS-FIG-VALUE.
           PERFORM 320-WRITE-FIGURE THRU 320-EXIT.
           MOVE 'FILES RECEIVED WITHOUT A MANIFEST ROW'
               TO WS-FIG-LABEL.
           MOVE WS-NOMAN-COUNT TO WS-FIG-VALUE.
           PERFORM 320-WRITE-FIGURE THRU 320-EXIT.
           MOVE '  THEIR BYTES RECEIVED' TO WS-FIG-LABEL.
           MOVE WS-NOMAN-BYTES TO WS-FIG-VALUE.
           PERFORM 320-WRITE-FIGURE THRU 320-EXIT.
           MOVE 'QUARANTINED, NOT MEASURED' TO WS-FIG-LABEL.
           MOVE WS-QUAR-COUNT TO WS-FIG-VALUE.
           PERFORM 320-WRITE-FIGURE THRU 320-EXIT.
           MOVE 'FILES WITH NO SIZE ON RECORD' TO WS-FIG-LABEL.
           MOVE WS-UNMEASURED-COUNT TO WS-FIG-VALUE.
           PERFORM 320-WRITE-FIGURE THRU 320-EXIT.
           IF WS-UNMEASURED-COUNT > 0
              IF WS-RETURN-CODE < 4
                 MOVE 4 TO WS-RETURN-CODE
              END-IF
           END-IF.
           IF WS-UNEXPLAINED-COUNT > 0
              MOVE 'N' TO WS-BYTES-BAL-SW
           END-IF.
       118-BYTES-VERDICT.
           MOVE 'BYTES' TO WS-SECTION-NAME.
           MOVE WS-BYTES-BAL-SW TO WS-SECTION-BAL-SW.
           PERFORM 340-WRITE-SECTION-VERDICT THRU 340-EXIT.
       110-EXIT.
           EXIT.

      *    The per-file lines (unmeasured, unexplained) are written
      *    as they are found, ahead of the section totals.
       112-MEASURE-FILE.
           IF FT-VERDICT(WS-SUB) = SPACE OR FT-VERDICT(WS-SUB) = 'Q'
              GO TO 112-EXIT
           END-IF.
           MOVE 'N' TO WS-MEASURED-SW.
           MOVE 0 TO WS-FILE-RECEIVED.
           EVALUATE TRUE
               WHEN FT-VERDICT(WS-SUB) = 'T'
                 OR FT-VERDICT(WS-SUB) = 'M'
                 OR FT-VERDICT(WS-SUB) = 'W'
                 OR FT-VERDICT(WS-SUB) = 'D'
                   IF FT-MLOG-BYTES-SW(WS-SUB) = 'Y'
                      MOVE FT-MLOG-BYTES(WS-SUB) TO WS-FILE-RECEIVED
                      MOVE 'Y' TO WS-MEASURED-SW
                   END-IF
               WHEN FT-UNOPENED-SW(WS-SUB) = 'Y'
                   MOVE 'Y' TO WS-MEASURED-SW
               WHEN FT-SIG-SW(WS-SUB) = 'Y'
                   MOVE FT-SIG-BYTES(WS-SUB) TO WS-FILE-RECEIVED
                   MOVE 'Y' TO WS-MEASURED-SW
           END-EVALUATE.
           IF WS-MEASURED-SW NOT = 'Y'
              ADD 1 TO WS-UNMEASURED-COUNT
              STRING '  NO SIZE ON RECORD: ' DELIMITED BY SIZE
                     FT-NAME(WS-SUB) DELIMITED BY SPACE
                     ' STATUS ' DELIMITED BY SIZE
                     FT-VERDICT(WS-SUB) DELIMITED BY SIZE
                  INTO WS-BAL-LINE
              PERFORM 310-WRITE-BAL-LINE THRU 310-EXIT
              GO TO 112-EXIT
           END-IF.
           IF FT-VERDICT(WS-SUB) = 'M' OR FT-MAN-SW(WS-SUB) NOT = 'Y'
              ADD 1 TO WS-NOMAN-COUNT
              ADD WS-FILE-RECEIVED TO WS-NOMAN-BYTES
              GO TO 112-EXIT
           END-IF.
           ADD 1 TO WS-MEASURED-COUNT.
           ADD FT-MAN-BYTES(WS-SUB) TO WS-EXPECTED-TOTAL.
           ADD WS-FILE-RECEIVED TO WS-RECEIVED-TOTAL.
           COMPUTE WS-FILE-DIFF = FT-MAN-BYTES(WS-SUB)
                                - WS-FILE-RECEIVED.
           IF WS-FILE-DIFF = 0
              GO TO 112-EXIT
           END-IF.
           EVALUATE FT-VERDICT(WS-SUB)
               WHEN 'T'
                   ADD WS-FILE-DIFF TO WS-T-DIFF
               WHEN 'W'
                   ADD WS-FILE-DIFF TO WS-W-DIFF
               WHEN OTHER
                   ADD WS-FILE-DIFF TO WS-UNEXPLAINED-DIFF
                   ADD 1 TO WS-UNEXPLAINED-COUNT
                   MOVE FT-MAN-BYTES(WS-SUB) TO WS-NUM-ED
                   MOVE WS-FILE-RECEIVED TO WS-NUM2-ED
                   STRING '  UNEXPLAINED: ' DELIMITED BY SIZE
                          FT-NAME(WS-SUB) DELIMITED BY SPACE
                          ' STATUS ' DELIMITED BY SIZE
                          FT-VERDICT(WS-SUB) DELIMITED BY SIZE
                          ' EXPECTED' DELIMITED BY SIZE
                          WS-NUM-ED DELIMITED BY SIZE
                          ' RECEIVED' DELIMITED BY SIZE
                          WS-NUM2-ED DELIMITED BY SIZE
                       INTO WS-BAL-LINE
                   PERFORM 310-WRITE-BAL-LINE THRU 310-EXIT
           END-EVALUATE.
       112-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *    3. MARKERS                                              *
      *----------------------------------------------------------*
       120-MARKERS-BALANCE.
           PERFORM 310-WRITE-BAL-LINE THRU 310-EXIT.
           MOVE '3. MARKERS - MARKERSOUT AGAINST MARKERLOG COUNTS'
               TO WS-BAL-LINE.
           PERFORM 310-WRITE-BAL-LINE THRU 310-EXIT.
           MOVE 'ROWS THE CYCLE''S ''A'' ROWS WROTE' TO WS-FIG-LABEL.
           MOVE WS-GEN-TOTAL TO WS-FIG-VALUE.
           PERFORM 320-WRITE-FIGURE THRU 320-EXIT.
           IF WS-MARKERSOUT-READ-SW NOT = 'Y'
              MOVE '-' TO WS-MARKERS-BAL-SW
              IF WS-RETURN-CODE < 4
                 MOVE 4 TO WS-RETURN-CODE
              END-IF
              GO TO 128-MARKERS-VERDICT
           END-IF.
           MOVE 'MARKERSOUT ROWS' TO WS-FIG-LABEL.
           MOVE WS-MOUT-ROWS TO WS-FIG-VALUE.
           PERFORM 320-WRITE-FIGURE THRU 320-EXIT.
           MOVE '  FOR FIND-ALL (''A'') FILES' TO WS-FIG-LABEL.
           MOVE WS-MOUT-A-ROWS TO WS-FIG-VALUE.
           PERFORM 320-WRITE-FIGURE THRU 320-EXIT.
           MOVE '  BEHIND A REPLACED VERDICT, UNCHECKED'
               TO WS-FIG-LABEL.
           MOVE WS-MOUT-REPLACED-ROWS TO WS-FIG-VALUE.
           PERFORM 320-WRITE-FIGURE THRU 320-EXIT.
           MOVE '  FOR FIRST-MARKER (''F''/''N'') FILES'
               TO WS-FIG-LABEL.
           MOVE WS-MOUT-FIRST-ROWS TO WS-FIG-VALUE.
           PERFORM 320-WRITE-FIGURE THRU 320-EXIT.
           MOVE '  FOR FILES NOT LOGGED THIS CYCLE' TO WS-FIG-LABEL.
           MOVE WS-MOUT-UNLOGGED-ROWS TO WS-FIG-VALUE.
           PERFORM 320-WRITE-FIGURE THRU 320-EXIT.
           MOVE '  OF ANOTHER CYCLE' TO WS-FIG-LABEL.
           MOVE WS-MOUT-OTHER-CYCLE TO WS-FIG-VALUE.
           PERFORM 320-WRITE-FIGURE THRU 320-EXIT.
           IF WS-MOUT-A-ROWS NOT = WS-GEN-TOTAL
              OR WS-MOUT-FIRST-ROWS > 0
              OR WS-MOUT-UNLOGGED-ROWS > 0
              OR WS-MOUT-OTHER-CYCLE > 0
              MOVE 'N' TO WS-MARKERS-BAL-SW
           END-IF.
       128-MARKERS-VERDICT.
           MOVE 'MARKERS' TO WS-SECTION-NAME.
           MOVE WS-MARKERS-BAL-SW TO WS-SECTION-BAL-SW.
           PERFORM 340-WRITE-SECTION-VERDICT THRU 340-EXIT.
       120-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *    4. MESSAGES                                             *
      *----------------------------------------------------------*
       130-MESSAGES-BALANCE.
           PERFORM 310-WRITE-BAL-LINE THRU 310-EXIT.
           MOVE '4. MESSAGES - EXTRACT RECORDS AGAINST ASSEMBLY'
               TO WS-BAL-LINE.
           PERFORM 310-WRITE-BAL-LINE THRU 310-EXIT.
           IF WS-EXTRACT-READ-SW NOT = 'Y'
              OR WS-MESSAGES-READ-SW NOT = 'Y'
              MOVE '-' TO WS-MESSAGES-BAL-SW
              IF WS-RETURN-CODE < 4
                 MOVE 4 TO WS-RETURN-CODE
              END-IF
              GO TO 138-MESSAGES-VERDICT
           END-IF.
           MOVE 'EXTRACT RECORDS' TO WS-FIG-LABEL.
           MOVE WS-EXTRACT-ROWS TO WS-FIG-VALUE.
           PERFORM 320-WRITE-FIGURE THRU 320-EXIT.
           MOVE 'RECORDS JOINED INTO MESSAGES' TO WS-FIG-LABEL.
           MOVE WS-MSG-MARKERS TO WS-FIG-VALUE.
           PERFORM 320-WRITE-FIGURE THRU 320-EXIT.
           MOVE 'MESSAGES ASSEMBLED' TO WS-FIG-LABEL.
           MOVE WS-MSG-COUNT TO WS-FIG-VALUE.
           PERFORM 320-WRITE-FIGURE THRU 320-EXIT.
           MOVE '  FLAGGED AS GAPS' TO WS-FIG-LABEL.
           MOVE WS-MSG-GAPS TO WS-FIG-VALUE.
           PERFORM 320-WRITE-FIGURE THRU 320-EXIT.
           IF WS-EXTRACT-ROWS NOT = WS-MSG-MARKERS
              MOVE 'N' TO WS-MESSAGES-BAL-SW
           END-IF.
       138-MESSAGES-VERDICT.
           MOVE 'MESSAGES' TO WS-SECTION-NAME.
           MOVE WS-MESSAGES-BAL-SW TO WS-SECTION-BAL-SW.
           PERFORM 340-WRITE-SECTION-VERDICT THRU 340-EXIT.
       130-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *    5. STEP RCS                                             *
      *----------------------------------------------------------*
      *    One column per step, ten wide: the step, the report it
      *    was read from, and what the sheet made of it.
       140-STEP-RCS.
           PERFORM 310-WRITE-BAL-LINE THRU 310-EXIT.
           MOVE '5. STEP RETURN CODES' TO WS-BAL-LINE.
           PERFORM 310-WRITE-BAL-LINE THRU 310-EXIT.
           MOVE 'STEP' TO WS-BAL-LINE(3:8).
           PERFORM 142-STEP-NAME-COLUMN THRU 142-EXIT
                   VARYING WS-STEP-SUB FROM 1 BY 1
                   UNTIL WS-STEP-SUB > WS-STEP-COUNT.
           PERFORM 310-WRITE-BAL-LINE THRU 310-EXIT.
           MOVE 'FROM' TO WS-BAL-LINE(3:8).
           PERFORM 144-STEP-DD-COLUMN THRU 144-EXIT
                   VARYING WS-STEP-SUB FROM 1 BY 1
                   UNTIL WS-STEP-SUB > WS-STEP-COUNT.
           PERFORM 310-WRITE-BAL-LINE THRU 310-EXIT.
           MOVE 'RESULT' TO WS-BAL-LINE(3:8).
           PERFORM 146-STEP-STATE-COLUMN THRU 146-EXIT
                   VARYING WS-STEP-SUB FROM 1 BY 1
                   UNTIL WS-STEP-SUB > WS-STEP-COUNT.
           PERFORM 310-WRITE-BAL-LINE THRU 310-EXIT.
           IF WS-STEP-WARNINGS > 0
              IF WS-RETURN-CODE < 4
                 MOVE 4 TO WS-RETURN-CODE
              END-IF
              STRING 'STEPS NEEDING A LOOK BEFORE SIGN-OFF='
                         DELIMITED BY SIZE
                     WS-STEP-WARNINGS DELIMITED BY SIZE
                  INTO WS-BAL-LINE
              PERFORM 310-WRITE-BAL-LINE THRU 310-EXIT
           END-IF.
       140-EXIT.
           EXIT.

       142-STEP-NAME-COLUMN.
           COMPUTE WS-COL = 13 + (WS-STEP-SUB - 1) * 10.
           MOVE WS-STEP-NAME(WS-STEP-SUB) TO WS-BAL-LINE(WS-COL:8).
       142-EXIT.
           EXIT.

       144-STEP-DD-COLUMN.
           COMPUTE WS-COL = 13 + (WS-STEP-SUB - 1) * 10.
           MOVE WS-STEP-DD(WS-STEP-SUB) TO WS-BAL-LINE(WS-COL:9).
       144-EXIT.
           EXIT.

      *    Anything but a clean RC (or SERIAL) is a warning: the
      *    step did not run tonight, or said nothing, or failed.
       146-STEP-STATE-COLUMN.
           COMPUTE WS-COL = 13 + (WS-STEP-SUB - 1) * 10.
           MOVE ST-STATE(WS-STEP-SUB) TO WS-BAL-LINE(WS-COL:8).
           IF ST-STATE(WS-STEP-SUB) = 'SERIAL'
              GO TO 146-EXIT
           END-IF.
           IF ST-STATE(WS-STEP-SUB)(1:3) NOT = 'RC='
              ADD 1 TO WS-STEP-WARNINGS
              GO TO 146-EXIT
           END-IF.
           IF ST-RC(WS-STEP-SUB) > 4
              ADD 1 TO WS-STEP-WARNINGS
           END-IF.
       146-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *    6. VERDICT AND SIGN-OFF                                 *
      *----------------------------------------------------------*
       150-SIGN-OFF.
           PERFORM 310-WRITE-BAL-LINE THRU 310-EXIT.
           IF WS-OUT-SECTIONS > 0
              MOVE 8 TO WS-RETURN-CODE
              STRING 'VERDICT: NIGHT OUT OF BALANCE IN '
                         DELIMITED BY SIZE
                     WS-OUT-SECTIONS DELIMITED BY SIZE
                     ' SECTION(S) - DO NOT SIGN OFF, RC='
                         DELIMITED BY SIZE
                     WS-RETURN-CODE DELIMITED BY SIZE
                  INTO WS-BAL-LINE
           ELSE
              STRING 'VERDICT: NIGHT IN BALANCE, RC='
                         DELIMITED BY SIZE
                     WS-RETURN-CODE DELIMITED BY SIZE
                  INTO WS-BAL-LINE
           END-IF.
           PERFORM 310-WRITE-BAL-LINE THRU 310-EXIT.
           PERFORM 310-WRITE-BAL-LINE THRU 310-EXIT.
           STRING 'SIGN-OFF FOR CYCLE ' DELIMITED BY SIZE
                  WS-RUN-CYCLE DELIMITED BY SIZE
               INTO WS-BAL-LINE.
           PERFORM 310-WRITE-BAL-LINE THRU 310-EXIT.
           PERFORM 310-WRITE-BAL-LINE THRU 310-EXIT.
           MOVE 'OPERATIONS' TO WS-NAME-LABEL.
           PERFORM 155-SIGN-OFF-LINE THRU 155-EXIT.
           MOVE 'SUPPORT' TO WS-NAME-LABEL.
           PERFORM 155-SIGN-OFF-LINE THRU 155-EXIT.
           MOVE 'AUDIT' TO WS-NAME-LABEL.
           PERFORM 155-SIGN-OFF-LINE THRU 155-EXIT.
       150-EXIT.
           EXIT.

       155-SIGN-OFF-LINE.
           STRING '  ' DELIMITED BY SIZE
                  WS-NAME-LABEL DELIMITED BY SIZE
                  'NAME ______________________________'
                      DELIMITED BY SIZE
                  '  DATE __________' DELIMITED BY SIZE
                  '  SIGNATURE ______________________________'
                      DELIMITED BY SIZE
               INTO WS-BAL-LINE.
           PERFORM 310-WRITE-BAL-LINE THRU 310-EXIT.
           PERFORM 310-WRITE-BAL-LINE THRU 310-EXIT.
       155-EXIT.
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
      *    WS-FOUND-SLOT-SW 'N'; the mainline prints no sheet.
       210-FIND-OR-ADD-FILE.
           PERFORM 200-FIND-FILE THRU 200-EXIT.
           IF WS-FOUND-SLOT-SW = 'Y'
              GO TO 210-EXIT
           END-IF.
           IF WS-FILE-COUNT >= 1000
              MOVE 'Y' TO WS-TABLE-OVERFLOW-SW
              DISPLAY 'AOC06BAL ERROR: FILE TABLE FULL AT '
                      WS-LOOKUP-NAME
              GO TO 210-EXIT
           END-IF.
           ADD 1 TO WS-FILE-COUNT.
           MOVE WS-FILE-COUNT TO WS-SLOT.
           MOVE WS-LOOKUP-NAME TO FT-NAME(WS-SLOT).
           MOVE 0 TO FT-LIST-ENTRIES(WS-SLOT).
           MOVE SPACE TO FT-VERDICT(WS-SLOT).
           MOVE 0 TO FT-MLOG-BYTES(WS-SLOT).
           MOVE 'N' TO FT-MLOG-BYTES-SW(WS-SLOT).
           MOVE 'N' TO FT-HOLD-SW(WS-SLOT).
           MOVE 'N' TO FT-FORCE-SW(WS-SLOT).
           MOVE SPACE TO FT-CKPT-STATUS(WS-SLOT).
           MOVE 'N' TO FT-MAN-SW(WS-SLOT).
           MOVE 0 TO FT-MAN-BYTES(WS-SLOT).
           MOVE 'N' TO FT-SIG-SW(WS-SLOT).
           MOVE 0 TO FT-SIG-BYTES(WS-SLOT).
           MOVE 'N' TO FT-UNOPENED-SW(WS-SLOT).
           MOVE SPACE TO FT-CLASS(WS-SLOT).
           MOVE 'Y' TO WS-FOUND-SLOT-SW.
       210-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *    REPORT LINES                                            *
      *----------------------------------------------------------*
       310-WRITE-BAL-LINE.
           WRITE BAL-RECORD FROM WS-BAL-LINE.
           MOVE SPACES TO WS-BAL-LINE.
       310-EXIT.
           EXIT.

       320-WRITE-FIGURE.
           MOVE WS-FIG-LABEL TO WS-BAL-LINE(3:40).
           MOVE WS-FIG-VALUE TO WS-FIG-ED.
           MOVE WS-FIG-ED TO WS-BAL-LINE(45:16).
           PERFORM 310-WRITE-BAL-LINE THRU 310-EXIT.
           MOVE SPACES TO WS-FIG-LABEL.
       320-EXIT.
           EXIT.

      *    A missing input is reported and its section - or the
      *    part of one it feeds - is not checked; the sheet is
      *    short of something and the step says so.
       330-REPORT-NOT-PRESENT.
           IF WS-RETURN-CODE < 4
              MOVE 4 TO WS-RETURN-CODE
           END-IF.
           STRING WS-DS-NAME DELIMITED BY SPACE
                  ' NOT READ, STATUS ' DELIMITED BY SIZE
                  WS-OPEN-STATUS DELIMITED BY SIZE
               INTO WS-BAL-LINE.
           PERFORM 310-WRITE-BAL-LINE THRU 310-EXIT.
       330-EXIT.
           EXIT.

       340-WRITE-SECTION-VERDICT.
           EVALUATE WS-SECTION-BAL-SW
               WHEN 'Y'
                   STRING WS-SECTION-NAME DELIMITED BY SPACE
                          ': IN BALANCE' DELIMITED BY SIZE
                       INTO WS-BAL-LINE
               WHEN 'N'
                   ADD 1 TO WS-OUT-SECTIONS
                   STRING WS-SECTION-NAME DELIMITED BY SPACE
                          ': OUT OF BALANCE' DELIMITED BY SIZE
                       INTO WS-BAL-LINE
               WHEN OTHER
                   STRING WS-SECTION-NAME DELIMITED BY SPACE
                          ': NOT CHECKED - AN INPUT WAS NOT READ'
                              DELIMITED BY SIZE
                       INTO WS-BAL-LINE
           END-EVALUATE.
           PERFORM 310-WRITE-BAL-LINE THRU 310-EXIT.
       340-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *    RUN-LEVEL TERMINATION                                   *
      *----------------------------------------------------------*
       900-TERM-RUN.
           PERFORM 310-WRITE-BAL-LINE THRU 310-EXIT.
           STRING 'MARKERLOG ROWS OF THE CYCLE=' DELIMITED BY SIZE
                  WS-MLOG-CYCLE-ROWS DELIMITED BY SIZE
                  ' FILE NAMES=' DELIMITED BY SIZE
                  WS-FILE-COUNT DELIMITED BY SIZE
                  ' SECTIONS OUT OF BALANCE=' DELIMITED BY SIZE
                  WS-OUT-SECTIONS DELIMITED BY SIZE
                  ' RC=' DELIMITED BY SIZE
                  WS-RETURN-CODE DELIMITED BY SIZE
               INTO WS-BAL-LINE.
           PERFORM 310-WRITE-BAL-LINE THRU 310-EXIT.
           CLOSE BALRPT.
       900-EXIT.
           EXIT.
