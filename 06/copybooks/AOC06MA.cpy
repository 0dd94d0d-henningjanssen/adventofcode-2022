      ***************************************************************
      * AOC06MA.CPY
      * Shared message archive record layout for the AOC06 program
      * family.  PROD.AOC.MSGARCH is a keyed (VSAM KSDS) archive of
      * every message AOC06DEC has assembled, one record per message
      * per night, kept after the MESSAGES generations roll off.
      * AOC06MSA adds each night's MESSAGES generation to it and
      * reports the messages already seen on an earlier cycle;
      * AOC06MSQ answers "which files and nights carried this" from
      * a text fragment or a digest.  COPY this member under the FD;
      * the key is MA-KEY.
      *
      * MA-DIGEST is a nine-digit digest of MSG-TEXT(1:MSG-TEXT-LEN)
      * (see 060-DIGEST-TEXT in aoc06msa.cbl), and leads the key with
      * the text length so every copy of one text sits together;
      * within them the cycle orders the copies by night, so the
      * first record of a (digest, length) whose text matches is
      * where the text first appeared.  Two different texts can
      * share a digest and length: the programs compare MA-TEXT
      * before calling two messages the same.  The rest of the key
      * makes each message of a night its own record, so archiving
      * a night twice adds nothing the second time.
      *
      * MA-CYCLE is the run-cycle the message was archived under:
      * MESSAGES carries none, so it is the cycle AOC06MSA archived
      * the generation for (its CYCLE= PARM, else the newest
      * MLOG-CYCLE on MARKERLOG, as AOC06DLV delivers it).
      *
      * The columns are fixed by the cluster's DEFINE (see
      * AOC06MSD.JCL); the record ends in spare FILLER so a column
      * can be added without redefining the cluster.  Take new
      * columns from the FILLER, never by inserting.
      *
      * 2026-10-08  HJ   Written, with AOC06MSA and AOC06MSQ.
      ***************************************************************
           05 MA-KEY.
              10 MA-DIGEST          PIC 9(09).
              10 MA-TEXT-LEN        PIC 9(05).
              10 MA-CYCLE           PIC X(14).
              10 MA-INFILE-NAME     PIC X(80).
              10 MA-WINDOW-SIZE     PIC XX.
              10 MA-START-IDX       PIC 9(09).
           05 MA-MARKER-COUNT       PIC 9(05).
      *    'Y': the message ran into a gap (see the MESSAGES FD in
      *    aoc06dec.cbl), so the text may not be the whole message.
           05 MA-GAP-SW             PIC X.
              88 MA-GAP                 VALUE 'Y'.
           05 MA-ARCH-DATE          PIC 9(08).
           05 MA-TEXT               PIC X(512).
           05 FILLER                PIC X(30).
