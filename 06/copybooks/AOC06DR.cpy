      ***************************************************************
      * AOC06DR.CPY
      * Delivery register row.  PROD.AOC.DLVREG carries one row per
      * delivery AOC06DLV has ever built (see AOC06DL.CPY): which
      * cycle, when, the control totals the trailer carried and how
      * many messages were held back, and - filled in by AOC06ACK
      * when the decode team's acknowledgement comes back - whether
      * and when it was acknowledged and with what totals.  AOC06DLV
      * appends; AOC06ACK rewrites the register whole with the
      * acknowledgement columns brought up to date.  COPY this
      * member under an 01; both programs hold the rows raw and
      * move them here to look at a column.
      *
      * DRG-ACK-STATE:
      *   ' '  sent, no acknowledgement yet
      *   'A'  acknowledged, totals agree
      *   'X'  acknowledged with totals that DISAGREE with ours
      *   'R'  never cleanly acknowledged, and a later delivery of
      *        the same cycle (a rerun) replaced it - no longer
      *        chased; any acknowledgement columns are kept
      *
      * Spare FILLER at the end; take new columns from it.
      *
      * 2026-09-22  HJ   Written, with AOC06DLV and AOC06ACK.
      ***************************************************************
           05 DRG-CYCLE             PIC X(14).
           05 DRG-SENT-DATE         PIC 9(08).
           05 DRG-SENT-TIME         PIC 9(08).
           05 DRG-RECORD-COUNT      PIC 9(09).
           05 DRG-TEXT-TOTAL        PIC 9(11).
           05 DRG-HASH-TOTAL        PIC 9(15).
           05 DRG-WITHHELD-COUNT    PIC 9(09).
           05 DRG-ACK-STATE         PIC X.
              88 DRG-UNACKNOWLEDGED     VALUE ' '.
              88 DRG-ACKNOWLEDGED       VALUE 'A'.
              88 DRG-ACK-MISMATCH       VALUE 'X'.
              88 DRG-SUPERSEDED         VALUE 'R'.
           05 DRG-ACK-DATE          PIC 9(08).
           05 DRG-ACK-RECORD-COUNT  PIC 9(09).
           05 DRG-ACK-TEXT-TOTAL    PIC 9(11).
           05 DRG-ACK-HASH-TOTAL    PIC 9(15).
           05 FILLER                PIC X(20).
