      ***************************************************************
      * AOC06DL.CPY
      * The outbound delivery interface record - the file the decode
      * team loads each night instead of picking the MESSAGES and
      * EXTRACT generations up for themselves.  AOC06DLV writes it;
      * this member is the layout handed to the decode team, so a
      * column added here is an interface change and goes to them
      * first.  COPY it under an 01 (AOC06DLV writes from
      * WORKING-STORAGE).
      *
      * Every delivery is one HEADER record, one DETAIL record per
      * assembled message delivered, and one TRAILER record, in that
      * order; every record carries the run-cycle it delivers.
      *
      *   'H'  header   - when the delivery was created.  Cycle,
      *                   creation date and creation time together
      *                   identify the delivery: a rerun of the same
      *                   cycle is a new delivery with a new time.
      *   'D'  detail   - one MESSAGES record as AOC06DEC assembled
      *                   it (see the MESSAGES FD in aoc06dec.cbl),
      *                   numbered from 1 within the delivery.
      *   'T'  trailer  - the control totals: detail records, the
      *                   sum of DLV-TEXT-LEN over them, and the hash
      *                   total - the sum of DLV-START-IDX over them,
      *                   a number with no meaning of its own that
      *                   changes if any record is lost, doubled or
      *                   has its position altered.  The decode team
      *                   echoes all three back on its acknowledgement
      *                   (see AOC06ACK).
      *
      * 2026-09-22  HJ   Written, with AOC06DLV and AOC06ACK.
      ***************************************************************
           05 DLV-REC-TYPE          PIC X.
              88 DLV-HEADER             VALUE 'H'.
              88 DLV-DETAIL             VALUE 'D'.
              88 DLV-TRAILER            VALUE 'T'.
           05 DLV-CYCLE             PIC X(14).
           05 DLV-DETAIL-DATA.
              10 DLV-SEQ-NO         PIC 9(09).
              10 DLV-INFILE-NAME    PIC X(80).
              10 DLV-WINDOW-SIZE    PIC XX.
              10 DLV-START-IDX      PIC 9(09).
              10 DLV-MARKER-COUNT   PIC 9(05).
              10 DLV-TEXT-LEN       PIC 9(05).
              10 DLV-GAP-SW         PIC X.
              10 DLV-TEXT           PIC X(512).
           05 DLV-HEADER-DATA REDEFINES DLV-DETAIL-DATA.
              10 DLV-CREATE-DATE    PIC 9(08).
              10 DLV-CREATE-TIME    PIC 9(08).
              10 DLV-SOURCE         PIC X(08).
              10 FILLER             PIC X(599).
           05 DLV-TRAILER-DATA REDEFINES DLV-DETAIL-DATA.
              10 DLV-RECORD-COUNT   PIC 9(09).
              10 DLV-TEXT-TOTAL     PIC 9(11).
              10 DLV-HASH-TOTAL     PIC 9(15).
              10 FILLER             PIC X(588).
