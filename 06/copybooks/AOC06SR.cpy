      ***************************************************************
      * AOC06SR.CPY
      * Sender registry row.  PROD.AOC.SENDREG is a maintained
      * reference file - edited by hand, like FILELIST and
      * OVERRIDES - that says which upstream partner sends which
      * files, who to call there, and when their files are due.
      * MANIFEST rows carry only a name and a byte count; the
      * registry is what lets AOC06SCO charge a truncation,
      * quarantine or duplicate to the partner responsible.
      *
      * SRG-PATTERN is matched against the whole file name: '*'
      * stands for any run of characters (none included), '?' for
      * exactly one, anything else for itself; trailing blanks do
      * not count.  The FIRST row whose pattern matches wins, so put
      * specific patterns ahead of general ones.  A partner sending
      * several name families has one row per pattern, all with the
      * same SRG-PARTNER-ID; its name, contact and delivery details
      * are taken from its first row.
      *
      *   SRG-EXPECTED-TIME  HHMM the partner's files are due by
      *   SRG-EXPECTED-DAYS  the days they are due, Monday first,
      *                      a letter for a delivery day and '-'
      *                      for none (e.g. 'MTWTF--')
      *   SRG-SLA-DAYS       agreed days to honour a retransmission
      *                      request; blank or zero when none agreed
      *
      * 2026-09-24  HJ   Written, with AOC06SCO.
      ***************************************************************
           05 SRG-PATTERN           PIC X(80).
           05 SRG-PARTNER-ID        PIC X(08).
           05 SRG-PARTNER-NAME      PIC X(30).
           05 SRG-CONTACT           PIC X(40).
           05 SRG-EXPECTED-TIME     PIC X(04).
           05 SRG-EXPECTED-DAYS     PIC X(07).
           05 SRG-SLA-DAYS          PIC X(03).
           05 FILLER                PIC X(28).
