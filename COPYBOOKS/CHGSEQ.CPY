      *================================================================
      * CHGSEQ.CPY
      *
      * Change-number counter for the PENDCHG approval queue, shared
      * by every program that queues a change (C03FXMNT, C03MTMNT,
      * C03OPMNT). Same idea as the RUNSEQ files: the program reads
      * the last number handed out, adds one, and writes it straight
      * back before the change goes into the queue. The number never
      * goes backwards when C03APROV purges decided changes from
      * PENDCHG, so a change number in FXMNTAUD, MTMNTAUD or OPMNTAUD
      * always points at exactly one change. A missing file starts
      * from the highest number still in PENDCHG.
      *
      * MODIFICATION HISTORY:
      *   2026-10-15  RM  Initial version.
      *================================================================
       01  CHGSEQ-RECORD.
           05  CHGSEQ-LAST-ID   PIC 9(06).
           05  FILLER           PIC X(01) VALUE SPACE.
           05  CHGSEQ-PROGRAM   PIC X(08).
           05  FILLER           PIC X(01) VALUE SPACE.
           05  CHGSEQ-UPDATED   PIC X(16).
