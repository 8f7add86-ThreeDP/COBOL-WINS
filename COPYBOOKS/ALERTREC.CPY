      *================================================================
      * ALERTREC.CPY
      *
      * Record layout of the operations alert log (ALERTLOG), kept by
      * the morning alert console (C03ALERT). Every condition the
      * console finds in the morning sources - an abandoned run on
      * CKMONRPT, a volume variance on EODVARPT, a failed or unacked
      * transmission on DWACKRPT, a rate held by the loader in
      * FXRATHLD, a failed night step in NIGHTLOG, pending rejects in
      * TEMPEXC / QAREAEXC / FXINVEXC - is one record here, found
      * again on later scans by AL-SOURCE + AL-COND-KEY, so a
      * condition raised yesterday is not raised twice: it keeps its
      * first-seen date and only its last-seen date moves.
      *
      * AL-STATUS: O open, A acknowledged (someone is on it), C
      * closed by an operator with a note, R resolved - the source no
      * longer reports the condition (the console stamps the date).
      * An alert resolved that turns up again is reopened; one an
      * operator closed stays closed.
      *
      * AL-SEVERITY: 1 high, 2 medium, 3 low.
      *
      * MODIFICATION HISTORY:
      *   2026-10-15  RM  Initial version.
      *================================================================
       01  ALERT-RECORD.
           05  AL-ALERT-ID         PIC 9(06).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  AL-SOURCE           PIC X(08).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  AL-COND-KEY         PIC X(30).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  AL-SEVERITY         PIC 9(01).
               88  AL-HIGH             VALUE 1.
               88  AL-MEDIUM           VALUE 2.
               88  AL-LOW              VALUE 3.
           05  FILLER              PIC X(01) VALUE SPACE.
           05  AL-STATUS           PIC X(01).
               88  AL-OPEN             VALUE "O".
               88  AL-ACKED            VALUE "A".
               88  AL-CLOSED           VALUE "C".
               88  AL-RESOLVED         VALUE "R".
               88  AL-UNRESOLVED       VALUE "O" "A".
           05  FILLER              PIC X(01) VALUE SPACE.
           05  AL-FIRST-SEEN       PIC X(08).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  AL-LAST-SEEN        PIC X(08).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  AL-DESCRIPTION      PIC X(50).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  AL-ACK-BY           PIC X(08).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  AL-ACK-DATE         PIC X(08).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  AL-ACK-NOTE         PIC X(40).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  AL-CLOSED-BY        PIC X(08).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  AL-CLOSED-DATE      PIC X(08).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  AL-CLOSE-NOTE       PIC X(40).
