      * byte the repair program flips from pending to repaired.
      *
      * REJ-INPUT-DATA holds the source input record image exactly
      * as the batch input layout defines it (TEMPIN / QAREAIN /
      * FXINVOIC), so a corrected copy can be resubmitted to the
      * same batch mode.
      *
      * MODIFICATION HISTORY:
      *   2026-08-22  RM  Initial version.
      *                   like the extracts and FXAUDIT already do.
      *                   Exception-file FDs widened to X(100) for
      *                   the longer record.
      *   2026-10-15  RM  REJ-INPUT-DATA widened from X(40) to X(60):
      *                   the FXINVOIC record is 43 bytes since it
      *                   carries the forward-contract number, and the
      *                   CLOSD divert cut it off. Exception-file FDs
      *                   widened to X(120).
      *   2026-10-15  RM  Also the layout of the credit-hold queue
      *                   (CRHOLD) written by the C03EX03K batch and
      *                   worked by C03CRREL: status L (released) and
      *                   C (cancelled), and REJ-DECISION-DATE /
      *                   REJ-DECIDED-BY for the supervisor who made
      *                   the call. The record now fills the X(120)
      *                   exception-file FDs exactly.
      *   2026-10-15  RM  CRHOLD status U (consumed): C03CRREL flips a
      *                   released hold to U once the resubmitted
      *                   invoice shows up converted in FXAUDIT, so
      *                   C03EX03K stops loading it as an override,
      *                   and purges U and C rows after the retention
      *                   period.
      *   2026-10-15  RM  Rows written before REJ-INPUT-DATA went to
      *                   X(60) hold the operator in REJ-INPUT-DATA
      *                   (42:8); C03RJCNV converts TEMPEXC, FXINVEXC
      *                   and QAREAEXC once, and C03OPACT reads the
      *                   old position until then.
      *================================================================
       01  REJ-RECORD.
           05  REJ-PROGRAM      PIC X(08).
           05  REJ-STATUS       PIC X(01).
               88  REJ-PENDING      VALUE "P".
               88  REJ-REPAIRED     VALUE "R".
               88  REJ-RELEASED     VALUE "L".
               88  REJ-CANCELLED    VALUE "C".
               88  REJ-CONSUMED     VALUE "U".
           05  FILLER           PIC X(01) VALUE SPACE.
           05  REJ-INPUT-DATA   PIC X(60).
           05  FILLER           PIC X(01) VALUE SPACE.
           05  REJ-OPERATOR     PIC X(08).
           05  FILLER           PIC X(01) VALUE SPACE.
           05  REJ-DECISION-DATE PIC X(08).
           05  FILLER           PIC X(01) VALUE SPACE.
           05  REJ-DECIDED-BY   PIC X(08).
