      *                   width silently cut CE-OPERATOR off every
      *                   C03EX03K history record and the inquiry
      *                   could never show who produced a conversion.
      *   2026-10-15  RM  HIST-DETAIL widened from X(80) to X(120)
      *                   so the FXCNVEXT image keeps the operation
      *                   type and IOF amount appended after the
      *                   customer code (92 bytes), with room left for
      *                   later additions to the extract layouts.
      *   2026-10-15  RM  The FXCNVEXT image now ends with the
      *                   six-decimal rate (CE-COTACAO-EXATA) - 105
      *                   bytes, still inside X(120).
      *================================================================
       01  HIST-RECORD.
           05  HIST-KEY.
               10  HIST-RUN-SEQ    PIC 9(04).
               10  HIST-REC-NO     PIC 9(06).
           05  HIST-FILTER-ID      PIC X(10).
           05  HIST-DETAIL         PIC X(120).
