      *================================================================
      * BKMANREC.CPY
      *
      * Record layout of the backup manifest (BKUPMAN), written by
      * the backup utility (C03BKUP) alongside each generation it
      * appends to BKUPSET: one line per file in the set with the
      * present flag, record count and hash total taken as the file
      * was copied, then a "*TOTAL*" line with the generation's
      * record count and hash total over all files. The verify
      * option re-reads the generation from BKUPSET, recomputes the
      * counts and hashes and proves them against these lines; the
      * restore option will not restore from a generation that does
      * not verify.
      *
      * The hash total of a file is the sum, record by record, of
      * the record's byte hash (each byte's value times its position
      * in the 256-byte image) weighted by the record's position in
      * the file, kept modulo 10**15 - so a changed byte, a swapped
      * pair of records or a lost record all move it.
      *
      * MODIFICATION HISTORY:
      *   2026-10-15  RM  Initial version.
      *================================================================
       01  BKUP-MANIFEST-RECORD.
           05  BM-GENERATION       PIC 9(06).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  BM-FILE-NAME        PIC X(08).
               88  BM-TOTAL-LINE       VALUE "*TOTAL*".
           05  FILLER              PIC X(01) VALUE SPACE.
           05  BM-PRESENT          PIC X(01).
               88  BM-FILE-PRESENT     VALUE "Y".
               88  BM-FILE-ABSENT      VALUE "N".
           05  FILLER              PIC X(01) VALUE SPACE.
           05  BM-REC-COUNT        PIC 9(07).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  BM-HASH-TOTAL       PIC 9(15).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  BM-TIMESTAMP        PIC X(16).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  BM-REASON           PIC X(01).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  BM-OPERATOR         PIC X(08).
