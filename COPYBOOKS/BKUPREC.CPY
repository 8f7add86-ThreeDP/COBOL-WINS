      *================================================================
      * BKUPREC.CPY
      *
      * Record layout of the master and control file backup set
      * (BKUPSET), written by the backup utility (C03BKUP). Every
      * backup appends one generation to the set: a "GEN=" header
      * (generation number, timestamp, reason, operator and the
      * number of files in the set), then for each file a "FIL="
      * opener, one "DAT " record per record of the file carrying
      * the record image byte for byte, and an "END=" trailer with
      * the file's record count and hash total; a "GEND" record
      * closes the generation. A generation without its "GEND" was
      * cut short and does not verify.
      *
      * BK-PRESENT "N" on a trailer means the file did not exist when
      * the generation was taken - a restore leaves that file alone
      * rather than create it empty.
      *
      * BK-REASON: "B" backup taken from the menu, "R" the snapshot
      * the utility takes of the live files just before a restore
      * overwrites them, so the restore itself can be undone.
      *
      * MODIFICATION HISTORY:
      *   2026-10-15  RM  Initial version.
      *================================================================
       01  BKUP-RECORD.
           05  BK-TYPE             PIC X(04).
               88  BK-GEN-START        VALUE "GEN=".
               88  BK-FILE-START       VALUE "FIL=".
               88  BK-DATA             VALUE "DAT ".
               88  BK-FILE-END         VALUE "END=".
               88  BK-GEN-END          VALUE "GEND".
           05  BK-GENERATION       PIC 9(06).
           05  BK-FILE-NAME        PIC X(08).
           05  BK-IMAGE            PIC X(256).
           05  BK-GEN-HEADER REDEFINES BK-IMAGE.
               10  BK-TIMESTAMP        PIC X(16).
               10  BK-REASON           PIC X(01).
                   88  BK-ROUTINE          VALUE "B".
                   88  BK-PRE-RESTORE      VALUE "R".
               10  BK-OPERATOR         PIC X(08).
               10  BK-FILE-COUNT       PIC 9(03).
               10  FILLER              PIC X(228).
           05  BK-FILE-TRAILER REDEFINES BK-IMAGE.
               10  BK-PRESENT          PIC X(01).
                   88  BK-FILE-PRESENT     VALUE "Y".
                   88  BK-FILE-ABSENT      VALUE "N".
               10  BK-REC-COUNT        PIC 9(07).
               10  BK-HASH-TOTAL       PIC 9(15).
               10  FILLER              PIC X(233).
