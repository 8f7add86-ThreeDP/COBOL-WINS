      *                   trailer line and the RND audit entry instead
      *                   of restarting it at zero. The other batch
      *                   modes write it as zero.
      *   2026-10-15  RM  Added the run's converted-Real and IOF
      *                   totals, so a C03EX03K run resumed from
      *                   checkpoint prints the TOTAL REAL / TOTAL IOF
      *                   line for the whole extract instead of only
      *                   the post-restart tail. The other batch modes
      *                   write them as zero. The record is now 83
      *                   bytes; checkpoint files are declared X(100).
      *   2026-10-15  RM  CKPT-ROUND-DIFF widened to S9(7)V9(8), the
      *                   precision of the exact product, so the
      *                   residue carried across a restart still
      *                   reconciles with six-decimal rates. The
      *                   record is now 87 bytes.
      *================================================================
       01  CKPT-RECORD.
           05  CKPT-PROGRAM    PIC X(08).
           05  FILLER          PIC X(01) VALUE SPACE.
           05  CKPT-RPT-COUNT  PIC 9(06).
           05  FILLER          PIC X(01) VALUE SPACE.
           05  CKPT-ROUND-DIFF PIC S9(7)V9(8)
                                     SIGN IS LEADING SEPARATE CHARACTER.
           05  FILLER          PIC X(01) VALUE SPACE.
           05  CKPT-REAL-TOTAL PIC S9(09)V99
                                     SIGN IS LEADING SEPARATE CHARACTER.
           05  FILLER          PIC X(01) VALUE SPACE.
           05  CKPT-IOF-TOTAL  PIC S9(09)V99
                                     SIGN IS LEADING SEPARATE CHARACTER.
