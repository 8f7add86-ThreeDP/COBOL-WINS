      *================================================================
      * STKTREC.CPY
      *
      * Record layout of the sheet-stock transaction journal
      * (SHTSTKTX), appended by every program that moves the
      * SHTSTOCK balance (STKMREC). ST-QUANTITY is the signed effect
      * on the balance in area units: an issue is negative, a receipt
      * positive, a count adjustment either. The movement date is the
      * day the stock moved (for a batch issue, the movement date of
      * the C03EX03Q run), so the daily status report (C03STKRP) can
      * rebuild any day's opening and closing from the current
      * balance.
      *   I  issue       blank consumption of a completed C03EX03Q run
      *   R  receipt     sheet delivery keyed in C03STKMV
      *   A  adjustment  physical count difference, with a reason
      *
      * MODIFICATION HISTORY:
      *   2026-10-15  RM  Initial version.
      *================================================================
       01  STOCK-TXN-RECORD.
           05  ST-MOVE-DATE       PIC X(08).
           05  FILLER             PIC X(01) VALUE SPACE.
           05  ST-TIME            PIC X(08).
           05  FILLER             PIC X(01) VALUE SPACE.
           05  ST-CODE            PIC X(06).
           05  FILLER             PIC X(01) VALUE SPACE.
           05  ST-TYPE            PIC X(01).
               88  ST-ISSUE           VALUE "I".
               88  ST-RECEIPT         VALUE "R".
               88  ST-ADJUSTMENT      VALUE "A".
           05  FILLER             PIC X(01) VALUE SPACE.
           05  ST-QUANTITY        PIC S9(9)V99
                                    SIGN IS LEADING SEPARATE CHARACTER.
           05  FILLER             PIC X(01) VALUE SPACE.
           05  ST-REFERENCE       PIC X(20).
           05  FILLER             PIC X(01) VALUE SPACE.
           05  ST-REASON          PIC X(20).
           05  FILLER             PIC X(01) VALUE SPACE.
           05  ST-OPERATOR        PIC X(08).
           05  FILLER             PIC X(01) VALUE SPACE.
           05  ST-PROGRAM         PIC X(08).
