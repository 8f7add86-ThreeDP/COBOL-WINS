      *================================================================
      * STKMREC.CPY
      *
      * Record layout of the sheet-stock master (SHTSTOCK), one record
      * per material (MM-CODE of MATLMAST). Holds the sheet area on
      * the shelf as of the last posted movement, in the same area
      * unit as the blank calculation of C03EX03Q, plus the reorder
      * parameters purchasing works to: reorder point and reorder
      * quantity (area), the standard sheet size bought (length x
      * width, same linear unit as the radii) and the supplier lead
      * time in days. The balance is moved only together with a
      * transaction in SHTSTKTX (STKTREC): batch blank issues from
      * C03EX03Q, receipts and physical counts from C03STKMV. The
      * balance can go negative when issues are posted ahead of the
      * receipt that covers them.
      *
      * MODIFICATION HISTORY:
      *   2026-10-15  RM  Initial version.
      *================================================================
       01  STOCK-MAST-RECORD.
           05  SK-CODE            PIC X(06).
           05  SK-ON-HAND         PIC S9(9)V99
                                    SIGN IS LEADING SEPARATE CHARACTER.
           05  SK-REORDER-POINT   PIC 9(9)V99.
           05  SK-REORDER-QTY     PIC 9(9)V99.
           05  SK-SHEET-LENGTH    PIC 9(5)V99.
           05  SK-SHEET-WIDTH     PIC 9(5)V99.
           05  SK-LEAD-DAYS       PIC 9(03).
           05  SK-LAST-MOVE-DATE  PIC X(08).
