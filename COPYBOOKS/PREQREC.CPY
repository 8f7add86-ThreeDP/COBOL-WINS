      *================================================================
      * PREQREC.CPY
      *
      * Record layout of the purchase requisition file (PURCHREQ)
      * written by the daily sheet-stock status report (C03STKRP):
      * one record per material whose closing balance is below its
      * reorder point. The order is expressed in whole standard
      * sheets - the reorder quantity, raised to the shortfall below
      * the reorder point when that is larger, rounded up to the next
      * full sheet - with the area that buys and the date the sheet is
      * needed by (balance date plus the supplier lead time).
      *
      * MODIFICATION HISTORY:
      *   2026-10-15  RM  Initial version.
      *================================================================
       01  PURCH-REQ-RECORD.
           05  PR-REQ-DATE        PIC X(08).
           05  FILLER             PIC X(01) VALUE SPACE.
           05  PR-CODE            PIC X(06).
           05  FILLER             PIC X(01) VALUE SPACE.
           05  PR-DESC            PIC X(20).
           05  FILLER             PIC X(01) VALUE SPACE.
           05  PR-SHEETS          PIC 9(05).
           05  FILLER             PIC X(01) VALUE SPACE.
           05  PR-SHEET-LENGTH    PIC 9(5)V99.
           05  FILLER             PIC X(01) VALUE SPACE.
           05  PR-SHEET-WIDTH     PIC 9(5)V99.
           05  FILLER             PIC X(01) VALUE SPACE.
           05  PR-ORDER-AREA      PIC 9(9)V99.
           05  FILLER             PIC X(01) VALUE SPACE.
           05  PR-ON-HAND         PIC S9(9)V99
                                    SIGN IS LEADING SEPARATE CHARACTER.
           05  FILLER             PIC X(01) VALUE SPACE.
           05  PR-REORDER-POINT   PIC 9(9)V99.
           05  FILLER             PIC X(01) VALUE SPACE.
           05  PR-NEED-BY-DATE    PIC X(08).
