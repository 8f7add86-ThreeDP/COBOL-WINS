      *================================================================
      * FWDCREC.CPY
      *
      * Record layout of the FX forward-contract master (FWDCTMST),
      * maintained by C03FWMNT, drawn down by the C03EX03K invoice
      * batch and listed by the contract-utilization report
      * (C03FWDRP). One record per contract booked by treasury with
      * the bank: the customer and currency it hedges, the
      * contracted rate, the notional amount in the foreign
      * currency, the amount already drawn by converted invoices
      * and the validity window (start and end dates, inclusive).
      *
      * A contract is live while its status is active and the
      * movement date falls inside the window; notional left over
      * after the end date is the expired balance. FC-USED is only
      * ever moved by the batch drawdown, never keyed.
      *
      * The contracted rate carries six decimals, like FXRATE. A
      * record written before the rate was widened (64 bytes, rate
      * 9(02)V99) reads in with FC-OLD-PAD blank - no current record
      * has blanks there, since the end date and status fall in it.
      * Every program that reads FWDCTMST tests FC-OLD-FORMAT right
      * after the READ and moves FC-OLD-RATE and FC-OLD-TERMS into
      * the current fields (through a hold area - they overlap); the
      * next save writes the file back in the current layout.
      *
      * MODIFICATION HISTORY:
      *   2026-10-15  RM  Initial version.
      *   2026-10-15  RM  FC-RATE widened to 9(05)V9(06); record now
      *                   71 bytes. FC-OLD-LAYOUT added for records
      *                   still in the 64-byte layout.
      *================================================================
       01  FWD-CONTRACT-RECORD.
           05  FC-CONTRACT-NO   PIC X(10).
           05  FC-CUSTOMER      PIC X(08).
           05  FC-CURRENCY      PIC X(03).
           05  FC-RATE-AND-TERMS.
               10  FC-RATE          PIC 9(05)V9(06).
               10  FC-TERMS.
                   15  FC-NOTIONAL      PIC 9(09)V99.
                   15  FC-USED          PIC 9(09)V99.
                   15  FC-START-DATE    PIC X(08).
                   15  FC-END-DATE      PIC X(08).
                   15  FC-STATUS        PIC X(01).
                       88  FC-ACTIVE        VALUE "A".
                       88  FC-CANCELLED     VALUE "C".
           05  FC-OLD-LAYOUT REDEFINES FC-RATE-AND-TERMS.
               10  FC-OLD-RATE      PIC 9(02)V99.
               10  FC-OLD-TERMS     PIC X(39).
               10  FC-OLD-PAD       PIC X(07).
                   88  FC-OLD-FORMAT    VALUE SPACES.
