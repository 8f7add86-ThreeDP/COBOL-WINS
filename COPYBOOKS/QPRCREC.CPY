      *================================================================
      * QPRCREC.CPY
      *
      * Record layout of the quotation pricing table (QUOTEPRC) read
      * by the quotation program (C03QUOTE). One record per customer
      * and material, giving the markup (percent over material and
      * scrap cost) the sales team has agreed for that combination.
      * A customer of "********" or a material of "******" matches
      * any value; the most specific record wins, so a single
      * "********" / "******" record sets the house default.
      *
      * MODIFICATION HISTORY:
      *   2026-10-15  RM  Initial version.
      *================================================================
       01  QUOTE-PRICE-RECORD.
           05  QP-CUSTOMER      PIC X(08).
           05  QP-MATERIAL      PIC X(06).
           05  QP-MARKUP-PCT    PIC 9(03)V99.
           05  QP-DESCRIPTION   PIC X(20).
