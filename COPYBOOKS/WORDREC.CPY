      *================================================================
      * WORDREC.CPY
      *
      * Record layout of the work-order master (WORKORD), one record
      * per shop-floor work order the QAREAIN parts are produced
      * against (AI-WORK-ORDER). Carries the customer, the estimate
      * agreed when the order was opened (material cost in BRL,
      * including the scrap bought with the blank, and part weight,
      * in the MATLMAST units) and the status. An open order takes
      * lines; a closed order makes C03EX03Q reject any later line
      * against it (reason WOCLS). The WO-ACT- fields are the actuals
      * accumulated by the C03EX03Q batch over every completed run,
      * never keyed: parts, area, weight, material cost and scrap
      * cost. Maintained by C03WOMNT and reported by C03WORPT.
      *
      * MODIFICATION HISTORY:
      *   2026-10-15  RM  Initial version.
      *================================================================
       01  WORK-ORDER-RECORD.
           05  WO-NUMBER          PIC X(08).
           05  WO-CUSTOMER        PIC X(08).
           05  WO-DESCRIPTION     PIC X(20).
           05  WO-EST-COST        PIC 9(9)V99.
           05  WO-EST-WEIGHT      PIC 9(9)V99.
           05  WO-STATUS          PIC X(01).
               88  WO-OPEN            VALUE "O".
               88  WO-CLOSED          VALUE "C".
           05  WO-OPEN-DATE       PIC X(08).
           05  WO-CLOSE-DATE      PIC X(08).
           05  WO-ACT-PIECES      PIC 9(07).
           05  WO-ACT-AREA        PIC 9(11)V99.
           05  WO-ACT-WEIGHT      PIC 9(11)V99.
           05  WO-ACT-COST        PIC 9(11)V99.
           05  WO-ACT-SCRAP-COST  PIC 9(11)V99.
           05  WO-LAST-RUN-DATE   PIC X(08).
