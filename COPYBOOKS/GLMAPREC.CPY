      *================================================================
      * GLMAPREC.CPY
      *
      * Record layout of the general-ledger account map (GLACCTMP)
      * read by the journal-posting program (C03GLJNL). One record
      * per source / currency / direction combination, giving the
      * debit and credit accounts and the cost center the day's
      * total for that combination is posted to. Sources:
      *   FX    conversions (FXAUDIT, Real value)
      *   RND   rounding residue (FXAUDIT currency RND)
      *   IOF   IOF on conversions (FXAUDIT FA-VALOR-IOF)
      *   MAT   material cost of parts (QAREAEXT QE-COST)
      *   SCRP  scrap cost (QAREAEXT QE-SCRAP-COST)
      * A currency of "***" or a direction of "*" matches any value;
      * the most specific record wins. A blank account leaves that
      * side unposted, which makes the journal unbalanced and holds
      * it - the map must always name both sides.
      *
      * MODIFICATION HISTORY:
      *   2026-10-15  RM  Initial version.
      *================================================================
       01  GL-MAP-RECORD.
           05  GM-SOURCE        PIC X(04).
           05  GM-CURRENCY      PIC X(03).
           05  GM-DIRECTION     PIC X(01).
           05  GM-DEBIT-ACCT    PIC X(10).
           05  GM-CREDIT-ACCT   PIC X(10).
           05  GM-COST-CENTER   PIC X(06).
           05  GM-DESCRIPTION   PIC X(20).
