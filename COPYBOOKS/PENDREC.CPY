      *================================================================
      * PENDREC.CPY
      *
      * Record layout of the pending-change queue (PENDCHG). The
      * maintenance programs for FXRATE (C03FXMNT), MATLMAST
      * (C03MTMNT) and OPERMAST (C03OPMNT) no longer write their
      * master: every add, change, revocation and reactivation they
      * accept is appended here as status "P", with the master
      * record as it stood when the change was keyed (before image,
      * spaces on an add) and as it will stand once applied (after
      * image). Only C03APROV changes a master - a supervisor other
      * than the one who keyed the change approves it ("A", after
      * image applied) or rejects it ("R"); a change left pending
      * longer than the APRVCFG age is expired ("E") unapplied.
      *
      * PC-KEY identifies the master record the change is for, so
      * a second change for the same record cannot be queued while
      * one is pending: currency + rate date for FXRATE, material
      * code for MATLMAST, operator ID for OPERMAST.
      *
      * The images carry the master record layouts byte for byte;
      * the REDEFINES give each program a field view of them.
      *
      * MODIFICATION HISTORY:
      *   2026-10-15  RM  Initial version.
      *   2026-10-15  RM  FXRATE views follow the indexed rate master
      *                   (copybook FXRTREC): rate PIC 9(05)V9(06),
      *                   22 bytes of the image. C03FXCNV converts
      *                   the FXRATE images already in the queue.
      *================================================================
       01  PEND-CHANGE-RECORD.
           05  PC-CHANGE-ID        PIC 9(06).
           05  PC-MASTER           PIC X(08).
               88  PC-FOR-FXRATE       VALUE "FXRATE".
               88  PC-FOR-MATLMAST     VALUE "MATLMAST".
               88  PC-FOR-OPERMAST     VALUE "OPERMAST".
           05  PC-ACTION           PIC X(03).
           05  PC-KEY              PIC X(12).
           05  PC-STATUS           PIC X(01).
               88  PC-PENDING          VALUE "P".
               88  PC-APPROVED         VALUE "A".
               88  PC-REJECTED         VALUE "R".
               88  PC-EXPIRED          VALUE "E".
           05  PC-MAKER            PIC X(08).
           05  PC-QUEUED-TS        PIC X(16).
           05  PC-OVERRIDE         PIC X(01).
           05  PC-CHECKER          PIC X(08).
           05  PC-DECIDED-TS       PIC X(16).
           05  PC-BEFORE-IMAGE     PIC X(50).
           05  PC-BEFORE-FX REDEFINES PC-BEFORE-IMAGE.
               10  PC-BF-RATE-DATE     PIC X(08).
               10  PC-BF-CURRENCY      PIC X(03).
               10  PC-BF-RATE          PIC 9(05)V9(06).
               10  FILLER              PIC X(28).
           05  PC-BEFORE-MATL REDEFINES PC-BEFORE-IMAGE.
               10  PC-BM-CODE          PIC X(06).
               10  PC-BM-DESC          PIC X(20).
               10  PC-BM-THICKNESS     PIC 9(3)V99.
               10  PC-BM-DENSITY       PIC 9(2)V9(4).
               10  PC-BM-COST-SQ       PIC 9(4)V99.
               10  FILLER              PIC X(07).
           05  PC-BEFORE-OPER REDEFINES PC-BEFORE-IMAGE.
               10  PC-BO-ID            PIC X(08).
               10  PC-BO-NAME          PIC X(20).
               10  PC-BO-AUTHORITY     PIC X(01).
               10  PC-BO-PIN           PIC X(06).
               10  PC-BO-STATUS        PIC X(01).
               10  FILLER              PIC X(14).
           05  PC-AFTER-IMAGE      PIC X(50).
           05  PC-AFTER-FX REDEFINES PC-AFTER-IMAGE.
               10  PC-AF-RATE-DATE     PIC X(08).
               10  PC-AF-CURRENCY      PIC X(03).
               10  PC-AF-RATE          PIC 9(05)V9(06).
               10  FILLER              PIC X(28).
           05  PC-AFTER-MATL REDEFINES PC-AFTER-IMAGE.
               10  PC-AM-CODE          PIC X(06).
               10  PC-AM-DESC          PIC X(20).
               10  PC-AM-THICKNESS     PIC 9(3)V99.
               10  PC-AM-DENSITY       PIC 9(2)V9(4).
               10  PC-AM-COST-SQ       PIC 9(4)V99.
               10  FILLER              PIC X(07).
           05  PC-AFTER-OPER REDEFINES PC-AFTER-IMAGE.
               10  PC-AO-ID            PIC X(08).
               10  PC-AO-NAME          PIC X(20).
               10  PC-AO-AUTHORITY     PIC X(01).
               10  PC-AO-PIN           PIC X(06).
               10  PC-AO-STATUS        PIC X(01).
               10  FILLER              PIC X(14).
