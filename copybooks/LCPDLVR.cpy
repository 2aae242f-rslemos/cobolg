     *>***************************************************************
     *> LCPDLVR.CPY
     *>
     *> Record layout for the delivery register (DLVREG).  PRTBURST
     *> appends one record for every paper bundle it makes (one per
     *> routing entry and copy) and PRTPDFDS one for every electronic
     *> section it delivers, so there is a standing record of what
     *> left the print room, for whom, where it went and how big it
     *> was.  The file is opened EXTEND by both and accumulates
     *> permanently.
     *>
     *> PRTDLVR posts the receipts the delivery points send back
     *> against it, stamping the matching items acknowledged.
     *> PRTDLVX lists every item still unacknowledged past its
     *> delivery point's allowance and asks PRTBNDLR for a rebuild of
     *> the overdue paper bundles, recording here when it last asked
     *> so the same bundle is not rebuilt again before the delivery
     *> point has had the same allowance to acknowledge the
     *> replacement.  Both rewrite the register through a scratch
     *> copy.
     *>***************************************************************
      01  LCPV-RECORD.
          05  LCPV-REPORT-ID          PIC X(08).
          05  LCPV-RUN-DATE           PIC 9(08).
          05  LCPV-RECIPIENT          PIC X(20).
          05  LCPV-DELIVERY-POINT     PIC X(08).
          05  LCPV-COPY-NO            PIC 9(02).
          05  LCPV-PAGE-COUNT         PIC 9(05).
          05  LCPV-MEDIUM             PIC X(01).
     *>        'B' = paper bundle (PRTBURST)
     *>        'E' = electronic section (PRTPDFDS)
          05  LCPV-SENT-DATE          PIC 9(08).
          05  LCPV-SENT-TIME          PIC 9(08).
          05  LCPV-STATUS             PIC X(01).
     *>        'S' = sent, awaiting receipt
     *>        'A' = acknowledged by the delivery point
          05  LCPV-RECEIPT-DATE       PIC 9(08).
          05  LCPV-RECEIPT-TIME       PIC 9(08).
          05  LCPV-RECEIVED-BY        PIC X(08).
          05  LCPV-REBUILD-COUNT      PIC 9(02).
          05  LCPV-REBUILD-DATE       PIC 9(08).
          05  LCPV-REBUILD-TIME       PIC 9(08).
