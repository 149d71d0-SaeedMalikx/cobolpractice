*> LOTBAL.CPY
*> Lot-balance record: one record per lot of an item on hand, keyed
*> by item, expiry date and lot number, so reading an item's lots in
*> key order IS first-expired-first-out order.  CBMOVPOST adds
*> receipts to their lot and draws shipments down the earliest
*> expiry first; CBPHYSCNT restates lots to the floor count; the
*> expiring-stock report reads the file end to end.  A lot received
*> without an expiry date carries 99999999 and so goes out last.
*> Stock already on hand before lots were tracked has no lot record
*> -- it is the item's on-hand quantity less the sum of its lots.
           05  LB-LOT-KEY.
               10  LB-ITEM-ID          PIC X(06).
               10  LB-EXPIRY-DATE      PIC 9(08).
               10  LB-LOT-NO           PIC X(10).
           05  LB-LOT-QTY              PIC 9(07).
           05  LB-RECEIVED-DATE        PIC 9(08).
