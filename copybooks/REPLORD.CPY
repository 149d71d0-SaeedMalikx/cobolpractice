*> item at or below its reorder point that is not already on
*> order; CBMOVPOST pairs posted receipts against it and deletes
*> the order once the received quantity covers the ordered
*> quantity; CBORDRPT lists what is still outstanding.  The
*> vendor is the item's primary vendor off ITEMVEND when the order
*> was raised (spaces if it had none), so every item on one vendor
*> order carries the same order number and vendor.
           05  RO-ITEM-ID              PIC X(06).
           05  RO-ORDER-NO             PIC X(12).
           05  RO-ITEM-STATE           PIC X(02).
           05  RO-ORDER-DATE           PIC 9(08).
           05  RO-QTY-ORDERED          PIC 9(08).
           05  RO-QTY-RECEIVED         PIC 9(08).
           05  RO-VENDOR-ID            PIC X(06).
