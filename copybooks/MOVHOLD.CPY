*> the start of each posting run, after that run's receipts have
*> been applied, and carries the original held date forward so the
*> aging report can show how long an order has waited.
*> The batch ID and sequence are the original shipment's, carried
*> so that the hold, once it fills, is logged on the posting log
*> under the shipment's own key; both are blank for a shipment
*> sent without a batch ID (and on holds written before the fields
*> were added).
           05  HLD-ITEM-ID             PIC X(06).
           05  HLD-QTY                 PIC 9(07).
           05  HLD-DATE-HELD           PIC 9(08).
           05  HLD-BATCH-ID            PIC X(08).
           05  HLD-BATCH-SEQ           PIC X(06).
