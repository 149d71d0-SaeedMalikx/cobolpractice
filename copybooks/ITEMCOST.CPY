*> ITEMCOST.CPY
*> Item cost record, keyed by item ID: the running weighted-average
*> unit cost CBMOVPOST maintains as receipts post, plus the date
*> and unit cost of the last receipt.  Kept off the item master
*> because CBDRIVE rebuilds the master from the warehouse feeds
*> every night -- the average has to outlive the reload.  An item
*> with no cost record yet is costed at its unit price until its
*> first costed receipt.
           05  IC-ITEM-ID              PIC X(06).
           05  IC-AVG-COST             PIC 9(05)V9(04).
           05  IC-LAST-RCPT-DATE       PIC 9(08).
           05  IC-LAST-RCPT-COST       PIC 9(05)V99.
