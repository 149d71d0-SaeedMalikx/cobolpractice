*> ITEMVEND.CPY
*> Item/vendor cross-reference, keyed by item ID -- one record per
*> item naming its primary vendor, the vendor's pack size (orders
*> go in whole packs) and the vendor's minimum order quantity.
*> Alternate-keyed on vendor ID so a vendor's items can be found
*> and a vendor still supplying items cannot be deleted.  CBIVXMNT
*> maintains the file; CBLOWSTCK rounds and groups its orders by
*> it.  Like ITEMATTR it rides alongside the master and survives
*> the nightly reload.
           05  IV-ITEM-ID              PIC X(06).
           05  IV-VENDOR-ID            PIC X(06).
           05  IV-PACK-SIZE            PIC 9(05).
           05  IV-MIN-ORDER-QTY        PIC 9(07).
