*> PERHIST.CPY
*> Period-history record: CBPERCLS writes one per item on the
*> master at month-end close, keyed by period (YYYYMM) then item,
*> so a period's snapshot reads back in one START and sweep.  The
*> snapshot is what the period-end valuation prints from -- the
*> live master moves on the next morning, this does not.  Average
*> cost is the ITEMCOST figure at close, zero for an item never
*> costed.
           05  PRH-HIST-KEY.
               10  PRH-PERIOD          PIC 9(06).
               10  PRH-ITEM-ID         PIC X(06).
           05  PRH-ITEM-STATE          PIC X(02).
           05  PRH-WHSE-CODE           PIC X(02).
           05  PRH-QTY-ON-HAND         PIC 9(07).
           05  PRH-UNIT-PRICE          PIC 9(05)V99.
           05  PRH-EXT-VALUE           PIC 9(13)V99.
           05  PRH-AVG-COST            PIC 9(05)V9(04).
