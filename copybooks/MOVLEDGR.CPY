*> survives.  Keyed on item ID plus posting date/time (plus a
*> run sequence tie-breaker) so CBMOVINQ can START at an item and
*> date and read the activity forward in posting order.
*> Move types: R receipt, S shipment, T transfer, C customer
*> return, Q release or scrap out of quarantine (CBMOVPOST); A kit
*> build, D kit breakdown -- one record per item on either side
*> (CBKITPOST); B balance forward (CBLDGPRG).
*> CBLDGPRG moves records older than its retention cutoff out to
*> the archive generations and leaves one balance-forward record
*> per item in their place: type B, dated the day before the
*> cutoff at time 99999999 (so it sorts after anything posted that
*> day), zero movement, opening and closing both the quantity the
*> item stood at when the archived history ends.
           05  ML-LEDGER-KEY.
               10  ML-ITEM-ID          PIC X(06).
               10  ML-POST-DATE        PIC 9(08).
           05  ML-MOVE-QTY             PIC 9(07).
           05  ML-OPENING-QTY          PIC 9(07).
           05  ML-CLOSING-QTY          PIC 9(07).
*> The item's state at posting (the destination, on a transfer),
*> the unit cost the movement was costed at -- the receipt's own
*> cost on a receipt, the running weighted average off ITEMCOST on
*> everything else -- the extended cost, and the selling price in
*> force, so cost of goods shipped and margin read straight off
*> the ledger.  Records carried over from before costing show the
*> state and price as they stood at conversion and zero cost.
           05  ML-ITEM-STATE           PIC X(02).
           05  ML-UNIT-COST            PIC 9(05)V9(04).
           05  ML-MOVE-COST            PIC 9(11)V99.
           05  ML-UNIT-PRICE           PIC 9(05)V99.
