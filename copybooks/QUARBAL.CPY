*> QUARBAL.CPY
*> Quarantine balance, keyed by item ID: customer-returned units
*> held back from sale until inspection releases them to stock or
*> scraps them.  CBMOVPOST adds to it on a return with the
*> quarantine disposition and draws it down on a type Q release
*> or scrap; quarantined units are never part of QTY-ON-HAND.
*> Kept off the item master for the same reason as ITEMCOST --
*> CBDRIVE rebuilds the master from the feeds every night.  The
*> record comes off the file when the balance reaches zero.
           05  QB-ITEM-ID              PIC X(06).
           05  QB-QTY-HELD             PIC 9(07).
           05  QB-FIRST-DATE           PIC 9(08).
           05  QB-LAST-DATE            PIC 9(08).
