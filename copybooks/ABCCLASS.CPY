*> ABCCLASS.CPY
*> ABC classification record, keyed by item ID.  CBABCCLS ranks
*> every item on the master by the value of what it shipped over
*> the last year (shipped quantity off MOVLEDGR at today's unit
*> price) and stamps the class: A for the few items carrying most
*> of the value, C for the long tail.  The same record carries the
*> cycle-count history -- the day CBPHYSCNT last counted the item
*> and the day CBCYCSEL last put it on a count sheet -- which is why
*> it is a side file: CBDRIVE reloads the master every night, and a
*> reclassification must not lose when an item was last counted.
*> A record CBPHYSCNT or CBCYCSEL adds for an item not yet ranked
*> carries a blank class and is counted on the C cycle until the
*> next CBABCCLS run.
           05  AB-ITEM-ID              PIC X(06).
           05  AB-CLASS                PIC X(01).
               88  AB-CLASS-A          VALUE "A".
               88  AB-CLASS-B          VALUE "B".
               88  AB-CLASS-C          VALUE "C".
               88  AB-UNCLASSED        VALUE " ".
           05  AB-ITEM-STATE           PIC X(02).
           05  AB-ANNUAL-QTY           PIC 9(09).
           05  AB-ANNUAL-VALUE         PIC 9(13)V99.
           05  AB-VALUE-RANK           PIC 9(07).
           05  AB-CLASSED-DATE         PIC 9(08).
           05  AB-LAST-COUNT-DATE      PIC 9(08).
           05  AB-LAST-SELECT-DATE     PIC 9(08).
