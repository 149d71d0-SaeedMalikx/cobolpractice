*> GLACCT.CPY
*> General-ledger account-mapping record, keyed by item category
*> plus location.  The location is a state code, a region name off
*> the stateRegions mapping, or "*" for any location; the category
*> is an ITEMATTR category, "UNASSIGNED" for items with no
*> attributes, or "*" for any category.  CBGLINTF looks for the
*> most specific match -- category/state, category/region,
*> category/*, then */* -- and takes the account for each side of
*> an entry from the record it finds.  CBGLAMNT maintains the file.
           05  GA-ACCT-KEY.
               10  GA-CATEGORY         PIC X(10).
               10  GA-LOCATION         PIC X(10).
           05  GA-INVENTORY-ACCT       PIC X(10).
           05  GA-CLEARING-ACCT        PIC X(10).
           05  GA-COGS-ACCT            PIC X(10).
           05  GA-REVAL-ACCT           PIC X(10).
           05  GA-VARIANCE-ACCT        PIC X(10).
           05  GA-ADJUST-ACCT          PIC X(10).
