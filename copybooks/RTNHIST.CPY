*> RTNHIST.CPY
*> Returns history record, appended by CBMOVPOST for every posted
*> customer return (type C) and every release or scrap out of
*> quarantine (type Q).  The movement ledger carries the quantity
*> effect of each; this record keeps what the ledger has no room
*> for -- the reason the customer sent it back and what was done
*> with it -- for CBRTNRPT's returns analysis.  Disposition is R
*> (restocked / released to stock), Q (quarantined) or S
*> (scrapped); the state is the item's state when it posted.
           05  RH-POST-DATE            PIC 9(08).
           05  RH-POST-TIME            PIC 9(08).
           05  RH-ITEM-ID              PIC X(06).
           05  RH-ITEM-STATE           PIC X(02).
           05  RH-MOVE-TYPE            PIC X(01).
           05  RH-REASON-CODE          PIC X(02).
           05  RH-DISPOSITION          PIC X(01).
           05  RH-QTY                  PIC 9(07).
           05  RH-UNIT-COST            PIC 9(05)V9(04).
