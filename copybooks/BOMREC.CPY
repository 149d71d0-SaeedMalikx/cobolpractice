*> BOMREC.CPY
*> Bill-of-materials record, keyed by kit item ID plus component
*> item ID -- one record per component of a kit, giving how many
*> of the component go into one kit.  Both IDs are items on the
*> master.  Alternate-keyed on the component so CBBOMMNT can show
*> every kit a component goes into.  CBBOMMNT maintains the file;
*> CBKITPOST builds and breaks down kits by it and CBKITRPT works
*> out how many of each kit the components on hand would make.
*> Like ITEMVEND it rides alongside the master and survives the
*> nightly reload.
           05  BM-BOM-KEY.
               10  BM-KIT-ITEM-ID      PIC X(06).
               10  BM-COMP-ITEM-ID     PIC X(06).
           05  BM-QTY-PER-KIT          PIC 9(05).
