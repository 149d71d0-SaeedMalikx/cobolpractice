*> VENDMAST.CPY
*> Vendor master record, keyed by vendor ID: who we buy from, who
*> to call there, and the vendor's quoted lead time in calendar
*> days from order to delivery.  CBVNDMNT maintains the file;
*> CBLOWSTCK heads its per-vendor orders from it and CBORDRPT
*> dates each outstanding order's promised delivery by the lead
*> time.
           05  VM-VENDOR-ID            PIC X(06).
           05  VM-VENDOR-NAME          PIC X(30).
           05  VM-CONTACT-NAME         PIC X(30).
           05  VM-CONTACT-PHONE        PIC X(15).
           05  VM-LEAD-DAYS            PIC 9(03).
