*> (spaces when a batch program acts on its own authority -- the
*> source names the program either way), and the full before and
*> after ITEMREC images (spaces where no image applies -- before on
*> an add, after on a delete); CBITMJRNL stamps the processing date
*> and the time of day and appends the journal record.  COPY this
*> in both the caller's WORKING-STORAGE and the subprogram's
*> LINKAGE SECTION so both sides see the same layout.
 01  JP-JOURNAL-PARMS.
     05  JP-ACTION                  PIC X(01).
     05  JP-SOURCE                  PIC X(10).
