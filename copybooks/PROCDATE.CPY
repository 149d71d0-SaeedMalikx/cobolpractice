*> PROCDATE.CPY
*> Processing-date control record: the one-record file that says
*> which business date the suite is working on.  Operations sets it
*> with CBPROCDT (PDFUNC=SET) and rolls it to the next working day
*> on the BUSCAL calendar at end of day (PDFUNC=ROLL); every program
*> reads it through CBBUSDTE at start-up, so a chain that runs past
*> midnight or is rerun next morning still posts to the right day.
*> The prior date and the wall-clock stamp of the last change are
*> kept for the operator's SHOW display.
           05  PD-PROCESS-DATE         PIC 9(08).
           05  PD-PRIOR-DATE           PIC 9(08).
           05  PD-CHANGED-DATE         PIC 9(08).
           05  PD-CHANGED-TIME         PIC 9(08).
           05  PD-CHANGED-BY           PIC X(04).
