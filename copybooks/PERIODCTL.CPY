*> PERIODCTL.CPY
*> Period-control record: the one-record file CBPERCLS rewrites at
*> each month-end close.  It names the latest closed period and the
*> last calendar day of it; any transaction dated on or before that
*> day belongs to a closed period.  The posting programs read it at
*> start-up and treat a late transaction as PCL-LATE-ACTION says:
*> R (or blank) rejects it for correction, P posts it into the open
*> period as of the run date and says so on the register.  No file
*> at all means nothing has been closed yet.
           05  PCL-CLOSED-PERIOD       PIC 9(06).
           05  PCL-CLOSED-THRU-DATE    PIC 9(08).
           05  PCL-CLOSED-ON-DATE      PIC 9(08).
           05  PCL-LATE-ACTION         PIC X(01).
               88  PCL-LATE-REJECT     VALUE "R" " ".
               88  PCL-LATE-REDIRECT   VALUE "P".
           05  PCL-ITEMS-SNAPPED       PIC 9(07).
           05  PCL-CLOSED-VALUE        PIC 9(15)V99.
