*> POSTLOG.CPY
*> Posting-log record layout: one record for every batched
*> transaction CBMOVPOST or CBITMBATCH has applied, keyed on the
*> posting program plus the submitter's batch ID and the
*> transaction's sequence number within that batch.  Both programs
*> look a batched transaction up here before applying it -- a hit
*> means a restarted step or a file submitted twice is offering it
*> again, and it is listed on the register as already posted
*> instead of being applied a second time.  Rejected transactions
*> are never logged, so a corrected resubmission under the same
*> batch/sequence still posts.  Transactions sent with a blank
*> batch ID are not logged and not checked.
           05  PL-POST-KEY.
               10  PL-PROGRAM          PIC X(10).
               10  PL-BATCH-ID         PIC X(08).
               10  PL-BATCH-SEQ        PIC 9(06).
           05  PL-POST-DATE            PIC 9(08).
           05  PL-POST-TIME            PIC 9(08).
           05  PL-ITEM-ID              PIC X(06).
           05  PL-TRAN-TYPE            PIC X(01).
