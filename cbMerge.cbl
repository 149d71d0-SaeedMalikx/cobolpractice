
WORKING-STORAGE SECTION.
	COPY FILEPARM.
COPY BUSDPARM.
	COPY TOLPARM.

01 WS-FEED-FILE-NAME           PIC X(40) VALUE SPACES.
	PERFORM ReadMergedOutput.

WriteAuditLog.
	MOVE "P" TO BD-FUNCTION.
	CALL "CBBUSDTE" USING BD-DATE-PARMS.
	MOVE BD-RESULT-DATE TO WS-AUD-DATE.
	ACCEPT WS-AUD-TIME FROM TIME.
	OPEN EXTEND AUDITLOG.
	IF WS-AUD-FILE-STATUS = "35"
