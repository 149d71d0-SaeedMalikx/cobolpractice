
WORKING-STORAGE SECTION.
COPY FILEPARM.
COPY BUSDPARM.

01 WS-RUN-DATE.
	05 WS-RUN-YYYY          PIC 9(4).
		" RESTORED MASTER".
	PERFORM LoadFileParms.
	PERFORM LoadReplayWindow.
	MOVE "P" TO BD-FUNCTION.
	CALL "CBBUSDTE" USING BD-DATE-PARMS.
	MOVE BD-RESULT-DATE TO WS-RUN-DATE.
	PERFORM ReplayJournal.
	DISPLAY "CBJRNLFWD JOURNAL RECORDS READ: " WS-RECORDS-READ.
	DISPLAY "CBJRNLFWD APPLIED -- ADDS: " WS-ADDS-APPLIED
