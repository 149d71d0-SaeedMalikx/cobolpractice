
WORKING-STORAGE SECTION.
COPY FILEPARM.
COPY BUSDPARM.

01 WS-RUN-DATE.
	05 WS-RUN-YYYY          PIC 9(4).
	DISPLAY "CBJRNLRPT -- ITEM MASTER CHANGE HISTORY INQUIRY".
	PERFORM LoadFileParms.
	PERFORM LoadSelectionParms.
	MOVE "P" TO BD-FUNCTION.
	CALL "CBBUSDTE" USING BD-DATE-PARMS.
	MOVE BD-RESULT-DATE TO WS-RUN-DATE.
	PERFORM WriteHistoryReport.
	DISPLAY "CBJRNLRPT JOURNAL RECORDS SELECTED: " WS-SELECTED-COUNT.
	STOP RUN.
