
WORKING-STORAGE SECTION.
COPY FILEPARM.
COPY BUSDPARM.

01 WS-RUN-DATE.
	05 WS-RUN-YYYY          PIC 9(4).
Begin.
	DISPLAY "CBRECON -- RECONCILING MERGE OUTPUT AGAINST LOADED MASTER".
	PERFORM LoadFileParms.
	MOVE "P" TO BD-FUNCTION.
	CALL "CBBUSDTE" USING BD-DATE-PARMS.
	MOVE BD-RESULT-DATE TO WS-RUN-DATE.
	PERFORM SortMergedByItem.
	PERFORM OpenFiles.
	PERFORM WriteReportHeader.
