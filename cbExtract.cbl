
WORKING-STORAGE SECTION.
COPY FILEPARM.
COPY BUSDPARM.

01 WS-RUN-DATE                 PIC 9(08).

Begin.
	DISPLAY "CBEXTRACT -- DELIMITED EXTRACT FOR THE DATA WAREHOUSE".
	PERFORM LoadFileParms.
	MOVE "P" TO BD-FUNCTION.
	CALL "CBBUSDTE" USING BD-DATE-PARMS.
	MOVE BD-RESULT-DATE TO WS-RUN-DATE.
	PERFORM ExtractItems.
	PERFORM ExtractStateTotals.
	DISPLAY "CBEXTRACT ITEM ROWS: " WS-ITEM-COUNT
