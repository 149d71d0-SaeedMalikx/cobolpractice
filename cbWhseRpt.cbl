
WORKING-STORAGE SECTION.
COPY FILEPARM.
COPY BUSDPARM.

01 WS-RUN-DATE.
	05 WS-RUN-YYYY          PIC 9(4).
	DISPLAY "CBWHSERPT -- ITEM COUNT AND ON-HAND BY WAREHOUSE"
		" WITHIN STATE".
	PERFORM LoadFileParms.
	MOVE "P" TO BD-FUNCTION.
	CALL "CBBUSDTE" USING BD-DATE-PARMS.
	MOVE BD-RESULT-DATE TO WS-RUN-DATE.
	PERFORM TallyItemFile.
	PERFORM WriteWarehouseReport.
	DISPLAY "CBWHSERPT ITEMS READ: " WS-ITEMS-READ.
