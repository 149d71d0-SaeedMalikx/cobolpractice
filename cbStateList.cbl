
WORKING-STORAGE SECTION.
COPY FILEPARM.
COPY BUSDPARM.

01 WS-RUN-DATE.
	05 WS-RUN-YYYY          PIC 9(4).
		STOP RUN
	END-IF.
	DISPLAY "CBSTATELIST LISTING STATE: " WS-PARM-STATE.
	MOVE "P" TO BD-FUNCTION.
	CALL "CBBUSDTE" USING BD-DATE-PARMS.
	MOVE BD-RESULT-DATE TO WS-RUN-DATE.
	PERFORM WriteStateListing.
	DISPLAY "CBSTATELIST ITEMS LISTED: " WS-ITEM-COUNT.
	STOP RUN.
