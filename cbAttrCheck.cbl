
WORKING-STORAGE SECTION.
COPY FILEPARM.
COPY BUSDPARM.

01 WS-RUN-DATE.
	05 WS-RUN-YYYY          PIC 9(4).
Begin.
	DISPLAY "CBATRCHK -- ITEMS WITH NO ATTRIBUTES RECORD".
	PERFORM LoadFileParms.
	MOVE "P" TO BD-FUNCTION.
	CALL "CBBUSDTE" USING BD-DATE-PARMS.
	MOVE BD-RESULT-DATE TO WS-RUN-DATE.
	PERFORM WriteExceptionListing.
	DISPLAY "CBATRCHK ITEMS READ: " WS-ITEMS-READ.
	DISPLAY "CBATRCHK ITEMS MISSING ATTRIBUTES: " WS-MISSING-COUNT.
