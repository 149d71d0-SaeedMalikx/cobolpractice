WORKING-STORAGE SECTION.
	COPY STATETAB.
	COPY FILEPARM.
	COPY BUSDPARM.
	COPY TOLPARM.

01 WS-RUN-DATE.
	DISPLAY "TOTAL " ST-STATE-CODE (ST-IDX) ": " ST-STATE-COUNT (ST-IDX).

WriteStateReport.
	MOVE "P" TO BD-FUNCTION.
	CALL "CBBUSDTE" USING BD-DATE-PARMS.
	MOVE BD-RESULT-DATE TO WS-RUN-DATE.
	OPEN OUTPUT STATERPT.
	IF WS-RPT-FILE-STATUS NOT = "00"
		MOVE "STATERPT" TO WS-ABORT-FILE-NAME
