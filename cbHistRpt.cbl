
WORKING-STORAGE SECTION.
COPY FILEPARM.
COPY BUSDPARM.

01 WS-RUN-DATE.
	05 WS-RUN-YYYY          PIC 9(4).
	DISPLAY "CBHISTRPT -- STATE SNAPSHOT HISTORY ANALYSIS".
	PERFORM LoadFileParms.
	PERFORM LoadAnalysisParms.
	MOVE "P" TO BD-FUNCTION.
	CALL "CBBUSDTE" USING BD-DATE-PARMS.
	MOVE BD-RESULT-DATE TO WS-RUN-DATE.
	PERFORM GatherHistory.
	PERFORM WriteAnalysisReport.
	DISPLAY "CBHISTRPT SNAPSHOT RECORDS READ: " WS-RECORDS-READ
