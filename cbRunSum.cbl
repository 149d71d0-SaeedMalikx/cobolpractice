
WORKING-STORAGE SECTION.
COPY FILEPARM.
COPY BUSDPARM.

01 WS-RUN-DATE.
	05 WS-RUN-YYYY          PIC 9(4).
Begin.
	DISPLAY "CBRUNSUM -- DAILY OPERATIONS RUN SUMMARY".
	PERFORM LoadFileParms.
	MOVE "P" TO BD-FUNCTION.
	CALL "CBBUSDTE" USING BD-DATE-PARMS.
	MOVE BD-RESULT-DATE TO WS-RUN-DATE.
	ACCEPT WS-RUN-TIME FROM TIME.
	PERFORM GatherMergeAudit.
	PERFORM GatherSequenceErrors.
