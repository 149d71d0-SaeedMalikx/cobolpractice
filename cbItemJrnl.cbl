
WORKING-STORAGE SECTION.
COPY FILEPARM.
COPY BUSDPARM.

01 WS-JRN-FILE-STATUS          PIC X(02) VALUE SPACES.
01 WS-ABORT-FILE-NAME          PIC X(40) VALUE SPACES.
		MOVE WS-JRN-FILE-STATUS TO WS-ABORT-FILE-STATUS
		PERFORM AbortOnFileError
	END-IF.
	MOVE "P" TO BD-FUNCTION.
	CALL "CBBUSDTE" USING BD-DATE-PARMS.
	MOVE BD-RESULT-DATE TO JR-DATE.
	MOVE "T" TO BD-FUNCTION.
	CALL "CBBUSDTE" USING BD-DATE-PARMS.
	MOVE BD-RESULT-TIME TO JR-TIME.
	MOVE JP-ACTION       TO JR-ACTION.
	MOVE JP-SOURCE       TO JR-SOURCE.
	MOVE JP-OPERATOR     TO JR-OPERATOR.
