WORKING-STORAGE SECTION.
	COPY STATETAB.
	COPY FILEPARM.
	COPY BUSDPARM.

01 WS-RUN-DATE.
	05 WS-RUN-YYYY          PIC 9(4).
01 WS-ABORT-FILE-STATUS        PIC X(02) VALUE SPACES.

01 WS-PARM-DAYS                PIC X(05) VALUE SPACES.
01 WS-DEAD-DAYS                PIC 9(05) VALUE 65.
01 WS-IDLE-DAYS                PIC S9(05) VALUE ZERO.

01 WS-ACT-FOUND-SW             PIC X(01) VALUE "N".
		" ACTIVITY".
	PERFORM LoadFileParms.
	PERFORM LoadDeadDays.
	MOVE "P" TO BD-FUNCTION.
	CALL "CBBUSDTE" USING BD-DATE-PARMS.
	MOVE BD-RESULT-DATE TO WS-RUN-DATE.
	PERFORM LoadRegionMap.
	PERFORM BuildLastActivity.
	PERFORM WriteDeadStockReport.
		MOVE FP-DEADSTK-DEFAULT TO FP-DEADSTK-NAME
	END-IF.

*> DEADDAYS counts working days on the business calendar, so a
*> holiday week does not push an item over the limit.
LoadDeadDays.
	ACCEPT WS-PARM-DAYS FROM ENVIRONMENT "DEADDAYS".
	IF WS-PARM-DAYS NOT = SPACES
				"' NOT NUMERIC -- USING " WS-DEAD-DAYS
		END-IF
	END-IF.
	DISPLAY "CBDEADSTK NO-ACTIVITY LIMIT: " WS-DEAD-DAYS
		" BUSINESS DAYS".

LoadRegionMap.
	MOVE ZERO TO WS-RGNMAP-COUNT.
		SET ITEM-DEAD TO TRUE
		MOVE ZERO TO WS-IDLE-DAYS
	ELSE
		MOVE "C" TO BD-FUNCTION
		MOVE LA-LAST-DATE TO BD-FROM-DATE
		MOVE WS-RUN-DATE-N TO BD-TO-DATE
		CALL "CBBUSDTE" USING BD-DATE-PARMS
		MOVE BD-DAYS TO WS-IDLE-DAYS
		IF WS-IDLE-DAYS > WS-DEAD-DAYS
			SET ITEM-DEAD TO TRUE
		END-IF
	MOVE SPACES TO RPT-LINE.
	STRING "CBDEADSTK -- NO ACTIVITY IN " DELIMITED BY SIZE
		WS-DEAD-DAYS DELIMITED BY SIZE
		" WORKING DAYS   RUN DATE: " DELIMITED BY SIZE
		WS-RUN-MM DELIMITED BY SIZE
		"/" DELIMITED BY SIZE
		WS-RUN-DD DELIMITED BY SIZE
