		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS WS-RPT-FILE-STATUS.

	SELECT PERIODCTL ASSIGN TO DYNAMIC FP-PERIODCTL-NAME
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS WS-PCL-FILE-STATUS.

DATA DIVISION.
FILE SECTION.
FD PRCTRANS.
FD PRCREVAL.
01 RPT-LINE                    PIC X(80).

FD PERIODCTL.
01 PERIODCTL-RECORD.
	COPY PERIODCTL.

WORKING-STORAGE SECTION.
	COPY STATETAB.
	COPY FILEPARM.
	COPY BUSDPARM.
	COPY JRNLPARM.

01 WS-RUN-DATE.
01 WS-ITM-FILE-STATUS          PIC X(02) VALUE SPACES.
01 WS-ATR-FILE-STATUS          PIC X(02) VALUE SPACES.
01 WS-RPT-FILE-STATUS          PIC X(02) VALUE SPACES.
01 WS-PCL-FILE-STATUS          PIC X(02) VALUE SPACES.
01 WS-ABORT-FILE-NAME          PIC X(40) VALUE SPACES.
01 WS-ABORT-FILE-STATUS        PIC X(02) VALUE SPACES.

01 WS-TRANS-DUE                PIC 9(05) VALUE ZERO.
01 WS-TRANS-PENDING            PIC 9(05) VALUE ZERO.
01 WS-TRANS-INVALID            PIC 9(05) VALUE ZERO.
01 WS-TRANS-LATE-DROPPED       PIC 9(05) VALUE ZERO.
01 WS-TRANS-LATE-APPLIED       PIC 9(05) VALUE ZERO.

*> Closed-period protection, off the period-control record: the
*> last day of the latest closed period (zero when none is) and
*> what to do with a change effective on or before it.
01 WS-CLOSED-THRU-DATE         PIC 9(08) VALUE ZERO.
01 WS-LATE-ACTION              PIC X(01) VALUE "R".
	88 LATE-REJECT          VALUE "R".
	88 LATE-REDIRECT        VALUE "P".
01 WS-ITEMS-REPRICED           PIC 9(07) VALUE ZERO.

01 WS-PAGE-NO                  PIC 9(03) VALUE ZERO.
Begin.
	DISPLAY "CBPRCCHG -- EFFECTIVE-DATED PRICE CHANGE APPLICATION".
	PERFORM LoadFileParms.
	MOVE "P" TO BD-FUNCTION.
	CALL "CBBUSDTE" USING BD-DATE-PARMS.
	MOVE BD-RESULT-DATE TO WS-RUN-DATE.
	PERFORM LoadPeriodControl.
	PERFORM OpenReport.
	PERFORM LoadPriceChanges.
	IF WS-TRANS-DUE > ZERO
		"  DUE: " WS-TRANS-DUE
		"  PENDING: " WS-TRANS-PENDING
		"  INVALID: " WS-TRANS-INVALID.
	DISPLAY "CBPRCCHG DATED INTO A CLOSED PERIOD -- DROPPED: "
		WS-TRANS-LATE-DROPPED "  APPLIED AS OF TODAY: "
		WS-TRANS-LATE-APPLIED.
	DISPLAY "CBPRCCHG ITEMS REPRICED: " WS-ITEMS-REPRICED.
	STOP RUN.

	IF FP-PRCREVAL-NAME = SPACES
		MOVE FP-PRCREVAL-DEFAULT TO FP-PRCREVAL-NAME
	END-IF.
	MOVE FP-PERIODCTL-DEFAULT TO FP-PERIODCTL-NAME.
	ACCEPT FP-PERIODCTL-NAME FROM ENVIRONMENT "PERIODCTL".
	IF FP-PERIODCTL-NAME = SPACES
		MOVE FP-PERIODCTL-DEFAULT TO FP-PERIODCTL-NAME
	END-IF.

*> The period-control record CBPERCLS keeps.  No file means no
*> period has been closed and every effective date is open.
LoadPeriodControl.
	OPEN INPUT PERIODCTL.
	IF WS-PCL-FILE-STATUS NOT = "35"
		IF WS-PCL-FILE-STATUS NOT = "00"
			MOVE "PERIODCTL" TO WS-ABORT-FILE-NAME
			MOVE WS-PCL-FILE-STATUS TO WS-ABORT-FILE-STATUS
			PERFORM AbortOnFileError
		END-IF
		READ PERIODCTL
			AT END
				CONTINUE
			NOT AT END
				MOVE PCL-CLOSED-THRU-DATE TO WS-CLOSED-THRU-DATE
				IF PCL-LATE-REDIRECT
					SET LATE-REDIRECT TO TRUE
				END-IF
		END-READ
		IF WS-PCL-FILE-STATUS NOT = "00"
		AND WS-PCL-FILE-STATUS NOT = "10"
			MOVE "PERIODCTL" TO WS-ABORT-FILE-NAME
			MOVE WS-PCL-FILE-STATUS TO WS-ABORT-FILE-STATUS
			PERFORM AbortOnFileError
		END-IF
		CLOSE PERIODCTL
		IF WS-PCL-FILE-STATUS NOT = "00"
			MOVE "PERIODCTL" TO WS-ABORT-FILE-NAME
			MOVE WS-PCL-FILE-STATUS TO WS-ABORT-FILE-STATUS
			PERFORM AbortOnFileError
		END-IF
	END-IF.

*> Purchasing's price list: changes due by today are loaded into
*> the item and category tables; future-dated ones are carried
*> forward untouched so they apply when their day comes; malformed
*> ones are dropped with a line on the report.  A change effective
*> inside a closed period cannot reprice that period's frozen
*> snapshot: it is dropped, or applied as of today, as the
*> period-control record directs -- either way with a report line.
LoadPriceChanges.
	OPEN INPUT PRCTRANS.
	IF WS-PRC-FILE-STATUS = "35"
			PERFORM DropInvalidChange
		WHEN PC-PERCENT AND NOT PC-PCT-UP AND NOT PC-PCT-DOWN
			PERFORM DropInvalidChange
		WHEN PC-EFF-DATE-N <= WS-CLOSED-THRU-DATE AND LATE-REJECT
			PERFORM DropLateChange
		WHEN PC-EFF-DATE-N > WS-RUN-DATE-N
			ADD 1 TO WS-TRANS-PENDING
			MOVE PRC-RECORD TO PRCW-RECORD
			END-IF
		WHEN PC-ITEM-LEVEL
			ADD 1 TO WS-TRANS-DUE
			PERFORM NoteLateChange
			PERFORM StoreItemChange
		WHEN OTHER
			ADD 1 TO WS-TRANS-DUE
			PERFORM NoteLateChange
			PERFORM StoreCategoryChange
	END-EVALUATE.
	PERFORM ReadPriceChange.
	END-STRING.
	WRITE RPT-LINE.

DropLateChange.
	ADD 1 TO WS-TRANS-LATE-DROPPED.
	MOVE SPACES TO RPT-LINE.
	STRING "CLOSED-PERIOD PRICE CHANGE DROPPED: " DELIMITED BY SIZE
		PRC-RECORD DELIMITED BY SIZE
		INTO RPT-LINE
	END-STRING.
	WRITE RPT-LINE.

NoteLateChange.
	IF PC-EFF-DATE-N <= WS-CLOSED-THRU-DATE
		ADD 1 TO WS-TRANS-LATE-APPLIED
		MOVE SPACES TO RPT-LINE
		STRING "CLOSED-PERIOD CHANGE APPLIED TODAY: " DELIMITED BY SIZE
			PRC-RECORD DELIMITED BY SIZE
			INTO RPT-LINE
		END-STRING
		WRITE RPT-LINE
	END-IF.

StoreItemChange.
	SET CHANGE-NOT-MATCHED TO TRUE.
	IF WS-IPC-COUNT > ZERO
