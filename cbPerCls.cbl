IDENTIFICATION DIVISION.
PROGRAM-ID. CBPERCLS.
AUTHOR. SAEEDMALIK.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
	SELECT ITEMFILE ASSIGN TO DYNAMIC FP-ITEMFILE-NAME
		ORGANIZATION IS INDEXED
		ACCESS MODE IS SEQUENTIAL
		RECORD KEY IS IR-ITEM-ID
		ALTERNATE RECORD KEY IS IR-ITEM-STATE WITH DUPLICATES
		FILE STATUS IS WS-ITM-FILE-STATUS.

	SELECT ITEMCOST ASSIGN TO DYNAMIC FP-ITEMCOST-NAME
		ORGANIZATION IS INDEXED
		ACCESS MODE IS RANDOM
		RECORD KEY IS IC-ITEM-ID
		FILE STATUS IS WS-CST-FILE-STATUS.

	SELECT PERHIST ASSIGN TO DYNAMIC FP-PERHIST-NAME
		ORGANIZATION IS INDEXED
		ACCESS MODE IS RANDOM
		RECORD KEY IS PRH-HIST-KEY
		FILE STATUS IS WS-HST-FILE-STATUS.

	SELECT PERIODCTL ASSIGN TO DYNAMIC FP-PERIODCTL-NAME
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS WS-PCL-FILE-STATUS.

DATA DIVISION.
FILE SECTION.
FD ITEMFILE.
01 ITEMRECORD.
	88 EOF 	    VALUE  HIGH-VALUES.
	COPY ITEMREC.

FD ITEMCOST.
01 ITEMCOST-RECORD.
	COPY ITEMCOST.

FD PERHIST.
01 PERHIST-RECORD.
	COPY PERHIST.

FD PERIODCTL.
01 PERIODCTL-RECORD.
	COPY PERIODCTL.

WORKING-STORAGE SECTION.
COPY FILEPARM.
COPY BUSDPARM.

01 WS-RUN-DATE.
	05 WS-RUN-YYYY          PIC 9(4).
	05 WS-RUN-MM            PIC 9(2).
	05 WS-RUN-DD            PIC 9(2).
01 WS-RUN-DATE-N REDEFINES WS-RUN-DATE
                               PIC 9(08).
01 WS-RUN-PERIOD               PIC 9(06) VALUE ZERO.

01 WS-ITM-FILE-STATUS          PIC X(02) VALUE SPACES.
01 WS-CST-FILE-STATUS          PIC X(02) VALUE SPACES.
01 WS-HST-FILE-STATUS          PIC X(02) VALUE SPACES.
01 WS-PCL-FILE-STATUS          PIC X(02) VALUE SPACES.
01 WS-ABORT-FILE-NAME          PIC X(40) VALUE SPACES.
01 WS-ABORT-FILE-STATUS        PIC X(02) VALUE SPACES.

01 WS-COST-PRESENT-SW          PIC X(01) VALUE "N".
	88 COST-FILE-PRESENT    VALUE "Y".

*> The control record as it stood before this close; zeros when no
*> period has ever been closed.
01 WS-PRIOR-CLOSED-PERIOD      PIC 9(06) VALUE ZERO.
01 WS-PRIOR-LATE-ACTION        PIC X(01) VALUE "R".

01 WS-PERIOD-PARM              PIC X(06) VALUE SPACES.
01 WS-LATE-PARM                PIC X(01) VALUE SPACES.
01 WS-CLOSE-PERIOD.
	05 WS-CLOSE-YYYY        PIC 9(4).
	05 WS-CLOSE-MM          PIC 9(2).
01 WS-CLOSE-PERIOD-N REDEFINES WS-CLOSE-PERIOD
                               PIC 9(06).
01 WS-NEXT-MONTH-START.
	05 WS-NEXT-YYYY         PIC 9(4).
	05 WS-NEXT-MM           PIC 9(2).
	05 WS-NEXT-DD           PIC 9(2).
01 WS-NEXT-MONTH-START-N REDEFINES WS-NEXT-MONTH-START
                               PIC 9(08).
01 WS-CLOSE-THRU-DATE          PIC 9(08) VALUE ZERO.
01 WS-LATE-ACTION              PIC X(01) VALUE "R".

01 WS-ITEMS-SNAPPED            PIC 9(07) VALUE ZERO.
01 WS-ITEMS-REPLACED           PIC 9(07) VALUE ZERO.
01 WS-CLOSED-VALUE             PIC 9(15)V99 VALUE ZERO.

PROCEDURE DIVISION.
Begin.
	DISPLAY "CBPERCLS -- MONTH-END PERIOD CLOSE".
	PERFORM LoadFileParms.
	MOVE "P" TO BD-FUNCTION.
	CALL "CBBUSDTE" USING BD-DATE-PARMS.
	MOVE BD-RESULT-DATE TO WS-RUN-DATE.
	COMPUTE WS-RUN-PERIOD = WS-RUN-YYYY * 100 + WS-RUN-MM.
	PERFORM LoadPeriodControl.
	PERFORM LoadClosePeriod.
	PERFORM OpenFiles.
	PERFORM ReadItem.
	PERFORM SnapshotOneItem UNTIL EOF.
	PERFORM CloseFiles.
	PERFORM WritePeriodControl.
	DISPLAY "CBPERCLS PERIOD " WS-CLOSE-PERIOD-N " CLOSED THROUGH "
		WS-CLOSE-THRU-DATE.
	DISPLAY "CBPERCLS ITEMS SNAPPED: " WS-ITEMS-SNAPPED
		"  (REPLACING " WS-ITEMS-REPLACED " FROM AN EARLIER RUN)".
	DISPLAY "CBPERCLS CLOSING VALUE: " WS-CLOSED-VALUE.
	DISPLAY "CBPERCLS LATE POSTINGS WILL BE "
		WS-LATE-ACTION " (R=REJECTED, P=POSTED TO OPEN PERIOD)".
	STOP RUN.

LoadFileParms.
	MOVE FP-ITEMFILE-DEFAULT TO FP-ITEMFILE-NAME.
	ACCEPT FP-ITEMFILE-NAME FROM ENVIRONMENT "ITEMFILE".
	IF FP-ITEMFILE-NAME = SPACES
		MOVE FP-ITEMFILE-DEFAULT TO FP-ITEMFILE-NAME
	END-IF.
	MOVE FP-ITEMCOST-DEFAULT TO FP-ITEMCOST-NAME.
	ACCEPT FP-ITEMCOST-NAME FROM ENVIRONMENT "ITEMCOST".
	IF FP-ITEMCOST-NAME = SPACES
		MOVE FP-ITEMCOST-DEFAULT TO FP-ITEMCOST-NAME
	END-IF.
	MOVE FP-PERHIST-DEFAULT TO FP-PERHIST-NAME.
	ACCEPT FP-PERHIST-NAME FROM ENVIRONMENT "PERHIST".
	IF FP-PERHIST-NAME = SPACES
		MOVE FP-PERHIST-DEFAULT TO FP-PERHIST-NAME
	END-IF.
	MOVE FP-PERIODCTL-DEFAULT TO FP-PERIODCTL-NAME.
	ACCEPT FP-PERIODCTL-NAME FROM ENVIRONMENT "PERIODCTL".
	IF FP-PERIODCTL-NAME = SPACES
		MOVE FP-PERIODCTL-DEFAULT TO FP-PERIODCTL-NAME
	END-IF.

*> No control file yet means this is the first close ever run.
LoadPeriodControl.
	OPEN INPUT PERIODCTL.
	IF WS-PCL-FILE-STATUS = "35"
		DISPLAY "CBPERCLS -- NO PERIOD-CONTROL FILE -- FIRST CLOSE"
	ELSE
		IF WS-PCL-FILE-STATUS NOT = "00"
			MOVE "PERIODCTL" TO WS-ABORT-FILE-NAME
			MOVE WS-PCL-FILE-STATUS TO WS-ABORT-FILE-STATUS
			PERFORM AbortOnFileError
		END-IF
		READ PERIODCTL
			AT END
				CONTINUE
			NOT AT END
				MOVE PCL-CLOSED-PERIOD TO WS-PRIOR-CLOSED-PERIOD
				IF PCL-LATE-REDIRECT
					MOVE "P" TO WS-PRIOR-LATE-ACTION
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

*> PERIOD (YYYYMM) names the month to close; left off, it is the
*> month before the run date, since the close runs in the first
*> days of the new month.  A period already closed, or one not yet
*> begun, is refused -- reopening a period is not something this
*> job does.  PERLATE sets how the posting programs treat a late
*> transaction from here on; left off, the standing choice carries.
LoadClosePeriod.
	ACCEPT WS-PERIOD-PARM FROM ENVIRONMENT "PERIOD".
	IF WS-PERIOD-PARM = SPACES
		MOVE WS-RUN-YYYY TO WS-CLOSE-YYYY
		MOVE WS-RUN-MM TO WS-CLOSE-MM
		IF WS-CLOSE-MM = 1
			SUBTRACT 1 FROM WS-CLOSE-YYYY
			MOVE 12 TO WS-CLOSE-MM
		ELSE
			SUBTRACT 1 FROM WS-CLOSE-MM
		END-IF
	ELSE
		IF WS-PERIOD-PARM NOT NUMERIC
			DISPLAY "CBPERCLS -- PERIOD PARAMETER '" WS-PERIOD-PARM
				"' NOT NUMERIC (YYYYMM) -- NOTHING CLOSED"
			MOVE 8 TO RETURN-CODE
			STOP RUN
		END-IF
		MOVE WS-PERIOD-PARM TO WS-CLOSE-PERIOD
		IF WS-CLOSE-MM < 1 OR WS-CLOSE-MM > 12
			DISPLAY "CBPERCLS -- PERIOD PARAMETER '" WS-PERIOD-PARM
				"' IS NOT A VALID MONTH -- NOTHING CLOSED"
			MOVE 8 TO RETURN-CODE
			STOP RUN
		END-IF
	END-IF.
	IF WS-CLOSE-PERIOD-N <= WS-PRIOR-CLOSED-PERIOD
		DISPLAY "CBPERCLS -- PERIOD " WS-CLOSE-PERIOD-N
			" IS ALREADY CLOSED (CLOSED THROUGH "
			WS-PRIOR-CLOSED-PERIOD ") -- NOTHING CLOSED"
		MOVE 8 TO RETURN-CODE
		STOP RUN
	END-IF.
	IF WS-CLOSE-PERIOD-N > WS-RUN-PERIOD
		DISPLAY "CBPERCLS -- PERIOD " WS-CLOSE-PERIOD-N
			" HAS NOT BEGUN -- NOTHING CLOSED"
		MOVE 8 TO RETURN-CODE
		STOP RUN
	END-IF.
	MOVE WS-CLOSE-YYYY TO WS-NEXT-YYYY.
	MOVE WS-CLOSE-MM TO WS-NEXT-MM.
	MOVE 1 TO WS-NEXT-DD.
	IF WS-NEXT-MM = 12
		ADD 1 TO WS-NEXT-YYYY
		MOVE 1 TO WS-NEXT-MM
	ELSE
		ADD 1 TO WS-NEXT-MM
	END-IF.
	COMPUTE WS-CLOSE-THRU-DATE = FUNCTION DATE-OF-INTEGER
		(FUNCTION INTEGER-OF-DATE (WS-NEXT-MONTH-START-N) - 1).
	MOVE WS-PRIOR-LATE-ACTION TO WS-LATE-ACTION.
	ACCEPT WS-LATE-PARM FROM ENVIRONMENT "PERLATE".
	EVALUATE WS-LATE-PARM
		WHEN SPACES
			CONTINUE
		WHEN "R"
		WHEN "P"
			MOVE WS-LATE-PARM TO WS-LATE-ACTION
		WHEN OTHER
			DISPLAY "CBPERCLS -- PERLATE PARAMETER '" WS-LATE-PARM
				"' NOT R OR P -- KEEPING " WS-LATE-ACTION
	END-EVALUATE.

*> The history file accumulates period after period; the first
*> close ever made creates it.
OpenFiles.
	OPEN INPUT ITEMFILE.
	IF WS-ITM-FILE-STATUS NOT = "00"
		MOVE "ITEMFILE" TO WS-ABORT-FILE-NAME
		MOVE WS-ITM-FILE-STATUS TO WS-ABORT-FILE-STATUS
		PERFORM AbortOnFileError
	END-IF.
	OPEN INPUT ITEMCOST.
	IF WS-CST-FILE-STATUS = "00"
		SET COST-FILE-PRESENT TO TRUE
	ELSE
		IF WS-CST-FILE-STATUS NOT = "35"
			MOVE "ITEMCOST" TO WS-ABORT-FILE-NAME
			MOVE WS-CST-FILE-STATUS TO WS-ABORT-FILE-STATUS
			PERFORM AbortOnFileError
		END-IF
	END-IF.
	OPEN I-O PERHIST.
	IF WS-HST-FILE-STATUS = "35"
		OPEN OUTPUT PERHIST
		IF WS-HST-FILE-STATUS NOT = "00"
			MOVE "PERHIST" TO WS-ABORT-FILE-NAME
			MOVE WS-HST-FILE-STATUS TO WS-ABORT-FILE-STATUS
			PERFORM AbortOnFileError
		END-IF
		CLOSE PERHIST
		OPEN I-O PERHIST
	END-IF.
	IF WS-HST-FILE-STATUS NOT = "00"
		MOVE "PERHIST" TO WS-ABORT-FILE-NAME
		MOVE WS-HST-FILE-STATUS TO WS-ABORT-FILE-STATUS
		PERFORM AbortOnFileError
	END-IF.

CloseFiles.
	CLOSE ITEMFILE.
	IF WS-ITM-FILE-STATUS NOT = "00"
		MOVE "ITEMFILE" TO WS-ABORT-FILE-NAME
		MOVE WS-ITM-FILE-STATUS TO WS-ABORT-FILE-STATUS
		PERFORM AbortOnFileError
	END-IF.
	IF COST-FILE-PRESENT
		CLOSE ITEMCOST
		IF WS-CST-FILE-STATUS NOT = "00"
			MOVE "ITEMCOST" TO WS-ABORT-FILE-NAME
			MOVE WS-CST-FILE-STATUS TO WS-ABORT-FILE-STATUS
			PERFORM AbortOnFileError
		END-IF
	END-IF.
	CLOSE PERHIST.
	IF WS-HST-FILE-STATUS NOT = "00"
		MOVE "PERHIST" TO WS-ABORT-FILE-NAME
		MOVE WS-HST-FILE-STATUS TO WS-ABORT-FILE-STATUS
		PERFORM AbortOnFileError
	END-IF.

ReadItem.
	READ ITEMFILE NEXT RECORD
		AT END SET EOF TO TRUE
	END-READ.
	IF WS-ITM-FILE-STATUS NOT = "00" AND WS-ITM-FILE-STATUS NOT = "10"
		MOVE "ITEMFILE" TO WS-ABORT-FILE-NAME
		MOVE WS-ITM-FILE-STATUS TO WS-ABORT-FILE-STATUS
		PERFORM AbortOnFileError
	END-IF.

*> Value is quantity times unit price, the way CBVALURPT values the
*> live master, so the frozen figure ties to the last valuation of
*> the month.  A close rerun after a failure part-way through finds
*> its own earlier records and replaces them.
SnapshotOneItem.
	MOVE WS-CLOSE-PERIOD-N TO PRH-PERIOD.
	MOVE IR-ITEM-ID        TO PRH-ITEM-ID.
	MOVE IR-ITEM-STATE     TO PRH-ITEM-STATE.
	MOVE IR-WHSE-CODE      TO PRH-WHSE-CODE.
	MOVE IR-QTY-ON-HAND    TO PRH-QTY-ON-HAND.
	MOVE IR-UNIT-PRICE     TO PRH-UNIT-PRICE.
	COMPUTE PRH-EXT-VALUE = IR-QTY-ON-HAND * IR-UNIT-PRICE.
	MOVE ZERO TO PRH-AVG-COST.
	IF COST-FILE-PRESENT
		MOVE IR-ITEM-ID TO IC-ITEM-ID
		READ ITEMCOST KEY IS IC-ITEM-ID
			INVALID KEY
				CONTINUE
			NOT INVALID KEY
				MOVE IC-AVG-COST TO PRH-AVG-COST
		END-READ
	END-IF.
	WRITE PERHIST-RECORD
		INVALID KEY
			REWRITE PERHIST-RECORD
			IF WS-HST-FILE-STATUS NOT = "00"
				MOVE "PERHIST" TO WS-ABORT-FILE-NAME
				MOVE WS-HST-FILE-STATUS TO WS-ABORT-FILE-STATUS
				PERFORM AbortOnFileError
			END-IF
			ADD 1 TO WS-ITEMS-REPLACED
	END-WRITE.
	IF WS-HST-FILE-STATUS NOT = "00"
		MOVE "PERHIST" TO WS-ABORT-FILE-NAME
		MOVE WS-HST-FILE-STATUS TO WS-ABORT-FILE-STATUS
		PERFORM AbortOnFileError
	END-IF.
	ADD 1 TO WS-ITEMS-SNAPPED.
	ADD PRH-EXT-VALUE TO WS-CLOSED-VALUE.
	PERFORM ReadItem.

*> Written only once the snapshot is complete, so a close that
*> fails part-way leaves the period open and can simply be rerun.
WritePeriodControl.
	OPEN OUTPUT PERIODCTL.
	IF WS-PCL-FILE-STATUS NOT = "00"
		MOVE "PERIODCTL" TO WS-ABORT-FILE-NAME
		MOVE WS-PCL-FILE-STATUS TO WS-ABORT-FILE-STATUS
		PERFORM AbortOnFileError
	END-IF.
	MOVE WS-CLOSE-PERIOD-N  TO PCL-CLOSED-PERIOD.
	MOVE WS-CLOSE-THRU-DATE TO PCL-CLOSED-THRU-DATE.
	MOVE WS-RUN-DATE-N      TO PCL-CLOSED-ON-DATE.
	MOVE WS-LATE-ACTION     TO PCL-LATE-ACTION.
	MOVE WS-ITEMS-SNAPPED   TO PCL-ITEMS-SNAPPED.
	MOVE WS-CLOSED-VALUE    TO PCL-CLOSED-VALUE.
	WRITE PERIODCTL-RECORD.
	IF WS-PCL-FILE-STATUS NOT = "00"
		MOVE "PERIODCTL" TO WS-ABORT-FILE-NAME
		MOVE WS-PCL-FILE-STATUS TO WS-ABORT-FILE-STATUS
		PERFORM AbortOnFileError
	END-IF.
	CLOSE PERIODCTL.
	IF WS-PCL-FILE-STATUS NOT = "00"
		MOVE "PERIODCTL" TO WS-ABORT-FILE-NAME
		MOVE WS-PCL-FILE-STATUS TO WS-ABORT-FILE-STATUS
		PERFORM AbortOnFileError
	END-IF.

AbortOnFileError.
	DISPLAY "CBPERCLS -- FILE ERROR ON " WS-ABORT-FILE-NAME
		": STATUS=" WS-ABORT-FILE-STATUS.
	MOVE 16 TO RETURN-CODE.
	STOP RUN.
