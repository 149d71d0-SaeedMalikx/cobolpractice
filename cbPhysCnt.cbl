		ALTERNATE RECORD KEY IS IR-ITEM-STATE WITH DUPLICATES
		FILE STATUS IS WS-ITM-FILE-STATUS.

	SELECT PHYSSRT ASSIGN TO DYNAMIC FP-PHYSSRT-NAME
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS WS-SRT-FILE-STATUS.

	SELECT LOTBAL ASSIGN TO DYNAMIC FP-LOTBAL-NAME
		ORGANIZATION IS INDEXED
		ACCESS MODE IS DYNAMIC
		RECORD KEY IS LB-LOT-KEY
		FILE STATUS IS WS-LOT-FILE-STATUS.

	SELECT PHYSHOLD ASSIGN TO DYNAMIC FP-PHYSHOLD-NAME
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS WS-HLD-FILE-STATUS.
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS WS-RPT-FILE-STATUS.

	SELECT PERIODCTL ASSIGN TO DYNAMIC FP-PERIODCTL-NAME
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS WS-PCL-FILE-STATUS.

	SELECT ABCCLASS ASSIGN TO DYNAMIC FP-ABCCLASS-NAME
		ORGANIZATION IS INDEXED
		ACCESS MODE IS RANDOM
		RECORD KEY IS AB-ITEM-ID
		FILE STATUS IS WS-ABC-FILE-STATUS.

	SELECT WORKFILE ASSIGN TO DYNAMIC FP-WORKFILE-NAME.

	SELECT CNTWORK ASSIGN TO DYNAMIC FP-WORKFILE-NAME.

DATA DIVISION.
FILE SECTION.
*> One line per item counted, or -- for lot-controlled stock --
*> one line per lot on the shelf.  Lot and expiry are blank on an
*> item-level count; the expiry is only needed for a lot the
*> system has never seen.
FD PHYSCNT.
01 PHYSCNT-RECORD.
	05 PH-ITEM-ID              PIC X(06).
	05 PH-COUNT-QTY            PIC X(07).
	05 PH-LOT-NO               PIC X(10).
	05 PH-EXPIRY-DATE          PIC X(08).

*> The count file in item/lot order, so every line for one item is
*> reconciled together.
FD PHYSSRT.
01 PHYSSRT-RECORD.
	88 EOFC     VALUE HIGH-VALUES.
	05 PS-ITEM-ID              PIC X(06).
	05 PS-COUNT-QTY            PIC X(07).
	05 PS-COUNT-QTY-N REDEFINES PS-COUNT-QTY
	                           PIC 9(07).
	05 PS-LOT-NO               PIC X(10).
	05 PS-EXPIRY-DATE          PIC X(08).
	05 PS-EXPIRY-DATE-N REDEFINES PS-EXPIRY-DATE
	                           PIC 9(08).

FD LOTBAL.
01 LOTBAL-RECORD.
	COPY LOTBAL.

FD ITEMFILE.
01 ITEMRECORD.
FD PHYSVAR.
01 RPT-LINE                    PIC X(80).

FD PERIODCTL.
01 PERIODCTL-RECORD.
	COPY PERIODCTL.

*> Every item reconciled here has its count date stamped on its
*> classification record, which is what CBCYCSEL goes by when it
*> decides what is due for counting next.
FD ABCCLASS.
01 ABCCLASS-RECORD.
	COPY ABCCLASS.

SD WORKFILE.
01 WORKFILE-RECORD.
	05 SR-ABS-EXT-VAR          PIC 9(13)V99.
	05 SR-ITEM-ID              PIC X(06).
	05 SR-STATE                PIC X(02).
	05 SR-LOT-NO               PIC X(10).
	05 SR-SYSTEM-QTY           PIC 9(07).
	05 SR-COUNT-QTY            PIC 9(07).
	05 SR-UNIT-VAR             PIC S9(08).
	05 SR-EXT-VAR              PIC S9(13)V99.
	05 SR-DISP                 PIC X(08).

SD CNTWORK.
01 CNTWORK-RECORD.
	05 CW-ITEM-ID              PIC X(06).
	05 CW-COUNT-QTY            PIC X(07).
	05 CW-LOT-NO               PIC X(10).
	05 CW-EXPIRY-DATE          PIC X(08).

WORKING-STORAGE SECTION.
COPY FILEPARM.
COPY BUSDPARM.
COPY JRNLPARM.

01 WS-RUN-DATE.
	05 WS-RUN-YYYY          PIC 9(4).
	05 WS-RUN-MM            PIC 9(2).
	05 WS-RUN-DD            PIC 9(2).
01 WS-RUN-DATE-N REDEFINES WS-RUN-DATE
                               PIC 9(08).

01 WS-CNT-FILE-STATUS          PIC X(02) VALUE SPACES.
01 WS-ITM-FILE-STATUS          PIC X(02) VALUE SPACES.
01 WS-HLD-FILE-STATUS          PIC X(02) VALUE SPACES.
01 WS-SRT-FILE-STATUS          PIC X(02) VALUE SPACES.
01 WS-LOT-FILE-STATUS          PIC X(02) VALUE SPACES.
01 WS-RPT-FILE-STATUS          PIC X(02) VALUE SPACES.
01 WS-PCL-FILE-STATUS          PIC X(02) VALUE SPACES.
01 WS-ABC-FILE-STATUS          PIC X(02) VALUE SPACES.
01 WS-ABORT-FILE-NAME          PIC X(40) VALUE SPACES.
01 WS-ABORT-FILE-STATUS        PIC X(02) VALUE SPACES.

*> The day the floor was counted -- one date for the whole count --
*> checked against the period-control record CBPERCLS keeps.
01 WS-CNTDATE-PARM             PIC X(08) VALUE SPACES.
01 WS-COUNT-DATE               PIC 9(08) VALUE ZERO.
01 WS-CLOSED-THRU-DATE         PIC 9(08) VALUE ZERO.
01 WS-LATE-ACTION              PIC X(01) VALUE "R".
	88 LATE-REJECT          VALUE "R".
	88 LATE-REDIRECT        VALUE "P".
01 WS-LATE-SW                  PIC X(01) VALUE "N".
	88 COUNT-LATE           VALUE "Y".
	88 COUNT-NOT-LATE       VALUE "N".

01 WS-FOUND-SW                 PIC X(01) VALUE "N".
	88 RECORD-FOUND         VALUE "Y".
	88 RECORD-NOT-FOUND     VALUE "N".
01 WS-ABS-UNIT-VAR             PIC 9(08) VALUE ZERO.
01 WS-EXT-VAR                  PIC S9(13)V99 VALUE ZERO.

*> The item being reconciled: its total counted quantity over all
*> its count lines, and -- when it was counted by lot -- which lots
*> were found and how many of each, so the lot file is restated and
*> lots the system holds that nobody found are cleared only once
*> every one of the item's lines has proved good.
01 WS-CNT-ITEM-ID              PIC X(06) VALUE SPACES.
01 WS-ITEM-COUNT-QTY           PIC 9(07) VALUE ZERO.
01 WS-ITEM-BAD-SW              PIC X(01) VALUE "N".
	88 ITEM-COUNT-BAD       VALUE "Y".
	88 ITEM-COUNT-GOOD      VALUE "N".
01 WS-LOT-FOUND-SW             PIC X(01) VALUE "N".
	88 LOT-FOUND            VALUE "Y".
	88 LOT-NOT-FOUND        VALUE "N".
01 WS-LOT-SCAN-SW              PIC X(01) VALUE "N".
	88 LOT-SCAN-DONE        VALUE "Y".
	88 LOT-SCAN-NOT-DONE    VALUE "N".
01 WS-CNT-LOT-NO               PIC X(10) VALUE SPACES.
01 WS-CNT-EXPIRY               PIC X(08) VALUE SPACES.
01 WS-CNT-EXPIRY-N REDEFINES WS-CNT-EXPIRY
                               PIC 9(08).
01 WS-LOT-COUNT-QTY            PIC 9(07) VALUE ZERO.
01 WS-LOT-SYSTEM-QTY           PIC 9(07) VALUE ZERO.
01 WS-BAD-LINE-DISP            PIC X(08) VALUE SPACES.
01 WS-COUNTED-LOT-COUNT        PIC 9(03) COMP VALUE ZERO.
77 WS-COUNTED-LOT-MAX          PIC 9(03) COMP VALUE 100.
01 WS-COUNTED-LOT-TABLE.
	05 WS-COUNTED-LOT-ENTRY OCCURS 1 TO 100 TIMES
			DEPENDING ON WS-COUNTED-LOT-COUNT
			INDEXED BY WS-CLIDX.
		10 WS-COUNTED-LOT-NO     PIC X(10).
		10 WS-COUNTED-LOT-QTY    PIC 9(07).
		10 WS-COUNTED-LOT-EXPIRY PIC X(08).

01 WS-COUNTS-READ              PIC 9(07) VALUE ZERO.
01 WS-COUNTS-MATCHED           PIC 9(07) VALUE ZERO.
01 WS-COUNTS-ADJUSTED          PIC 9(07) VALUE ZERO.
01 WS-COUNTS-HELD              PIC 9(07) VALUE ZERO.
01 WS-COUNTS-NOT-FOUND         PIC 9(07) VALUE ZERO.
01 WS-COUNTS-BAD               PIC 9(07) VALUE ZERO.
01 WS-ITEMS-INCOMPLETE         PIC 9(07) VALUE ZERO.
01 WS-LOTS-COUNTED             PIC 9(07) VALUE ZERO.
01 WS-LOTS-MATCHED             PIC 9(07) VALUE ZERO.
01 WS-LOTS-RESTATED            PIC 9(07) VALUE ZERO.
01 WS-LOTS-ADDED               PIC 9(07) VALUE ZERO.
01 WS-LOTS-CLEARED             PIC 9(07) VALUE ZERO.

01 WS-PAGE-NO                  PIC 9(03) VALUE ZERO.
01 WS-LINES-ON-PAGE            PIC 9(03) VALUE ZERO.
	05 WS-DTL-ITEM-ID        PIC X(06).
	05 FILLER                PIC X(02) VALUE SPACES.
	05 WS-DTL-STATE          PIC X(02).
	05 FILLER                PIC X(01) VALUE SPACES.
	05 WS-DTL-LOT-NO         PIC X(10).
	05 FILLER                PIC X(01) VALUE SPACES.
	05 WS-DTL-SYSTEM         PIC ZZZZ,ZZ9.
	05 FILLER                PIC X(02) VALUE SPACES.
	05 WS-DTL-COUNTED        PIC ZZZZ,ZZ9.
	DISPLAY "CBPHYSCNT -- PHYSICAL COUNT RECONCILIATION".
	PERFORM LoadFileParms.
	PERFORM LoadTolerance.
	MOVE "P" TO BD-FUNCTION.
	CALL "CBBUSDTE" USING BD-DATE-PARMS.
	MOVE BD-RESULT-DATE TO WS-RUN-DATE.
	PERFORM LoadPeriodControl.
	PERFORM CheckCountDate.
	PERFORM SortCounts.
	PERFORM OpenFiles.
	SORT WORKFILE
		ON DESCENDING KEY SR-ABS-EXT-VAR
	PERFORM WriteReportFooter.
	PERFORM CloseFiles.
	DISPLAY "CBPHYSCNT COUNTS READ: " WS-COUNTS-READ.
	DISPLAY "CBPHYSCNT LOTS COUNTED: " WS-LOTS-COUNTED
		"  RESTATED: " WS-LOTS-RESTATED
		"  ADDED: " WS-LOTS-ADDED
		"  CLEARED: " WS-LOTS-CLEARED.
	DISPLAY "CBPHYSCNT ADJUSTED: " WS-COUNTS-ADJUSTED
		"  HELD: " WS-COUNTS-HELD
		"  MATCHED: " WS-COUNTS-MATCHED
	IF FP-PHYSVAR-NAME = SPACES
		MOVE FP-PHYSVAR-DEFAULT TO FP-PHYSVAR-NAME
	END-IF.
	MOVE FP-PHYSSRT-DEFAULT TO FP-PHYSSRT-NAME.
	ACCEPT FP-PHYSSRT-NAME FROM ENVIRONMENT "PHYSSRT".
	IF FP-PHYSSRT-NAME = SPACES
		MOVE FP-PHYSSRT-DEFAULT TO FP-PHYSSRT-NAME
	END-IF.
	MOVE FP-LOTBAL-DEFAULT TO FP-LOTBAL-NAME.
	ACCEPT FP-LOTBAL-NAME FROM ENVIRONMENT "LOTBAL".
	IF FP-LOTBAL-NAME = SPACES
		MOVE FP-LOTBAL-DEFAULT TO FP-LOTBAL-NAME
	END-IF.
	MOVE FP-WORKFILE-DEFAULT TO FP-WORKFILE-NAME.
	ACCEPT FP-WORKFILE-NAME FROM ENVIRONMENT "WORKFILE".
	IF FP-WORKFILE-NAME = SPACES
		MOVE FP-WORKFILE-DEFAULT TO FP-WORKFILE-NAME
	END-IF.
	MOVE FP-PERIODCTL-DEFAULT TO FP-PERIODCTL-NAME.
	ACCEPT FP-PERIODCTL-NAME FROM ENVIRONMENT "PERIODCTL".
	IF FP-PERIODCTL-NAME = SPACES
		MOVE FP-PERIODCTL-DEFAULT TO FP-PERIODCTL-NAME
	END-IF.
	MOVE FP-ABCCLASS-DEFAULT TO FP-ABCCLASS-NAME.
	ACCEPT FP-ABCCLASS-NAME FROM ENVIRONMENT "ABCCLASS".
	IF FP-ABCCLASS-NAME = SPACES
		MOVE FP-ABCCLASS-DEFAULT TO FP-ABCCLASS-NAME
	END-IF.

*> CNTTOLER is the auto-apply band in units: a variance at or
*> under it is corrected on the spot and journaled, a variance
	END-IF.
	DISPLAY "CBPHYSCNT AUTO-APPLY TOLERANCE: " WS-TOLERANCE " UNITS".

*> No period-control file means no period has been closed.
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

*> CNTDATE is the day the floor was counted (YYYYMMDD), left off
*> when the count is reconciled the same day.  A count taken inside
*> a period since closed either stops here with nothing touched or
*> is reconciled into the open period as of today, as the
*> period-control record directs.
CheckCountDate.
	MOVE WS-RUN-DATE-N TO WS-COUNT-DATE.
	ACCEPT WS-CNTDATE-PARM FROM ENVIRONMENT "CNTDATE".
	IF WS-CNTDATE-PARM NOT = SPACES
		IF WS-CNTDATE-PARM NUMERIC
			MOVE WS-CNTDATE-PARM TO WS-COUNT-DATE
			IF FUNCTION TEST-DATE-YYYYMMDD (WS-COUNT-DATE) NOT = ZERO
				MOVE WS-RUN-DATE-N TO WS-COUNT-DATE
				DISPLAY "CBPHYSCNT -- CNTDATE PARAMETER '"
					WS-CNTDATE-PARM
					"' NOT A VALID DATE -- USING " WS-COUNT-DATE
			END-IF
		ELSE
			DISPLAY "CBPHYSCNT -- CNTDATE PARAMETER '" WS-CNTDATE-PARM
				"' NOT NUMERIC -- USING " WS-COUNT-DATE
		END-IF
	END-IF.
	DISPLAY "CBPHYSCNT COUNT DATE: " WS-COUNT-DATE
		"  PERIODS CLOSED THROUGH: " WS-CLOSED-THRU-DATE.
	IF WS-COUNT-DATE <= WS-CLOSED-THRU-DATE
		SET COUNT-LATE TO TRUE
		IF LATE-REJECT
			DISPLAY "CBPHYSCNT -- COUNT DATED " WS-COUNT-DATE
				" FALLS IN A CLOSED PERIOD -- NOTHING RECONCILED"
			MOVE 8 TO RETURN-CODE
			STOP RUN
		END-IF
		DISPLAY "CBPHYSCNT -- COUNT DATED " WS-COUNT-DATE
			" FALLS IN A CLOSED PERIOD -- RECONCILING AS OF TODAY"
	END-IF.

*> Counts come off the floor in whatever order the sheets were
*> keyed; item/lot order brings each item's lines together.
SortCounts.
	SORT CNTWORK
		ON ASCENDING KEY CW-ITEM-ID CW-LOT-NO
		USING PHYSCNT
		GIVING PHYSSRT.
	IF SORT-RETURN NOT = ZERO
		DISPLAY "CBPHYSCNT -- SORT OF COUNT FILE FAILED:"
			" SORT-RETURN=" SORT-RETURN
		MOVE 16 TO RETURN-CODE
		STOP RUN
	END-IF.

OpenFiles.
	OPEN INPUT PHYSSRT.
	IF WS-SRT-FILE-STATUS NOT = "00"
		MOVE "PHYSSRT" TO WS-ABORT-FILE-NAME
		MOVE WS-SRT-FILE-STATUS TO WS-ABORT-FILE-STATUS
		PERFORM AbortOnFileError
	END-IF.
*> Lot balances are created on first use, as CBMOVPOST does.
	OPEN I-O LOTBAL.
	IF WS-LOT-FILE-STATUS = "35"
		OPEN OUTPUT LOTBAL
		CLOSE LOTBAL
		OPEN I-O LOTBAL
	END-IF.
	IF WS-LOT-FILE-STATUS NOT = "00"
		MOVE "LOTBAL" TO WS-ABORT-FILE-NAME
		MOVE WS-LOT-FILE-STATUS TO WS-ABORT-FILE-STATUS
		PERFORM AbortOnFileError
	END-IF.
	OPEN I-O ITEMFILE.
		MOVE WS-ITM-FILE-STATUS TO WS-ABORT-FILE-STATUS
		PERFORM AbortOnFileError
	END-IF.
	OPEN I-O ABCCLASS.
	IF WS-ABC-FILE-STATUS = "35"
		OPEN OUTPUT ABCCLASS
		CLOSE ABCCLASS
		OPEN I-O ABCCLASS
	END-IF.
	IF WS-ABC-FILE-STATUS NOT = "00"
		MOVE "ABCCLASS" TO WS-ABORT-FILE-NAME
		MOVE WS-ABC-FILE-STATUS TO WS-ABORT-FILE-STATUS
		PERFORM AbortOnFileError
	END-IF.
	OPEN OUTPUT PHYSHOLD.
	IF WS-HLD-FILE-STATUS NOT = "00"
		MOVE "PHYSHOLD" TO WS-ABORT-FILE-NAME
	MOVE WS-LINES-PER-PAGE TO WS-LINES-ON-PAGE.

CloseFiles.
	CLOSE PHYSSRT.
	IF WS-SRT-FILE-STATUS NOT = "00"
		MOVE "PHYSSRT" TO WS-ABORT-FILE-NAME
		MOVE WS-SRT-FILE-STATUS TO WS-ABORT-FILE-STATUS
		PERFORM AbortOnFileError
	END-IF.
	CLOSE LOTBAL.
	IF WS-LOT-FILE-STATUS NOT = "00"
		MOVE "LOTBAL" TO WS-ABORT-FILE-NAME
		MOVE WS-LOT-FILE-STATUS TO WS-ABORT-FILE-STATUS
		PERFORM AbortOnFileError
	END-IF.
	CLOSE ITEMFILE.
		MOVE WS-ITM-FILE-STATUS TO WS-ABORT-FILE-STATUS
		PERFORM AbortOnFileError
	END-IF.
	CLOSE ABCCLASS.
	IF WS-ABC-FILE-STATUS NOT = "00"
		MOVE "ABCCLASS" TO WS-ABORT-FILE-NAME
		MOVE WS-ABC-FILE-STATUS TO WS-ABORT-FILE-STATUS
		PERFORM AbortOnFileError
	END-IF.
	CLOSE PHYSHOLD.
	IF WS-HLD-FILE-STATUS NOT = "00"
		MOVE "PHYSHOLD" TO WS-ABORT-FILE-NAME

ReconcileCounts.
	PERFORM ReadCount.
	PERFORM ReconcileOneItem UNTIL EOFC.

ReadCount.
	READ PHYSSRT
		AT END SET EOFC TO TRUE
		NOT AT END ADD 1 TO WS-COUNTS-READ
	END-READ.
	IF WS-SRT-FILE-STATUS NOT = "00" AND WS-SRT-FILE-STATUS NOT = "10"
		MOVE "PHYSSRT" TO WS-ABORT-FILE-NAME
		MOVE WS-SRT-FILE-STATUS TO WS-ABORT-FILE-STATUS
		PERFORM AbortOnFileError
	END-IF.

*> Every count line for one item is taken together: the lot lines
*> are totalled lot by lot, and once the item's last line is read
*> the lots are reconciled against the lot-balance file, then the
*> item's total over all its lines is compared to the master as
*> the system stands, the adjustment applied or held right here,
*> and the results released to the sort so the report comes out
*> worst-first by dollar variance.  An item with a bad quantity on
*> any of its lines is not adjusted at all, lots included -- its
*> total would be short.
ReconcileOneItem.
	MOVE PS-ITEM-ID TO WS-CNT-ITEM-ID.
	MOVE ZERO TO WS-ITEM-COUNT-QTY.
	MOVE ZERO TO WS-COUNTED-LOT-COUNT.
	SET ITEM-COUNT-GOOD TO TRUE.
	PERFORM FindItem.
	PERFORM ReconcileOneLot
		UNTIL EOFC OR PS-ITEM-ID NOT = WS-CNT-ITEM-ID.
	MOVE SPACES TO WORKFILE-RECORD.
	MOVE WS-CNT-ITEM-ID TO SR-ITEM-ID.
	IF WS-COUNTED-LOT-COUNT > ZERO
		MOVE "ALL LOTS" TO SR-LOT-NO
	END-IF.
	EVALUATE TRUE
		WHEN RECORD-NOT-FOUND
			ADD 1 TO WS-COUNTS-NOT-FOUND
			MOVE ZERO TO SR-ABS-EXT-VAR
			MOVE SPACES TO SR-STATE
			MOVE ZERO TO SR-SYSTEM-QTY
			MOVE WS-ITEM-COUNT-QTY TO SR-COUNT-QTY
			MOVE ZERO TO SR-UNIT-VAR
			MOVE ZERO TO SR-EXT-VAR
			MOVE "NO ITEM" TO SR-DISP
			RELEASE WORKFILE-RECORD
		WHEN ITEM-COUNT-BAD
			ADD 1 TO WS-ITEMS-INCOMPLETE
			MOVE ZERO TO SR-ABS-EXT-VAR
			MOVE IR-ITEM-STATE TO SR-STATE
			MOVE IR-QTY-ON-HAND TO SR-SYSTEM-QTY
			MOVE WS-ITEM-COUNT-QTY TO SR-COUNT-QTY
			MOVE ZERO TO SR-UNIT-VAR
			MOVE ZERO TO SR-EXT-VAR
			MOVE "INCOMPL" TO SR-DISP
			RELEASE WORKFILE-RECORD
		WHEN OTHER
			IF WS-COUNTED-LOT-COUNT > ZERO
				PERFORM ReconcileCountedLot VARYING WS-CLIDX
					FROM 1 BY 1 UNTIL WS-CLIDX > WS-COUNTED-LOT-COUNT
				PERFORM ClearUncountedLots
				MOVE SPACES TO WORKFILE-RECORD
				MOVE WS-CNT-ITEM-ID TO SR-ITEM-ID
				MOVE "ALL LOTS" TO SR-LOT-NO
			END-IF
			PERFORM ReconcileFoundItem
			PERFORM StampCountDate
	END-EVALUATE.

*> Lines for the same lot -- the lot split across two bins -- are
*> added together and the lot remembered for reconciling once the
*> whole item has been read.
ReconcileOneLot.
	MOVE PS-LOT-NO TO WS-CNT-LOT-NO.
	MOVE SPACES TO WS-CNT-EXPIRY.
	MOVE ZERO TO WS-LOT-COUNT-QTY.
	PERFORM AddOneCountLine
		UNTIL EOFC OR PS-ITEM-ID NOT = WS-CNT-ITEM-ID
			OR PS-LOT-NO NOT = WS-CNT-LOT-NO.
	ADD WS-LOT-COUNT-QTY TO WS-ITEM-COUNT-QTY
		ON SIZE ERROR
			SET ITEM-COUNT-BAD TO TRUE
	END-ADD.
	IF WS-CNT-LOT-NO NOT = SPACES
		PERFORM RememberCountedLot
	END-IF.

*> A line whose quantity is not numeric, or whose expiry is not a
*> real YYYYMMDD date, is listed and leaves its item INCOMPL.
AddOneCountLine.
	EVALUATE TRUE
		WHEN PS-COUNT-QTY NOT NUMERIC
			MOVE "BAD QTY" TO WS-BAD-LINE-DISP
			PERFORM ReleaseBadCountLine
		WHEN PS-EXPIRY-DATE NOT = SPACES
				AND PS-EXPIRY-DATE NOT NUMERIC
			MOVE "BAD EXP" TO WS-BAD-LINE-DISP
			PERFORM ReleaseBadCountLine
		WHEN PS-EXPIRY-DATE NOT = SPACES
				AND FUNCTION TEST-DATE-YYYYMMDD (PS-EXPIRY-DATE-N)
					NOT = ZERO
			MOVE "BAD EXP" TO WS-BAD-LINE-DISP
			PERFORM ReleaseBadCountLine
		WHEN OTHER
			ADD PS-COUNT-QTY-N TO WS-LOT-COUNT-QTY
				ON SIZE ERROR
					SET ITEM-COUNT-BAD TO TRUE
			END-ADD
			IF PS-EXPIRY-DATE NOT = SPACES
				MOVE PS-EXPIRY-DATE TO WS-CNT-EXPIRY
			END-IF
	END-EVALUATE.
	PERFORM ReadCount.

ReleaseBadCountLine.
	ADD 1 TO WS-COUNTS-BAD.
	SET ITEM-COUNT-BAD TO TRUE.
	MOVE SPACES TO WORKFILE-RECORD.
	MOVE PS-ITEM-ID TO SR-ITEM-ID.
	MOVE PS-LOT-NO TO SR-LOT-NO.
	MOVE ZERO TO SR-ABS-EXT-VAR.
	MOVE SPACES TO SR-STATE.
	MOVE ZERO TO SR-SYSTEM-QTY.
	MOVE ZERO TO SR-COUNT-QTY.
	MOVE ZERO TO SR-UNIT-VAR.
	MOVE ZERO TO SR-EXT-VAR.
	MOVE WS-BAD-LINE-DISP TO SR-DISP.
	RELEASE WORKFILE-RECORD.

RememberCountedLot.
	IF WS-COUNTED-LOT-COUNT >= WS-COUNTED-LOT-MAX
		DISPLAY "CBPHYSCNT -- MORE THAN " WS-COUNTED-LOT-MAX
			" LOTS COUNTED FOR ITEM " WS-CNT-ITEM-ID
		MOVE 16 TO RETURN-CODE
		STOP RUN
	END-IF.
	ADD 1 TO WS-COUNTED-LOT-COUNT.
	MOVE WS-CNT-LOT-NO TO WS-COUNTED-LOT-NO (WS-COUNTED-LOT-COUNT).
	MOVE WS-LOT-COUNT-QTY TO WS-COUNTED-LOT-QTY (WS-COUNTED-LOT-COUNT).
	MOVE WS-CNT-EXPIRY TO WS-COUNTED-LOT-EXPIRY (WS-COUNTED-LOT-COUNT).

ReconcileCountedLot.
	MOVE WS-COUNTED-LOT-NO (WS-CLIDX)     TO WS-CNT-LOT-NO.
	MOVE WS-COUNTED-LOT-QTY (WS-CLIDX)    TO WS-LOT-COUNT-QTY.
	MOVE WS-COUNTED-LOT-EXPIRY (WS-CLIDX) TO WS-CNT-EXPIRY.
	PERFORM ReconcileLot.

*> The lot file is restated to what is on the shelf whatever the
*> size of the difference: it only says which lot the stock is in.
*> The quantity that carries value is the item's on the master, and
*> that still goes through the tolerance -- applied or held below.
ReconcileLot.
	ADD 1 TO WS-LOTS-COUNTED.
	PERFORM FindLot.
	IF LOT-FOUND
		MOVE LB-LOT-QTY TO WS-LOT-SYSTEM-QTY
	ELSE
		MOVE ZERO TO WS-LOT-SYSTEM-QTY
	END-IF.
	COMPUTE WS-UNIT-VAR = WS-LOT-COUNT-QTY - WS-LOT-SYSTEM-QTY.
	COMPUTE WS-EXT-VAR = WS-UNIT-VAR * IR-UNIT-PRICE.
	MOVE SPACES TO WORKFILE-RECORD.
	MOVE WS-CNT-ITEM-ID    TO SR-ITEM-ID.
	MOVE IR-ITEM-STATE     TO SR-STATE.
	MOVE WS-CNT-LOT-NO     TO SR-LOT-NO.
	MOVE WS-LOT-SYSTEM-QTY TO SR-SYSTEM-QTY.
	MOVE WS-LOT-COUNT-QTY  TO SR-COUNT-QTY.
	MOVE WS-UNIT-VAR       TO SR-UNIT-VAR.
	MOVE WS-EXT-VAR        TO SR-EXT-VAR.
	COMPUTE SR-ABS-EXT-VAR = FUNCTION ABS (WS-EXT-VAR).
	EVALUATE TRUE
		WHEN WS-UNIT-VAR = ZERO
			ADD 1 TO WS-LOTS-MATCHED
			MOVE "LOT OK" TO SR-DISP
		WHEN LOT-FOUND
			ADD 1 TO WS-LOTS-RESTATED
			MOVE "LOT ADJ" TO SR-DISP
			PERFORM RestateLot
		WHEN OTHER
			ADD 1 TO WS-LOTS-ADDED
			MOVE "LOT NEW" TO SR-DISP
			PERFORM AddCountedLot
	END-EVALUATE.
	RELEASE WORKFILE-RECORD.

FindLot.
	SET LOT-NOT-FOUND TO TRUE.
	PERFORM StartItemLots.
	PERFORM FindNextLot UNTIL LOT-SCAN-DONE.

StartItemLots.
	SET LOT-SCAN-NOT-DONE TO TRUE.
	MOVE WS-CNT-ITEM-ID TO LB-ITEM-ID.
	MOVE ZERO TO LB-EXPIRY-DATE.
	MOVE LOW-VALUES TO LB-LOT-NO.
	START LOTBAL KEY IS >= LB-LOT-KEY
		INVALID KEY
			SET LOT-SCAN-DONE TO TRUE
	END-START.

ReadNextLot.
	READ LOTBAL NEXT RECORD
		AT END
			SET LOT-SCAN-DONE TO TRUE
	END-READ.
	IF WS-LOT-FILE-STATUS NOT = "00" AND WS-LOT-FILE-STATUS NOT = "10"
		MOVE "LOTBAL" TO WS-ABORT-FILE-NAME
		MOVE WS-LOT-FILE-STATUS TO WS-ABORT-FILE-STATUS
		PERFORM AbortOnFileError
	END-IF.
	IF LOT-SCAN-NOT-DONE AND LB-ITEM-ID NOT = WS-CNT-ITEM-ID
		SET LOT-SCAN-DONE TO TRUE
	END-IF.

FindNextLot.
	PERFORM ReadNextLot.
	IF LOT-SCAN-NOT-DONE AND LB-LOT-NO = WS-CNT-LOT-NO
		SET LOT-FOUND TO TRUE
		SET LOT-SCAN-DONE TO TRUE
	END-IF.

RestateLot.
	IF WS-LOT-COUNT-QTY = ZERO
		DELETE LOTBAL RECORD
			INVALID KEY
				MOVE "LOTBAL" TO WS-ABORT-FILE-NAME
				MOVE WS-LOT-FILE-STATUS TO WS-ABORT-FILE-STATUS
				PERFORM AbortOnFileError
		END-DELETE
	ELSE
		MOVE WS-LOT-COUNT-QTY TO LB-LOT-QTY
		REWRITE LOTBAL-RECORD
			INVALID KEY
				MOVE "LOTBAL" TO WS-ABORT-FILE-NAME
				MOVE WS-LOT-FILE-STATUS TO WS-ABORT-FILE-STATUS
				PERFORM AbortOnFileError
		END-REWRITE
	END-IF.

*> A lot found on the shelf that the system never received -- it
*> goes on file with the expiry written on the count sheet, or as
*> never-expiring when none was given.
AddCountedLot.
	MOVE WS-CNT-ITEM-ID TO LB-ITEM-ID.
	IF WS-CNT-EXPIRY NUMERIC
		MOVE WS-CNT-EXPIRY-N TO LB-EXPIRY-DATE
	ELSE
		MOVE 99999999 TO LB-EXPIRY-DATE
	END-IF.
	MOVE WS-CNT-LOT-NO    TO LB-LOT-NO.
	MOVE WS-LOT-COUNT-QTY TO LB-LOT-QTY.
	MOVE WS-RUN-DATE-N    TO LB-RECEIVED-DATE.
	WRITE LOTBAL-RECORD
		INVALID KEY
			MOVE "LOTBAL" TO WS-ABORT-FILE-NAME
			MOVE WS-LOT-FILE-STATUS TO WS-ABORT-FILE-STATUS
			PERFORM AbortOnFileError
	END-WRITE.

*> Once an item has been counted by lot, a lot still on file that
*> no count line mentions was not on the shelf -- it comes off.
ClearUncountedLots.
	PERFORM StartItemLots.
	PERFORM ClearNextLot UNTIL LOT-SCAN-DONE.

ClearNextLot.
	PERFORM ReadNextLot.
	IF LOT-SCAN-NOT-DONE
		SET WS-CLIDX TO 1
		SEARCH WS-COUNTED-LOT-ENTRY
			AT END
				PERFORM ClearOneLot
			WHEN WS-COUNTED-LOT-NO (WS-CLIDX) = LB-LOT-NO
				CONTINUE
		END-SEARCH
	END-IF.

ClearOneLot.
	ADD 1 TO WS-LOTS-CLEARED.
	COMPUTE WS-UNIT-VAR = ZERO - LB-LOT-QTY.
	COMPUTE WS-EXT-VAR = WS-UNIT-VAR * IR-UNIT-PRICE.
	MOVE SPACES TO WORKFILE-RECORD.
	MOVE WS-CNT-ITEM-ID TO SR-ITEM-ID.
	MOVE IR-ITEM-STATE  TO SR-STATE.
	MOVE LB-LOT-NO      TO SR-LOT-NO.
	MOVE LB-LOT-QTY     TO SR-SYSTEM-QTY.
	MOVE ZERO           TO SR-COUNT-QTY.
	MOVE WS-UNIT-VAR    TO SR-UNIT-VAR.
	MOVE WS-EXT-VAR     TO SR-EXT-VAR.
	COMPUTE SR-ABS-EXT-VAR = FUNCTION ABS (WS-EXT-VAR).
	MOVE "LOT GONE" TO SR-DISP.
	RELEASE WORKFILE-RECORD.
	DELETE LOTBAL RECORD
		INVALID KEY
			MOVE "LOTBAL" TO WS-ABORT-FILE-NAME
			MOVE WS-LOT-FILE-STATUS TO WS-ABORT-FILE-STATUS
			PERFORM AbortOnFileError
	END-DELETE.

ReconcileFoundItem.
	COMPUTE WS-UNIT-VAR = WS-ITEM-COUNT-QTY - IR-QTY-ON-HAND.
	COMPUTE WS-ABS-UNIT-VAR = FUNCTION ABS (WS-UNIT-VAR).
	COMPUTE WS-EXT-VAR = WS-UNIT-VAR * IR-UNIT-PRICE.
	MOVE IR-ITEM-STATE  TO SR-STATE.
	MOVE IR-QTY-ON-HAND TO SR-SYSTEM-QTY.
	MOVE WS-ITEM-COUNT-QTY TO SR-COUNT-QTY.
	MOVE WS-UNIT-VAR    TO SR-UNIT-VAR.
	MOVE WS-EXT-VAR     TO SR-EXT-VAR.
	COMPUTE SR-ABS-EXT-VAR = FUNCTION ABS (WS-EXT-VAR).
	END-EVALUATE.
	RELEASE WORKFILE-RECORD.

*> Held or adjusted, the item has been counted.  An item CBABCCLS
*> has not ranked yet gets an unclassed record to carry the date.
*> A count keyed in late never moves the date backwards.
StampCountDate.
	MOVE WS-CNT-ITEM-ID TO AB-ITEM-ID.
	READ ABCCLASS KEY IS AB-ITEM-ID
		INVALID KEY
			MOVE SPACES TO ABCCLASS-RECORD
			MOVE WS-CNT-ITEM-ID TO AB-ITEM-ID
			MOVE IR-ITEM-STATE  TO AB-ITEM-STATE
			MOVE ZERO TO AB-ANNUAL-QTY AB-ANNUAL-VALUE AB-VALUE-RANK
				AB-CLASSED-DATE AB-LAST-SELECT-DATE
			MOVE WS-COUNT-DATE  TO AB-LAST-COUNT-DATE
			WRITE ABCCLASS-RECORD
				INVALID KEY
					MOVE "ABCCLASS" TO WS-ABORT-FILE-NAME
					MOVE WS-ABC-FILE-STATUS TO WS-ABORT-FILE-STATUS
					PERFORM AbortOnFileError
			END-WRITE
		NOT INVALID KEY
			IF WS-COUNT-DATE > AB-LAST-COUNT-DATE
				MOVE WS-COUNT-DATE TO AB-LAST-COUNT-DATE
				REWRITE ABCCLASS-RECORD
					INVALID KEY
						MOVE "ABCCLASS" TO WS-ABORT-FILE-NAME
						MOVE WS-ABC-FILE-STATUS TO WS-ABORT-FILE-STATUS
						PERFORM AbortOnFileError
				END-REWRITE
			END-IF
	END-READ.

FindItem.
	MOVE WS-CNT-ITEM-ID TO IR-ITEM-ID.
	READ ITEMFILE KEY IS IR-ITEM-ID
		INVALID KEY
			SET RECORD-NOT-FOUND TO TRUE

ApplyAdjustment.
	MOVE ITEMRECORD TO JP-BEFORE-IMAGE.
	MOVE WS-ITEM-COUNT-QTY TO IR-QTY-ON-HAND.
	REWRITE ITEMRECORD
		INVALID KEY
			DISPLAY "CBPHYSCNT -- REWRITE FAILED FOR ITEM "
				WS-CNT-ITEM-ID " -- STATUS=" WS-ITM-FILE-STATUS
			MOVE "RW FAIL" TO SR-DISP
		NOT INVALID KEY
			MOVE "C" TO JP-ACTION

WriteHoldRecord.
	MOVE "C"            TO PH-HLD-ACTION.
	MOVE WS-CNT-ITEM-ID TO PH-HLD-ITEM-ID.
	MOVE IR-ITEM-STATE  TO PH-HLD-STATE.
	MOVE WS-ITEM-COUNT-QTY TO PH-HLD-QTY.
	MOVE IR-UNIT-PRICE  TO PH-HLD-PRICE.
	MOVE IR-WHSE-CODE   TO PH-HLD-WHSE.
	WRITE HOLD-RECORD.
	END-IF.
	MOVE SR-ITEM-ID    TO WS-DTL-ITEM-ID.
	MOVE SR-STATE      TO WS-DTL-STATE.
	MOVE SR-LOT-NO     TO WS-DTL-LOT-NO.
	MOVE SR-SYSTEM-QTY TO WS-DTL-SYSTEM.
	MOVE SR-COUNT-QTY  TO WS-DTL-COUNTED.
	MOVE SR-UNIT-VAR   TO WS-DTL-VARIANCE.
		INTO RPT-LINE
	END-STRING.
	WRITE RPT-LINE.
	MOVE "ITEMID  ST LOT           SYSTEM   COUNTED  VARIANCE    VALUE VARIANCE  DISP"
		TO RPT-LINE.
	WRITE RPT-LINE.
	MOVE "------  -- ---           ------   -------  --------    --------------  ----"
		TO RPT-LINE.
	WRITE RPT-LINE.
	MOVE ZERO TO WS-LINES-ON-PAGE.
	MOVE SPACES TO RPT-LINE.
	STRING "NOT ON FILE: " DELIMITED BY SIZE
		WS-COUNTS-NOT-FOUND DELIMITED BY SIZE
		"  BAD LINES: " DELIMITED BY SIZE
		WS-COUNTS-BAD DELIMITED BY SIZE
		"  ITEMS NOT ADJUSTED: " DELIMITED BY SIZE
		WS-ITEMS-INCOMPLETE DELIMITED BY SIZE
		INTO RPT-LINE
	END-STRING.
	WRITE RPT-LINE.
	MOVE SPACES TO RPT-LINE.
	STRING "LOTS COUNTED: " DELIMITED BY SIZE
		WS-LOTS-COUNTED DELIMITED BY SIZE
		"  MATCHED: " DELIMITED BY SIZE
		WS-LOTS-MATCHED DELIMITED BY SIZE
		"  RESTATED: " DELIMITED BY SIZE
		WS-LOTS-RESTATED DELIMITED BY SIZE
		"  ADDED: " DELIMITED BY SIZE
		WS-LOTS-ADDED DELIMITED BY SIZE
		"  CLEARED: " DELIMITED BY SIZE
		WS-LOTS-CLEARED DELIMITED BY SIZE
		INTO RPT-LINE
	END-STRING.
	WRITE RPT-LINE.
	IF COUNT-LATE
		MOVE SPACES TO RPT-LINE
		STRING "COUNT DATED " DELIMITED BY SIZE
			WS-COUNT-DATE DELIMITED BY SIZE
			" IN CLOSED PERIOD (THRU " DELIMITED BY SIZE
			WS-CLOSED-THRU-DATE DELIMITED BY SIZE
			") -- POSTED TODAY" DELIMITED BY SIZE
			INTO RPT-LINE
		END-STRING
		WRITE RPT-LINE
	END-IF.

AbortOnFileError.
	DISPLAY "CBPHYSCNT -- FILE ERROR ON " WS-ABORT-FILE-NAME
