IDENTIFICATION DIVISION.
PROGRAM-ID. CBROPREC.
AUTHOR. SAEEDMALIK.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
	SELECT REORDPTS ASSIGN TO DYNAMIC FP-REORDPTS-NAME
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS WS-ROP-FILE-STATUS.

	SELECT ITEMFILE ASSIGN TO DYNAMIC FP-ITEMFILE-NAME
		ORGANIZATION IS INDEXED
		ACCESS MODE IS SEQUENTIAL
		RECORD KEY IS IR-ITEM-ID
		ALTERNATE RECORD KEY IS IR-ITEM-STATE WITH DUPLICATES
		FILE STATUS IS WS-ITM-FILE-STATUS.

	SELECT MOVLEDGR ASSIGN TO DYNAMIC FP-MOVLEDGR-NAME
		ORGANIZATION IS INDEXED
		ACCESS MODE IS SEQUENTIAL
		RECORD KEY IS ML-LEDGER-KEY
		FILE STATUS IS WS-LDG-FILE-STATUS.

	SELECT ROPWORK ASSIGN TO DYNAMIC FP-ROPWORK-NAME
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS WS-WRK-FILE-STATUS.

	SELECT REORDNEW ASSIGN TO DYNAMIC FP-REORDNEW-NAME
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS WS-NEW-FILE-STATUS.

	SELECT ROPRPT ASSIGN TO DYNAMIC FP-ROPRPT-NAME
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS WS-RPT-FILE-STATUS.

	SELECT WORKFILE ASSIGN TO DYNAMIC FP-WORKFILE-NAME.

DATA DIVISION.
FILE SECTION.
FD REORDPTS.
01 REORDPT-RECORD.
	88 EOFR     VALUE HIGH-VALUES.
	05 RP-LEVEL                PIC X(01).
		88 RP-ITEM-LEVEL     VALUE "I".
		88 RP-STATE-LEVEL    VALUE "S".
	05 RP-KEY                  PIC X(06).
	05 RP-REORDER-PT           PIC 9(07).

FD ITEMFILE.
01 ITEMRECORD.
	88 EOFI     VALUE HIGH-VALUES.
	COPY ITEMREC.

FD MOVLEDGR.
01 MOVLEDGR-RECORD.
	88 EOFL     VALUE HIGH-VALUES.
	COPY MOVLEDGR.

*> Each item's measured demand and recommendation, in item order,
*> held while the state figures are finished -- an item only needs
*> its own line in the proposed file when it differs from the
*> recommended default for its state.
FD ROPWORK.
01 ROPWORK-RECORD.
	88 EOFW     VALUE HIGH-VALUES.
	05 RW-ITEM-ID              PIC X(06).
	05 RW-STATE                PIC X(02).
	05 RW-STATE-SUB            PIC 9(03).
	05 RW-AVG-DAILY            PIC 9(07)V99.
	05 RW-PEAK-DAILY           PIC 9(07).
	05 RW-CUR-SOURCE           PIC X(01).
	05 RW-CUR-POINT            PIC 9(07).
	05 RW-REC-POINT            PIC 9(07).
	05 RW-ORDER-QTY            PIC 9(08).

*> The proposed reorder points, in the same I/S layout CBLOWSTCK
*> reads, for a planner to review and swap in for REORDPTS.
FD REORDNEW.
01 REORDNEW-RECORD.
	05 RN-LEVEL                PIC X(01).
	05 RN-KEY                  PIC X(06).
	05 RN-REORDER-PT           PIC 9(07).

FD ROPRPT.
01 RPT-LINE                    PIC X(80).

*> Every item and state, biggest change in reorder point first.
SD WORKFILE.
01 WORKFILE-RECORD.
	88 EOFS     VALUE HIGH-VALUES.
	05 SR-ABS-DIFF             PIC 9(07).
	05 SR-LEVEL                PIC X(01).
	05 SR-KEY                  PIC X(06).
	05 SR-STATE                PIC X(02).
	05 SR-AVG-DAILY            PIC 9(07)V99.
	05 SR-PEAK-DAILY           PIC 9(07).
	05 SR-CUR-SOURCE           PIC X(01).
	05 SR-CUR-POINT            PIC 9(07).
	05 SR-REC-POINT            PIC 9(07).
	05 SR-DIFF                 PIC S9(07).
	05 SR-ORDER-QTY            PIC 9(08).

WORKING-STORAGE SECTION.
	COPY STATETAB.
	COPY FILEPARM.
	COPY BUSDPARM.

01 WS-RUN-DATE.
	05 WS-RUN-YYYY          PIC 9(4).
	05 WS-RUN-MM            PIC 9(2).
	05 WS-RUN-DD            PIC 9(2).
01 WS-RUN-DATE-N REDEFINES WS-RUN-DATE
                               PIC 9(08).

01 WS-ROP-FILE-STATUS          PIC X(02) VALUE SPACES.
01 WS-ITM-FILE-STATUS          PIC X(02) VALUE SPACES.
01 WS-LDG-FILE-STATUS          PIC X(02) VALUE SPACES.
01 WS-WRK-FILE-STATUS          PIC X(02) VALUE SPACES.
01 WS-NEW-FILE-STATUS          PIC X(02) VALUE SPACES.
01 WS-RPT-FILE-STATUS          PIC X(02) VALUE SPACES.
01 WS-ABORT-FILE-NAME          PIC X(40) VALUE SPACES.
01 WS-ABORT-FILE-STATUS        PIC X(02) VALUE SPACES.

01 WS-LEDGER-PRESENT-SW        PIC X(01) VALUE "N".
	88 LEDGER-PRESENT       VALUE "Y".

*> The current reorder points, loaded the way CBLOWSTCK loads them
*> so "current" here means what tonight's low-stock run would use.
01 WS-ITEM-RP-COUNT            PIC 9(04) COMP VALUE ZERO.
77 WS-ITEM-RP-MAX              PIC 9(04) COMP VALUE 1000.
01 WS-ITEM-RP-TABLE.
	05 WS-ITEM-RP-ENTRY OCCURS 1 TO 1000 TIMES
			DEPENDING ON WS-ITEM-RP-COUNT
			INDEXED BY WS-IIDX.
		10 WS-ITEM-RP-ID          PIC X(06).
		10 WS-ITEM-RP-POINT       PIC 9(07).

01 WS-STATE-RP-COUNT           PIC 9(03) COMP VALUE ZERO.
77 WS-STATE-RP-MAX             PIC 9(03) COMP VALUE 100.
01 WS-STATE-RP-TABLE.
	05 WS-STATE-RP-ENTRY OCCURS 1 TO 100 TIMES
			DEPENDING ON WS-STATE-RP-COUNT
			INDEXED BY WS-SIDX.
		10 WS-STATE-RP-STATE      PIC X(02).
		10 WS-STATE-RP-POINT      PIC 9(07).

*> ROPWEEKS is how much shipment history to measure; ROPLEAD the
*> replenishment lead time in days; ROPSAFE how much of the gap
*> between a peak day and an average day to cover over the lead
*> time, as a percent; ROPCOVER how many days of average demand one
*> order should bring in.
01 WS-ROPWEEKS-PARM            PIC X(02) VALUE SPACES.
01 WS-ROPLEAD-PARM             PIC X(03) VALUE SPACES.
01 WS-ROPSAFE-PARM             PIC X(03) VALUE SPACES.
01 WS-ROPCOVER-PARM            PIC X(03) VALUE SPACES.
01 WS-HISTORY-WEEKS            PIC 9(02) VALUE 13.
01 WS-LEAD-DAYS                PIC 9(03) VALUE 7.
01 WS-SAFETY-PCT               PIC 9(03) VALUE 100.
01 WS-COVER-DAYS               PIC 9(03) VALUE 30.
01 WS-HISTORY-DAYS             PIC 9(03) VALUE ZERO.
01 WS-RUN-DAY-NO               PIC 9(07) VALUE ZERO.
01 WS-FROM-DAY-NO              PIC 9(07) VALUE ZERO.
01 WS-FROM-DATE                PIC 9(08) VALUE ZERO.
01 WS-DAY-SUB                  PIC 9(03) COMP VALUE ZERO.

*> One demand bucket per state in STATETAB order, the last for
*> items whose state is not on the table: how many items the state
*> carries, what they shipped in all, and what they shipped on each
*> day of the window, so the state's peak day can be found.
01 WS-STATE-SUB                PIC 9(03) COMP VALUE ZERO.
77 WS-UNKNOWN-SUB              PIC 9(03) COMP VALUE 57.
01 WS-STATE-DEMAND-TABLE.
	05 WS-SD-STATE OCCURS 57 TIMES.
		10 WS-SD-ITEMS           PIC 9(07) COMP.
		10 WS-SD-TOTAL-QTY       PIC 9(11) COMP.
		10 WS-SD-PEAK-QTY        PIC 9(11) COMP.
		10 WS-SD-AVG-DAILY       PIC 9(07)V99.
		10 WS-SD-PEAK-DAILY      PIC 9(07).
		10 WS-SD-REC-POINT       PIC 9(07).
		10 WS-SD-ORDER-QTY       PIC 9(08).
		10 WS-SD-DAY-QTY         PIC 9(09) COMP OCCURS 364 TIMES.

01 WS-ITEM-TOTAL-QTY           PIC 9(09) VALUE ZERO.
01 WS-ITEM-PEAK-QTY            PIC 9(07) VALUE ZERO.
01 WS-DAY-DATE                 PIC 9(08) VALUE ZERO.
01 WS-DAY-QTY                  PIC 9(09) VALUE ZERO.
01 WS-AVG-DAILY                PIC 9(07)V99 VALUE ZERO.
01 WS-PEAK-DAILY               PIC 9(07) VALUE ZERO.
01 WS-REC-POINT                PIC 9(07) VALUE ZERO.
01 WS-ORDER-QTY                PIC 9(08) VALUE ZERO.
01 WS-CUR-SOURCE               PIC X(01) VALUE SPACES.
01 WS-CUR-POINT                PIC 9(07) VALUE ZERO.
01 WS-CUR-STATE-KEY            PIC X(02) VALUE SPACES.

01 WS-ITEMS-MEASURED           PIC 9(07) VALUE ZERO.
01 WS-ITEMS-WITH-DEMAND        PIC 9(07) VALUE ZERO.
01 WS-SHIPMENTS-USED           PIC 9(07) VALUE ZERO.
01 WS-ITEM-LINES-PROPOSED      PIC 9(07) VALUE ZERO.
01 WS-STATE-LINES-PROPOSED     PIC 9(07) VALUE ZERO.
01 WS-POINTS-RAISED            PIC 9(07) VALUE ZERO.
01 WS-POINTS-LOWERED           PIC 9(07) VALUE ZERO.

01 WS-PAGE-NO                  PIC 9(03) VALUE ZERO.
01 WS-LINES-ON-PAGE            PIC 9(03) VALUE ZERO.
01 WS-LINES-PER-PAGE           PIC 9(03) VALUE 20.

01 WS-DETAIL-LINE.
	05 WS-DTL-LEVEL          PIC X(01).
	05 FILLER                PIC X(01) VALUE SPACES.
	05 WS-DTL-KEY            PIC X(06).
	05 FILLER                PIC X(01) VALUE SPACES.
	05 WS-DTL-STATE          PIC X(02).
	05 FILLER                PIC X(01) VALUE SPACES.
	05 WS-DTL-AVG            PIC ZZ,ZZ9.99.
	05 FILLER                PIC X(01) VALUE SPACES.
	05 WS-DTL-PEAK           PIC ZZZ,ZZ9.
	05 FILLER                PIC X(01) VALUE SPACES.
	05 WS-DTL-CURRENT        PIC ZZZZ,ZZ9.
	05 FILLER                PIC X(01) VALUE SPACES.
	05 WS-DTL-FROM           PIC X(05).
	05 FILLER                PIC X(01) VALUE SPACES.
	05 WS-DTL-RECOMMEND      PIC ZZZZ,ZZ9.
	05 FILLER                PIC X(01) VALUE SPACES.
	05 WS-DTL-DIFF           PIC +ZZZ,ZZ9.
	05 FILLER                PIC X(01) VALUE SPACES.
	05 WS-DTL-ORDER          PIC ZZZZ,ZZ9.

PROCEDURE DIVISION.
Begin.
	DISPLAY "CBROPREC -- DEMAND-BASED REORDER-POINT RECOMMENDATIONS".
	PERFORM LoadFileParms.
	MOVE "P" TO BD-FUNCTION.
	CALL "CBBUSDTE" USING BD-DATE-PARMS.
	MOVE BD-RESULT-DATE TO WS-RUN-DATE.
	PERFORM LoadDemandParms.
	PERFORM LoadReorderPoints.
	INITIALIZE WS-STATE-DEMAND-TABLE.
	PERFORM MeasureItemDemand.
	PERFORM RecommendStatePoints VARYING WS-STATE-SUB FROM 1 BY 1
		UNTIL WS-STATE-SUB > WS-UNKNOWN-SUB.
	PERFORM OpenOutputFiles.
	SORT WORKFILE
		ON DESCENDING KEY SR-ABS-DIFF
		ON ASCENDING KEY SR-LEVEL SR-KEY
		INPUT PROCEDURE IS ProposeReorderPoints
		OUTPUT PROCEDURE IS PrintComparison.
	IF SORT-RETURN NOT = ZERO
		DISPLAY "CBROPREC -- SORT OF RECOMMENDATIONS FAILED:"
			" SORT-RETURN=" SORT-RETURN
		MOVE 16 TO RETURN-CODE
		STOP RUN
	END-IF.
	PERFORM CloseOutputFiles.
	DISPLAY "CBROPREC ITEMS MEASURED: " WS-ITEMS-MEASURED
		"  WITH DEMAND: " WS-ITEMS-WITH-DEMAND
		"  SHIPMENTS USED: " WS-SHIPMENTS-USED.
	DISPLAY "CBROPREC PROPOSED ITEM LINES: " WS-ITEM-LINES-PROPOSED
		"  STATE LINES: " WS-STATE-LINES-PROPOSED.
	IF WS-ITEM-LINES-PROPOSED > WS-ITEM-RP-MAX
		DISPLAY "CBROPREC -- PROPOSED FILE HAS MORE ITEM LINES THAN"
			" CBLOWSTCK HOLDS (" WS-ITEM-RP-MAX ")"
		MOVE 4 TO RETURN-CODE
	END-IF.
	STOP RUN.

LoadFileParms.
	MOVE FP-REORDPTS-DEFAULT TO FP-REORDPTS-NAME.
	ACCEPT FP-REORDPTS-NAME FROM ENVIRONMENT "REORDPTS".
	IF FP-REORDPTS-NAME = SPACES
		MOVE FP-REORDPTS-DEFAULT TO FP-REORDPTS-NAME
	END-IF.
	MOVE FP-ITEMFILE-DEFAULT TO FP-ITEMFILE-NAME.
	ACCEPT FP-ITEMFILE-NAME FROM ENVIRONMENT "ITEMFILE".
	IF FP-ITEMFILE-NAME = SPACES
		MOVE FP-ITEMFILE-DEFAULT TO FP-ITEMFILE-NAME
	END-IF.
	MOVE FP-MOVLEDGR-DEFAULT TO FP-MOVLEDGR-NAME.
	ACCEPT FP-MOVLEDGR-NAME FROM ENVIRONMENT "MOVLEDGR".
	IF FP-MOVLEDGR-NAME = SPACES
		MOVE FP-MOVLEDGR-DEFAULT TO FP-MOVLEDGR-NAME
	END-IF.
	MOVE FP-ROPWORK-DEFAULT TO FP-ROPWORK-NAME.
	ACCEPT FP-ROPWORK-NAME FROM ENVIRONMENT "ROPWORK".
	IF FP-ROPWORK-NAME = SPACES
		MOVE FP-ROPWORK-DEFAULT TO FP-ROPWORK-NAME
	END-IF.
	MOVE FP-REORDNEW-DEFAULT TO FP-REORDNEW-NAME.
	ACCEPT FP-REORDNEW-NAME FROM ENVIRONMENT "REORDNEW".
	IF FP-REORDNEW-NAME = SPACES
		MOVE FP-REORDNEW-DEFAULT TO FP-REORDNEW-NAME
	END-IF.
	MOVE FP-ROPRPT-DEFAULT TO FP-ROPRPT-NAME.
	ACCEPT FP-ROPRPT-NAME FROM ENVIRONMENT "ROPRPT".
	IF FP-ROPRPT-NAME = SPACES
		MOVE FP-ROPRPT-DEFAULT TO FP-ROPRPT-NAME
	END-IF.
	MOVE FP-WORKFILE-DEFAULT TO FP-WORKFILE-NAME.
	ACCEPT FP-WORKFILE-NAME FROM ENVIRONMENT "WORKFILE".
	IF FP-WORKFILE-NAME = SPACES
		MOVE FP-WORKFILE-DEFAULT TO FP-WORKFILE-NAME
	END-IF.

*> A parameter that is absent or not numeric leaves the shipped
*> default in place.  History is held to a year of weeks.
LoadDemandParms.
	ACCEPT WS-ROPWEEKS-PARM FROM ENVIRONMENT "ROPWEEKS".
	IF WS-ROPWEEKS-PARM NOT = SPACES
		IF WS-ROPWEEKS-PARM NUMERIC
				AND WS-ROPWEEKS-PARM > "00" AND WS-ROPWEEKS-PARM <= "52"
			MOVE WS-ROPWEEKS-PARM TO WS-HISTORY-WEEKS
		ELSE
			DISPLAY "CBROPREC -- ROPWEEKS PARAMETER '" WS-ROPWEEKS-PARM
				"' NOT 01-52 -- USING " WS-HISTORY-WEEKS " WEEKS"
		END-IF
	END-IF.
	ACCEPT WS-ROPLEAD-PARM FROM ENVIRONMENT "ROPLEAD".
	IF WS-ROPLEAD-PARM NOT = SPACES
		IF WS-ROPLEAD-PARM NUMERIC
			MOVE WS-ROPLEAD-PARM TO WS-LEAD-DAYS
		ELSE
			DISPLAY "CBROPREC -- ROPLEAD PARAMETER '" WS-ROPLEAD-PARM
				"' NOT NUMERIC -- USING " WS-LEAD-DAYS " DAYS"
		END-IF
	END-IF.
	ACCEPT WS-ROPSAFE-PARM FROM ENVIRONMENT "ROPSAFE".
	IF WS-ROPSAFE-PARM NOT = SPACES
		IF WS-ROPSAFE-PARM NUMERIC
			MOVE WS-ROPSAFE-PARM TO WS-SAFETY-PCT
		ELSE
			DISPLAY "CBROPREC -- ROPSAFE PARAMETER '" WS-ROPSAFE-PARM
				"' NOT NUMERIC -- USING " WS-SAFETY-PCT "%"
		END-IF
	END-IF.
	ACCEPT WS-ROPCOVER-PARM FROM ENVIRONMENT "ROPCOVER".
	IF WS-ROPCOVER-PARM NOT = SPACES
		IF WS-ROPCOVER-PARM NUMERIC
			MOVE WS-ROPCOVER-PARM TO WS-COVER-DAYS
		ELSE
			DISPLAY "CBROPREC -- ROPCOVER PARAMETER '" WS-ROPCOVER-PARM
				"' NOT NUMERIC -- USING " WS-COVER-DAYS " DAYS"
		END-IF
	END-IF.
	COMPUTE WS-HISTORY-DAYS = WS-HISTORY-WEEKS * 7.
	COMPUTE WS-RUN-DAY-NO = FUNCTION INTEGER-OF-DATE (WS-RUN-DATE-N).
	COMPUTE WS-FROM-DAY-NO = WS-RUN-DAY-NO - WS-HISTORY-DAYS + 1.
	COMPUTE WS-FROM-DATE = FUNCTION DATE-OF-INTEGER (WS-FROM-DAY-NO).
	DISPLAY "CBROPREC SHIPMENTS " WS-FROM-DATE " THRU " WS-RUN-DATE-N
		"  LEAD " WS-LEAD-DAYS "  SAFETY " WS-SAFETY-PCT
		"%  COVER " WS-COVER-DAYS.

LoadReorderPoints.
	OPEN INPUT REORDPTS.
	IF WS-ROP-FILE-STATUS NOT = "00"
		MOVE "REORDPTS" TO WS-ABORT-FILE-NAME
		MOVE WS-ROP-FILE-STATUS TO WS-ABORT-FILE-STATUS
		PERFORM AbortOnFileError
	END-IF.
	PERFORM ReadReorderPoint.
	PERFORM StoreReorderPoint UNTIL EOFR.
	CLOSE REORDPTS.
	IF WS-ROP-FILE-STATUS NOT = "00"
		MOVE "REORDPTS" TO WS-ABORT-FILE-NAME
		MOVE WS-ROP-FILE-STATUS TO WS-ABORT-FILE-STATUS
		PERFORM AbortOnFileError
	END-IF.

ReadReorderPoint.
	READ REORDPTS
		AT END SET EOFR TO TRUE
	END-READ.
	IF WS-ROP-FILE-STATUS NOT = "00" AND WS-ROP-FILE-STATUS NOT = "10"
		MOVE "REORDPTS" TO WS-ABORT-FILE-NAME
		MOVE WS-ROP-FILE-STATUS TO WS-ABORT-FILE-STATUS
		PERFORM AbortOnFileError
	END-IF.

StoreReorderPoint.
	EVALUATE TRUE
		WHEN RP-ITEM-LEVEL
			IF WS-ITEM-RP-COUNT >= WS-ITEM-RP-MAX
				DISPLAY "CBROPREC -- ITEM REORDER TABLE FULL AT "
					WS-ITEM-RP-MAX
				MOVE 16 TO RETURN-CODE
				STOP RUN
			END-IF
			ADD 1 TO WS-ITEM-RP-COUNT
			MOVE RP-KEY TO WS-ITEM-RP-ID (WS-ITEM-RP-COUNT)
			MOVE RP-REORDER-PT TO WS-ITEM-RP-POINT (WS-ITEM-RP-COUNT)
		WHEN RP-STATE-LEVEL
			IF WS-STATE-RP-COUNT >= WS-STATE-RP-MAX
				DISPLAY "CBROPREC -- STATE REORDER TABLE FULL AT "
					WS-STATE-RP-MAX
				MOVE 16 TO RETURN-CODE
				STOP RUN
			END-IF
			ADD 1 TO WS-STATE-RP-COUNT
			MOVE RP-KEY (1:2) TO WS-STATE-RP-STATE (WS-STATE-RP-COUNT)
			MOVE RP-REORDER-PT TO WS-STATE-RP-POINT (WS-STATE-RP-COUNT)
		WHEN OTHER
			DISPLAY "CBROPREC -- BAD REORDER-POINT RECORD LEVEL: "
				RP-LEVEL " -- RECORD IGNORED"
	END-EVALUATE.
	PERFORM ReadReorderPoint.

*> The master and the ledger are both in item order and are matched
*> in one pass.  A day in the window with no shipment is a day of
*> zero demand, so the average is over every day of the window, and
*> the peak is the item's heaviest single day.
MeasureItemDemand.
	OPEN INPUT ITEMFILE.
	IF WS-ITM-FILE-STATUS NOT = "00"
		MOVE "ITEMFILE" TO WS-ABORT-FILE-NAME
		MOVE WS-ITM-FILE-STATUS TO WS-ABORT-FILE-STATUS
		PERFORM AbortOnFileError
	END-IF.
	OPEN INPUT MOVLEDGR.
	IF WS-LDG-FILE-STATUS = "00"
		SET LEDGER-PRESENT TO TRUE
	ELSE
		IF WS-LDG-FILE-STATUS NOT = "35"
			MOVE "MOVLEDGR" TO WS-ABORT-FILE-NAME
			MOVE WS-LDG-FILE-STATUS TO WS-ABORT-FILE-STATUS
			PERFORM AbortOnFileError
		END-IF
	END-IF.
	OPEN OUTPUT ROPWORK.
	IF WS-WRK-FILE-STATUS NOT = "00"
		MOVE "ROPWORK" TO WS-ABORT-FILE-NAME
		MOVE WS-WRK-FILE-STATUS TO WS-ABORT-FILE-STATUS
		PERFORM AbortOnFileError
	END-IF.
	PERFORM ReadItem.
	IF LEDGER-PRESENT
		PERFORM ReadLedger
	ELSE
		SET EOFL TO TRUE
	END-IF.
	PERFORM MeasureOneItem UNTIL EOFI.
	CLOSE ITEMFILE.
	IF WS-ITM-FILE-STATUS NOT = "00"
		MOVE "ITEMFILE" TO WS-ABORT-FILE-NAME
		MOVE WS-ITM-FILE-STATUS TO WS-ABORT-FILE-STATUS
		PERFORM AbortOnFileError
	END-IF.
	IF LEDGER-PRESENT
		CLOSE MOVLEDGR
		IF WS-LDG-FILE-STATUS NOT = "00"
			MOVE "MOVLEDGR" TO WS-ABORT-FILE-NAME
			MOVE WS-LDG-FILE-STATUS TO WS-ABORT-FILE-STATUS
			PERFORM AbortOnFileError
		END-IF
	END-IF.
	CLOSE ROPWORK.
	IF WS-WRK-FILE-STATUS NOT = "00"
		MOVE "ROPWORK" TO WS-ABORT-FILE-NAME
		MOVE WS-WRK-FILE-STATUS TO WS-ABORT-FILE-STATUS
		PERFORM AbortOnFileError
	END-IF.

ReadItem.
	READ ITEMFILE
		AT END SET EOFI TO TRUE
	END-READ.
	IF WS-ITM-FILE-STATUS NOT = "00" AND WS-ITM-FILE-STATUS NOT = "10"
		MOVE "ITEMFILE" TO WS-ABORT-FILE-NAME
		MOVE WS-ITM-FILE-STATUS TO WS-ABORT-FILE-STATUS
		PERFORM AbortOnFileError
	END-IF.

ReadLedger.
	READ MOVLEDGR NEXT RECORD
		AT END SET EOFL TO TRUE
	END-READ.
	IF WS-LDG-FILE-STATUS NOT = "00" AND WS-LDG-FILE-STATUS NOT = "10"
		MOVE "MOVLEDGR" TO WS-ABORT-FILE-NAME
		MOVE WS-LDG-FILE-STATUS TO WS-ABORT-FILE-STATUS
		PERFORM AbortOnFileError
	END-IF.

MeasureOneItem.
	ADD 1 TO WS-ITEMS-MEASURED.
	PERFORM FindStateBucket.
	ADD 1 TO WS-SD-ITEMS (WS-STATE-SUB).
	MOVE ZERO TO WS-ITEM-TOTAL-QTY WS-ITEM-PEAK-QTY WS-DAY-QTY.
	MOVE ZERO TO WS-DAY-DATE.
	PERFORM ReadLedger UNTIL EOFL OR ML-ITEM-ID >= IR-ITEM-ID.
	PERFORM AddItemDemand UNTIL EOFL OR ML-ITEM-ID NOT = IR-ITEM-ID.
	PERFORM CloseDemandDay.
	IF WS-ITEM-TOTAL-QTY > ZERO
		ADD 1 TO WS-ITEMS-WITH-DEMAND
	END-IF.
	COMPUTE WS-AVG-DAILY ROUNDED = WS-ITEM-TOTAL-QTY / WS-HISTORY-DAYS.
	MOVE WS-ITEM-PEAK-QTY TO WS-PEAK-DAILY.
	PERFORM CalculateRecommendation.
	PERFORM LookupReorderPoint.
	MOVE IR-ITEM-ID     TO RW-ITEM-ID.
	MOVE IR-ITEM-STATE  TO RW-STATE.
	MOVE WS-STATE-SUB   TO RW-STATE-SUB.
	MOVE WS-AVG-DAILY   TO RW-AVG-DAILY.
	MOVE WS-PEAK-DAILY  TO RW-PEAK-DAILY.
	MOVE WS-CUR-SOURCE  TO RW-CUR-SOURCE.
	MOVE WS-CUR-POINT   TO RW-CUR-POINT.
	MOVE WS-REC-POINT   TO RW-REC-POINT.
	MOVE WS-ORDER-QTY   TO RW-ORDER-QTY.
	WRITE ROPWORK-RECORD.
	IF WS-WRK-FILE-STATUS NOT = "00"
		MOVE "ROPWORK" TO WS-ABORT-FILE-NAME
		MOVE WS-WRK-FILE-STATUS TO WS-ABORT-FILE-STATUS
		PERFORM AbortOnFileError
	END-IF.
	PERFORM ReadItem.

FindStateBucket.
	MOVE WS-UNKNOWN-SUB TO WS-STATE-SUB.
	SET ST-IDX TO 1.
	SEARCH ST-STATE-ENTRY
		AT END
			CONTINUE
		WHEN ST-STATE-CODE (ST-IDX) = IR-ITEM-STATE
			SET WS-STATE-SUB TO ST-IDX
	END-SEARCH.

*> The ledger is in posting-date order within the item, so a change
*> of date closes the day before it.
AddItemDemand.
	IF ML-MOVE-TYPE = "S"
			AND ML-POST-DATE >= WS-FROM-DATE
			AND ML-POST-DATE <= WS-RUN-DATE-N
		IF ML-POST-DATE NOT = WS-DAY-DATE
			PERFORM CloseDemandDay
			MOVE ML-POST-DATE TO WS-DAY-DATE
		END-IF
		ADD 1 TO WS-SHIPMENTS-USED
		ADD ML-MOVE-QTY TO WS-DAY-QTY
		ADD ML-MOVE-QTY TO WS-ITEM-TOTAL-QTY
		ADD ML-MOVE-QTY TO WS-SD-TOTAL-QTY (WS-STATE-SUB)
		COMPUTE WS-DAY-SUB = FUNCTION INTEGER-OF-DATE (ML-POST-DATE)
			- WS-FROM-DAY-NO + 1
		ADD ML-MOVE-QTY TO WS-SD-DAY-QTY (WS-STATE-SUB, WS-DAY-SUB)
	END-IF.
	PERFORM ReadLedger.

CloseDemandDay.
	IF WS-DAY-QTY > WS-ITEM-PEAK-QTY
		MOVE WS-DAY-QTY TO WS-ITEM-PEAK-QTY
	END-IF.
	MOVE ZERO TO WS-DAY-QTY.

*> Reorder point = average demand over the lead time, plus safety
*> stock of ROPSAFE percent of the peak-over-average gap over the
*> lead time.  Order quantity = ROPCOVER days of average demand,
*> at least one unit for anything that moves at all.
CalculateRecommendation.
	COMPUTE WS-REC-POINT ROUNDED =
		(WS-AVG-DAILY * WS-LEAD-DAYS)
		+ ((WS-PEAK-DAILY - WS-AVG-DAILY) * WS-LEAD-DAYS
			* WS-SAFETY-PCT / 100).
	COMPUTE WS-ORDER-QTY ROUNDED = WS-AVG-DAILY * WS-COVER-DAYS.
	IF WS-ORDER-QTY = ZERO AND WS-AVG-DAILY > ZERO
		MOVE 1 TO WS-ORDER-QTY
	END-IF.

LookupReorderPoint.
	MOVE SPACES TO WS-CUR-SOURCE.
	MOVE ZERO TO WS-CUR-POINT.
	IF WS-ITEM-RP-COUNT > ZERO
		SET WS-IIDX TO 1
		SEARCH WS-ITEM-RP-ENTRY
			AT END
				CONTINUE
			WHEN WS-ITEM-RP-ID (WS-IIDX) = IR-ITEM-ID
				MOVE "I" TO WS-CUR-SOURCE
				MOVE WS-ITEM-RP-POINT (WS-IIDX) TO WS-CUR-POINT
		END-SEARCH
	END-IF.
	IF WS-CUR-SOURCE = SPACES
		MOVE IR-ITEM-STATE TO WS-CUR-STATE-KEY
		PERFORM LookupStatePoint
	END-IF.

LookupStatePoint.
	IF WS-STATE-RP-COUNT > ZERO
		SET WS-SIDX TO 1
		SEARCH WS-STATE-RP-ENTRY
			AT END
				CONTINUE
			WHEN WS-STATE-RP-STATE (WS-SIDX) = WS-CUR-STATE-KEY
				MOVE "S" TO WS-CUR-SOURCE
				MOVE WS-STATE-RP-POINT (WS-SIDX) TO WS-CUR-POINT
		END-SEARCH
	END-IF.

*> A state's point is the default for its items that carry none of
*> their own, so it is figured for the state's typical item: the
*> state's demand, average day and peak day, spread over the items
*> it carries.
RecommendStatePoints.
	IF WS-SD-ITEMS (WS-STATE-SUB) > ZERO
		MOVE ZERO TO WS-SD-PEAK-QTY (WS-STATE-SUB)
		PERFORM FindStatePeakDay VARYING WS-DAY-SUB FROM 1 BY 1
			UNTIL WS-DAY-SUB > WS-HISTORY-DAYS
		COMPUTE WS-AVG-DAILY ROUNDED = WS-SD-TOTAL-QTY (WS-STATE-SUB)
			/ WS-HISTORY-DAYS / WS-SD-ITEMS (WS-STATE-SUB)
		COMPUTE WS-PEAK-DAILY ROUNDED = WS-SD-PEAK-QTY (WS-STATE-SUB)
			/ WS-SD-ITEMS (WS-STATE-SUB)
		IF WS-PEAK-DAILY < WS-AVG-DAILY
			COMPUTE WS-PEAK-DAILY ROUNDED = WS-AVG-DAILY
		END-IF
		PERFORM CalculateRecommendation
		MOVE WS-AVG-DAILY  TO WS-SD-AVG-DAILY (WS-STATE-SUB)
		MOVE WS-PEAK-DAILY TO WS-SD-PEAK-DAILY (WS-STATE-SUB)
		MOVE WS-REC-POINT  TO WS-SD-REC-POINT (WS-STATE-SUB)
		MOVE WS-ORDER-QTY  TO WS-SD-ORDER-QTY (WS-STATE-SUB)
	END-IF.

FindStatePeakDay.
	IF WS-SD-DAY-QTY (WS-STATE-SUB, WS-DAY-SUB)
			> WS-SD-PEAK-QTY (WS-STATE-SUB)
		MOVE WS-SD-DAY-QTY (WS-STATE-SUB, WS-DAY-SUB)
			TO WS-SD-PEAK-QTY (WS-STATE-SUB)
	END-IF.

OpenOutputFiles.
	OPEN INPUT ROPWORK.
	IF WS-WRK-FILE-STATUS NOT = "00"
		MOVE "ROPWORK" TO WS-ABORT-FILE-NAME
		MOVE WS-WRK-FILE-STATUS TO WS-ABORT-FILE-STATUS
		PERFORM AbortOnFileError
	END-IF.
	OPEN OUTPUT REORDNEW.
	IF WS-NEW-FILE-STATUS NOT = "00"
		MOVE "REORDNEW" TO WS-ABORT-FILE-NAME
		MOVE WS-NEW-FILE-STATUS TO WS-ABORT-FILE-STATUS
		PERFORM AbortOnFileError
	END-IF.
	OPEN OUTPUT ROPRPT.
	IF WS-RPT-FILE-STATUS NOT = "00"
		MOVE "ROPRPT" TO WS-ABORT-FILE-NAME
		MOVE WS-RPT-FILE-STATUS TO WS-ABORT-FILE-STATUS
		PERFORM AbortOnFileError
	END-IF.

CloseOutputFiles.
	CLOSE ROPWORK.
	IF WS-WRK-FILE-STATUS NOT = "00"
		MOVE "ROPWORK" TO WS-ABORT-FILE-NAME
		MOVE WS-WRK-FILE-STATUS TO WS-ABORT-FILE-STATUS
		PERFORM AbortOnFileError
	END-IF.
	CLOSE REORDNEW.
	IF WS-NEW-FILE-STATUS NOT = "00"
		MOVE "REORDNEW" TO WS-ABORT-FILE-NAME
		MOVE WS-NEW-FILE-STATUS TO WS-ABORT-FILE-STATUS
		PERFORM AbortOnFileError
	END-IF.
	CLOSE ROPRPT.
	IF WS-RPT-FILE-STATUS NOT = "00"
		MOVE "ROPRPT" TO WS-ABORT-FILE-NAME
		MOVE WS-RPT-FILE-STATUS TO WS-ABORT-FILE-STATUS
		PERFORM AbortOnFileError
	END-IF.

*> The proposed file lists items first and state defaults after, as
*> REORDPTS always has.  An item gets its own line only when its
*> recommended point differs from the one proposed for its state;
*> every item goes to the comparison either way.
ProposeReorderPoints.
	PERFORM ReadWork.
	PERFORM ProposeOneItem UNTIL EOFW.
	PERFORM ProposeOneState VARYING WS-STATE-SUB FROM 1 BY 1
		UNTIL WS-STATE-SUB >= WS-UNKNOWN-SUB.

ReadWork.
	READ ROPWORK
		AT END SET EOFW TO TRUE
	END-READ.
	IF WS-WRK-FILE-STATUS NOT = "00" AND WS-WRK-FILE-STATUS NOT = "10"
		MOVE "ROPWORK" TO WS-ABORT-FILE-NAME
		MOVE WS-WRK-FILE-STATUS TO WS-ABORT-FILE-STATUS
		PERFORM AbortOnFileError
	END-IF.

ProposeOneItem.
	IF RW-STATE-SUB = WS-UNKNOWN-SUB
			OR RW-REC-POINT NOT = WS-SD-REC-POINT (RW-STATE-SUB)
		MOVE "I"          TO RN-LEVEL
		MOVE RW-ITEM-ID   TO RN-KEY
		MOVE RW-REC-POINT TO RN-REORDER-PT
		PERFORM WriteProposedPoint
		ADD 1 TO WS-ITEM-LINES-PROPOSED
	END-IF.
	MOVE "I"           TO SR-LEVEL.
	MOVE RW-ITEM-ID    TO SR-KEY.
	MOVE RW-STATE      TO SR-STATE.
	MOVE RW-AVG-DAILY  TO SR-AVG-DAILY.
	MOVE RW-PEAK-DAILY TO SR-PEAK-DAILY.
	MOVE RW-CUR-SOURCE TO SR-CUR-SOURCE.
	MOVE RW-CUR-POINT  TO SR-CUR-POINT.
	MOVE RW-REC-POINT  TO SR-REC-POINT.
	MOVE RW-ORDER-QTY  TO SR-ORDER-QTY.
	PERFORM ReleaseComparison.
	PERFORM ReadWork.

ProposeOneState.
	IF WS-SD-ITEMS (WS-STATE-SUB) > ZERO
		MOVE "S" TO RN-LEVEL
		MOVE SPACES TO RN-KEY
		MOVE ST-STATE-CODE (WS-STATE-SUB) TO RN-KEY (1:2)
		MOVE WS-SD-REC-POINT (WS-STATE-SUB) TO RN-REORDER-PT
		PERFORM WriteProposedPoint
		ADD 1 TO WS-STATE-LINES-PROPOSED
		MOVE ST-STATE-CODE (WS-STATE-SUB) TO WS-CUR-STATE-KEY
		MOVE SPACES TO WS-CUR-SOURCE
		MOVE ZERO TO WS-CUR-POINT
		PERFORM LookupStatePoint
		MOVE "S" TO SR-LEVEL
		MOVE RN-KEY TO SR-KEY
		MOVE ST-STATE-CODE (WS-STATE-SUB)    TO SR-STATE
		MOVE WS-SD-AVG-DAILY (WS-STATE-SUB)  TO SR-AVG-DAILY
		MOVE WS-SD-PEAK-DAILY (WS-STATE-SUB) TO SR-PEAK-DAILY
		MOVE WS-CUR-SOURCE TO SR-CUR-SOURCE
		MOVE WS-CUR-POINT  TO SR-CUR-POINT
		MOVE WS-SD-REC-POINT (WS-STATE-SUB)  TO SR-REC-POINT
		MOVE WS-SD-ORDER-QTY (WS-STATE-SUB)  TO SR-ORDER-QTY
		PERFORM ReleaseComparison
	END-IF.

WriteProposedPoint.
	WRITE REORDNEW-RECORD.
	IF WS-NEW-FILE-STATUS NOT = "00"
		MOVE "REORDNEW" TO WS-ABORT-FILE-NAME
		MOVE WS-NEW-FILE-STATUS TO WS-ABORT-FILE-STATUS
		PERFORM AbortOnFileError
	END-IF.

ReleaseComparison.
	COMPUTE SR-DIFF = SR-REC-POINT - SR-CUR-POINT.
	IF SR-DIFF < ZERO
		COMPUTE SR-ABS-DIFF = ZERO - SR-DIFF
		ADD 1 TO WS-POINTS-LOWERED
	ELSE
		MOVE SR-DIFF TO SR-ABS-DIFF
		IF SR-DIFF > ZERO
			ADD 1 TO WS-POINTS-RAISED
		END-IF
	END-IF.
	RELEASE WORKFILE-RECORD.

PrintComparison.
	MOVE ZERO TO WS-PAGE-NO.
	MOVE WS-LINES-PER-PAGE TO WS-LINES-ON-PAGE.
	PERFORM ReturnComparison.
	PERFORM PrintOneComparison UNTIL EOFS.
	PERFORM WriteReportFooter.

ReturnComparison.
	RETURN WORKFILE
		AT END SET EOFS TO TRUE
	END-RETURN.

PrintOneComparison.
	IF WS-LINES-ON-PAGE >= WS-LINES-PER-PAGE
		PERFORM WritePageHeader
	END-IF.
	MOVE SR-LEVEL      TO WS-DTL-LEVEL.
	MOVE SR-KEY        TO WS-DTL-KEY.
	MOVE SR-STATE      TO WS-DTL-STATE.
	MOVE SR-AVG-DAILY  TO WS-DTL-AVG.
	MOVE SR-PEAK-DAILY TO WS-DTL-PEAK.
	MOVE SR-CUR-POINT  TO WS-DTL-CURRENT.
	EVALUATE SR-CUR-SOURCE
		WHEN "I"
			MOVE "ITEM" TO WS-DTL-FROM
		WHEN "S"
			MOVE "STATE" TO WS-DTL-FROM
		WHEN OTHER
			MOVE "NONE" TO WS-DTL-FROM
	END-EVALUATE.
	MOVE SR-REC-POINT  TO WS-DTL-RECOMMEND.
	MOVE SR-DIFF       TO WS-DTL-DIFF.
	MOVE SR-ORDER-QTY  TO WS-DTL-ORDER.
	MOVE WS-DETAIL-LINE TO RPT-LINE.
	WRITE RPT-LINE.
	ADD 1 TO WS-LINES-ON-PAGE.
	PERFORM ReturnComparison.

WritePageHeader.
	ADD 1 TO WS-PAGE-NO.
	IF WS-PAGE-NO > 1
		MOVE SPACES TO RPT-LINE
		WRITE RPT-LINE
	END-IF.
	MOVE SPACES TO RPT-LINE.
	STRING "CBROPREC -- REORDER POINTS, CURRENT VS DEMAND" DELIMITED BY SIZE
		"   RUN DATE: " DELIMITED BY SIZE
		WS-RUN-MM DELIMITED BY SIZE
		"/" DELIMITED BY SIZE
		WS-RUN-DD DELIMITED BY SIZE
		"/" DELIMITED BY SIZE
		WS-RUN-YYYY DELIMITED BY SIZE
		"   PAGE " DELIMITED BY SIZE
		WS-PAGE-NO DELIMITED BY SIZE
		INTO RPT-LINE
	END-STRING.
	WRITE RPT-LINE.
	MOVE SPACES TO RPT-LINE.
	STRING "SHIPPED " DELIMITED BY SIZE
		WS-FROM-DATE DELIMITED BY SIZE
		"-" DELIMITED BY SIZE
		WS-RUN-DATE-N DELIMITED BY SIZE
		"  LEAD " DELIMITED BY SIZE
		WS-LEAD-DAYS DELIMITED BY SIZE
		" DAYS  SAFETY " DELIMITED BY SIZE
		WS-SAFETY-PCT DELIMITED BY SIZE
		"% OF GAP  ORDER " DELIMITED BY SIZE
		WS-COVER-DAYS DELIMITED BY SIZE
		" DAYS" DELIMITED BY SIZE
		INTO RPT-LINE
	END-STRING.
	WRITE RPT-LINE.
	MOVE "L KEY    ST   AVG/DAY    PEAK  CURRENT FROM  PROPOSED     DIFF  ORD QTY"
		TO RPT-LINE.
	WRITE RPT-LINE.
	MOVE "- ---    --   -------    ----  ------- ----  --------     ----  -------"
		TO RPT-LINE.
	WRITE RPT-LINE.
	MOVE ZERO TO WS-LINES-ON-PAGE.

WriteReportFooter.
	MOVE SPACES TO RPT-LINE.
	WRITE RPT-LINE.
	MOVE SPACES TO RPT-LINE.
	STRING "ITEMS MEASURED: " DELIMITED BY SIZE
		WS-ITEMS-MEASURED DELIMITED BY SIZE
		"  WITH DEMAND: " DELIMITED BY SIZE
		WS-ITEMS-WITH-DEMAND DELIMITED BY SIZE
		"  SHIPMENTS USED: " DELIMITED BY SIZE
		WS-SHIPMENTS-USED DELIMITED BY SIZE
		INTO RPT-LINE
	END-STRING.
	WRITE RPT-LINE.
	MOVE SPACES TO RPT-LINE.
	STRING "POINTS RAISED: " DELIMITED BY SIZE
		WS-POINTS-RAISED DELIMITED BY SIZE
		"  LOWERED: " DELIMITED BY SIZE
		WS-POINTS-LOWERED DELIMITED BY SIZE
		INTO RPT-LINE
	END-STRING.
	WRITE RPT-LINE.
	MOVE SPACES TO RPT-LINE.
	STRING "PROPOSED FILE: " DELIMITED BY SIZE
		WS-ITEM-LINES-PROPOSED DELIMITED BY SIZE
		" ITEM LINES, " DELIMITED BY SIZE
		WS-STATE-LINES-PROPOSED DELIMITED BY SIZE
		" STATE DEFAULTS" DELIMITED BY SIZE
		INTO RPT-LINE
	END-STRING.
	WRITE RPT-LINE.
	IF WS-ITEM-LINES-PROPOSED > WS-ITEM-RP-MAX
		MOVE SPACES TO RPT-LINE
		MOVE "*** MORE ITEM LINES THAN CBLOWSTCK HOLDS -- TRIM BEFORE SWAPPING IN ***"
			TO RPT-LINE
		WRITE RPT-LINE
	END-IF.

AbortOnFileError.
	DISPLAY "CBROPREC -- FILE ERROR ON " WS-ABORT-FILE-NAME
		": STATUS=" WS-ABORT-FILE-STATUS.
	MOVE 16 TO RETURN-CODE.
	STOP RUN.
