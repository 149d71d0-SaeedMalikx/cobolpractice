IDENTIFICATION DIVISION.
PROGRAM-ID. CBINTCHK.
AUTHOR. SAEEDMALIK.

*> Weekly referential-integrity sweep.  Checks every file that
*> hangs off the item master -- attributes, reorder points, open
*> replenishment orders, movement holds, the movement ledger, held
*> physical-count variances and the maintenance journal -- against
*> the master and the validStates/stateRegions reference lists, in
*> both directions where both mean something: records pointing at
*> items or states that are not there, and master items or valid
*> states the file should cover and does not.  Nothing is changed;
*> the listing is grouped by file with a count and a severity for
*> each, and a summary at the end.
*>   ERROR   -- a record that refers to something that is not there
*>              and will be acted on (an open order or hold for a
*>              deleted item, a reorder point for a state that is
*>              not valid, a valid state with no region mapping).
*>   WARNING -- a gap in coverage or history left behind by a
*>              deleted item (no attributes, no reorder point,
*>              ledger or journal history for an item now gone).
*> Ends RC 8 when anything is in error, RC 4 for warnings only.
*> Files other than the master and the two reference lists are
*> optional -- one that is not there is shown as not present.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
	SELECT ITEMFILE ASSIGN TO DYNAMIC FP-ITEMFILE-NAME
		ORGANIZATION IS INDEXED
		ACCESS MODE IS DYNAMIC
		RECORD KEY IS IR-ITEM-ID
		ALTERNATE RECORD KEY IS IR-ITEM-STATE WITH DUPLICATES
		FILE STATUS IS WS-ITM-FILE-STATUS.

	SELECT VALIDST ASSIGN TO DYNAMIC FP-VALIDST-NAME
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS WS-VST-FILE-STATUS.

	SELECT REGIONMAP ASSIGN TO DYNAMIC FP-REGIONMAP-NAME
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS WS-RGN-FILE-STATUS.

	SELECT ITEMATTR ASSIGN TO DYNAMIC FP-ITEMATTR-NAME
		ORGANIZATION IS INDEXED
		ACCESS MODE IS DYNAMIC
		RECORD KEY IS IA-ITEM-ID
		FILE STATUS IS WS-ATR-FILE-STATUS.

	SELECT REORDPTS ASSIGN TO DYNAMIC FP-REORDPTS-NAME
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS WS-ROP-FILE-STATUS.

	SELECT REPLOPEN ASSIGN TO DYNAMIC FP-REPLOPEN-NAME
		ORGANIZATION IS INDEXED
		ACCESS MODE IS SEQUENTIAL
		RECORD KEY IS RO-ITEM-ID
		FILE STATUS IS WS-OPN-FILE-STATUS.

	SELECT MOVHOLD ASSIGN TO DYNAMIC FP-MOVHOLD-NAME
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS WS-HLD-FILE-STATUS.

	SELECT MOVLEDGR ASSIGN TO DYNAMIC FP-MOVLEDGR-NAME
		ORGANIZATION IS INDEXED
		ACCESS MODE IS SEQUENTIAL
		RECORD KEY IS ML-LEDGER-KEY
		FILE STATUS IS WS-LDG-FILE-STATUS.

	SELECT PHYSHOLD ASSIGN TO DYNAMIC FP-PHYSHOLD-NAME
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS WS-PHY-FILE-STATUS.

	SELECT ITEMJRNL ASSIGN TO DYNAMIC FP-ITEMJRNL-NAME
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS WS-JRN-FILE-STATUS.

	SELECT INTCHK ASSIGN TO DYNAMIC FP-INTCHK-NAME
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS WS-RPT-FILE-STATUS.

DATA DIVISION.
FILE SECTION.
FD ITEMFILE.
01 ITEMRECORD.
	88 EOF 	    VALUE  HIGH-VALUES.
	COPY ITEMREC.

FD VALIDST.
01	VS-RECORD.
	88 EOFV VALUE HIGH-VALUES.
	02	VS-CODE		PIC X(02).

FD REGIONMAP.
01 REGIONMAP-RECORD.
	88 EOFG     VALUE HIGH-VALUES.
	05 RGN-STATE-CODE          PIC X(02).
	05 FILLER                  PIC X(01).
	05 RGN-REGION-NAME         PIC X(10).

FD ITEMATTR.
01 ATTRRECORD.
	88 EOFA     VALUE HIGH-VALUES.
	COPY ITEMATTR.

FD REORDPTS.
01 REORDPT-RECORD.
	88 EOFR     VALUE HIGH-VALUES.
	05 RP-LEVEL                PIC X(01).
		88 RP-ITEM-LEVEL     VALUE "I".
		88 RP-STATE-LEVEL    VALUE "S".
	05 RP-KEY                  PIC X(06).
	05 RP-REORDER-PT           PIC 9(07).

FD REPLOPEN.
01 REPLOPEN-RECORD.
	88 EOFO     VALUE HIGH-VALUES.
	COPY REPLORD.

FD MOVHOLD.
01 MOVHOLD-RECORD.
	88 EOFH     VALUE HIGH-VALUES.
	COPY MOVHOLD.

FD MOVLEDGR.
01 MOVLEDGR-RECORD.
	88 EOFL     VALUE HIGH-VALUES.
	COPY MOVLEDGR.

FD PHYSHOLD.
01 HOLD-RECORD.
	88 EOFP     VALUE HIGH-VALUES.
	05 PH-HLD-ACTION           PIC X(01).
	05 PH-HLD-ITEM-ID          PIC X(06).
	05 PH-HLD-STATE            PIC X(02).
	05 PH-HLD-QTY              PIC 9(07).
	05 PH-HLD-PRICE            PIC 9(05)V99.
	05 PH-HLD-WHSE             PIC X(02).

FD ITEMJRNL.
01 ITEMJRNL-RECORD.
	88 EOFJ     VALUE HIGH-VALUES.
	05 JR-DATE                 PIC 9(08).
	05 JR-TIME                 PIC 9(08).
	05 JR-ACTION               PIC X(01).
		88 JR-DELETE         VALUE "D".
	05 JR-SOURCE               PIC X(10).
	05 JR-OPERATOR             PIC X(08).
	05 JR-BEFORE-IMAGE.
		10 JR-BEFORE-ITEM-ID   PIC X(06).
		10 FILLER              PIC X(18).
	05 JR-AFTER-IMAGE.
		10 JR-AFTER-ITEM-ID    PIC X(06).
		10 FILLER              PIC X(18).

FD INTCHK.
01 RPT-LINE                    PIC X(80).

WORKING-STORAGE SECTION.
COPY FILEPARM.
COPY BUSDPARM.

01 WS-RUN-DATE.
	05 WS-RUN-YYYY          PIC 9(4).
	05 WS-RUN-MM            PIC 9(2).
	05 WS-RUN-DD            PIC 9(2).

01 WS-ITM-FILE-STATUS          PIC X(02) VALUE SPACES.
01 WS-VST-FILE-STATUS          PIC X(02) VALUE SPACES.
01 WS-RGN-FILE-STATUS          PIC X(02) VALUE SPACES.
01 WS-ATR-FILE-STATUS          PIC X(02) VALUE SPACES.
01 WS-ROP-FILE-STATUS          PIC X(02) VALUE SPACES.
01 WS-OPN-FILE-STATUS          PIC X(02) VALUE SPACES.
01 WS-HLD-FILE-STATUS          PIC X(02) VALUE SPACES.
01 WS-LDG-FILE-STATUS          PIC X(02) VALUE SPACES.
01 WS-PHY-FILE-STATUS          PIC X(02) VALUE SPACES.
01 WS-JRN-FILE-STATUS          PIC X(02) VALUE SPACES.
01 WS-RPT-FILE-STATUS          PIC X(02) VALUE SPACES.
01 WS-ABORT-FILE-NAME          PIC X(40) VALUE SPACES.
01 WS-ABORT-FILE-STATUS        PIC X(02) VALUE SPACES.

01 WS-MASTER-FOUND-SW          PIC X(01) VALUE "N".
	88 MASTER-FOUND         VALUE "Y".
	88 MASTER-NOT-FOUND     VALUE "N".
01 WS-STATE-FOUND-SW           PIC X(01) VALUE "N".
	88 STATE-FOUND          VALUE "Y".
	88 STATE-NOT-FOUND      VALUE "N".
01 WS-REGION-FOUND-SW          PIC X(01) VALUE "N".
	88 REGION-FOUND         VALUE "Y".
	88 REGION-NOT-FOUND     VALUE "N".
01 WS-ATTR-FOUND-SW            PIC X(01) VALUE "N".
	88 ATTR-FOUND           VALUE "Y".
	88 ATTR-NOT-FOUND       VALUE "N".
01 WS-RP-FOUND-SW              PIC X(01) VALUE "N".
	88 RP-FOUND             VALUE "Y".
	88 RP-NOT-FOUND         VALUE "N".
01 WS-ORPHAN-FOUND-SW          PIC X(01) VALUE "N".
	88 ORPHAN-FOUND         VALUE "Y".
	88 ORPHAN-NOT-FOUND     VALUE "N".
01 WS-FILE-PRESENT-SW          PIC X(01) VALUE "N".
	88 FILE-PRESENT         VALUE "Y".
	88 FILE-NOT-PRESENT     VALUE "N".

01 WS-LOOKUP-ITEM-ID           PIC X(06) VALUE SPACES.
01 WS-LOOKUP-STATE             PIC X(02) VALUE SPACES.
01 WS-PREV-LEDGER-ITEM         PIC X(06) VALUE SPACES.
01 WS-LEDGER-ITEM-RECS         PIC 9(07) VALUE ZERO.
01 WS-JOURNAL-ITEM-ID          PIC X(06) VALUE SPACES.

*> The reference lists, loaded once and searched by every check.
01 WS-VALID-COUNT              PIC 9(03) COMP VALUE ZERO.
77 WS-VALID-MAX                PIC 9(03) COMP VALUE 100.
01 WS-VALID-TABLE.
	05 WS-VALID-ENTRY OCCURS 1 TO 100 TIMES
			DEPENDING ON WS-VALID-COUNT
			INDEXED BY WS-VIDX.
		10 WS-VALID-CODE        PIC X(02).

01 WS-RGNMAP-COUNT             PIC 9(03) COMP VALUE ZERO.
77 WS-RGNMAP-MAX               PIC 9(03) COMP VALUE 100.
01 WS-RGNMAP-TABLE.
	05 WS-RGNMAP-ENTRY OCCURS 1 TO 100 TIMES
			DEPENDING ON WS-RGNMAP-COUNT
			INDEXED BY WS-MIDX.
		10 WS-RGNMAP-STATE        PIC X(02).
		10 WS-RGNMAP-REGION       PIC X(10).

*> Reorder points as CBLOWSTCK holds them, so a master item can be
*> checked for a point at either level.
01 WS-ITEM-RP-COUNT            PIC 9(04) COMP VALUE ZERO.
77 WS-ITEM-RP-MAX              PIC 9(04) COMP VALUE 1000.
01 WS-ITEM-RP-TABLE.
	05 WS-ITEM-RP-ENTRY OCCURS 1 TO 1000 TIMES
			DEPENDING ON WS-ITEM-RP-COUNT
			INDEXED BY WS-IIDX.
		10 WS-ITEM-RP-ID          PIC X(06).

01 WS-STATE-RP-COUNT           PIC 9(03) COMP VALUE ZERO.
77 WS-STATE-RP-MAX             PIC 9(03) COMP VALUE 100.
01 WS-STATE-RP-TABLE.
	05 WS-STATE-RP-ENTRY OCCURS 1 TO 100 TIMES
			DEPENDING ON WS-STATE-RP-COUNT
			INDEXED BY WS-SIDX.
		10 WS-STATE-RP-STATE      PIC X(02).

*> Journaled items that are not on the master, with the last action
*> the journal shows for each.  The journal runs in time order, so
*> an item whose last action is a delete went the proper way; any
*> other last action means the journal still thinks it is live.
01 WS-JRN-ORPH-COUNT           PIC 9(04) COMP VALUE ZERO.
77 WS-JRN-ORPH-MAX             PIC 9(04) COMP VALUE 2000.
01 WS-JRN-ORPH-TABLE.
	05 WS-JRN-ORPH-ENTRY OCCURS 1 TO 2000 TIMES
			DEPENDING ON WS-JRN-ORPH-COUNT
			INDEXED BY WS-JIDX.
		10 WS-JRN-ORPH-ITEM-ID    PIC X(06).
		10 WS-JRN-ORPH-ACTION     PIC X(01).
		10 WS-JRN-ORPH-DATE       PIC 9(08).

*> Counts for the file being checked, carried into the summary
*> table when its section closes.
01 WS-SEC-FILE-NAME            PIC X(09) VALUE SPACES.
01 WS-SEC-DESC                 PIC X(40) VALUE SPACES.
01 WS-SEC-CHECKED              PIC 9(07) VALUE ZERO.
01 WS-SEC-ERRORS               PIC 9(07) VALUE ZERO.
01 WS-SEC-WARNINGS             PIC 9(07) VALUE ZERO.
01 WS-SEC-SEVERITY             PIC X(11) VALUE SPACES.

01 WS-SUMMARY-COUNT            PIC 9(02) COMP VALUE ZERO.
01 WS-SUMMARY-TABLE.
	05 WS-SUMMARY-ENTRY OCCURS 10 TIMES
			INDEXED BY WS-XIDX.
		10 WS-SUM-FILE-NAME       PIC X(09).
		10 WS-SUM-CHECKED         PIC 9(07).
		10 WS-SUM-ERRORS          PIC 9(07).
		10 WS-SUM-WARNINGS        PIC 9(07).
		10 WS-SUM-SEVERITY        PIC X(11).

01 WS-TOTAL-ERRORS             PIC 9(07) VALUE ZERO.
01 WS-TOTAL-WARNINGS           PIC 9(07) VALUE ZERO.
01 WS-COUNT-DISPLAY            PIC ZZZ,ZZ9.
01 WS-ERROR-DISPLAY            PIC ZZZ,ZZ9.
01 WS-WARNING-DISPLAY          PIC ZZZ,ZZ9.

01 WS-PAGE-NO                  PIC 9(03) VALUE ZERO.
01 WS-LINES-ON-PAGE            PIC 9(03) VALUE ZERO.
01 WS-LINES-PER-PAGE           PIC 9(03) VALUE 20.

01 WS-PRINT-LINE               PIC X(80) VALUE SPACES.

01 WS-DETAIL-LINE.
	05 WS-DTL-SEVERITY       PIC X(07).
	05 FILLER                PIC X(02) VALUE SPACES.
	05 WS-DTL-KEY            PIC X(10).
	05 FILLER                PIC X(02) VALUE SPACES.
	05 WS-DTL-PROBLEM        PIC X(42).
	05 FILLER                PIC X(02) VALUE SPACES.
	05 WS-DTL-INFO           PIC X(15).

01 WS-SUMMARY-LINE.
	05 WS-SL-FILE-NAME       PIC X(09).
	05 FILLER                PIC X(03) VALUE SPACES.
	05 WS-SL-CHECKED         PIC ZZZ,ZZ9.
	05 FILLER                PIC X(03) VALUE SPACES.
	05 WS-SL-ERRORS          PIC ZZZ,ZZ9.
	05 FILLER                PIC X(03) VALUE SPACES.
	05 WS-SL-WARNINGS        PIC ZZZ,ZZ9.
	05 FILLER                PIC X(03) VALUE SPACES.
	05 WS-SL-SEVERITY        PIC X(11).

PROCEDURE DIVISION.
Begin.
	DISPLAY "CBINTCHK -- WEEKLY REFERENTIAL INTEGRITY SWEEP".
	PERFORM LoadFileParms.
	MOVE "P" TO BD-FUNCTION.
	CALL "CBBUSDTE" USING BD-DATE-PARMS.
	MOVE BD-RESULT-DATE TO WS-RUN-DATE.
	PERFORM OpenMasterFiles.
	PERFORM LoadValidStates.
	PERFORM LoadRegionMap.
	PERFORM CheckValidStates.
	PERFORM CheckRegionMap.
	PERFORM CheckItemMaster.
	PERFORM CheckItemAttributes.
	PERFORM CheckReorderPoints.
	PERFORM CheckOpenOrders.
	PERFORM CheckMovementHolds.
	PERFORM CheckMovementLedger.
	PERFORM CheckPhysicalHolds.
	PERFORM CheckItemJournal.
	PERFORM WriteSummary.
	PERFORM CloseMasterFiles.
	DISPLAY "CBINTCHK ERRORS: " WS-TOTAL-ERRORS
		"  WARNINGS: " WS-TOTAL-WARNINGS.
	IF WS-TOTAL-ERRORS > ZERO
		MOVE 8 TO RETURN-CODE
	ELSE
		IF WS-TOTAL-WARNINGS > ZERO
			MOVE 4 TO RETURN-CODE
		END-IF
	END-IF.
	STOP RUN.

LoadFileParms.
	MOVE FP-ITEMFILE-DEFAULT TO FP-ITEMFILE-NAME.
	ACCEPT FP-ITEMFILE-NAME FROM ENVIRONMENT "ITEMFILE".
	IF FP-ITEMFILE-NAME = SPACES
		MOVE FP-ITEMFILE-DEFAULT TO FP-ITEMFILE-NAME
	END-IF.
	MOVE FP-VALIDST-DEFAULT TO FP-VALIDST-NAME.
	ACCEPT FP-VALIDST-NAME FROM ENVIRONMENT "VALIDST".
	IF FP-VALIDST-NAME = SPACES
		MOVE FP-VALIDST-DEFAULT TO FP-VALIDST-NAME
	END-IF.
	MOVE FP-REGIONMAP-DEFAULT TO FP-REGIONMAP-NAME.
	ACCEPT FP-REGIONMAP-NAME FROM ENVIRONMENT "REGIONMAP".
	IF FP-REGIONMAP-NAME = SPACES
		MOVE FP-REGIONMAP-DEFAULT TO FP-REGIONMAP-NAME
	END-IF.
	MOVE FP-ITEMATTR-DEFAULT TO FP-ITEMATTR-NAME.
	ACCEPT FP-ITEMATTR-NAME FROM ENVIRONMENT "ITEMATTR".
	IF FP-ITEMATTR-NAME = SPACES
		MOVE FP-ITEMATTR-DEFAULT TO FP-ITEMATTR-NAME
	END-IF.
	MOVE FP-REORDPTS-DEFAULT TO FP-REORDPTS-NAME.
	ACCEPT FP-REORDPTS-NAME FROM ENVIRONMENT "REORDPTS".
	IF FP-REORDPTS-NAME = SPACES
		MOVE FP-REORDPTS-DEFAULT TO FP-REORDPTS-NAME
	END-IF.
	MOVE FP-REPLOPEN-DEFAULT TO FP-REPLOPEN-NAME.
	ACCEPT FP-REPLOPEN-NAME FROM ENVIRONMENT "REPLOPEN".
	IF FP-REPLOPEN-NAME = SPACES
		MOVE FP-REPLOPEN-DEFAULT TO FP-REPLOPEN-NAME
	END-IF.
	MOVE FP-MOVHOLD-DEFAULT TO FP-MOVHOLD-NAME.
	ACCEPT FP-MOVHOLD-NAME FROM ENVIRONMENT "MOVHOLD".
	IF FP-MOVHOLD-NAME = SPACES
		MOVE FP-MOVHOLD-DEFAULT TO FP-MOVHOLD-NAME
	END-IF.
	MOVE FP-MOVLEDGR-DEFAULT TO FP-MOVLEDGR-NAME.
	ACCEPT FP-MOVLEDGR-NAME FROM ENVIRONMENT "MOVLEDGR".
	IF FP-MOVLEDGR-NAME = SPACES
		MOVE FP-MOVLEDGR-DEFAULT TO FP-MOVLEDGR-NAME
	END-IF.
	MOVE FP-PHYSHOLD-DEFAULT TO FP-PHYSHOLD-NAME.
	ACCEPT FP-PHYSHOLD-NAME FROM ENVIRONMENT "PHYSHOLD".
	IF FP-PHYSHOLD-NAME = SPACES
		MOVE FP-PHYSHOLD-DEFAULT TO FP-PHYSHOLD-NAME
	END-IF.
	MOVE FP-ITEMJRNL-DEFAULT TO FP-ITEMJRNL-NAME.
	ACCEPT FP-ITEMJRNL-NAME FROM ENVIRONMENT "ITEMJRNL".
	IF FP-ITEMJRNL-NAME = SPACES
		MOVE FP-ITEMJRNL-DEFAULT TO FP-ITEMJRNL-NAME
	END-IF.
	MOVE FP-INTCHK-DEFAULT TO FP-INTCHK-NAME.
	ACCEPT FP-INTCHK-NAME FROM ENVIRONMENT "INTCHK".
	IF FP-INTCHK-NAME = SPACES
		MOVE FP-INTCHK-DEFAULT TO FP-INTCHK-NAME
	END-IF.

OpenMasterFiles.
	OPEN INPUT ITEMFILE.
	IF WS-ITM-FILE-STATUS NOT = "00"
		MOVE "ITEMFILE" TO WS-ABORT-FILE-NAME
		MOVE WS-ITM-FILE-STATUS TO WS-ABORT-FILE-STATUS
		PERFORM AbortOnFileError
	END-IF.
	OPEN OUTPUT INTCHK.
	IF WS-RPT-FILE-STATUS NOT = "00"
		MOVE "INTCHK" TO WS-ABORT-FILE-NAME
		MOVE WS-RPT-FILE-STATUS TO WS-ABORT-FILE-STATUS
		PERFORM AbortOnFileError
	END-IF.
	MOVE ZERO TO WS-PAGE-NO.
	MOVE WS-LINES-PER-PAGE TO WS-LINES-ON-PAGE.

CloseMasterFiles.
	CLOSE ITEMFILE.
	IF WS-ITM-FILE-STATUS NOT = "00"
		MOVE "ITEMFILE" TO WS-ABORT-FILE-NAME
		MOVE WS-ITM-FILE-STATUS TO WS-ABORT-FILE-STATUS
		PERFORM AbortOnFileError
	END-IF.
	CLOSE INTCHK.
	IF WS-RPT-FILE-STATUS NOT = "00"
		MOVE "INTCHK" TO WS-ABORT-FILE-NAME
		MOVE WS-RPT-FILE-STATUS TO WS-ABORT-FILE-STATUS
		PERFORM AbortOnFileError
	END-IF.

*> ---------------------------------------------------------------
*> Reference lists.  Both are required -- there is nothing to check
*> states against without them.
*> ---------------------------------------------------------------
LoadValidStates.
	OPEN INPUT VALIDST.
	IF WS-VST-FILE-STATUS NOT = "00"
		MOVE "VALIDST" TO WS-ABORT-FILE-NAME
		MOVE WS-VST-FILE-STATUS TO WS-ABORT-FILE-STATUS
		PERFORM AbortOnFileError
	END-IF.
	PERFORM ReadValidState.
	PERFORM AddValidState UNTIL EOFV.
	CLOSE VALIDST.

ReadValidState.
	READ VALIDST
		AT END SET EOFV TO TRUE
	END-READ.
	IF WS-VST-FILE-STATUS NOT = "00" AND WS-VST-FILE-STATUS NOT = "10"
		MOVE "VALIDST" TO WS-ABORT-FILE-NAME
		MOVE WS-VST-FILE-STATUS TO WS-ABORT-FILE-STATUS
		PERFORM AbortOnFileError
	END-IF.

AddValidState.
	IF WS-VALID-COUNT >= WS-VALID-MAX
		DISPLAY "CBINTCHK -- VALID STATE TABLE FULL AT " WS-VALID-MAX
		MOVE 16 TO RETURN-CODE
		STOP RUN
	END-IF.
	ADD 1 TO WS-VALID-COUNT.
	MOVE VS-CODE TO WS-VALID-CODE (WS-VALID-COUNT).
	PERFORM ReadValidState.

LoadRegionMap.
	OPEN INPUT REGIONMAP.
	IF WS-RGN-FILE-STATUS NOT = "00"
		MOVE "REGIONMAP" TO WS-ABORT-FILE-NAME
		MOVE WS-RGN-FILE-STATUS TO WS-ABORT-FILE-STATUS
		PERFORM AbortOnFileError
	END-IF.
	PERFORM ReadRegionMap.
	PERFORM AddRegionMap UNTIL EOFG.
	CLOSE REGIONMAP.

ReadRegionMap.
	READ REGIONMAP
		AT END SET EOFG TO TRUE
	END-READ.
	IF WS-RGN-FILE-STATUS NOT = "00" AND WS-RGN-FILE-STATUS NOT = "10"
		MOVE "REGIONMAP" TO WS-ABORT-FILE-NAME
		MOVE WS-RGN-FILE-STATUS TO WS-ABORT-FILE-STATUS
		PERFORM AbortOnFileError
	END-IF.

AddRegionMap.
	IF WS-RGNMAP-COUNT >= WS-RGNMAP-MAX
		DISPLAY "CBINTCHK -- REGION MAP TABLE FULL AT " WS-RGNMAP-MAX
		MOVE 16 TO RETURN-CODE
		STOP RUN
	END-IF.
	ADD 1 TO WS-RGNMAP-COUNT.
	MOVE RGN-STATE-CODE TO WS-RGNMAP-STATE (WS-RGNMAP-COUNT).
	MOVE RGN-REGION-NAME TO WS-RGNMAP-REGION (WS-RGNMAP-COUNT).
	PERFORM ReadRegionMap.

*> Every valid state needs a region, or CBSTATERPT and the region
*> rollups drop its items into UNASSIGNED.
CheckValidStates.
	MOVE "VALIDST" TO WS-SEC-FILE-NAME.
	MOVE "VALID STATES VS REGION MAP" TO WS-SEC-DESC.
	PERFORM BeginSection.
	SET FILE-PRESENT TO TRUE.
	PERFORM CheckOneValidState
		VARYING WS-VIDX FROM 1 BY 1 UNTIL WS-VIDX > WS-VALID-COUNT.
	PERFORM EndSection.

CheckOneValidState.
	ADD 1 TO WS-SEC-CHECKED.
	MOVE WS-VALID-CODE (WS-VIDX) TO WS-LOOKUP-STATE.
	PERFORM LookupRegion.
	IF REGION-NOT-FOUND
		MOVE WS-LOOKUP-STATE TO WS-DTL-KEY
		MOVE "VALID STATE HAS NO REGION MAPPING" TO WS-DTL-PROBLEM
		MOVE SPACES TO WS-DTL-INFO
		PERFORM WriteErrorLine
	END-IF.

*> A mapping for a state that is not on the valid list is dead
*> weight rather than harmful -- nothing valid can land there.
CheckRegionMap.
	MOVE "REGIONMAP" TO WS-SEC-FILE-NAME.
	MOVE "STATE TO REGION MAPPING" TO WS-SEC-DESC.
	PERFORM BeginSection.
	SET FILE-PRESENT TO TRUE.
	PERFORM CheckOneRegionMap
		VARYING WS-MIDX FROM 1 BY 1 UNTIL WS-MIDX > WS-RGNMAP-COUNT.
	PERFORM EndSection.

CheckOneRegionMap.
	ADD 1 TO WS-SEC-CHECKED.
	MOVE WS-RGNMAP-STATE (WS-MIDX) TO WS-LOOKUP-STATE.
	PERFORM LookupValidState.
	IF STATE-NOT-FOUND
		MOVE WS-LOOKUP-STATE TO WS-DTL-KEY
		MOVE "MAPPED STATE NOT ON VALID STATES LIST" TO WS-DTL-PROBLEM
		MOVE WS-RGNMAP-REGION (WS-MIDX) TO WS-DTL-INFO
		PERFORM WriteWarningLine
	END-IF.

*> ---------------------------------------------------------------
*> Item master against the state list.
*> ---------------------------------------------------------------
CheckItemMaster.
	MOVE "ITEMFILE" TO WS-SEC-FILE-NAME.
	MOVE "ITEM MASTER" TO WS-SEC-DESC.
	PERFORM BeginSection.
	SET FILE-PRESENT TO TRUE.
	PERFORM StartMasterPass.
	PERFORM CheckOneMasterState UNTIL EOF.
	PERFORM EndSection.

CheckOneMasterState.
	ADD 1 TO WS-SEC-CHECKED.
	MOVE IR-ITEM-STATE TO WS-LOOKUP-STATE.
	PERFORM LookupValidState.
	IF STATE-NOT-FOUND
		MOVE IR-ITEM-ID TO WS-DTL-KEY
		MOVE "ITEM STATE NOT ON VALID STATES LIST" TO WS-DTL-PROBLEM
		MOVE SPACES TO WS-DTL-INFO
		STRING "STATE " DELIMITED BY SIZE
			IR-ITEM-STATE DELIMITED BY SIZE
			INTO WS-DTL-INFO
		END-STRING
		PERFORM WriteErrorLine
	END-IF.
	PERFORM ReadNextMasterItem.

*> ---------------------------------------------------------------
*> Attributes: records for items no longer on the master, then
*> master items with no attributes record (CBATRCHK's check).
*> ---------------------------------------------------------------
CheckItemAttributes.
	MOVE "ITEMATTR" TO WS-SEC-FILE-NAME.
	MOVE "ITEM ATTRIBUTES" TO WS-SEC-DESC.
	PERFORM BeginSection.
	OPEN INPUT ITEMATTR.
	IF WS-ATR-FILE-STATUS = "00"
		SET FILE-PRESENT TO TRUE
	ELSE
		IF WS-ATR-FILE-STATUS NOT = "35"
			MOVE "ITEMATTR" TO WS-ABORT-FILE-NAME
			MOVE WS-ATR-FILE-STATUS TO WS-ABORT-FILE-STATUS
			PERFORM AbortOnFileError
		END-IF
	END-IF.
	IF FILE-PRESENT
		PERFORM ReadNextAttribute
		PERFORM CheckOneAttribute UNTIL EOFA
		PERFORM StartMasterPass
		PERFORM CheckMasterForAttribute UNTIL EOF
		CLOSE ITEMATTR
	END-IF.
	PERFORM EndSection.

ReadNextAttribute.
	READ ITEMATTR NEXT RECORD
		AT END SET EOFA TO TRUE
	END-READ.
	IF WS-ATR-FILE-STATUS NOT = "00" AND WS-ATR-FILE-STATUS NOT = "10"
		MOVE "ITEMATTR" TO WS-ABORT-FILE-NAME
		MOVE WS-ATR-FILE-STATUS TO WS-ABORT-FILE-STATUS
		PERFORM AbortOnFileError
	END-IF.

CheckOneAttribute.
	ADD 1 TO WS-SEC-CHECKED.
	MOVE IA-ITEM-ID TO WS-LOOKUP-ITEM-ID.
	PERFORM LookupMasterItem.
	IF MASTER-NOT-FOUND
		MOVE IA-ITEM-ID TO WS-DTL-KEY
		MOVE "ATTRIBUTES FOR ITEM NOT ON MASTER" TO WS-DTL-PROBLEM
		MOVE IA-CATEGORY TO WS-DTL-INFO
		PERFORM WriteErrorLine
	END-IF.
	PERFORM ReadNextAttribute.

CheckMasterForAttribute.
	MOVE IR-ITEM-ID TO IA-ITEM-ID.
	READ ITEMATTR KEY IS IA-ITEM-ID
		INVALID KEY
			SET ATTR-NOT-FOUND TO TRUE
		NOT INVALID KEY
			SET ATTR-FOUND TO TRUE
	END-READ.
	IF ATTR-NOT-FOUND
		MOVE IR-ITEM-ID TO WS-DTL-KEY
		MOVE "MASTER ITEM HAS NO ATTRIBUTES RECORD" TO WS-DTL-PROBLEM
		MOVE SPACES TO WS-DTL-INFO
		PERFORM WriteWarningLine
	END-IF.
	PERFORM ReadNextMasterItem.

*> ---------------------------------------------------------------
*> Reorder points: item-level points for items that no longer
*> exist, state-level points for states that are not valid, then
*> master items that no point at either level covers.
*> ---------------------------------------------------------------
CheckReorderPoints.
	MOVE "REORDPTS" TO WS-SEC-FILE-NAME.
	MOVE "REORDER POINTS" TO WS-SEC-DESC.
	PERFORM BeginSection.
	OPEN INPUT REORDPTS.
	IF WS-ROP-FILE-STATUS = "00"
		SET FILE-PRESENT TO TRUE
	ELSE
		IF WS-ROP-FILE-STATUS NOT = "35"
			MOVE "REORDPTS" TO WS-ABORT-FILE-NAME
			MOVE WS-ROP-FILE-STATUS TO WS-ABORT-FILE-STATUS
			PERFORM AbortOnFileError
		END-IF
	END-IF.
	IF FILE-PRESENT
		PERFORM ReadReorderPoint
		PERFORM CheckOneReorderPoint UNTIL EOFR
		CLOSE REORDPTS
		PERFORM StartMasterPass
		PERFORM CheckMasterForReorderPoint UNTIL EOF
	END-IF.
	PERFORM EndSection.

ReadReorderPoint.
	READ REORDPTS
		AT END SET EOFR TO TRUE
	END-READ.
	IF WS-ROP-FILE-STATUS NOT = "00" AND WS-ROP-FILE-STATUS NOT = "10"
		MOVE "REORDPTS" TO WS-ABORT-FILE-NAME
		MOVE WS-ROP-FILE-STATUS TO WS-ABORT-FILE-STATUS
		PERFORM AbortOnFileError
	END-IF.

CheckOneReorderPoint.
	ADD 1 TO WS-SEC-CHECKED.
	MOVE RP-KEY TO WS-DTL-KEY.
	MOVE SPACES TO WS-DTL-INFO.
	EVALUATE TRUE
		WHEN RP-ITEM-LEVEL
			PERFORM StoreItemReorderPoint
			MOVE RP-KEY TO WS-LOOKUP-ITEM-ID
			PERFORM LookupMasterItem
			IF MASTER-NOT-FOUND
				MOVE "REORDER POINT FOR ITEM NOT ON MASTER"
					TO WS-DTL-PROBLEM
				MOVE "ITEM LEVEL" TO WS-DTL-INFO
				PERFORM WriteErrorLine
			END-IF
		WHEN RP-STATE-LEVEL
			PERFORM StoreStateReorderPoint
			MOVE RP-KEY (1:2) TO WS-LOOKUP-STATE
			PERFORM LookupValidState
			IF STATE-NOT-FOUND
				MOVE "REORDER POINT FOR STATE NOT VALID"
					TO WS-DTL-PROBLEM
				MOVE "STATE LEVEL" TO WS-DTL-INFO
				PERFORM WriteErrorLine
			END-IF
		WHEN OTHER
			MOVE "REORDER POINT WITH UNKNOWN LEVEL" TO WS-DTL-PROBLEM
			STRING "LEVEL " DELIMITED BY SIZE
				RP-LEVEL DELIMITED BY SIZE
				INTO WS-DTL-INFO
			END-STRING
			PERFORM WriteErrorLine
	END-EVALUATE.
	PERFORM ReadReorderPoint.

StoreItemReorderPoint.
	IF WS-ITEM-RP-COUNT >= WS-ITEM-RP-MAX
		DISPLAY "CBINTCHK -- ITEM REORDER TABLE FULL AT "
			WS-ITEM-RP-MAX
		MOVE 16 TO RETURN-CODE
		STOP RUN
	END-IF.
	ADD 1 TO WS-ITEM-RP-COUNT.
	MOVE RP-KEY TO WS-ITEM-RP-ID (WS-ITEM-RP-COUNT).

StoreStateReorderPoint.
	IF WS-STATE-RP-COUNT >= WS-STATE-RP-MAX
		DISPLAY "CBINTCHK -- STATE REORDER TABLE FULL AT "
			WS-STATE-RP-MAX
		MOVE 16 TO RETURN-CODE
		STOP RUN
	END-IF.
	ADD 1 TO WS-STATE-RP-COUNT.
	MOVE RP-KEY (1:2) TO WS-STATE-RP-STATE (WS-STATE-RP-COUNT).

*> An item covered by neither its own point nor its state's default
*> is never considered by CBLOWSTCK, so it can run out unnoticed.
CheckMasterForReorderPoint.
	SET RP-NOT-FOUND TO TRUE.
	IF WS-ITEM-RP-COUNT > ZERO
		SET WS-IIDX TO 1
		SEARCH WS-ITEM-RP-ENTRY
			AT END
				SET RP-NOT-FOUND TO TRUE
			WHEN WS-ITEM-RP-ID (WS-IIDX) = IR-ITEM-ID
				SET RP-FOUND TO TRUE
		END-SEARCH
	END-IF.
	IF RP-NOT-FOUND AND WS-STATE-RP-COUNT > ZERO
		SET WS-SIDX TO 1
		SEARCH WS-STATE-RP-ENTRY
			AT END
				SET RP-NOT-FOUND TO TRUE
			WHEN WS-STATE-RP-STATE (WS-SIDX) = IR-ITEM-STATE
				SET RP-FOUND TO TRUE
		END-SEARCH
	END-IF.
	IF RP-NOT-FOUND
		MOVE IR-ITEM-ID TO WS-DTL-KEY
		MOVE "NO REORDER POINT COVERS MASTER ITEM" TO WS-DTL-PROBLEM
		MOVE SPACES TO WS-DTL-INFO
		STRING "STATE " DELIMITED BY SIZE
			IR-ITEM-STATE DELIMITED BY SIZE
			INTO WS-DTL-INFO
		END-STRING
		PERFORM WriteWarningLine
	END-IF.
	PERFORM ReadNextMasterItem.

*> ---------------------------------------------------------------
*> Open replenishment orders for items that no longer exist --
*> receipts against them can never post.
*> ---------------------------------------------------------------
CheckOpenOrders.
	MOVE "REPLOPEN" TO WS-SEC-FILE-NAME.
	MOVE "OPEN REPLENISHMENT ORDERS" TO WS-SEC-DESC.
	PERFORM BeginSection.
	OPEN INPUT REPLOPEN.
	IF WS-OPN-FILE-STATUS = "00"
		SET FILE-PRESENT TO TRUE
	ELSE
		IF WS-OPN-FILE-STATUS NOT = "35"
			MOVE "REPLOPEN" TO WS-ABORT-FILE-NAME
			MOVE WS-OPN-FILE-STATUS TO WS-ABORT-FILE-STATUS
			PERFORM AbortOnFileError
		END-IF
	END-IF.
	IF FILE-PRESENT
		PERFORM ReadOpenOrder
		PERFORM CheckOneOpenOrder UNTIL EOFO
		CLOSE REPLOPEN
	END-IF.
	PERFORM EndSection.

ReadOpenOrder.
	READ REPLOPEN
		AT END SET EOFO TO TRUE
	END-READ.
	IF WS-OPN-FILE-STATUS NOT = "00" AND WS-OPN-FILE-STATUS NOT = "10"
		MOVE "REPLOPEN" TO WS-ABORT-FILE-NAME
		MOVE WS-OPN-FILE-STATUS TO WS-ABORT-FILE-STATUS
		PERFORM AbortOnFileError
	END-IF.

CheckOneOpenOrder.
	ADD 1 TO WS-SEC-CHECKED.
	MOVE RO-ITEM-ID TO WS-LOOKUP-ITEM-ID.
	PERFORM LookupMasterItem.
	IF MASTER-NOT-FOUND
		MOVE RO-ITEM-ID TO WS-DTL-KEY
		MOVE "OPEN ORDER FOR ITEM NOT ON MASTER" TO WS-DTL-PROBLEM
		MOVE RO-ORDER-NO TO WS-DTL-INFO
		PERFORM WriteErrorLine
	END-IF.
	PERFORM ReadOpenOrder.

*> ---------------------------------------------------------------
*> Shipments waiting on hold for items that no longer exist -- the
*> retry pass will reject them every night.
*> ---------------------------------------------------------------
CheckMovementHolds.
	MOVE "MOVHOLD" TO WS-SEC-FILE-NAME.
	MOVE "HELD SHIPMENTS" TO WS-SEC-DESC.
	PERFORM BeginSection.
	OPEN INPUT MOVHOLD.
	IF WS-HLD-FILE-STATUS = "00"
		SET FILE-PRESENT TO TRUE
	ELSE
		IF WS-HLD-FILE-STATUS NOT = "35"
			MOVE "MOVHOLD" TO WS-ABORT-FILE-NAME
			MOVE WS-HLD-FILE-STATUS TO WS-ABORT-FILE-STATUS
			PERFORM AbortOnFileError
		END-IF
	END-IF.
	IF FILE-PRESENT
		PERFORM ReadMovementHold
		PERFORM CheckOneMovementHold UNTIL EOFH
		CLOSE MOVHOLD
	END-IF.
	PERFORM EndSection.

ReadMovementHold.
	READ MOVHOLD
		AT END SET EOFH TO TRUE
	END-READ.
	IF WS-HLD-FILE-STATUS NOT = "00" AND WS-HLD-FILE-STATUS NOT = "10"
		MOVE "MOVHOLD" TO WS-ABORT-FILE-NAME
		MOVE WS-HLD-FILE-STATUS TO WS-ABORT-FILE-STATUS
		PERFORM AbortOnFileError
	END-IF.

CheckOneMovementHold.
	ADD 1 TO WS-SEC-CHECKED.
	MOVE HLD-ITEM-ID TO WS-LOOKUP-ITEM-ID.
	PERFORM LookupMasterItem.
	IF MASTER-NOT-FOUND
		MOVE HLD-ITEM-ID TO WS-DTL-KEY
		MOVE "HELD SHIPMENT FOR ITEM NOT ON MASTER" TO WS-DTL-PROBLEM
		MOVE SPACES TO WS-DTL-INFO
		STRING "HELD " DELIMITED BY SIZE
			HLD-DATE-HELD DELIMITED BY SIZE
			INTO WS-DTL-INFO
		END-STRING
		PERFORM WriteErrorLine
	END-IF.
	PERFORM ReadMovementHold.

*> ---------------------------------------------------------------
*> Ledger history left behind by deleted items, listed once per
*> item (the ledger is in item order) with its record count.
*> ---------------------------------------------------------------
CheckMovementLedger.
	MOVE "MOVLEDGR" TO WS-SEC-FILE-NAME.
	MOVE "MOVEMENT LEDGER" TO WS-SEC-DESC.
	PERFORM BeginSection.
	OPEN INPUT MOVLEDGR.
	IF WS-LDG-FILE-STATUS = "00"
		SET FILE-PRESENT TO TRUE
	ELSE
		IF WS-LDG-FILE-STATUS NOT = "35"
			MOVE "MOVLEDGR" TO WS-ABORT-FILE-NAME
			MOVE WS-LDG-FILE-STATUS TO WS-ABORT-FILE-STATUS
			PERFORM AbortOnFileError
		END-IF
	END-IF.
	IF FILE-PRESENT
		MOVE SPACES TO WS-PREV-LEDGER-ITEM
		MOVE ZERO TO WS-LEDGER-ITEM-RECS
		PERFORM ReadLedgerRecord
		PERFORM CheckOneLedgerRecord UNTIL EOFL
		PERFORM EndLedgerItem
		CLOSE MOVLEDGR
	END-IF.
	PERFORM EndSection.

ReadLedgerRecord.
	READ MOVLEDGR
		AT END SET EOFL TO TRUE
	END-READ.
	IF WS-LDG-FILE-STATUS NOT = "00" AND WS-LDG-FILE-STATUS NOT = "10"
		MOVE "MOVLEDGR" TO WS-ABORT-FILE-NAME
		MOVE WS-LDG-FILE-STATUS TO WS-ABORT-FILE-STATUS
		PERFORM AbortOnFileError
	END-IF.

CheckOneLedgerRecord.
	ADD 1 TO WS-SEC-CHECKED.
	IF ML-ITEM-ID NOT = WS-PREV-LEDGER-ITEM
		PERFORM EndLedgerItem
		MOVE ML-ITEM-ID TO WS-PREV-LEDGER-ITEM
		MOVE ZERO TO WS-LEDGER-ITEM-RECS
		MOVE ML-ITEM-ID TO WS-LOOKUP-ITEM-ID
		PERFORM LookupMasterItem
		IF MASTER-NOT-FOUND
			SET ORPHAN-FOUND TO TRUE
		ELSE
			SET ORPHAN-NOT-FOUND TO TRUE
		END-IF
	END-IF.
	ADD 1 TO WS-LEDGER-ITEM-RECS.
	PERFORM ReadLedgerRecord.

EndLedgerItem.
	IF WS-PREV-LEDGER-ITEM NOT = SPACES AND ORPHAN-FOUND
		MOVE WS-PREV-LEDGER-ITEM TO WS-DTL-KEY
		MOVE "LEDGER HISTORY FOR ITEM NOT ON MASTER" TO WS-DTL-PROBLEM
		MOVE WS-LEDGER-ITEM-RECS TO WS-COUNT-DISPLAY
		MOVE SPACES TO WS-DTL-INFO
		STRING WS-COUNT-DISPLAY DELIMITED BY SIZE
			" RECS" DELIMITED BY SIZE
			INTO WS-DTL-INFO
		END-STRING
		PERFORM WriteWarningLine
	END-IF.
	SET ORPHAN-NOT-FOUND TO TRUE.

*> ---------------------------------------------------------------
*> Held physical-count variances: CBITMBATCH changes that would be
*> applied to items or states that are no longer there.
*> ---------------------------------------------------------------
CheckPhysicalHolds.
	MOVE "PHYSHOLD" TO WS-SEC-FILE-NAME.
	MOVE "HELD COUNT VARIANCES" TO WS-SEC-DESC.
	PERFORM BeginSection.
	OPEN INPUT PHYSHOLD.
	IF WS-PHY-FILE-STATUS = "00"
		SET FILE-PRESENT TO TRUE
	ELSE
		IF WS-PHY-FILE-STATUS NOT = "35"
			MOVE "PHYSHOLD" TO WS-ABORT-FILE-NAME
			MOVE WS-PHY-FILE-STATUS TO WS-ABORT-FILE-STATUS
			PERFORM AbortOnFileError
		END-IF
	END-IF.
	IF FILE-PRESENT
		PERFORM ReadPhysicalHold
		PERFORM CheckOnePhysicalHold UNTIL EOFP
		CLOSE PHYSHOLD
	END-IF.
	PERFORM EndSection.

ReadPhysicalHold.
	READ PHYSHOLD
		AT END SET EOFP TO TRUE
	END-READ.
	IF WS-PHY-FILE-STATUS NOT = "00" AND WS-PHY-FILE-STATUS NOT = "10"
		MOVE "PHYSHOLD" TO WS-ABORT-FILE-NAME
		MOVE WS-PHY-FILE-STATUS TO WS-ABORT-FILE-STATUS
		PERFORM AbortOnFileError
	END-IF.

CheckOnePhysicalHold.
	ADD 1 TO WS-SEC-CHECKED.
	MOVE PH-HLD-ITEM-ID TO WS-DTL-KEY.
	MOVE PH-HLD-ITEM-ID TO WS-LOOKUP-ITEM-ID.
	PERFORM LookupMasterItem.
	IF MASTER-NOT-FOUND
		MOVE "HELD VARIANCE FOR ITEM NOT ON MASTER" TO WS-DTL-PROBLEM
		MOVE SPACES TO WS-DTL-INFO
		PERFORM WriteErrorLine
	END-IF.
	MOVE PH-HLD-STATE TO WS-LOOKUP-STATE.
	PERFORM LookupValidState.
	IF STATE-NOT-FOUND
		MOVE "HELD VARIANCE STATE NOT VALID" TO WS-DTL-PROBLEM
		MOVE SPACES TO WS-DTL-INFO
		STRING "STATE " DELIMITED BY SIZE
			PH-HLD-STATE DELIMITED BY SIZE
			INTO WS-DTL-INFO
		END-STRING
		PERFORM WriteErrorLine
	END-IF.
	PERFORM ReadPhysicalHold.

*> ---------------------------------------------------------------
*> Journal: items the journal last shows as added or changed that
*> are no longer on the master -- gone without a journaled delete,
*> typically dropped by a master reload.
*> ---------------------------------------------------------------
CheckItemJournal.
	MOVE "ITEMJRNL" TO WS-SEC-FILE-NAME.
	MOVE "ITEM MAINTENANCE JOURNAL" TO WS-SEC-DESC.
	PERFORM BeginSection.
	OPEN INPUT ITEMJRNL.
	IF WS-JRN-FILE-STATUS = "00"
		SET FILE-PRESENT TO TRUE
	ELSE
		IF WS-JRN-FILE-STATUS NOT = "35"
			MOVE "ITEMJRNL" TO WS-ABORT-FILE-NAME
			MOVE WS-JRN-FILE-STATUS TO WS-ABORT-FILE-STATUS
			PERFORM AbortOnFileError
		END-IF
	END-IF.
	IF FILE-PRESENT
		PERFORM ReadJournalRecord
		PERFORM CheckOneJournalRecord UNTIL EOFJ
		CLOSE ITEMJRNL
		PERFORM ReportJournalOrphan
			VARYING WS-JIDX FROM 1 BY 1 UNTIL WS-JIDX > WS-JRN-ORPH-COUNT
	END-IF.
	PERFORM EndSection.

ReadJournalRecord.
	READ ITEMJRNL
		AT END SET EOFJ TO TRUE
	END-READ.
	IF WS-JRN-FILE-STATUS NOT = "00" AND WS-JRN-FILE-STATUS NOT = "10"
		MOVE "ITEMJRNL" TO WS-ABORT-FILE-NAME
		MOVE WS-JRN-FILE-STATUS TO WS-ABORT-FILE-STATUS
		PERFORM AbortOnFileError
	END-IF.

CheckOneJournalRecord.
	ADD 1 TO WS-SEC-CHECKED.
	IF JR-DELETE
		MOVE JR-BEFORE-ITEM-ID TO WS-JOURNAL-ITEM-ID
	ELSE
		MOVE JR-AFTER-ITEM-ID TO WS-JOURNAL-ITEM-ID
	END-IF.
	SET ORPHAN-NOT-FOUND TO TRUE.
	IF WS-JOURNAL-ITEM-ID NOT = SPACES AND WS-JRN-ORPH-COUNT > ZERO
		SET WS-JIDX TO 1
		SEARCH WS-JRN-ORPH-ENTRY
			AT END
				SET ORPHAN-NOT-FOUND TO TRUE
			WHEN WS-JRN-ORPH-ITEM-ID (WS-JIDX) = WS-JOURNAL-ITEM-ID
				SET ORPHAN-FOUND TO TRUE
		END-SEARCH
	END-IF.
	IF ORPHAN-FOUND
		MOVE JR-ACTION TO WS-JRN-ORPH-ACTION (WS-JIDX)
		MOVE JR-DATE TO WS-JRN-ORPH-DATE (WS-JIDX)
	END-IF.
	IF ORPHAN-NOT-FOUND AND WS-JOURNAL-ITEM-ID NOT = SPACES
		MOVE WS-JOURNAL-ITEM-ID TO WS-LOOKUP-ITEM-ID
		PERFORM LookupMasterItem
		IF MASTER-NOT-FOUND
			PERFORM AddJournalOrphan
		END-IF
	END-IF.
	PERFORM ReadJournalRecord.

AddJournalOrphan.
	IF WS-JRN-ORPH-COUNT >= WS-JRN-ORPH-MAX
		DISPLAY "CBINTCHK -- JOURNAL ITEM TABLE FULL AT "
			WS-JRN-ORPH-MAX
		MOVE 16 TO RETURN-CODE
		STOP RUN
	END-IF.
	ADD 1 TO WS-JRN-ORPH-COUNT.
	MOVE WS-JOURNAL-ITEM-ID TO WS-JRN-ORPH-ITEM-ID (WS-JRN-ORPH-COUNT).
	MOVE JR-ACTION TO WS-JRN-ORPH-ACTION (WS-JRN-ORPH-COUNT).
	MOVE JR-DATE TO WS-JRN-ORPH-DATE (WS-JRN-ORPH-COUNT).

ReportJournalOrphan.
	IF WS-JRN-ORPH-ACTION (WS-JIDX) NOT = "D"
		MOVE WS-JRN-ORPH-ITEM-ID (WS-JIDX) TO WS-DTL-KEY
		MOVE "JOURNALED ITEM GONE WITH NO DELETE" TO WS-DTL-PROBLEM
		MOVE SPACES TO WS-DTL-INFO
		STRING "LAST " DELIMITED BY SIZE
			WS-JRN-ORPH-ACTION (WS-JIDX) DELIMITED BY SIZE
			" " DELIMITED BY SIZE
			WS-JRN-ORPH-DATE (WS-JIDX) DELIMITED BY SIZE
			INTO WS-DTL-INFO
		END-STRING
		PERFORM WriteWarningLine
	END-IF.

*> ---------------------------------------------------------------
*> Shared look-ups.
*> ---------------------------------------------------------------
StartMasterPass.
	MOVE LOW-VALUES TO ITEMRECORD.
	START ITEMFILE KEY IS NOT LESS THAN IR-ITEM-ID
		INVALID KEY SET EOF TO TRUE
	END-START.
	IF NOT EOF
		PERFORM ReadNextMasterItem
	END-IF.

ReadNextMasterItem.
	READ ITEMFILE NEXT RECORD
		AT END SET EOF TO TRUE
	END-READ.
	IF WS-ITM-FILE-STATUS NOT = "00" AND WS-ITM-FILE-STATUS NOT = "10"
		MOVE "ITEMFILE" TO WS-ABORT-FILE-NAME
		MOVE WS-ITM-FILE-STATUS TO WS-ABORT-FILE-STATUS
		PERFORM AbortOnFileError
	END-IF.

LookupMasterItem.
	MOVE WS-LOOKUP-ITEM-ID TO IR-ITEM-ID.
	READ ITEMFILE KEY IS IR-ITEM-ID
		INVALID KEY
			SET MASTER-NOT-FOUND TO TRUE
		NOT INVALID KEY
			SET MASTER-FOUND TO TRUE
	END-READ.

LookupValidState.
	SET STATE-NOT-FOUND TO TRUE.
	IF WS-VALID-COUNT > ZERO
		SET WS-VIDX TO 1
		SEARCH WS-VALID-ENTRY
			AT END
				SET STATE-NOT-FOUND TO TRUE
			WHEN WS-VALID-CODE (WS-VIDX) = WS-LOOKUP-STATE
				SET STATE-FOUND TO TRUE
		END-SEARCH
	END-IF.

LookupRegion.
	SET REGION-NOT-FOUND TO TRUE.
	IF WS-RGNMAP-COUNT > ZERO
		SET WS-MIDX TO 1
		SEARCH WS-RGNMAP-ENTRY
			AT END
				SET REGION-NOT-FOUND TO TRUE
			WHEN WS-RGNMAP-STATE (WS-MIDX) = WS-LOOKUP-STATE
				SET REGION-FOUND TO TRUE
		END-SEARCH
	END-IF.

*> ---------------------------------------------------------------
*> Report sections.  Each file gets a heading, its findings, and a
*> closing line with its counts and severity, which also goes into
*> the summary table.
*> ---------------------------------------------------------------
BeginSection.
	MOVE ZERO TO WS-SEC-CHECKED.
	MOVE ZERO TO WS-SEC-ERRORS.
	MOVE ZERO TO WS-SEC-WARNINGS.
	SET FILE-NOT-PRESENT TO TRUE.
	MOVE SPACES TO WS-PRINT-LINE.
	PERFORM WriteReportLine.
	MOVE SPACES TO WS-PRINT-LINE.
	STRING "FILE: " DELIMITED BY SIZE
		WS-SEC-FILE-NAME DELIMITED BY SPACE
		" -- " DELIMITED BY SIZE
		WS-SEC-DESC DELIMITED BY "  "
		INTO WS-PRINT-LINE
	END-STRING.
	PERFORM WriteReportLine.

EndSection.
	EVALUATE TRUE
		WHEN FILE-NOT-PRESENT
			MOVE "NOT PRESENT" TO WS-SEC-SEVERITY
			MOVE "  FILE NOT PRESENT -- NOT CHECKED" TO WS-PRINT-LINE
			PERFORM WriteReportLine
		WHEN WS-SEC-ERRORS > ZERO
			MOVE "ERROR" TO WS-SEC-SEVERITY
		WHEN WS-SEC-WARNINGS > ZERO
			MOVE "WARNING" TO WS-SEC-SEVERITY
		WHEN OTHER
			MOVE "CLEAN" TO WS-SEC-SEVERITY
			MOVE "  NO EXCEPTIONS" TO WS-PRINT-LINE
			PERFORM WriteReportLine
	END-EVALUATE.
	MOVE WS-SEC-CHECKED TO WS-COUNT-DISPLAY.
	MOVE WS-SEC-ERRORS TO WS-ERROR-DISPLAY.
	MOVE WS-SEC-WARNINGS TO WS-WARNING-DISPLAY.
	MOVE SPACES TO WS-PRINT-LINE.
	STRING "  CHECKED: " DELIMITED BY SIZE
		WS-COUNT-DISPLAY DELIMITED BY SIZE
		"  ERRORS: " DELIMITED BY SIZE
		WS-ERROR-DISPLAY DELIMITED BY SIZE
		"  WARNINGS: " DELIMITED BY SIZE
		WS-WARNING-DISPLAY DELIMITED BY SIZE
		"  SEVERITY: " DELIMITED BY SIZE
		WS-SEC-SEVERITY DELIMITED BY SIZE
		INTO WS-PRINT-LINE
	END-STRING.
	PERFORM WriteReportLine.
	ADD WS-SEC-ERRORS TO WS-TOTAL-ERRORS.
	ADD WS-SEC-WARNINGS TO WS-TOTAL-WARNINGS.
	ADD 1 TO WS-SUMMARY-COUNT.
	MOVE WS-SEC-FILE-NAME TO WS-SUM-FILE-NAME (WS-SUMMARY-COUNT).
	MOVE WS-SEC-CHECKED TO WS-SUM-CHECKED (WS-SUMMARY-COUNT).
	MOVE WS-SEC-ERRORS TO WS-SUM-ERRORS (WS-SUMMARY-COUNT).
	MOVE WS-SEC-WARNINGS TO WS-SUM-WARNINGS (WS-SUMMARY-COUNT).
	MOVE WS-SEC-SEVERITY TO WS-SUM-SEVERITY (WS-SUMMARY-COUNT).
	DISPLAY "CBINTCHK " WS-SEC-FILE-NAME " CHECKED: " WS-SEC-CHECKED
		"  ERRORS: " WS-SEC-ERRORS "  WARNINGS: " WS-SEC-WARNINGS.

WriteErrorLine.
	ADD 1 TO WS-SEC-ERRORS.
	MOVE "ERROR" TO WS-DTL-SEVERITY.
	MOVE WS-DETAIL-LINE TO WS-PRINT-LINE.
	PERFORM WriteReportLine.

WriteWarningLine.
	ADD 1 TO WS-SEC-WARNINGS.
	MOVE "WARNING" TO WS-DTL-SEVERITY.
	MOVE WS-DETAIL-LINE TO WS-PRINT-LINE.
	PERFORM WriteReportLine.

WriteReportLine.
	IF WS-LINES-ON-PAGE >= WS-LINES-PER-PAGE
		PERFORM WritePageHeader
	END-IF.
	MOVE WS-PRINT-LINE TO RPT-LINE.
	WRITE RPT-LINE.
	ADD 1 TO WS-LINES-ON-PAGE.

WritePageHeader.
	ADD 1 TO WS-PAGE-NO.
	IF WS-PAGE-NO > 1
		MOVE SPACES TO RPT-LINE
		WRITE RPT-LINE
	END-IF.
	MOVE SPACES TO RPT-LINE.
	STRING "CBINTCHK -- REFERENTIAL INTEGRITY" DELIMITED BY SIZE
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
	MOVE "SEVERITY KEY         PROBLEM                                     DETAIL"
		TO RPT-LINE.
	WRITE RPT-LINE.
	MOVE "-------  ----------  ------------------------------------------  ---------------"
		TO RPT-LINE.
	WRITE RPT-LINE.
	MOVE ZERO TO WS-LINES-ON-PAGE.

*> One line per file, then the run's overall result.
WriteSummary.
	MOVE SPACES TO WS-PRINT-LINE.
	PERFORM WriteReportLine.
	MOVE "SUMMARY BY FILE" TO WS-PRINT-LINE.
	PERFORM WriteReportLine.
	MOVE "FILE        CHECKED    ERRORS  WARNINGS   SEVERITY"
		TO WS-PRINT-LINE.
	PERFORM WriteReportLine.
	MOVE "---------   -------   -------  --------   -----------"
		TO WS-PRINT-LINE.
	PERFORM WriteReportLine.
	PERFORM WriteSummaryLine
		VARYING WS-XIDX FROM 1 BY 1 UNTIL WS-XIDX > WS-SUMMARY-COUNT.
	MOVE SPACES TO WS-PRINT-LINE.
	PERFORM WriteReportLine.
	MOVE WS-TOTAL-ERRORS TO WS-ERROR-DISPLAY.
	MOVE WS-TOTAL-WARNINGS TO WS-WARNING-DISPLAY.
	MOVE SPACES TO WS-PRINT-LINE.
	STRING "TOTAL ERRORS: " DELIMITED BY SIZE
		WS-ERROR-DISPLAY DELIMITED BY SIZE
		"   TOTAL WARNINGS: " DELIMITED BY SIZE
		WS-WARNING-DISPLAY DELIMITED BY SIZE
		INTO WS-PRINT-LINE
	END-STRING.
	PERFORM WriteReportLine.

WriteSummaryLine.
	MOVE WS-SUM-FILE-NAME (WS-XIDX) TO WS-SL-FILE-NAME.
	MOVE WS-SUM-CHECKED (WS-XIDX) TO WS-SL-CHECKED.
	MOVE WS-SUM-ERRORS (WS-XIDX) TO WS-SL-ERRORS.
	MOVE WS-SUM-WARNINGS (WS-XIDX) TO WS-SL-WARNINGS.
	MOVE WS-SUM-SEVERITY (WS-XIDX) TO WS-SL-SEVERITY.
	MOVE WS-SUMMARY-LINE TO WS-PRINT-LINE.
	PERFORM WriteReportLine.

AbortOnFileError.
	DISPLAY "CBINTCHK -- FILE ERROR ON " WS-ABORT-FILE-NAME
		": STATUS=" WS-ABORT-FILE-STATUS.
	MOVE 16 TO RETURN-CODE.
	STOP RUN.
