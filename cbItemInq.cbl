IDENTIFICATION DIVISION.
PROGRAM-ID. CBITMINQ.
AUTHOR. SAEEDMALIK.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
	SELECT OPERAUTH ASSIGN TO DYNAMIC FP-OPERAUTH-NAME
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS WS-AUT-FILE-STATUS.

	SELECT ITEMFILE ASSIGN TO DYNAMIC FP-ITEMFILE-NAME
		ORGANIZATION IS INDEXED
		ACCESS MODE IS DYNAMIC
		RECORD KEY IS IR-ITEM-ID
		ALTERNATE RECORD KEY IS IR-ITEM-STATE WITH DUPLICATES
		FILE STATUS IS WS-ITM-FILE-STATUS.

	SELECT ITEMATTR ASSIGN TO DYNAMIC FP-ITEMATTR-NAME
		ORGANIZATION IS INDEXED
		ACCESS MODE IS RANDOM
		RECORD KEY IS IA-ITEM-ID
		FILE STATUS IS WS-ATR-FILE-STATUS.

	SELECT REORDPTS ASSIGN TO DYNAMIC FP-REORDPTS-NAME
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS WS-ROP-FILE-STATUS.

	SELECT REPLOPEN ASSIGN TO DYNAMIC FP-REPLOPEN-NAME
		ORGANIZATION IS INDEXED
		ACCESS MODE IS RANDOM
		RECORD KEY IS RO-ITEM-ID
		FILE STATUS IS WS-OPN-FILE-STATUS.

	SELECT MOVHOLD ASSIGN TO DYNAMIC FP-MOVHOLD-NAME
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS WS-HLD-FILE-STATUS.

	SELECT MOVLEDGR ASSIGN TO DYNAMIC FP-MOVLEDGR-NAME
		ORGANIZATION IS INDEXED
		ACCESS MODE IS DYNAMIC
		RECORD KEY IS ML-LEDGER-KEY
		FILE STATUS IS WS-LDG-FILE-STATUS.

	SELECT QUARBAL ASSIGN TO DYNAMIC FP-QUARBAL-NAME
		ORGANIZATION IS INDEXED
		ACCESS MODE IS RANDOM
		RECORD KEY IS QB-ITEM-ID
		FILE STATUS IS WS-QTN-FILE-STATUS.

DATA DIVISION.
FILE SECTION.
*> Same authorization file CBITMMNT signs on against.  Every class
*> may inquire, so the class is only shown back to the operator.
FD OPERAUTH.
01 OPERAUTH-RECORD.
	88 EOFA VALUE HIGH-VALUES.
	05 OA-OPER-ID              PIC X(08).
	05 FILLER                  PIC X(01).
	05 OA-AUTH-CLASS           PIC X(01).
	05 FILLER                  PIC X(01).
	05 OA-VALUE-LIMIT          PIC 9(09).
	05 FILLER                  PIC X(01).
	05 OA-SUPER-SW             PIC X(01).

FD ITEMFILE.
01 ITEMRECORD.
	COPY ITEMREC.

FD ITEMATTR.
01 ITEMATTR-RECORD.
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
	COPY REPLORD.

FD MOVHOLD.
01 MOVHOLD-RECORD.
	88 EOFH     VALUE HIGH-VALUES.
	COPY MOVHOLD.

FD MOVLEDGR.
01 MOVLEDGR-RECORD.
	COPY MOVLEDGR.

FD QUARBAL.
01 QUARBAL-RECORD.
	COPY QUARBAL.

WORKING-STORAGE SECTION.
COPY FILEPARM.
COPY BUSDPARM.

01 WS-RUN-DATE.
	05 WS-RUN-YYYY          PIC 9(4).
	05 WS-RUN-MM            PIC 9(2).
	05 WS-RUN-DD            PIC 9(2).
01 WS-RUN-DATE-N REDEFINES WS-RUN-DATE
                               PIC 9(08).

01 WS-FUNCTION                 PIC X(01).
	88 FUNC-ITEM            VALUE "I".
	88 FUNC-NEXT            VALUE "N".
	88 FUNC-PREVIOUS        VALUE "P".
	88 FUNC-STATE           VALUE "S".
	88 FUNC-EXIT            VALUE "X".

01 WS-SEARCH-ID                PIC X(06).
01 WS-SEARCH-STATE             PIC X(02).
01 WS-FOUND-SW                 PIC X(01) VALUE "N".
	88 RECORD-FOUND         VALUE "Y".
	88 RECORD-NOT-FOUND     VALUE "N".

*> The item on the screen -- the anchor for paging through its
*> state.  Spaces until the first item has been shown.
01 WS-CUR-ITEM-ID              PIC X(06) VALUE SPACES.
01 WS-CUR-STATE                PIC X(02) VALUE SPACES.

01 WS-BROWSE-SW                PIC X(01) VALUE "F".
	88 BROWSE-FORWARD       VALUE "F".
	88 BROWSE-BACKWARD      VALUE "B".
01 WS-SCAN-SW                  PIC X(01) VALUE "N".
	88 STATE-SCAN-DONE      VALUE "Y".
	88 STATE-SCAN-GOING     VALUE "N".
01 WS-CURRENT-SEEN-SW          PIC X(01) VALUE "N".
	88 CURRENT-SEEN         VALUE "Y".
	88 CURRENT-NOT-SEEN     VALUE "N".
01 WS-PREV-IN-STATE            PIC X(06) VALUE SPACES.
01 WS-TARGET-ID                PIC X(06) VALUE SPACES.

01 WS-AUT-FILE-STATUS          PIC X(02) VALUE SPACES.
01 WS-ITM-FILE-STATUS          PIC X(02) VALUE SPACES.
01 WS-ATR-FILE-STATUS          PIC X(02) VALUE SPACES.
01 WS-ROP-FILE-STATUS          PIC X(02) VALUE SPACES.
01 WS-OPN-FILE-STATUS          PIC X(02) VALUE SPACES.
01 WS-HLD-FILE-STATUS          PIC X(02) VALUE SPACES.
01 WS-LDG-FILE-STATUS          PIC X(02) VALUE SPACES.
01 WS-QTN-FILE-STATUS          PIC X(02) VALUE SPACES.
01 WS-ABORT-FILE-NAME          PIC X(40) VALUE SPACES.
01 WS-ABORT-FILE-STATUS        PIC X(02) VALUE SPACES.

*> The side files are all optional -- an inquiry on a new system
*> still shows what there is, and says what it could not look at.
01 WS-ATTR-PRESENT-SW          PIC X(01) VALUE "N".
	88 ATTR-FILE-PRESENT    VALUE "Y".
01 WS-OPEN-PRESENT-SW          PIC X(01) VALUE "N".
	88 OPEN-FILE-PRESENT    VALUE "Y".
01 WS-LDG-PRESENT-SW           PIC X(01) VALUE "N".
	88 LEDGER-FILE-PRESENT  VALUE "Y".
01 WS-QTN-PRESENT-SW           PIC X(01) VALUE "N".
	88 QUAR-FILE-PRESENT    VALUE "Y".

01 WS-OPER-COUNT               PIC 9(03) COMP VALUE ZERO.
77 WS-OPER-MAX                 PIC 9(03) COMP VALUE 100.
01 WS-OPER-TABLE.
	05 WS-OPER-ENTRY OCCURS 1 TO 100 TIMES
			DEPENDING ON WS-OPER-COUNT
			INDEXED BY WS-OIDX.
		10 WS-OPER-ID           PIC X(08).
		10 WS-OPER-CLASS        PIC X(01).

01 WS-SIGNON-ID                PIC X(08) VALUE SPACES.
01 WS-SIGNON-CLASS             PIC X(01) VALUE "I".
01 WS-SIGNON-TRIES             PIC 9(01) VALUE ZERO.
01 WS-OPER-FOUND-SW            PIC X(01) VALUE "N".
	88 OPERATOR-FOUND       VALUE "Y".
	88 OPERATOR-NOT-FOUND   VALUE "N".
01 WS-LOOKUP-OPER-ID           PIC X(08) VALUE SPACES.

*> Reorder point: the item's own line wins over its state's
*> default, the same precedence CBLOWSTCK applies.
01 WS-ITEM-RP-SW               PIC X(01) VALUE "N".
	88 ITEM-RP-FOUND        VALUE "Y".
01 WS-STATE-RP-SW              PIC X(01) VALUE "N".
	88 STATE-RP-FOUND       VALUE "Y".
01 WS-ITEM-RP-POINT            PIC 9(07) VALUE ZERO.
01 WS-STATE-RP-POINT           PIC 9(07) VALUE ZERO.

01 WS-QTY-DUE                  PIC 9(08) VALUE ZERO.
01 WS-HOLD-COUNT               PIC 9(05) VALUE ZERO.
01 WS-HOLD-QTY-TOTAL           PIC 9(09) VALUE ZERO.

*> The last few ledger postings for the item.  The ledger reads
*> forward in posting order, so the newest postings are kept by
*> sliding the table up one whenever it is full.
77 WS-LDG-SHOW-MAX             PIC 9(02) COMP VALUE 8.
01 WS-LDG-COUNT                PIC 9(02) COMP VALUE ZERO.
01 WS-LDG-SUB                  PIC 9(02) COMP VALUE ZERO.
01 WS-LDG-TOTAL                PIC 9(07) VALUE ZERO.
01 WS-LDG-DONE-SW              PIC X(01) VALUE "N".
	88 LEDGER-DONE          VALUE "Y".
	88 LEDGER-NOT-DONE      VALUE "N".
01 WS-LDG-TABLE.
	05 WS-LDG-ENTRY OCCURS 8 TIMES.
		10 WS-LDG-DATE          PIC 9(08).
		10 WS-LDG-TIME          PIC 9(08).
		10 WS-LDG-TYPE          PIC X(01).
		10 WS-LDG-QTY           PIC 9(07).
		10 WS-LDG-CLOSING       PIC 9(07).

01 WS-QTY-DISPLAY              PIC ZZZZ,ZZ9.
01 WS-QTY2-DISPLAY             PIC ZZZZ,ZZ9.
01 WS-QTY3-DISPLAY             PIC ZZZZ,ZZ9.
01 WS-PRICE-DISPLAY            PIC ZZ,ZZ9.99.
01 WS-DAYS-DISPLAY             PIC ZZZ,ZZ9.
01 WS-COUNT-DISPLAY            PIC ZZ,ZZ9.

01 WS-LEDGER-LINE.
	05 FILLER                PIC X(02) VALUE SPACES.
	05 WS-LL-DATE            PIC 9(08).
	05 FILLER                PIC X(02) VALUE SPACES.
	05 WS-LL-TIME            PIC 9(08).
	05 FILLER                PIC X(02) VALUE SPACES.
	05 WS-LL-TYPE            PIC X(01).
	05 FILLER                PIC X(02) VALUE SPACES.
	05 WS-LL-QTY             PIC ZZZZ,ZZ9.
	05 FILLER                PIC X(03) VALUE SPACES.
	05 WS-LL-BALANCE         PIC ZZZZ,ZZ9.

PROCEDURE DIVISION.
Begin.
	DISPLAY "CBITMINQ -- ITEM INQUIRY".
	PERFORM LoadFileParms.
	MOVE "P" TO BD-FUNCTION.
	CALL "CBBUSDTE" USING BD-DATE-PARMS.
	MOVE BD-RESULT-DATE TO WS-RUN-DATE.
	PERFORM LoadOperators.
	PERFORM OperatorSignOn.
	PERFORM OpenFiles.
	PERFORM InquiryLoop UNTIL FUNC-EXIT.
	PERFORM CloseFiles.
	DISPLAY "CBITMINQ -- DONE".
	STOP RUN.

LoadFileParms.
	MOVE FP-ITEMFILE-DEFAULT TO FP-ITEMFILE-NAME.
	ACCEPT FP-ITEMFILE-NAME FROM ENVIRONMENT "ITEMFILE".
	IF FP-ITEMFILE-NAME = SPACES
		MOVE FP-ITEMFILE-DEFAULT TO FP-ITEMFILE-NAME
	END-IF.
	MOVE FP-OPERAUTH-DEFAULT TO FP-OPERAUTH-NAME.
	ACCEPT FP-OPERAUTH-NAME FROM ENVIRONMENT "OPERAUTH".
	IF FP-OPERAUTH-NAME = SPACES
		MOVE FP-OPERAUTH-DEFAULT TO FP-OPERAUTH-NAME
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
	MOVE FP-QUARBAL-DEFAULT TO FP-QUARBAL-NAME.
	ACCEPT FP-QUARBAL-NAME FROM ENVIRONMENT "QUARBAL".
	IF FP-QUARBAL-NAME = SPACES
		MOVE FP-QUARBAL-DEFAULT TO FP-QUARBAL-NAME
	END-IF.

*> Inquiry only, but still signed on: the same rule as the
*> maintenance terminal -- no authorization file, no session.
LoadOperators.
	OPEN INPUT OPERAUTH.
	IF WS-AUT-FILE-STATUS NOT = "00"
		DISPLAY "CBITMINQ -- NO OPERATOR AUTHORIZATION FILE ("
			WS-AUT-FILE-STATUS ") -- SESSION REFUSED"
		MOVE 16 TO RETURN-CODE
		STOP RUN
	END-IF.
	PERFORM ReadOperator.
	PERFORM AddOperator UNTIL EOFA.
	CLOSE OPERAUTH.
	IF WS-AUT-FILE-STATUS NOT = "00"
		MOVE "OPERAUTH" TO WS-ABORT-FILE-NAME
		MOVE WS-AUT-FILE-STATUS TO WS-ABORT-FILE-STATUS
		PERFORM AbortOnFileError
	END-IF.
	IF WS-OPER-COUNT = ZERO
		DISPLAY "CBITMINQ -- AUTHORIZATION FILE NAMES NO OPERATORS"
			" -- SESSION REFUSED"
		MOVE 16 TO RETURN-CODE
		STOP RUN
	END-IF.

ReadOperator.
	READ OPERAUTH
		AT END SET EOFA TO TRUE
	END-READ.
	IF WS-AUT-FILE-STATUS NOT = "00" AND WS-AUT-FILE-STATUS NOT = "10"
		MOVE "OPERAUTH" TO WS-ABORT-FILE-NAME
		MOVE WS-AUT-FILE-STATUS TO WS-ABORT-FILE-STATUS
		PERFORM AbortOnFileError
	END-IF.

AddOperator.
	IF OA-OPER-ID NOT = SPACES
		IF WS-OPER-COUNT >= WS-OPER-MAX
			DISPLAY "CBITMINQ -- OPERATOR TABLE FULL AT " WS-OPER-MAX
			MOVE 16 TO RETURN-CODE
			STOP RUN
		END-IF
		ADD 1 TO WS-OPER-COUNT
		MOVE OA-OPER-ID     TO WS-OPER-ID (WS-OPER-COUNT)
		MOVE OA-AUTH-CLASS  TO WS-OPER-CLASS (WS-OPER-COUNT)
	END-IF.
	PERFORM ReadOperator.

LookupOperator.
	SET OPERATOR-NOT-FOUND TO TRUE.
	SET WS-OIDX TO 1.
	SEARCH WS-OPER-ENTRY
		AT END
			SET OPERATOR-NOT-FOUND TO TRUE
		WHEN WS-OPER-ID (WS-OIDX) = WS-LOOKUP-OPER-ID
			SET OPERATOR-FOUND TO TRUE
	END-SEARCH.

OperatorSignOn.
	MOVE ZERO TO WS-SIGNON-TRIES.
	SET OPERATOR-NOT-FOUND TO TRUE.
	PERFORM AcceptOneSignOn UNTIL OPERATOR-FOUND.
	MOVE WS-OPER-CLASS (WS-OIDX) TO WS-SIGNON-CLASS.
	DISPLAY "SIGNED ON: " WS-SIGNON-ID
		"  CLASS: " WS-SIGNON-CLASS.

AcceptOneSignOn.
	IF WS-SIGNON-TRIES >= 3
		DISPLAY "CBITMINQ -- THREE FAILED SIGN-ON ATTEMPTS --"
			" SESSION REFUSED"
		MOVE 16 TO RETURN-CODE
		STOP RUN
	END-IF.
	ADD 1 TO WS-SIGNON-TRIES.
	DISPLAY "OPERATOR ID ==> " WITH NO ADVANCING.
	ACCEPT WS-SIGNON-ID.
	MOVE WS-SIGNON-ID TO WS-LOOKUP-OPER-ID.
	PERFORM LookupOperator.
	IF OPERATOR-NOT-FOUND
		DISPLAY "OPERATOR " WS-SIGNON-ID
			" IS NOT ON THE AUTHORIZATION FILE -- TRY AGAIN"
	END-IF.

*> Everything is opened for input only -- this terminal never
*> changes a record, so it can run alongside the batch chain.
OpenFiles.
	OPEN INPUT ITEMFILE.
	IF WS-ITM-FILE-STATUS NOT = "00"
		MOVE "ITEMFILE" TO WS-ABORT-FILE-NAME
		MOVE WS-ITM-FILE-STATUS TO WS-ABORT-FILE-STATUS
		PERFORM AbortOnFileError
	END-IF.
	OPEN INPUT ITEMATTR.
	IF WS-ATR-FILE-STATUS = "00"
		SET ATTR-FILE-PRESENT TO TRUE
	ELSE
		IF WS-ATR-FILE-STATUS NOT = "35"
			MOVE "ITEMATTR" TO WS-ABORT-FILE-NAME
			MOVE WS-ATR-FILE-STATUS TO WS-ABORT-FILE-STATUS
			PERFORM AbortOnFileError
		END-IF
	END-IF.
	OPEN INPUT REPLOPEN.
	IF WS-OPN-FILE-STATUS = "00"
		SET OPEN-FILE-PRESENT TO TRUE
	ELSE
		IF WS-OPN-FILE-STATUS NOT = "35"
			MOVE "REPLOPEN" TO WS-ABORT-FILE-NAME
			MOVE WS-OPN-FILE-STATUS TO WS-ABORT-FILE-STATUS
			PERFORM AbortOnFileError
		END-IF
	END-IF.
	OPEN INPUT MOVLEDGR.
	IF WS-LDG-FILE-STATUS = "00"
		SET LEDGER-FILE-PRESENT TO TRUE
	ELSE
		IF WS-LDG-FILE-STATUS NOT = "35"
			MOVE "MOVLEDGR" TO WS-ABORT-FILE-NAME
			MOVE WS-LDG-FILE-STATUS TO WS-ABORT-FILE-STATUS
			PERFORM AbortOnFileError
		END-IF
	END-IF.
	OPEN INPUT QUARBAL.
	IF WS-QTN-FILE-STATUS = "00"
		SET QUAR-FILE-PRESENT TO TRUE
	ELSE
		IF WS-QTN-FILE-STATUS NOT = "35"
			MOVE "QUARBAL" TO WS-ABORT-FILE-NAME
			MOVE WS-QTN-FILE-STATUS TO WS-ABORT-FILE-STATUS
			PERFORM AbortOnFileError
		END-IF
	END-IF.

CloseFiles.
	CLOSE ITEMFILE.
	IF WS-ITM-FILE-STATUS NOT = "00"
		MOVE "ITEMFILE" TO WS-ABORT-FILE-NAME
		MOVE WS-ITM-FILE-STATUS TO WS-ABORT-FILE-STATUS
		PERFORM AbortOnFileError
	END-IF.
	IF ATTR-FILE-PRESENT
		CLOSE ITEMATTR
	END-IF.
	IF OPEN-FILE-PRESENT
		CLOSE REPLOPEN
	END-IF.
	IF LEDGER-FILE-PRESENT
		CLOSE MOVLEDGR
	END-IF.
	IF QUAR-FILE-PRESENT
		CLOSE QUARBAL
	END-IF.

InquiryLoop.
	PERFORM DisplayMenu.
	PERFORM GetFunction.
	EVALUATE TRUE
		WHEN FUNC-ITEM
			PERFORM InquireItem
		WHEN FUNC-NEXT
			SET BROWSE-FORWARD TO TRUE
			PERFORM BrowseState
		WHEN FUNC-PREVIOUS
			SET BROWSE-BACKWARD TO TRUE
			PERFORM BrowseState
		WHEN FUNC-STATE
			PERFORM InquireFirstInState
		WHEN FUNC-EXIT
			CONTINUE
		WHEN OTHER
			DISPLAY "INVALID SELECTION -- TRY AGAIN"
	END-EVALUATE.

DisplayMenu.
	DISPLAY " ".
	DISPLAY "(I)TEM  (N)EXT IN STATE  (P)REVIOUS IN STATE"
		"  FIRST IN (S)TATE  E(X)IT".

GetFunction.
	DISPLAY "SELECTION ==> " WITH NO ADVANCING.
	ACCEPT WS-FUNCTION.

GetSearchId.
	DISPLAY "ITEM ID ==> " WITH NO ADVANCING.
	ACCEPT WS-SEARCH-ID.

FindItem.
	MOVE WS-SEARCH-ID TO IR-ITEM-ID.
	READ ITEMFILE KEY IS IR-ITEM-ID
		INVALID KEY
			SET RECORD-NOT-FOUND TO TRUE
		NOT INVALID KEY
			SET RECORD-FOUND TO TRUE
	END-READ.

InquireItem.
	PERFORM GetSearchId.
	PERFORM FindItem.
	IF RECORD-FOUND
		PERFORM ShowItem
	ELSE
		DISPLAY "ITEM " WS-SEARCH-ID " NOT ON FILE"
	END-IF.

InquireFirstInState.
	DISPLAY "STATE ==> " WITH NO ADVANCING.
	ACCEPT WS-SEARCH-STATE.
	MOVE WS-SEARCH-STATE TO IR-ITEM-STATE.
	SET RECORD-FOUND TO TRUE.
	START ITEMFILE KEY IS = IR-ITEM-STATE
		INVALID KEY
			SET RECORD-NOT-FOUND TO TRUE
	END-START.
	IF RECORD-FOUND
		READ ITEMFILE NEXT RECORD
			AT END SET RECORD-NOT-FOUND TO TRUE
		END-READ
		IF WS-ITM-FILE-STATUS NOT = "00" AND WS-ITM-FILE-STATUS NOT = "10"
		AND WS-ITM-FILE-STATUS NOT = "02"
			MOVE "ITEMFILE" TO WS-ABORT-FILE-NAME
			MOVE WS-ITM-FILE-STATUS TO WS-ABORT-FILE-STATUS
			PERFORM AbortOnFileError
		END-IF
	END-IF.
	IF RECORD-FOUND AND IR-ITEM-STATE = WS-SEARCH-STATE
		PERFORM ShowItem
	ELSE
		DISPLAY "NO ITEMS ON FILE FOR STATE " WS-SEARCH-STATE
	END-IF.

*> Paging runs down the state's entries on the IR-ITEM-STATE
*> alternate key from the top each time, remembering the item
*> before the one on the screen and stopping at the one after it --
*> a state's items are few enough that this costs nothing, and it
*> stays right even if the master changed since the last screen.
BrowseState.
	IF WS-CUR-ITEM-ID = SPACES
		DISPLAY "NO ITEM ON THE SCREEN -- SELECT AN ITEM FIRST"
	ELSE
		MOVE SPACES TO WS-PREV-IN-STATE
		MOVE SPACES TO WS-TARGET-ID
		SET CURRENT-NOT-SEEN TO TRUE
		SET STATE-SCAN-GOING TO TRUE
		MOVE WS-CUR-STATE TO IR-ITEM-STATE
		START ITEMFILE KEY IS = IR-ITEM-STATE
			INVALID KEY
				SET STATE-SCAN-DONE TO TRUE
		END-START
		PERFORM ScanStateEntry UNTIL STATE-SCAN-DONE
		PERFORM ShowBrowseTarget
	END-IF.

ScanStateEntry.
	READ ITEMFILE NEXT RECORD
		AT END SET STATE-SCAN-DONE TO TRUE
	END-READ.
	IF WS-ITM-FILE-STATUS NOT = "00" AND WS-ITM-FILE-STATUS NOT = "10"
	AND WS-ITM-FILE-STATUS NOT = "02"
		MOVE "ITEMFILE" TO WS-ABORT-FILE-NAME
		MOVE WS-ITM-FILE-STATUS TO WS-ABORT-FILE-STATUS
		PERFORM AbortOnFileError
	END-IF.
	IF NOT STATE-SCAN-DONE
		EVALUATE TRUE
			WHEN IR-ITEM-STATE NOT = WS-CUR-STATE
				SET STATE-SCAN-DONE TO TRUE
			WHEN IR-ITEM-ID = WS-CUR-ITEM-ID
				SET CURRENT-SEEN TO TRUE
				IF BROWSE-BACKWARD
					MOVE WS-PREV-IN-STATE TO WS-TARGET-ID
					SET STATE-SCAN-DONE TO TRUE
				END-IF
			WHEN CURRENT-SEEN
				MOVE IR-ITEM-ID TO WS-TARGET-ID
				SET STATE-SCAN-DONE TO TRUE
			WHEN OTHER
				MOVE IR-ITEM-ID TO WS-PREV-IN-STATE
		END-EVALUATE
	END-IF.

ShowBrowseTarget.
	EVALUATE TRUE
		WHEN CURRENT-NOT-SEEN
			DISPLAY "ITEM " WS-CUR-ITEM-ID " IS NO LONGER IN STATE "
				WS-CUR-STATE " -- SELECT AN ITEM AGAIN"
		WHEN WS-TARGET-ID = SPACES AND BROWSE-FORWARD
			DISPLAY "ITEM " WS-CUR-ITEM-ID " IS THE LAST ITEM IN STATE "
				WS-CUR-STATE
		WHEN WS-TARGET-ID = SPACES
			DISPLAY "ITEM " WS-CUR-ITEM-ID " IS THE FIRST ITEM IN STATE "
				WS-CUR-STATE
		WHEN OTHER
			MOVE WS-TARGET-ID TO WS-SEARCH-ID
			PERFORM FindItem
			IF RECORD-FOUND
				PERFORM ShowItem
			ELSE
				DISPLAY "ITEM " WS-SEARCH-ID " NOT ON FILE"
			END-IF
	END-EVALUATE.

*> One screen per item: the master, its attributes, where it
*> stands against its reorder point, what is on order, what is
*> waiting on it, and what last moved it.
ShowItem.
	MOVE IR-ITEM-ID    TO WS-CUR-ITEM-ID.
	MOVE IR-ITEM-STATE TO WS-CUR-STATE.
	MOVE IR-QTY-ON-HAND TO WS-QTY-DISPLAY.
	MOVE IR-UNIT-PRICE TO WS-PRICE-DISPLAY.
	DISPLAY " ".
	DISPLAY "================================================"
		"==============================".
	DISPLAY "ITEM " IR-ITEM-ID
		"   STATE " IR-ITEM-STATE
		"   WHSE " IR-WHSE-CODE
		"   AS OF " WS-RUN-MM "/" WS-RUN-DD "/" WS-RUN-YYYY.
	DISPLAY "QTY ON HAND " WS-QTY-DISPLAY
		"   UNIT PRICE " WS-PRICE-DISPLAY.
	PERFORM ShowQuarantine.
	PERFORM ShowAttributes.
	PERFORM ShowReorderPoint.
	PERFORM ShowOpenOrder.
	PERFORM ShowBackorders.
	PERFORM ShowRecentPostings.

ShowAttributes.
	IF ATTR-FILE-PRESENT
		MOVE WS-CUR-ITEM-ID TO IA-ITEM-ID
		READ ITEMATTR KEY IS IA-ITEM-ID
			INVALID KEY
				DISPLAY "DESCRIPTION (NO ATTRIBUTES ON FILE)"
			NOT INVALID KEY
				DISPLAY "DESCRIPTION " IA-ITEM-DESC
					"  CATEGORY " IA-CATEGORY
					"  UOM " IA-UNIT-MEASURE
		END-READ
	ELSE
		DISPLAY "DESCRIPTION (NO ATTRIBUTE FILE)"
	END-IF.

*> Returned units held back from stock -- not in QTY ON HAND and
*> not available to ship until CBMOVPOST releases them.
ShowQuarantine.
	IF QUAR-FILE-PRESENT
		MOVE WS-CUR-ITEM-ID TO QB-ITEM-ID
		READ QUARBAL KEY IS QB-ITEM-ID
			INVALID KEY
				CONTINUE
			NOT INVALID KEY
				MOVE QB-QTY-HELD TO WS-QTY-DISPLAY
				DISPLAY "IN QUARANTINE " WS-QTY-DISPLAY
					"   SINCE " QB-FIRST-DATE
					"   LAST MOVED " QB-LAST-DATE
		END-READ
	END-IF.

*> REORDPTS is a small flat file and is read afresh for each item
*> so the screen shows the points as they stand now.
ShowReorderPoint.
	MOVE "N" TO WS-ITEM-RP-SW.
	MOVE "N" TO WS-STATE-RP-SW.
	OPEN INPUT REORDPTS.
	IF WS-ROP-FILE-STATUS = "35"
		DISPLAY "REORDER POINT (NO REORDER-POINT FILE)"
	ELSE
		IF WS-ROP-FILE-STATUS NOT = "00"
			MOVE "REORDPTS" TO WS-ABORT-FILE-NAME
			MOVE WS-ROP-FILE-STATUS TO WS-ABORT-FILE-STATUS
			PERFORM AbortOnFileError
		END-IF
		PERFORM ReadReorderPoint
		PERFORM MatchReorderPoint UNTIL EOFR
		CLOSE REORDPTS
		EVALUATE TRUE
			WHEN ITEM-RP-FOUND
				MOVE WS-ITEM-RP-POINT TO WS-QTY2-DISPLAY
				DISPLAY "REORDER POINT " WS-QTY2-DISPLAY " (ITEM)"
			WHEN STATE-RP-FOUND
				MOVE WS-STATE-RP-POINT TO WS-QTY2-DISPLAY
				DISPLAY "REORDER POINT " WS-QTY2-DISPLAY
					" (STATE " WS-CUR-STATE " DEFAULT)"
			WHEN OTHER
				DISPLAY "REORDER POINT NONE -- NOT WATCHED BY CBLOWSTCK"
		END-EVALUATE
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

MatchReorderPoint.
	IF RP-ITEM-LEVEL AND RP-KEY = WS-CUR-ITEM-ID
		SET ITEM-RP-FOUND TO TRUE
		MOVE RP-REORDER-PT TO WS-ITEM-RP-POINT
	END-IF.
	IF RP-STATE-LEVEL AND RP-KEY (1:2) = WS-CUR-STATE
		SET STATE-RP-FOUND TO TRUE
		MOVE RP-REORDER-PT TO WS-STATE-RP-POINT
	END-IF.
	PERFORM ReadReorderPoint.

ShowOpenOrder.
	IF OPEN-FILE-PRESENT
		MOVE WS-CUR-ITEM-ID TO RO-ITEM-ID
		READ REPLOPEN KEY IS RO-ITEM-ID
			INVALID KEY
				DISPLAY "OPEN ORDER  NONE"
			NOT INVALID KEY
				PERFORM ShowOpenOrderLines
		END-READ
	ELSE
		DISPLAY "OPEN ORDER  (NO OPEN-ORDER FILE)"
	END-IF.

ShowOpenOrderLines.
	IF RO-QTY-RECEIVED < RO-QTY-ORDERED
		COMPUTE WS-QTY-DUE = RO-QTY-ORDERED - RO-QTY-RECEIVED
	ELSE
		MOVE ZERO TO WS-QTY-DUE
	END-IF.
	MOVE RO-QTY-ORDERED  TO WS-QTY-DISPLAY.
	MOVE RO-QTY-RECEIVED TO WS-QTY2-DISPLAY.
	MOVE WS-QTY-DUE      TO WS-QTY3-DISPLAY.
	DISPLAY "OPEN ORDER  " RO-ORDER-NO
		"  RAISED " RO-ORDER-DATE
		"  VENDOR " RO-VENDOR-ID.
	DISPLAY "  ORDERED " WS-QTY-DISPLAY
		"  RECEIVED " WS-QTY2-DISPLAY
		"  STILL DUE " WS-QTY3-DISPLAY.

*> Held shipments, oldest first as CBMOVPOST keeps them, aged in
*> business days the way the posting run's HOLDAGE report ages them.
ShowBackorders.
	MOVE ZERO TO WS-HOLD-COUNT.
	MOVE ZERO TO WS-HOLD-QTY-TOTAL.
	OPEN INPUT MOVHOLD.
	IF WS-HLD-FILE-STATUS = "35"
		DISPLAY "BACKORDERS  NONE"
	ELSE
		IF WS-HLD-FILE-STATUS NOT = "00"
			MOVE "MOVHOLD" TO WS-ABORT-FILE-NAME
			MOVE WS-HLD-FILE-STATUS TO WS-ABORT-FILE-STATUS
			PERFORM AbortOnFileError
		END-IF
		PERFORM ReadHold
		PERFORM MatchHold UNTIL EOFH
		CLOSE MOVHOLD
		IF WS-HOLD-COUNT = ZERO
			DISPLAY "BACKORDERS  NONE"
		ELSE
			MOVE WS-HOLD-COUNT TO WS-COUNT-DISPLAY
			MOVE WS-HOLD-QTY-TOTAL TO WS-QTY-DISPLAY
			DISPLAY "BACKORDERS  " WS-COUNT-DISPLAY
				" HELD FOR " WS-QTY-DISPLAY " UNITS"
		END-IF
	END-IF.

ReadHold.
	READ MOVHOLD
		AT END SET EOFH TO TRUE
	END-READ.
	IF WS-HLD-FILE-STATUS NOT = "00" AND WS-HLD-FILE-STATUS NOT = "10"
		MOVE "MOVHOLD" TO WS-ABORT-FILE-NAME
		MOVE WS-HLD-FILE-STATUS TO WS-ABORT-FILE-STATUS
		PERFORM AbortOnFileError
	END-IF.

MatchHold.
	IF HLD-ITEM-ID = WS-CUR-ITEM-ID
		ADD 1 TO WS-HOLD-COUNT
		ADD HLD-QTY TO WS-HOLD-QTY-TOTAL
		MOVE "C" TO BD-FUNCTION
		MOVE HLD-DATE-HELD TO BD-FROM-DATE
		MOVE WS-RUN-DATE-N TO BD-TO-DATE
		CALL "CBBUSDTE" USING BD-DATE-PARMS
		MOVE HLD-QTY TO WS-QTY-DISPLAY
		MOVE BD-DAYS TO WS-DAYS-DISPLAY
		DISPLAY "  HELD " HLD-DATE-HELD
			"  QTY " WS-QTY-DISPLAY
			"  AGE " WS-DAYS-DISPLAY " BUSINESS DAYS"
	END-IF.
	PERFORM ReadHold.

*> The item's ledger records are contiguous on the key, so START
*> at the item and read forward to the first record for another
*> item, keeping the newest few.
ShowRecentPostings.
	IF LEDGER-FILE-PRESENT
		MOVE ZERO TO WS-LDG-COUNT
		MOVE ZERO TO WS-LDG-TOTAL
		SET LEDGER-NOT-DONE TO TRUE
		MOVE WS-CUR-ITEM-ID TO ML-ITEM-ID
		MOVE ZERO TO ML-POST-DATE
		MOVE ZERO TO ML-POST-TIME
		MOVE ZERO TO ML-POST-SEQ
		START MOVLEDGR KEY IS >= ML-LEDGER-KEY
			INVALID KEY
				SET LEDGER-DONE TO TRUE
		END-START
		IF NOT LEDGER-DONE
			PERFORM ReadNextPosting
		END-IF
		PERFORM KeepOnePosting UNTIL LEDGER-DONE
		PERFORM ListRecentPostings
	ELSE
		DISPLAY "RECENT POSTINGS  (NO MOVEMENT LEDGER)"
	END-IF.

ReadNextPosting.
	READ MOVLEDGR NEXT RECORD
		AT END SET LEDGER-DONE TO TRUE
	END-READ.
	IF WS-LDG-FILE-STATUS NOT = "00" AND WS-LDG-FILE-STATUS NOT = "10"
		MOVE "MOVLEDGR" TO WS-ABORT-FILE-NAME
		MOVE WS-LDG-FILE-STATUS TO WS-ABORT-FILE-STATUS
		PERFORM AbortOnFileError
	END-IF.
	IF NOT LEDGER-DONE
		IF ML-ITEM-ID NOT = WS-CUR-ITEM-ID
			SET LEDGER-DONE TO TRUE
		END-IF
	END-IF.

KeepOnePosting.
	ADD 1 TO WS-LDG-TOTAL.
	IF WS-LDG-COUNT >= WS-LDG-SHOW-MAX
		PERFORM SlidePostingUp VARYING WS-LDG-SUB FROM 1 BY 1
			UNTIL WS-LDG-SUB >= WS-LDG-SHOW-MAX
	ELSE
		ADD 1 TO WS-LDG-COUNT
	END-IF.
	MOVE ML-POST-DATE   TO WS-LDG-DATE (WS-LDG-COUNT).
	MOVE ML-POST-TIME   TO WS-LDG-TIME (WS-LDG-COUNT).
	MOVE ML-MOVE-TYPE   TO WS-LDG-TYPE (WS-LDG-COUNT).
	MOVE ML-MOVE-QTY    TO WS-LDG-QTY (WS-LDG-COUNT).
	MOVE ML-CLOSING-QTY TO WS-LDG-CLOSING (WS-LDG-COUNT).
	PERFORM ReadNextPosting.

SlidePostingUp.
	MOVE WS-LDG-ENTRY (WS-LDG-SUB + 1) TO WS-LDG-ENTRY (WS-LDG-SUB).

ListRecentPostings.
	IF WS-LDG-COUNT = ZERO
		DISPLAY "RECENT POSTINGS  NONE"
	ELSE
		MOVE WS-LDG-COUNT TO WS-COUNT-DISPLAY
		MOVE WS-LDG-TOTAL TO WS-QTY-DISPLAY
		DISPLAY "RECENT POSTINGS  (LAST" WS-COUNT-DISPLAY " OF"
			WS-QTY-DISPLAY " ON THE LEDGER)"
		DISPLAY "  DATE      TIME      T  MOVEMENT    BALANCE"
		PERFORM ListOnePosting VARYING WS-LDG-SUB FROM 1 BY 1
			UNTIL WS-LDG-SUB > WS-LDG-COUNT
	END-IF.

ListOnePosting.
	MOVE WS-LDG-DATE (WS-LDG-SUB)    TO WS-LL-DATE.
	MOVE WS-LDG-TIME (WS-LDG-SUB)    TO WS-LL-TIME.
	MOVE WS-LDG-TYPE (WS-LDG-SUB)    TO WS-LL-TYPE.
	MOVE WS-LDG-QTY (WS-LDG-SUB)     TO WS-LL-QTY.
	MOVE WS-LDG-CLOSING (WS-LDG-SUB) TO WS-LL-BALANCE.
	DISPLAY WS-LEDGER-LINE.

AbortOnFileError.
	DISPLAY "CBITMINQ -- FILE ERROR ON " WS-ABORT-FILE-NAME
		": STATUS=" WS-ABORT-FILE-STATUS.
	MOVE 16 TO RETURN-CODE.
	STOP RUN.
