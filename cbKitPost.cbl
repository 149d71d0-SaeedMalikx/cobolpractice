IDENTIFICATION DIVISION.
PROGRAM-ID. CBKITPOST.
AUTHOR. SAEEDMALIK.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
	SELECT KITTRANS ASSIGN TO DYNAMIC FP-KITTRANS-NAME
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS WS-KTR-FILE-STATUS.

	SELECT BOMFILE ASSIGN TO DYNAMIC FP-BOMFILE-NAME
		ORGANIZATION IS INDEXED
		ACCESS MODE IS DYNAMIC
		RECORD KEY IS BM-BOM-KEY
		ALTERNATE RECORD KEY IS BM-COMP-ITEM-ID WITH DUPLICATES
		FILE STATUS IS WS-BOM-FILE-STATUS.

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

	SELECT MOVLEDGR ASSIGN TO DYNAMIC FP-MOVLEDGR-NAME
		ORGANIZATION IS INDEXED
		ACCESS MODE IS DYNAMIC
		RECORD KEY IS ML-LEDGER-KEY
		FILE STATUS IS WS-LDG-FILE-STATUS.

	SELECT ITEMCOST ASSIGN TO DYNAMIC FP-ITEMCOST-NAME
		ORGANIZATION IS INDEXED
		ACCESS MODE IS DYNAMIC
		RECORD KEY IS IC-ITEM-ID
		FILE STATUS IS WS-CST-FILE-STATUS.

	SELECT LOTBAL ASSIGN TO DYNAMIC FP-LOTBAL-NAME
		ORGANIZATION IS INDEXED
		ACCESS MODE IS DYNAMIC
		RECORD KEY IS LB-LOT-KEY
		FILE STATUS IS WS-LOT-FILE-STATUS.

	SELECT KITREG ASSIGN TO DYNAMIC FP-KITREG-NAME
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS WS-REG-FILE-STATUS.

DATA DIVISION.
FILE SECTION.
*> One build or breakdown of a quantity of kits.  A build takes
*> the bill's components off hand and puts the kits on; a
*> breakdown takes kits off and puts their components back.
FD KITTRANS.
01 KIT-RECORD.
	88 EOFK     VALUE HIGH-VALUES.
	05 KIT-ITEM-ID             PIC X(06).
	05 KIT-TYPE                PIC X(01).
		88 KIT-BUILD         VALUE "B".
		88 KIT-BREAKDOWN     VALUE "D".
	05 KIT-QTY                 PIC X(07).
	05 KIT-QTY-N REDEFINES KIT-QTY
	                           PIC 9(07).

FD BOMFILE.
01 BOMFILE-RECORD.
	COPY BOMREC.

FD ITEMFILE.
01 ITEMRECORD.
	COPY ITEMREC.

FD ITEMATTR.
01 ITEMATTR-RECORD.
	COPY ITEMATTR.

FD MOVLEDGR.
01 MOVLEDGR-RECORD.
	COPY MOVLEDGR.

FD ITEMCOST.
01 ITEMCOST-RECORD.
	COPY ITEMCOST.

FD LOTBAL.
01 LOTBAL-RECORD.
	COPY LOTBAL.

FD KITREG.
01 REG-LINE                    PIC X(110).

WORKING-STORAGE SECTION.
COPY FILEPARM.
COPY JRNLPARM.
COPY BUSDPARM.

01 WS-RUN-DATE.
	05 WS-RUN-YYYY          PIC 9(4).
	05 WS-RUN-MM            PIC 9(2).
	05 WS-RUN-DD            PIC 9(2).
01 WS-RUN-DATE-N REDEFINES WS-RUN-DATE
                               PIC 9(08).

01 WS-KTR-FILE-STATUS          PIC X(02) VALUE SPACES.
01 WS-BOM-FILE-STATUS          PIC X(02) VALUE SPACES.
01 WS-ITM-FILE-STATUS          PIC X(02) VALUE SPACES.
01 WS-ATR-FILE-STATUS          PIC X(02) VALUE SPACES.
01 WS-LDG-FILE-STATUS          PIC X(02) VALUE SPACES.
01 WS-CST-FILE-STATUS          PIC X(02) VALUE SPACES.
01 WS-LOT-FILE-STATUS          PIC X(02) VALUE SPACES.
01 WS-REG-FILE-STATUS          PIC X(02) VALUE SPACES.
01 WS-ABORT-FILE-NAME          PIC X(40) VALUE SPACES.
01 WS-ABORT-FILE-STATUS        PIC X(02) VALUE SPACES.

01 WS-ATTR-PRESENT-SW          PIC X(01) VALUE "N".
	88 ATTR-FILE-PRESENT    VALUE "Y".
01 WS-ITEM-DESC                PIC X(30) VALUE SPACES.

01 WS-FOUND-SW                 PIC X(01) VALUE "N".
	88 RECORD-FOUND         VALUE "Y".
	88 RECORD-NOT-FOUND     VALUE "N".
01 WS-BOM-END-SW               PIC X(01) VALUE "N".
	88 BOM-DONE             VALUE "Y".
	88 BOM-NOT-DONE         VALUE "N".

*> The transaction in hand and the kit's bill, loaded once and
*> checked in full before anything is touched: a build or
*> breakdown posts every side or none of them.
01 WS-KIT-ITEM-ID              PIC X(06) VALUE SPACES.
01 WS-KIT-TYPE                 PIC X(01) VALUE SPACES.
	88 BUILDING             VALUE "B".
	88 BREAKING-DOWN        VALUE "D".
01 WS-KIT-QTY                  PIC 9(07) VALUE ZERO.
01 WS-KIT-ON-HAND              PIC 9(07) VALUE ZERO.
01 WS-REASON                   PIC X(30) VALUE SPACES.
01 WS-SHORT-COUNT              PIC 9(03) COMP VALUE ZERO.

01 WS-COMP-COUNT               PIC 9(03) COMP VALUE ZERO.
77 WS-COMP-MAX                 PIC 9(03) COMP VALUE 50.
01 WS-CX                       PIC 9(03) COMP VALUE ZERO.
01 WS-COMP-TABLE.
	05 WS-COMP-ENTRY OCCURS 50 TIMES.
		10 WS-COMP-ITEM-ID      PIC X(06).
		10 WS-COMP-QTY-PER      PIC 9(05).
		10 WS-COMP-NEED         PIC 9(07).
		10 WS-COMP-ON-HAND      PIC 9(07).
		10 WS-COMP-CHECK        PIC X(01).
			88 COMP-OK          VALUE "Y".
			88 COMP-MISSING     VALUE "M".
			88 COMP-SHORT       VALUE "S".
			88 COMP-OVERFLOW    VALUE "O".

*> One side of the posting: the item, its quantity, which way it
*> goes, and what it did to the item's balance.
01 WS-CUR-ITEM-ID              PIC X(06) VALUE SPACES.
01 WS-CUR-QTY                  PIC 9(07) VALUE ZERO.
01 WS-CUR-DIRECTION            PIC X(01) VALUE SPACES.
	88 CUR-INTO-STOCK       VALUE "+".
	88 CUR-OUT-OF-STOCK     VALUE "-".
01 WS-CUR-ROLE                 PIC X(04) VALUE SPACES.
01 WS-OPENING-QTY              PIC 9(07) VALUE ZERO.
01 WS-CLOSING-QTY              PIC 9(07) VALUE ZERO.
01 WS-LEDGER-TYPE              PIC X(01) VALUE SPACES.

*> Costing follows CBMOVPOST: everything leaves at the item's
*> weighted average off ITEMCOST.  A build puts the kits on at
*> the cost of the components it used, re-averaging the kit's
*> cost as a receipt would; a breakdown puts components back at
*> their own averages, which leaves those averages unchanged.
01 WS-COST-FOUND-SW            PIC X(01) VALUE "N".
	88 COST-FOUND           VALUE "Y".
	88 COST-NOT-FOUND       VALUE "N".
01 WS-AVG-COST                 PIC 9(05)V9(04) VALUE ZERO.
01 WS-MOVE-UNIT-COST           PIC 9(05)V9(04) VALUE ZERO.
01 WS-MOVE-COST                PIC 9(11)V99 VALUE ZERO.
01 WS-ROLLED-COST              PIC 9(11)V99 VALUE ZERO.
01 WS-KIT-UNIT-COST            PIC 9(05)V9(04) VALUE ZERO.

01 WS-LOT-ITEM-SW              PIC X(01) VALUE "N".
	88 LOT-ITEM-DONE        VALUE "Y".
	88 LOT-ITEM-NOT-DONE    VALUE "N".
01 WS-LOT-REMAINING            PIC 9(07) VALUE ZERO.
01 WS-LOT-DRAW                 PIC 9(07) VALUE ZERO.
01 WS-LOTS-DRAWN               PIC 9(07) VALUE ZERO.

01 WS-POST-TIME                PIC 9(08) VALUE ZERO.
01 WS-POST-SEQ                 PIC 9(03) VALUE ZERO.

01 WS-TRANS-READ               PIC 9(07) VALUE ZERO.
01 WS-BUILDS-POSTED            PIC 9(07) VALUE ZERO.
01 WS-KITS-BUILT               PIC 9(09) VALUE ZERO.
01 WS-BREAKDOWNS-POSTED        PIC 9(07) VALUE ZERO.
01 WS-KITS-BROKEN              PIC 9(09) VALUE ZERO.
01 WS-TRANS-REJECTED           PIC 9(07) VALUE ZERO.
01 WS-SIDES-POSTED             PIC 9(07) VALUE ZERO.

01 WS-TRANS-LINE.
	05 FILLER                PIC X(04) VALUE "KIT ".
	05 WS-TRN-KIT-ID         PIC X(06).
	05 FILLER                PIC X(02) VALUE SPACES.
	05 WS-TRN-ACTION         PIC X(09).
	05 FILLER                PIC X(01) VALUE SPACES.
	05 WS-TRN-QTY            PIC ZZZZ,ZZ9.
	05 FILLER                PIC X(02) VALUE SPACES.
	05 WS-TRN-DESC           PIC X(30).
	05 FILLER                PIC X(02) VALUE SPACES.
	05 WS-TRN-RESULT         PIC X(40).

01 WS-DETAIL-LINE.
	05 FILLER                PIC X(04) VALUE SPACES.
	05 WS-DTL-ITEM-ID        PIC X(06).
	05 FILLER                PIC X(02) VALUE SPACES.
	05 WS-DTL-ROLE           PIC X(04).
	05 FILLER                PIC X(02) VALUE SPACES.
	05 WS-DTL-OPENING        PIC ZZZZ,ZZ9.
	05 FILLER                PIC X(02) VALUE SPACES.
	05 WS-DTL-SIGN           PIC X(01).
	05 WS-DTL-QTY            PIC ZZZZ,ZZ9.
	05 FILLER                PIC X(02) VALUE SPACES.
	05 WS-DTL-CLOSING        PIC ZZZZ,ZZ9.
	05 FILLER                PIC X(02) VALUE SPACES.
	05 WS-DTL-DESC           PIC X(30).
	05 FILLER                PIC X(02) VALUE SPACES.
	05 WS-DTL-NOTE           PIC X(24).

PROCEDURE DIVISION.
Begin.
	DISPLAY "CBKITPOST -- KIT BUILD AND BREAKDOWN POSTING".
	PERFORM LoadFileParms.
	MOVE "P" TO BD-FUNCTION.
	CALL "CBBUSDTE" USING BD-DATE-PARMS.
	MOVE BD-RESULT-DATE TO WS-RUN-DATE.
	PERFORM OpenFiles.
	PERFORM WriteRegisterHeader.
	PERFORM ReadKitTrans.
	PERFORM PostOneKitTrans UNTIL EOFK.
	PERFORM WriteControlTotals.
	PERFORM CloseFiles.
	DISPLAY "CBKITPOST TRANSACTIONS READ: " WS-TRANS-READ
		"  REJECTED: " WS-TRANS-REJECTED.
	DISPLAY "CBKITPOST BUILDS: " WS-BUILDS-POSTED
		"  KITS BUILT: " WS-KITS-BUILT.
	DISPLAY "CBKITPOST BREAKDOWNS: " WS-BREAKDOWNS-POSTED
		"  KITS BROKEN DOWN: " WS-KITS-BROKEN.
	DISPLAY "CBKITPOST -- DONE".
	STOP RUN.

LoadFileParms.
	MOVE FP-KITTRANS-DEFAULT TO FP-KITTRANS-NAME.
	ACCEPT FP-KITTRANS-NAME FROM ENVIRONMENT "KITTRANS".
	IF FP-KITTRANS-NAME = SPACES
		MOVE FP-KITTRANS-DEFAULT TO FP-KITTRANS-NAME
	END-IF.
	MOVE FP-BOMFILE-DEFAULT TO FP-BOMFILE-NAME.
	ACCEPT FP-BOMFILE-NAME FROM ENVIRONMENT "BOMFILE".
	IF FP-BOMFILE-NAME = SPACES
		MOVE FP-BOMFILE-DEFAULT TO FP-BOMFILE-NAME
	END-IF.
	MOVE FP-ITEMFILE-DEFAULT TO FP-ITEMFILE-NAME.
	ACCEPT FP-ITEMFILE-NAME FROM ENVIRONMENT "ITEMFILE".
	IF FP-ITEMFILE-NAME = SPACES
		MOVE FP-ITEMFILE-DEFAULT TO FP-ITEMFILE-NAME
	END-IF.
	MOVE FP-ITEMATTR-DEFAULT TO FP-ITEMATTR-NAME.
	ACCEPT FP-ITEMATTR-NAME FROM ENVIRONMENT "ITEMATTR".
	IF FP-ITEMATTR-NAME = SPACES
		MOVE FP-ITEMATTR-DEFAULT TO FP-ITEMATTR-NAME
	END-IF.
	MOVE FP-MOVLEDGR-DEFAULT TO FP-MOVLEDGR-NAME.
	ACCEPT FP-MOVLEDGR-NAME FROM ENVIRONMENT "MOVLEDGR".
	IF FP-MOVLEDGR-NAME = SPACES
		MOVE FP-MOVLEDGR-DEFAULT TO FP-MOVLEDGR-NAME
	END-IF.
	MOVE FP-ITEMCOST-DEFAULT TO FP-ITEMCOST-NAME.
	ACCEPT FP-ITEMCOST-NAME FROM ENVIRONMENT "ITEMCOST".
	IF FP-ITEMCOST-NAME = SPACES
		MOVE FP-ITEMCOST-DEFAULT TO FP-ITEMCOST-NAME
	END-IF.
	MOVE FP-LOTBAL-DEFAULT TO FP-LOTBAL-NAME.
	ACCEPT FP-LOTBAL-NAME FROM ENVIRONMENT "LOTBAL".
	IF FP-LOTBAL-NAME = SPACES
		MOVE FP-LOTBAL-DEFAULT TO FP-LOTBAL-NAME
	END-IF.
	MOVE FP-KITREG-DEFAULT TO FP-KITREG-NAME.
	ACCEPT FP-KITREG-NAME FROM ENVIRONMENT "KITREG".
	IF FP-KITREG-NAME = SPACES
		MOVE FP-KITREG-DEFAULT TO FP-KITREG-NAME
	END-IF.

OpenFiles.
	OPEN INPUT KITTRANS.
	IF WS-KTR-FILE-STATUS NOT = "00"
		MOVE "KITTRANS" TO WS-ABORT-FILE-NAME
		MOVE WS-KTR-FILE-STATUS TO WS-ABORT-FILE-STATUS
		PERFORM AbortOnFileError
	END-IF.
*> No bill of materials means no kit has been set up yet --
*> there is nothing a build could be posted against.
	OPEN INPUT BOMFILE.
	IF WS-BOM-FILE-STATUS = "35"
		DISPLAY "CBKITPOST -- NO BILL-OF-MATERIALS FILE -- SET KITS"
			" UP WITH CBBOMMNT FIRST"
		MOVE 16 TO RETURN-CODE
		STOP RUN
	END-IF.
	IF WS-BOM-FILE-STATUS NOT = "00"
		MOVE "BOMFILE" TO WS-ABORT-FILE-NAME
		MOVE WS-BOM-FILE-STATUS TO WS-ABORT-FILE-STATUS
		PERFORM AbortOnFileError
	END-IF.
	OPEN I-O ITEMFILE.
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
*> The ledger, the cost file and the lot balances all accumulate
*> across runs -- open I-O and create on first use, as CBMOVPOST
*> does.
	OPEN I-O MOVLEDGR.
	IF WS-LDG-FILE-STATUS = "35"
		OPEN OUTPUT MOVLEDGR
		CLOSE MOVLEDGR
		OPEN I-O MOVLEDGR
	END-IF.
	IF WS-LDG-FILE-STATUS NOT = "00"
		MOVE "MOVLEDGR" TO WS-ABORT-FILE-NAME
		MOVE WS-LDG-FILE-STATUS TO WS-ABORT-FILE-STATUS
		PERFORM AbortOnFileError
	END-IF.
	OPEN I-O ITEMCOST.
	IF WS-CST-FILE-STATUS = "35"
		OPEN OUTPUT ITEMCOST
		CLOSE ITEMCOST
		OPEN I-O ITEMCOST
	END-IF.
	IF WS-CST-FILE-STATUS NOT = "00"
		MOVE "ITEMCOST" TO WS-ABORT-FILE-NAME
		MOVE WS-CST-FILE-STATUS TO WS-ABORT-FILE-STATUS
		PERFORM AbortOnFileError
	END-IF.
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
	OPEN OUTPUT KITREG.
	IF WS-REG-FILE-STATUS NOT = "00"
		MOVE "KITREG" TO WS-ABORT-FILE-NAME
		MOVE WS-REG-FILE-STATUS TO WS-ABORT-FILE-STATUS
		PERFORM AbortOnFileError
	END-IF.

CloseFiles.
	CLOSE KITTRANS.
	CLOSE BOMFILE.
	CLOSE ITEMFILE.
	IF WS-ITM-FILE-STATUS NOT = "00"
		MOVE "ITEMFILE" TO WS-ABORT-FILE-NAME
		MOVE WS-ITM-FILE-STATUS TO WS-ABORT-FILE-STATUS
		PERFORM AbortOnFileError
	END-IF.
	IF ATTR-FILE-PRESENT
		CLOSE ITEMATTR
	END-IF.
	CLOSE MOVLEDGR.
	IF WS-LDG-FILE-STATUS NOT = "00"
		MOVE "MOVLEDGR" TO WS-ABORT-FILE-NAME
		MOVE WS-LDG-FILE-STATUS TO WS-ABORT-FILE-STATUS
		PERFORM AbortOnFileError
	END-IF.
	CLOSE ITEMCOST.
	IF WS-CST-FILE-STATUS NOT = "00"
		MOVE "ITEMCOST" TO WS-ABORT-FILE-NAME
		MOVE WS-CST-FILE-STATUS TO WS-ABORT-FILE-STATUS
		PERFORM AbortOnFileError
	END-IF.
	CLOSE LOTBAL.
	IF WS-LOT-FILE-STATUS NOT = "00"
		MOVE "LOTBAL" TO WS-ABORT-FILE-NAME
		MOVE WS-LOT-FILE-STATUS TO WS-ABORT-FILE-STATUS
		PERFORM AbortOnFileError
	END-IF.
	CLOSE KITREG.
	IF WS-REG-FILE-STATUS NOT = "00"
		MOVE "KITREG" TO WS-ABORT-FILE-NAME
		MOVE WS-REG-FILE-STATUS TO WS-ABORT-FILE-STATUS
		PERFORM AbortOnFileError
	END-IF.

ReadKitTrans.
	READ KITTRANS
		AT END SET EOFK TO TRUE
		NOT AT END ADD 1 TO WS-TRANS-READ
	END-READ.
	IF WS-KTR-FILE-STATUS NOT = "00" AND WS-KTR-FILE-STATUS NOT = "10"
		MOVE "KITTRANS" TO WS-ABORT-FILE-NAME
		MOVE WS-KTR-FILE-STATUS TO WS-ABORT-FILE-STATUS
		PERFORM AbortOnFileError
	END-IF.

PostOneKitTrans.
	MOVE KIT-ITEM-ID TO WS-KIT-ITEM-ID.
	MOVE KIT-TYPE    TO WS-KIT-TYPE.
	MOVE SPACES TO WS-REASON.
	MOVE ZERO TO WS-COMP-COUNT WS-SHORT-COUNT WS-KIT-QTY.
	EVALUATE TRUE
		WHEN KIT-ITEM-ID = SPACES
			MOVE "KIT ITEM ID BLANK" TO WS-REASON
		WHEN NOT KIT-BUILD AND NOT KIT-BREAKDOWN
			MOVE "TYPE NOT B (BUILD) OR D (BREAKDOWN)" TO WS-REASON
		WHEN KIT-QTY NOT NUMERIC
			MOVE "QUANTITY NOT NUMERIC" TO WS-REASON
		WHEN KIT-QTY-N = ZERO
			MOVE "QUANTITY IS ZERO" TO WS-REASON
		WHEN OTHER
			MOVE KIT-QTY-N TO WS-KIT-QTY
			PERFORM CheckKitTrans
	END-EVALUATE.
	IF WS-REASON = SPACES
		PERFORM ApplyKitTrans
	ELSE
		PERFORM RejectKitTrans
	END-IF.
	PERFORM ReadKitTrans.

*> Everything the posting needs is checked here, before the first
*> rewrite: the kit, its bill, every component on the master, and
*> enough stock on whichever side is being used up.  Every short
*> component is noted, not just the first, so the register shows
*> the whole shortfall.
CheckKitTrans.
	MOVE WS-KIT-ITEM-ID TO IR-ITEM-ID.
	PERFORM FindItem.
	IF RECORD-NOT-FOUND
		MOVE "KIT NOT ON FILE" TO WS-REASON
	ELSE
		MOVE IR-QTY-ON-HAND TO WS-KIT-ON-HAND
		PERFORM LoadKitComponents
		IF WS-REASON = SPACES AND WS-COMP-COUNT = ZERO
			MOVE "NO BILL OF MATERIALS FOR KIT" TO WS-REASON
		END-IF
		IF WS-REASON = SPACES
			PERFORM CheckOneComponent
				VARYING WS-CX FROM 1 BY 1 UNTIL WS-CX > WS-COMP-COUNT
			PERFORM CheckKitSide
		END-IF
	END-IF.

LoadKitComponents.
	MOVE WS-KIT-ITEM-ID TO BM-KIT-ITEM-ID.
	MOVE LOW-VALUES TO BM-COMP-ITEM-ID.
	SET BOM-NOT-DONE TO TRUE.
	START BOMFILE KEY IS NOT LESS THAN BM-BOM-KEY
		INVALID KEY
			SET BOM-DONE TO TRUE
	END-START.
	PERFORM LoadOneComponent UNTIL BOM-DONE.

LoadOneComponent.
	READ BOMFILE NEXT RECORD
		AT END
			SET BOM-DONE TO TRUE
	END-READ.
	IF WS-BOM-FILE-STATUS NOT = "00" AND WS-BOM-FILE-STATUS NOT = "10"
		MOVE "BOMFILE" TO WS-ABORT-FILE-NAME
		MOVE WS-BOM-FILE-STATUS TO WS-ABORT-FILE-STATUS
		PERFORM AbortOnFileError
	END-IF.
	IF BOM-NOT-DONE
		EVALUATE TRUE
			WHEN BM-KIT-ITEM-ID NOT = WS-KIT-ITEM-ID
				SET BOM-DONE TO TRUE
			WHEN WS-COMP-COUNT >= WS-COMP-MAX
				MOVE "BILL HAS MORE THAN 50 COMPONENTS" TO WS-REASON
				SET BOM-DONE TO TRUE
			WHEN BM-COMP-ITEM-ID = WS-KIT-ITEM-ID
				MOVE "KIT LISTED AS ITS OWN COMPONENT" TO WS-REASON
				SET BOM-DONE TO TRUE
			WHEN OTHER
				ADD 1 TO WS-COMP-COUNT
				MOVE BM-COMP-ITEM-ID TO WS-COMP-ITEM-ID (WS-COMP-COUNT)
				MOVE BM-QTY-PER-KIT  TO WS-COMP-QTY-PER (WS-COMP-COUNT)
				MOVE ZERO TO WS-COMP-NEED (WS-COMP-COUNT)
				MOVE ZERO TO WS-COMP-ON-HAND (WS-COMP-COUNT)
				SET COMP-OK (WS-COMP-COUNT) TO TRUE
		END-EVALUATE
	END-IF.

CheckOneComponent.
	COMPUTE WS-COMP-NEED (WS-CX) = WS-KIT-QTY * WS-COMP-QTY-PER (WS-CX)
		ON SIZE ERROR
			MOVE 9999999 TO WS-COMP-NEED (WS-CX)
			SET COMP-OVERFLOW (WS-CX) TO TRUE
	END-COMPUTE.
	MOVE WS-COMP-ITEM-ID (WS-CX) TO IR-ITEM-ID.
	PERFORM FindItem.
	EVALUATE TRUE
		WHEN RECORD-NOT-FOUND
			SET COMP-MISSING (WS-CX) TO TRUE
		WHEN COMP-OVERFLOW (WS-CX)
			MOVE IR-QTY-ON-HAND TO WS-COMP-ON-HAND (WS-CX)
		WHEN BUILDING
			MOVE IR-QTY-ON-HAND TO WS-COMP-ON-HAND (WS-CX)
			IF IR-QTY-ON-HAND < WS-COMP-NEED (WS-CX)
				SET COMP-SHORT (WS-CX) TO TRUE
				ADD 1 TO WS-SHORT-COUNT
			END-IF
		WHEN OTHER
			MOVE IR-QTY-ON-HAND TO WS-COMP-ON-HAND (WS-CX)
			IF IR-QTY-ON-HAND > 9999999 - WS-COMP-NEED (WS-CX)
				SET COMP-OVERFLOW (WS-CX) TO TRUE
			END-IF
	END-EVALUATE.
	IF WS-REASON = SPACES AND NOT COMP-OK (WS-CX)
		EVALUATE TRUE
			WHEN COMP-MISSING (WS-CX)
				STRING "COMPONENT " DELIMITED BY SIZE
					WS-COMP-ITEM-ID (WS-CX) DELIMITED BY SIZE
					" NOT ON FILE" DELIMITED BY SIZE
					INTO WS-REASON
				END-STRING
			WHEN COMP-SHORT (WS-CX)
				MOVE "COMPONENTS SHORT -- NOT BUILT" TO WS-REASON
			WHEN OTHER
				STRING "COMPONENT " DELIMITED BY SIZE
					WS-COMP-ITEM-ID (WS-CX) DELIMITED BY SIZE
					" WOULD OVERFLOW" DELIMITED BY SIZE
					INTO WS-REASON
				END-STRING
		END-EVALUATE
	END-IF.

CheckKitSide.
	IF WS-REASON = SPACES
		IF BUILDING
			IF WS-KIT-ON-HAND > 9999999 - WS-KIT-QTY
				MOVE "KIT ON-HAND WOULD OVERFLOW" TO WS-REASON
			END-IF
		ELSE
			IF WS-KIT-ON-HAND < WS-KIT-QTY
				MOVE "KITS ON HAND SHORT -- NOT BROKEN" TO WS-REASON
			END-IF
		END-IF
	END-IF.

*> Nothing touched, nothing posted: the transaction line carries
*> the reason and each component that stopped it is listed with
*> what it needed against what is on hand.
RejectKitTrans.
	ADD 1 TO WS-TRANS-REJECTED.
	MOVE SPACES TO WS-TRN-RESULT.
	STRING "REJECTED: " DELIMITED BY SIZE
		WS-REASON DELIMITED BY SIZE
		INTO WS-TRN-RESULT
	END-STRING.
	PERFORM WriteTransLine.
	PERFORM ListProblemComponent
		VARYING WS-CX FROM 1 BY 1 UNTIL WS-CX > WS-COMP-COUNT.

ListProblemComponent.
	IF NOT COMP-OK (WS-CX)
		MOVE WS-COMP-ITEM-ID (WS-CX) TO WS-CUR-ITEM-ID
		MOVE "COMP" TO WS-DTL-ROLE
		MOVE WS-COMP-ON-HAND (WS-CX) TO WS-DTL-OPENING
		IF BUILDING
			MOVE "-" TO WS-DTL-SIGN
		ELSE
			MOVE "+" TO WS-DTL-SIGN
		END-IF
		MOVE WS-COMP-NEED (WS-CX) TO WS-DTL-QTY
		MOVE ZERO TO WS-DTL-CLOSING
		EVALUATE TRUE
			WHEN COMP-MISSING (WS-CX)
				MOVE "NOT ON FILE" TO WS-DTL-NOTE
			WHEN COMP-SHORT (WS-CX)
				MOVE "SHORT" TO WS-DTL-NOTE
			WHEN OTHER
				MOVE "WOULD OVERFLOW" TO WS-DTL-NOTE
		END-EVALUATE
		PERFORM WriteDetailLine
	END-IF.

*> A build uses the components up first, so the kits can go on at
*> what those components cost; a breakdown takes the kits off
*> first and puts the components back.
ApplyKitTrans.
	MOVE "POSTED" TO WS-TRN-RESULT.
	PERFORM WriteTransLine.
	MOVE ZERO TO WS-ROLLED-COST.
	IF BUILDING
		MOVE "A" TO WS-LEDGER-TYPE
		PERFORM ConsumeComponent
			VARYING WS-CX FROM 1 BY 1 UNTIL WS-CX > WS-COMP-COUNT
		PERFORM ProduceKits
		ADD 1 TO WS-BUILDS-POSTED
		ADD WS-KIT-QTY TO WS-KITS-BUILT
	ELSE
		MOVE "D" TO WS-LEDGER-TYPE
		PERFORM ConsumeKits
		PERFORM RestoreComponent
			VARYING WS-CX FROM 1 BY 1 UNTIL WS-CX > WS-COMP-COUNT
		ADD 1 TO WS-BREAKDOWNS-POSTED
		ADD WS-KIT-QTY TO WS-KITS-BROKEN
	END-IF.

ConsumeComponent.
	MOVE WS-COMP-ITEM-ID (WS-CX) TO WS-CUR-ITEM-ID.
	MOVE WS-COMP-NEED (WS-CX)    TO WS-CUR-QTY.
	SET CUR-OUT-OF-STOCK TO TRUE.
	MOVE "COMP" TO WS-CUR-ROLE.
	PERFORM PostOneSide.
	ADD WS-MOVE-COST TO WS-ROLLED-COST.

ProduceKits.
	MOVE WS-KIT-ITEM-ID TO WS-CUR-ITEM-ID.
	MOVE WS-KIT-QTY     TO WS-CUR-QTY.
	SET CUR-INTO-STOCK TO TRUE.
	MOVE "KIT" TO WS-CUR-ROLE.
	PERFORM PostOneSide.

ConsumeKits.
	MOVE WS-KIT-ITEM-ID TO WS-CUR-ITEM-ID.
	MOVE WS-KIT-QTY     TO WS-CUR-QTY.
	SET CUR-OUT-OF-STOCK TO TRUE.
	MOVE "KIT" TO WS-CUR-ROLE.
	PERFORM PostOneSide.

RestoreComponent.
	MOVE WS-COMP-ITEM-ID (WS-CX) TO WS-CUR-ITEM-ID.
	MOVE WS-COMP-NEED (WS-CX)    TO WS-CUR-QTY.
	SET CUR-INTO-STOCK TO TRUE.
	MOVE "COMP" TO WS-CUR-ROLE.
	PERFORM PostOneSide.

*> One item's side of the posting: the master, the journal, the
*> cost, the ledger and -- for stock used up -- the item's lots,
*> earliest expiry first as a shipment draws them.  Stock put on
*> goes in untracked; it has no lot of its own.  Everything was
*> checked before the first side posted, so a failure here is a
*> file failure and stops the run.
PostOneSide.
	MOVE WS-CUR-ITEM-ID TO IR-ITEM-ID.
	PERFORM FindItem.
	IF RECORD-NOT-FOUND
		MOVE "ITEMFILE" TO WS-ABORT-FILE-NAME
		MOVE WS-ITM-FILE-STATUS TO WS-ABORT-FILE-STATUS
		PERFORM AbortOnFileError
	END-IF.
	MOVE ITEMRECORD TO JP-BEFORE-IMAGE.
	MOVE IR-QTY-ON-HAND TO WS-OPENING-QTY.
	IF CUR-INTO-STOCK
		ADD WS-CUR-QTY TO IR-QTY-ON-HAND
	ELSE
		SUBTRACT WS-CUR-QTY FROM IR-QTY-ON-HAND
	END-IF.
	MOVE IR-QTY-ON-HAND TO WS-CLOSING-QTY.
	REWRITE ITEMRECORD
		INVALID KEY
			MOVE "ITEMFILE" TO WS-ABORT-FILE-NAME
			MOVE WS-ITM-FILE-STATUS TO WS-ABORT-FILE-STATUS
			PERFORM AbortOnFileError
	END-REWRITE.
	ADD 1 TO WS-SIDES-POSTED.
	MOVE "C" TO JP-ACTION.
	MOVE ITEMRECORD TO JP-AFTER-IMAGE.
	PERFORM WriteJournal.
	PERFORM CostSide.
	PERFORM WriteLedgerRecord.
	IF CUR-OUT-OF-STOCK
		PERFORM DrawLotsFefo
	END-IF.
	MOVE WS-CUR-ROLE    TO WS-DTL-ROLE.
	MOVE WS-OPENING-QTY TO WS-DTL-OPENING.
	MOVE WS-CUR-DIRECTION TO WS-DTL-SIGN.
	MOVE WS-CUR-QTY     TO WS-DTL-QTY.
	MOVE WS-CLOSING-QTY TO WS-DTL-CLOSING.
	MOVE SPACES TO WS-DTL-NOTE.
	PERFORM WriteDetailLine.

CostSide.
	PERFORM FindItemCost.
	MOVE WS-AVG-COST TO WS-MOVE-UNIT-COST.
	IF BUILDING AND CUR-INTO-STOCK
		COMPUTE WS-KIT-UNIT-COST ROUNDED = WS-ROLLED-COST / WS-CUR-QTY
			ON SIZE ERROR
				MOVE WS-AVG-COST TO WS-KIT-UNIT-COST
		END-COMPUTE
		MOVE WS-KIT-UNIT-COST TO WS-MOVE-UNIT-COST
		IF WS-CLOSING-QTY > ZERO
			COMPUTE WS-AVG-COST ROUNDED =
				(WS-OPENING-QTY * WS-AVG-COST + WS-ROLLED-COST)
				/ WS-CLOSING-QTY
				ON SIZE ERROR
					MOVE WS-KIT-UNIT-COST TO WS-AVG-COST
			END-COMPUTE
		END-IF
		PERFORM SaveItemCost
	END-IF.
	COMPUTE WS-MOVE-COST ROUNDED = WS-CUR-QTY * WS-MOVE-UNIT-COST
		ON SIZE ERROR
			MOVE ZERO TO WS-MOVE-COST
	END-COMPUTE.

FindItemCost.
	MOVE WS-CUR-ITEM-ID TO IC-ITEM-ID.
	READ ITEMCOST KEY IS IC-ITEM-ID
		INVALID KEY
			SET COST-NOT-FOUND TO TRUE
			MOVE IR-UNIT-PRICE TO WS-AVG-COST
		NOT INVALID KEY
			SET COST-FOUND TO TRUE
			MOVE IC-AVG-COST TO WS-AVG-COST
	END-READ.

*> The build date and cost stand in for the last receipt's -- for
*> a kit the build is how stock arrives.
SaveItemCost.
	MOVE WS-CUR-ITEM-ID   TO IC-ITEM-ID.
	MOVE WS-AVG-COST      TO IC-AVG-COST.
	MOVE WS-RUN-DATE-N    TO IC-LAST-RCPT-DATE.
	MOVE WS-KIT-UNIT-COST TO IC-LAST-RCPT-COST.
	IF COST-FOUND
		REWRITE ITEMCOST-RECORD
			INVALID KEY
				MOVE "ITEMCOST" TO WS-ABORT-FILE-NAME
				MOVE WS-CST-FILE-STATUS TO WS-ABORT-FILE-STATUS
				PERFORM AbortOnFileError
		END-REWRITE
	ELSE
		WRITE ITEMCOST-RECORD
			INVALID KEY
				MOVE "ITEMCOST" TO WS-ABORT-FILE-NAME
				MOVE WS-CST-FILE-STATUS TO WS-ABORT-FILE-STATUS
				PERFORM AbortOnFileError
		END-WRITE
	END-IF.

DrawLotsFefo.
	MOVE WS-CUR-QTY TO WS-LOT-REMAINING.
	SET LOT-ITEM-NOT-DONE TO TRUE.
	MOVE WS-CUR-ITEM-ID TO LB-ITEM-ID.
	MOVE ZERO TO LB-EXPIRY-DATE.
	MOVE LOW-VALUES TO LB-LOT-NO.
	START LOTBAL KEY IS >= LB-LOT-KEY
		INVALID KEY
			SET LOT-ITEM-DONE TO TRUE
	END-START.
	PERFORM DrawNextLot UNTIL LOT-ITEM-DONE.

DrawNextLot.
	READ LOTBAL NEXT RECORD
		AT END
			SET LOT-ITEM-DONE TO TRUE
	END-READ.
	IF WS-LOT-FILE-STATUS NOT = "00" AND WS-LOT-FILE-STATUS NOT = "10"
		MOVE "LOTBAL" TO WS-ABORT-FILE-NAME
		MOVE WS-LOT-FILE-STATUS TO WS-ABORT-FILE-STATUS
		PERFORM AbortOnFileError
	END-IF.
	IF LOT-ITEM-NOT-DONE
		IF LB-ITEM-ID NOT = WS-CUR-ITEM-ID
			SET LOT-ITEM-DONE TO TRUE
		ELSE
			PERFORM DrawFromLot
		END-IF
	END-IF.

DrawFromLot.
	IF LB-LOT-QTY > WS-LOT-REMAINING
		MOVE WS-LOT-REMAINING TO WS-LOT-DRAW
	ELSE
		MOVE LB-LOT-QTY TO WS-LOT-DRAW
	END-IF.
	SUBTRACT WS-LOT-DRAW FROM LB-LOT-QTY.
	SUBTRACT WS-LOT-DRAW FROM WS-LOT-REMAINING.
	ADD 1 TO WS-LOTS-DRAWN.
	IF LB-LOT-QTY = ZERO
		DELETE LOTBAL RECORD
			INVALID KEY
				MOVE "LOTBAL" TO WS-ABORT-FILE-NAME
				MOVE WS-LOT-FILE-STATUS TO WS-ABORT-FILE-STATUS
				PERFORM AbortOnFileError
		END-DELETE
	ELSE
		REWRITE LOTBAL-RECORD
			INVALID KEY
				MOVE "LOTBAL" TO WS-ABORT-FILE-NAME
				MOVE WS-LOT-FILE-STATUS TO WS-ABORT-FILE-STATUS
				PERFORM AbortOnFileError
		END-REWRITE
	END-IF.
	IF WS-LOT-REMAINING = ZERO
		SET LOT-ITEM-DONE TO TRUE
	END-IF.

FindItem.
	READ ITEMFILE KEY IS IR-ITEM-ID
		INVALID KEY
			SET RECORD-NOT-FOUND TO TRUE
		NOT INVALID KEY
			SET RECORD-FOUND TO TRUE
	END-READ.

WriteJournal.
	MOVE "CBKITPOST" TO JP-SOURCE.
	MOVE SPACES TO JP-OPERATOR.
	CALL "CBITMJRNL" USING JP-JOURNAL-PARMS.

*> One ledger record per item per posting, stamped as CBMOVPOST
*> stamps its own.
WriteLedgerRecord.
	MOVE "T" TO BD-FUNCTION.
	CALL "CBBUSDTE" USING BD-DATE-PARMS.
	MOVE BD-RESULT-TIME TO WS-POST-TIME.
	IF WS-POST-SEQ >= 999
		MOVE ZERO TO WS-POST-SEQ
	ELSE
		ADD 1 TO WS-POST-SEQ
	END-IF.
	MOVE WS-CUR-ITEM-ID TO ML-ITEM-ID.
	MOVE WS-RUN-DATE    TO ML-POST-DATE.
	MOVE WS-POST-TIME   TO ML-POST-TIME.
	MOVE WS-POST-SEQ    TO ML-POST-SEQ.
	MOVE WS-LEDGER-TYPE TO ML-MOVE-TYPE.
	MOVE WS-CUR-QTY     TO ML-MOVE-QTY.
	MOVE WS-OPENING-QTY TO ML-OPENING-QTY.
	MOVE WS-CLOSING-QTY TO ML-CLOSING-QTY.
	MOVE IR-ITEM-STATE  TO ML-ITEM-STATE.
	MOVE WS-MOVE-UNIT-COST TO ML-UNIT-COST.
	MOVE WS-MOVE-COST   TO ML-MOVE-COST.
	MOVE IR-UNIT-PRICE  TO ML-UNIT-PRICE.
	WRITE MOVLEDGR-RECORD.
	IF WS-LDG-FILE-STATUS NOT = "00"
		MOVE "MOVLEDGR" TO WS-ABORT-FILE-NAME
		MOVE WS-LDG-FILE-STATUS TO WS-ABORT-FILE-STATUS
		PERFORM AbortOnFileError
	END-IF.

LookupItemAttributes.
	MOVE "(NO ATTRIBUTES ON FILE)" TO WS-ITEM-DESC.
	IF ATTR-FILE-PRESENT
		MOVE WS-CUR-ITEM-ID TO IA-ITEM-ID
		READ ITEMATTR KEY IS IA-ITEM-ID
			INVALID KEY
				CONTINUE
			NOT INVALID KEY
				MOVE IA-ITEM-DESC TO WS-ITEM-DESC
		END-READ
	END-IF.

WriteRegisterHeader.
	MOVE SPACES TO REG-LINE.
	STRING "CBKITPOST -- KIT BUILD/BREAKDOWN REGISTER" DELIMITED BY SIZE
		"   RUN DATE: " DELIMITED BY SIZE
		WS-RUN-MM DELIMITED BY SIZE
		"/" DELIMITED BY SIZE
		WS-RUN-DD DELIMITED BY SIZE
		"/" DELIMITED BY SIZE
		WS-RUN-YYYY DELIMITED BY SIZE
		INTO REG-LINE
	END-STRING.
	WRITE REG-LINE.
	MOVE "    ITEMID  ROLE   OPENING   MOVEMENT    CLOSING  DESCRIPTION                     NOTE"
		TO REG-LINE.
	WRITE REG-LINE.
	MOVE "    ------  ----   -------   --------    -------  -----------                     ----"
		TO REG-LINE.
	WRITE REG-LINE.

WriteTransLine.
	MOVE SPACES TO REG-LINE.
	WRITE REG-LINE.
	MOVE WS-KIT-ITEM-ID TO WS-TRN-KIT-ID.
	EVALUATE TRUE
		WHEN BUILDING
			MOVE "BUILD" TO WS-TRN-ACTION
		WHEN BREAKING-DOWN
			MOVE "BREAKDOWN" TO WS-TRN-ACTION
		WHEN OTHER
			MOVE KIT-TYPE TO WS-TRN-ACTION
	END-EVALUATE.
	MOVE WS-KIT-QTY TO WS-TRN-QTY.
	MOVE WS-KIT-ITEM-ID TO WS-CUR-ITEM-ID.
	PERFORM LookupItemAttributes.
	MOVE WS-ITEM-DESC TO WS-TRN-DESC.
	MOVE WS-TRANS-LINE TO REG-LINE.
	WRITE REG-LINE.

WriteDetailLine.
	MOVE WS-CUR-ITEM-ID TO WS-DTL-ITEM-ID.
	PERFORM LookupItemAttributes.
	MOVE WS-ITEM-DESC TO WS-DTL-DESC.
	MOVE WS-DETAIL-LINE TO REG-LINE.
	WRITE REG-LINE.

WriteControlTotals.
	MOVE SPACES TO REG-LINE.
	WRITE REG-LINE.
	MOVE SPACES TO REG-LINE.
	STRING "TRANSACTIONS READ: " DELIMITED BY SIZE
		WS-TRANS-READ DELIMITED BY SIZE
		"  REJECTED: " DELIMITED BY SIZE
		WS-TRANS-REJECTED DELIMITED BY SIZE
		"  ITEM POSTINGS: " DELIMITED BY SIZE
		WS-SIDES-POSTED DELIMITED BY SIZE
		INTO REG-LINE
	END-STRING.
	WRITE REG-LINE.
	MOVE SPACES TO REG-LINE.
	STRING "BUILDS POSTED: " DELIMITED BY SIZE
		WS-BUILDS-POSTED DELIMITED BY SIZE
		"  KITS BUILT: " DELIMITED BY SIZE
		WS-KITS-BUILT DELIMITED BY SIZE
		"  BREAKDOWNS POSTED: " DELIMITED BY SIZE
		WS-BREAKDOWNS-POSTED DELIMITED BY SIZE
		"  KITS BROKEN DOWN: " DELIMITED BY SIZE
		WS-KITS-BROKEN DELIMITED BY SIZE
		INTO REG-LINE
	END-STRING.
	WRITE REG-LINE.

AbortOnFileError.
	DISPLAY "CBKITPOST -- FILE ERROR ON " WS-ABORT-FILE-NAME
		": STATUS=" WS-ABORT-FILE-STATUS.
	MOVE 16 TO RETURN-CODE.
	STOP RUN.
