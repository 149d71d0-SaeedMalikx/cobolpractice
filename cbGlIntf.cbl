IDENTIFICATION DIVISION.
PROGRAM-ID. CBGLINTF.
AUTHOR. SAEEDMALIK.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
	SELECT MOVLEDGR ASSIGN TO DYNAMIC FP-MOVLEDGR-NAME
		ORGANIZATION IS INDEXED
		ACCESS MODE IS SEQUENTIAL
		RECORD KEY IS ML-LEDGER-KEY
		FILE STATUS IS WS-LDG-FILE-STATUS.

	SELECT ITEMJRNL ASSIGN TO DYNAMIC FP-ITEMJRNL-NAME
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS WS-JRN-FILE-STATUS.

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

	SELECT GLACCTS ASSIGN TO DYNAMIC FP-GLACCTS-NAME
		ORGANIZATION IS INDEXED
		ACCESS MODE IS RANDOM
		RECORD KEY IS GA-ACCT-KEY
		FILE STATUS IS WS-GLA-FILE-STATUS.

	SELECT REGIONMAP ASSIGN TO DYNAMIC FP-REGIONMAP-NAME
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS WS-RGN-FILE-STATUS.

	SELECT GLENTRY ASSIGN TO DYNAMIC FP-GLENTRY-NAME
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS WS-GLE-FILE-STATUS.

	SELECT GLVALU ASSIGN TO DYNAMIC FP-GLVALU-NAME
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS WS-GLV-FILE-STATUS.

	SELECT GLCTLRPT ASSIGN TO DYNAMIC FP-GLCTLRPT-NAME
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS WS-RPT-FILE-STATUS.

DATA DIVISION.
FILE SECTION.
FD MOVLEDGR.
01 MOVLEDGR-RECORD.
	88 EOFL     VALUE HIGH-VALUES.
	COPY MOVLEDGR.

FD ITEMJRNL.
01 ITEMJRNL-RECORD.
	88 EOFJ     VALUE HIGH-VALUES.
	05 JR-DATE                 PIC 9(08).
	05 JR-TIME                 PIC 9(08).
	05 JR-ACTION               PIC X(01).
		88 JR-ADD            VALUE "A".
		88 JR-CHANGE         VALUE "C".
		88 JR-DELETE         VALUE "D".
	05 JR-SOURCE               PIC X(10).
*> Programs that post to MOVLEDGR as well as journaling -- their
*> quantity changes reach the GL off the ledger, so only the state
*> move on a transfer is taken from their journal records.
		88 JR-LEDGER-SOURCE  VALUE "CBMOVPOST" "CBKITPOST".
		88 JR-PRICE-SOURCE   VALUE "CBPRCCHG".
		88 JR-COUNT-SOURCE   VALUE "CBPHYSCNT".
	05 JR-OPERATOR             PIC X(08).
	05 JR-BEFORE-IMAGE.
		10 JR-BEFORE-ITEM-ID   PIC X(06).
		10 JR-BEFORE-STATE     PIC X(02).
		10 JR-BEFORE-QTY       PIC 9(07).
		10 JR-BEFORE-PRICE     PIC 9(05)V99.
		10 JR-BEFORE-WHSE      PIC X(02).
	05 JR-AFTER-IMAGE.
		10 JR-AFTER-ITEM-ID    PIC X(06).
		10 JR-AFTER-STATE      PIC X(02).
		10 JR-AFTER-QTY        PIC 9(07).
		10 JR-AFTER-PRICE      PIC 9(05)V99.
		10 JR-AFTER-WHSE       PIC X(02).

FD ITEMFILE.
01 ITEMRECORD.
	88 EOFI     VALUE HIGH-VALUES.
	COPY ITEMREC.

FD ITEMATTR.
01 ATTRRECORD.
	COPY ITEMATTR.

FD GLACCTS.
01 GLACCTS-RECORD.
	COPY GLACCT.

FD REGIONMAP.
01 REGIONMAP-RECORD.
	88 EOFR     VALUE HIGH-VALUES.
	05 RGN-STATE-CODE          PIC X(02).
	05 FILLER                  PIC X(01).
	05 RGN-REGION-NAME         PIC X(10).

*> One line per side of each balanced entry -- the debit line then
*> the credit line, sharing an entry number the GL load pairs on.
FD GLENTRY.
01 GLENTRY-RECORD.
	05 GLE-POST-DATE           PIC 9(08).
	05 GLE-ENTRY-NO            PIC 9(06).
	05 GLE-ACCOUNT             PIC X(10).
	05 GLE-DR-CR               PIC X(01).
	05 GLE-AMOUNT              PIC 9(13)V99.
	05 GLE-ENTRY-TYPE          PIC X(04).
	05 GLE-ITEM-ID             PIC X(06).
	05 GLE-STATE               PIC X(02).
	05 GLE-CATEGORY            PIC X(10).
	05 GLE-SOURCE              PIC X(10).

*> The inventory value this program last saw, kept so each run can
*> tie its postings to the change in value since the one before.
*> The prior pair is carried so a rerun for the same posting date
*> still compares against the previous day, not against itself.
FD GLVALU.
01 GLVALU-RECORD.
	05 GV-PRIOR-DATE           PIC 9(08).
	05 GV-PRIOR-VALUE          PIC 9(15)V99.
	05 GV-CURR-DATE            PIC 9(08).
	05 GV-CURR-VALUE           PIC 9(15)V99.

FD GLCTLRPT.
01 RPT-LINE                    PIC X(80).

WORKING-STORAGE SECTION.
COPY FILEPARM.
COPY BUSDPARM.

01 WS-RUN-DATE.
	05 WS-RUN-YYYY          PIC 9(4).
	05 WS-RUN-MM            PIC 9(2).
	05 WS-RUN-DD            PIC 9(2).
01 WS-RUN-DATE-N REDEFINES WS-RUN-DATE
                               PIC 9(08).

01 WS-LDG-FILE-STATUS          PIC X(02) VALUE SPACES.
01 WS-JRN-FILE-STATUS          PIC X(02) VALUE SPACES.
01 WS-ITM-FILE-STATUS          PIC X(02) VALUE SPACES.
01 WS-ATR-FILE-STATUS          PIC X(02) VALUE SPACES.
01 WS-GLA-FILE-STATUS          PIC X(02) VALUE SPACES.
01 WS-RGN-FILE-STATUS          PIC X(02) VALUE SPACES.
01 WS-GLE-FILE-STATUS          PIC X(02) VALUE SPACES.
01 WS-GLV-FILE-STATUS          PIC X(02) VALUE SPACES.
01 WS-RPT-FILE-STATUS          PIC X(02) VALUE SPACES.
01 WS-ABORT-FILE-NAME          PIC X(40) VALUE SPACES.
01 WS-ABORT-FILE-STATUS        PIC X(02) VALUE SPACES.

01 WS-ATTR-PRESENT-SW          PIC X(01) VALUE "N".
	88 ATTR-FILE-PRESENT    VALUE "Y".
01 WS-GLA-PRESENT-SW           PIC X(01) VALUE "N".
	88 GLACCTS-PRESENT      VALUE "Y".
01 WS-PRIOR-PRESENT-SW         PIC X(01) VALUE "N".
	88 PRIOR-VALUE-PRESENT  VALUE "Y".
01 WS-ITEM-FOUND-SW            PIC X(01) VALUE "N".
	88 ITEM-FOUND           VALUE "Y".
	88 ITEM-NOT-FOUND       VALUE "N".
01 WS-MAP-FOUND-SW             PIC X(01) VALUE "N".
	88 MAP-FOUND            VALUE "Y".
	88 MAP-NOT-FOUND        VALUE "N".
01 WS-ACCT-FOUND-SW            PIC X(01) VALUE "N".
	88 ACCOUNT-FOUND        VALUE "Y".
	88 ACCOUNT-NOT-FOUND    VALUE "N".

*> GLDATE picks the posting date to interface; absent, it is the
*> run date.  A rerun for a missed night is GLDATE=that date.
01 WS-PARM-GL-DATE             PIC X(08) VALUE SPACES.
01 WS-GL-DATE                  PIC 9(08) VALUE ZERO.

*> Entries whose category/location has no mapping at all post to
*> the suspense account, so the journal still balances and finance
*> can reclass them; the control report counts them.
01 WS-SUSPENSE-ACCT            PIC X(10) VALUE "SUSPENSE".

01 WS-RGNMAP-COUNT             PIC 9(03) COMP VALUE ZERO.
01 WS-RGNMAP-TABLE.
	05 WS-RGNMAP-ENTRY OCCURS 1 TO 100 TIMES
			DEPENDING ON WS-RGNMAP-COUNT
			INDEXED BY WS-MIDX.
		10 WS-RGNMAP-STATE        PIC X(02).
		10 WS-RGNMAP-REGION       PIC X(10).

*> The item and location an entry is being mapped for, and the
*> accounts the mapping file gave back for them.
01 WS-MAP-ITEM-ID              PIC X(06) VALUE SPACES.
01 WS-MAP-STATE                PIC X(02) VALUE SPACES.
01 WS-MAP-REGION               PIC X(10) VALUE SPACES.
01 WS-MAP-CATEGORY             PIC X(10) VALUE SPACES.
01 WS-MAP-ACCOUNTS.
	05 WS-MAP-INVENTORY      PIC X(10).
	05 WS-MAP-CLEARING       PIC X(10).
	05 WS-MAP-COGS           PIC X(10).
	05 WS-MAP-REVAL          PIC X(10).
	05 WS-MAP-VARIANCE       PIC X(10).
	05 WS-MAP-ADJUST         PIC X(10).
01 WS-ORIGIN-INVENTORY         PIC X(10) VALUE SPACES.
01 WS-OFFSET-ACCT              PIC X(10) VALUE SPACES.

01 WS-ITEM-PRICE               PIC 9(05)V99 VALUE ZERO.
01 WS-QTY-DELTA                PIC S9(08) VALUE ZERO.
01 WS-BEFORE-VALUE             PIC 9(13)V99 VALUE ZERO.
01 WS-AFTER-VALUE              PIC 9(13)V99 VALUE ZERO.
01 WS-VALUE-DELTA              PIC S9(13)V99 VALUE ZERO.

*> The entry being written: both accounts, the amount, and what it
*> does to the inventory accounts as a whole (+ debit, - credit, 0
*> when both sides are inventory).
01 WS-ENTRY-TYPE               PIC X(04) VALUE SPACES.
01 WS-DR-ACCOUNT               PIC X(10) VALUE SPACES.
01 WS-CR-ACCOUNT               PIC X(10) VALUE SPACES.
01 WS-ENTRY-AMOUNT             PIC 9(13)V99 VALUE ZERO.
01 WS-INV-EFFECT               PIC S9(13)V99 VALUE ZERO.
01 WS-ENTRY-SOURCE             PIC X(10) VALUE SPACES.
01 WS-ENTRY-NO                 PIC 9(06) VALUE ZERO.
01 WS-LOOKUP-ACCT              PIC X(10) VALUE SPACES.

01 WS-TYPE-VALUES.
	05 FILLER                PIC X(26) VALUE "RCPTRECEIPTS".
	05 FILLER                PIC X(26) VALUE "SHIPSHIPMENTS".
	05 FILLER                PIC X(26) VALUE "RTRNCUSTOMER RETURNS".
	05 FILLER                PIC X(26) VALUE "QRELQUARANTINE RELEASES".
	05 FILLER                PIC X(26) VALUE "KITSKIT BUILDS/BREAKDOWNS".
	05 FILLER                PIC X(26) VALUE "LADJOTHER LEDGER MOVES".
	05 FILLER                PIC X(26) VALUE "XFERSTATE TRANSFERS".
	05 FILLER                PIC X(26) VALUE "REVLPRICE REVALUATIONS".
	05 FILLER                PIC X(26) VALUE "CNTACOUNT ADJUSTMENTS".
	05 FILLER                PIC X(26) VALUE "ADD ITEM ADDS".
	05 FILLER                PIC X(26) VALUE "DEL ITEM DELETES".
	05 FILLER                PIC X(26) VALUE "MCHGMAINTENANCE CHANGES".
01 WS-TYPE-TABLE REDEFINES WS-TYPE-VALUES.
	05 WS-TYPE-ENTRY OCCURS 12 TIMES
			INDEXED BY WS-TIDX.
		10 WS-TYPE-CODE          PIC X(04).
		10 WS-TYPE-DESC          PIC X(22).
77 WS-TYPE-COUNT               PIC 9(03) COMP VALUE 12.
01 WS-TYPE-TOTALS.
	05 WS-TYPE-TOTAL OCCURS 12 TIMES.
		10 WS-TYPE-ENTRIES       PIC 9(07) VALUE ZERO.
		10 WS-TYPE-AMOUNT        PIC 9(13)V99 VALUE ZERO.

01 WS-ACCT-COUNT               PIC 9(03) COMP VALUE ZERO.
77 WS-ACCT-MAX                 PIC 9(03) COMP VALUE 200.
01 WS-ACCT-TABLE.
	05 WS-ACCT-ENTRY OCCURS 1 TO 200 TIMES
			DEPENDING ON WS-ACCT-COUNT
			INDEXED BY WS-AIDX.
		10 WS-ACCT-NO            PIC X(10).
		10 WS-ACCT-DEBITS        PIC 9(13)V99.
		10 WS-ACCT-CREDITS       PIC 9(13)V99.

01 WS-TOTAL-DEBITS             PIC 9(15)V99 VALUE ZERO.
01 WS-TOTAL-CREDITS            PIC 9(15)V99 VALUE ZERO.
01 WS-NET-INV-POSTED           PIC S9(15)V99 VALUE ZERO.
01 WS-PRIOR-DATE               PIC 9(08) VALUE ZERO.
01 WS-PRIOR-VALUE              PIC 9(15)V99 VALUE ZERO.
01 WS-CURR-VALUE               PIC 9(15)V99 VALUE ZERO.
01 WS-VALUE-CHANGE             PIC S9(15)V99 VALUE ZERO.
01 WS-UNEXPLAINED              PIC S9(15)V99 VALUE ZERO.
01 WS-EXT-VALUE                PIC 9(13)V99 VALUE ZERO.

01 WS-LEDGER-READ              PIC 9(07) VALUE ZERO.
01 WS-LEDGER-SELECTED          PIC 9(07) VALUE ZERO.
01 WS-LEDGER-TRANSFERS         PIC 9(07) VALUE ZERO.
01 WS-JRNL-READ                PIC 9(07) VALUE ZERO.
01 WS-JRNL-SELECTED            PIC 9(07) VALUE ZERO.
01 WS-UNPRICED-COUNT           PIC 9(07) VALUE ZERO.
01 WS-UNMAPPED-COUNT           PIC 9(07) VALUE ZERO.
01 WS-ENTRY-LINES              PIC 9(07) VALUE ZERO.

01 WS-PAGE-NO                  PIC 9(03) VALUE ZERO.
01 WS-LINES-ON-PAGE            PIC 9(03) VALUE ZERO.
01 WS-LINES-PER-PAGE           PIC 9(03) VALUE 20.

01 WS-TYPE-LINE.
	05 WS-TYP-CODE           PIC X(04).
	05 FILLER                PIC X(02) VALUE SPACES.
	05 WS-TYP-DESC           PIC X(22).
	05 FILLER                PIC X(02) VALUE SPACES.
	05 WS-TYP-ENTRIES        PIC Z,ZZZ,ZZ9.
	05 FILLER                PIC X(03) VALUE SPACES.
	05 WS-TYP-AMOUNT         PIC $$$,$$$,$$$,$$9.99.

01 WS-ACCOUNT-LINE.
	05 WS-ACL-ACCOUNT        PIC X(10).
	05 FILLER                PIC X(03) VALUE SPACES.
	05 WS-ACL-DEBITS         PIC $$$,$$$,$$$,$$9.99.
	05 FILLER                PIC X(03) VALUE SPACES.
	05 WS-ACL-CREDITS        PIC $$$,$$$,$$$,$$9.99.

01 WS-PROOF-LINE.
	05 WS-PRF-LABEL          PIC X(36).
	05 WS-PRF-AMOUNT         PIC -$$$,$$$,$$$,$$$,$$9.99.

01 WS-COUNT-LINE.
	05 WS-CNT-LABEL          PIC X(36).
	05 WS-CNT-VALUE          PIC Z,ZZZ,ZZ9.

PROCEDURE DIVISION.
Begin.
	DISPLAY "CBGLINTF -- GENERAL-LEDGER POSTING INTERFACE".
	PERFORM LoadFileParms.
	MOVE "P" TO BD-FUNCTION.
	CALL "CBBUSDTE" USING BD-DATE-PARMS.
	MOVE BD-RESULT-DATE TO WS-RUN-DATE.
	PERFORM LoadPostingDate.
	PERFORM LoadRegionMap.
	PERFORM LoadPriorValuation.
	PERFORM OpenFiles.
	PERFORM ValueInventory.
	PERFORM PostLedgerMovements.
	PERFORM PostJournalChanges.
	PERFORM WriteControlReport.
	PERFORM CloseFiles.
	PERFORM SaveValuation.
	DISPLAY "CBGLINTF LEDGER RECORDS INTERFACED: " WS-LEDGER-SELECTED
		"  JOURNAL RECORDS INTERFACED: " WS-JRNL-SELECTED.
	DISPLAY "CBGLINTF ENTRIES WRITTEN: " WS-ENTRY-NO
		"  UNMAPPED: " WS-UNMAPPED-COUNT
		"  UNPRICED: " WS-UNPRICED-COUNT.
	PERFORM SetReturnCode.
	DISPLAY "CBGLINTF -- DONE".
	STOP RUN.

LoadFileParms.
	MOVE FP-MOVLEDGR-DEFAULT TO FP-MOVLEDGR-NAME.
	ACCEPT FP-MOVLEDGR-NAME FROM ENVIRONMENT "MOVLEDGR".
	IF FP-MOVLEDGR-NAME = SPACES
		MOVE FP-MOVLEDGR-DEFAULT TO FP-MOVLEDGR-NAME
	END-IF.
	MOVE FP-ITEMJRNL-DEFAULT TO FP-ITEMJRNL-NAME.
	ACCEPT FP-ITEMJRNL-NAME FROM ENVIRONMENT "ITEMJRNL".
	IF FP-ITEMJRNL-NAME = SPACES
		MOVE FP-ITEMJRNL-DEFAULT TO FP-ITEMJRNL-NAME
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
	MOVE FP-GLACCTS-DEFAULT TO FP-GLACCTS-NAME.
	ACCEPT FP-GLACCTS-NAME FROM ENVIRONMENT "GLACCTS".
	IF FP-GLACCTS-NAME = SPACES
		MOVE FP-GLACCTS-DEFAULT TO FP-GLACCTS-NAME
	END-IF.
	MOVE FP-REGIONMAP-DEFAULT TO FP-REGIONMAP-NAME.
	ACCEPT FP-REGIONMAP-NAME FROM ENVIRONMENT "REGIONMAP".
	IF FP-REGIONMAP-NAME = SPACES
		MOVE FP-REGIONMAP-DEFAULT TO FP-REGIONMAP-NAME
	END-IF.
	MOVE FP-GLENTRY-DEFAULT TO FP-GLENTRY-NAME.
	ACCEPT FP-GLENTRY-NAME FROM ENVIRONMENT "GLENTRY".
	IF FP-GLENTRY-NAME = SPACES
		MOVE FP-GLENTRY-DEFAULT TO FP-GLENTRY-NAME
	END-IF.
	MOVE FP-GLVALU-DEFAULT TO FP-GLVALU-NAME.
	ACCEPT FP-GLVALU-NAME FROM ENVIRONMENT "GLVALU".
	IF FP-GLVALU-NAME = SPACES
		MOVE FP-GLVALU-DEFAULT TO FP-GLVALU-NAME
	END-IF.
	MOVE FP-GLCTLRPT-DEFAULT TO FP-GLCTLRPT-NAME.
	ACCEPT FP-GLCTLRPT-NAME FROM ENVIRONMENT "GLCTLRPT".
	IF FP-GLCTLRPT-NAME = SPACES
		MOVE FP-GLCTLRPT-DEFAULT TO FP-GLCTLRPT-NAME
	END-IF.

LoadPostingDate.
	MOVE WS-RUN-DATE-N TO WS-GL-DATE.
	ACCEPT WS-PARM-GL-DATE FROM ENVIRONMENT "GLDATE".
	IF WS-PARM-GL-DATE NOT = SPACES
		IF WS-PARM-GL-DATE NUMERIC
			MOVE WS-PARM-GL-DATE TO WS-GL-DATE
		ELSE
			DISPLAY "CBGLINTF -- GLDATE PARAMETER '" WS-PARM-GL-DATE
				"' NOT NUMERIC -- USING " WS-GL-DATE
		END-IF
	END-IF.
	DISPLAY "CBGLINTF POSTING DATE: " WS-GL-DATE.

LoadRegionMap.
	MOVE ZERO TO WS-RGNMAP-COUNT.
	OPEN INPUT REGIONMAP.
	IF WS-RGN-FILE-STATUS NOT = "00"
		MOVE "REGIONMAP" TO WS-ABORT-FILE-NAME
		MOVE WS-RGN-FILE-STATUS TO WS-ABORT-FILE-STATUS
		PERFORM AbortOnFileError
	END-IF.
	PERFORM ReadRegionMap.
	PERFORM StoreRegionMap UNTIL EOFR.
	CLOSE REGIONMAP.
	IF WS-RGN-FILE-STATUS NOT = "00"
		MOVE "REGIONMAP" TO WS-ABORT-FILE-NAME
		MOVE WS-RGN-FILE-STATUS TO WS-ABORT-FILE-STATUS
		PERFORM AbortOnFileError
	END-IF.

ReadRegionMap.
	READ REGIONMAP
		AT END SET EOFR TO TRUE
	END-READ.
	IF WS-RGN-FILE-STATUS NOT = "00" AND WS-RGN-FILE-STATUS NOT = "10"
		MOVE "REGIONMAP" TO WS-ABORT-FILE-NAME
		MOVE WS-RGN-FILE-STATUS TO WS-ABORT-FILE-STATUS
		PERFORM AbortOnFileError
	END-IF.

StoreRegionMap.
	ADD 1 TO WS-RGNMAP-COUNT.
	MOVE RGN-STATE-CODE  TO WS-RGNMAP-STATE (WS-RGNMAP-COUNT).
	MOVE RGN-REGION-NAME TO WS-RGNMAP-REGION (WS-RGNMAP-COUNT).
	PERFORM ReadRegionMap.

*> No valuation file means this is the first run: the journal is
*> still written and proved, and the tie-out starts tomorrow.
LoadPriorValuation.
	OPEN INPUT GLVALU.
	IF WS-GLV-FILE-STATUS = "35"
		DISPLAY "CBGLINTF -- NO PRIOR VALUATION ON FILE -- TIE-OUT"
			" STARTS WITH THE NEXT RUN"
	ELSE
		IF WS-GLV-FILE-STATUS NOT = "00"
			MOVE "GLVALU" TO WS-ABORT-FILE-NAME
			MOVE WS-GLV-FILE-STATUS TO WS-ABORT-FILE-STATUS
			PERFORM AbortOnFileError
		END-IF
		READ GLVALU
			AT END
				CONTINUE
			NOT AT END
				SET PRIOR-VALUE-PRESENT TO TRUE
				IF GV-CURR-DATE = WS-GL-DATE
					MOVE GV-PRIOR-DATE  TO WS-PRIOR-DATE
					MOVE GV-PRIOR-VALUE TO WS-PRIOR-VALUE
				ELSE
					MOVE GV-CURR-DATE   TO WS-PRIOR-DATE
					MOVE GV-CURR-VALUE  TO WS-PRIOR-VALUE
				END-IF
		END-READ
		CLOSE GLVALU
		IF WS-GLV-FILE-STATUS NOT = "00"
			MOVE "GLVALU" TO WS-ABORT-FILE-NAME
			MOVE WS-GLV-FILE-STATUS TO WS-ABORT-FILE-STATUS
			PERFORM AbortOnFileError
		END-IF
	END-IF.

OpenFiles.
	OPEN INPUT ITEMFILE.
	IF WS-ITM-FILE-STATUS NOT = "00"
		MOVE "ITEMFILE" TO WS-ABORT-FILE-NAME
		MOVE WS-ITM-FILE-STATUS TO WS-ABORT-FILE-STATUS
		PERFORM AbortOnFileError
	END-IF.
*> Attributes are optional input -- items without them map under
*> the UNASSIGNED category, the same rollup CBVALURPT prints.
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
*> With no mapping file every entry goes to suspense -- the run
*> still balances, and the control report says why.
	OPEN INPUT GLACCTS.
	IF WS-GLA-FILE-STATUS = "00"
		SET GLACCTS-PRESENT TO TRUE
	ELSE
		IF WS-GLA-FILE-STATUS NOT = "35"
			MOVE "GLACCTS" TO WS-ABORT-FILE-NAME
			MOVE WS-GLA-FILE-STATUS TO WS-ABORT-FILE-STATUS
			PERFORM AbortOnFileError
		END-IF
		DISPLAY "CBGLINTF -- NO ACCOUNT-MAPPING FILE -- ALL ENTRIES"
			" POST TO " WS-SUSPENSE-ACCT
	END-IF.
	OPEN OUTPUT GLENTRY.
	IF WS-GLE-FILE-STATUS NOT = "00"
		MOVE "GLENTRY" TO WS-ABORT-FILE-NAME
		MOVE WS-GLE-FILE-STATUS TO WS-ABORT-FILE-STATUS
		PERFORM AbortOnFileError
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
		IF WS-ATR-FILE-STATUS NOT = "00"
			MOVE "ITEMATTR" TO WS-ABORT-FILE-NAME
			MOVE WS-ATR-FILE-STATUS TO WS-ABORT-FILE-STATUS
			PERFORM AbortOnFileError
		END-IF
	END-IF.
	IF GLACCTS-PRESENT
		CLOSE GLACCTS
		IF WS-GLA-FILE-STATUS NOT = "00"
			MOVE "GLACCTS" TO WS-ABORT-FILE-NAME
			MOVE WS-GLA-FILE-STATUS TO WS-ABORT-FILE-STATUS
			PERFORM AbortOnFileError
		END-IF
	END-IF.
	CLOSE GLENTRY.
	IF WS-GLE-FILE-STATUS NOT = "00"
		MOVE "GLENTRY" TO WS-ABORT-FILE-NAME
		MOVE WS-GLE-FILE-STATUS TO WS-ABORT-FILE-STATUS
		PERFORM AbortOnFileError
	END-IF.

*> Tonight's inventory value, computed exactly the way CBVALURPT
*> prints STATEVALU -- quantity on hand times unit price, summed
*> over the master -- so the tie-out is against the same figure
*> finance reads off that report.
ValueInventory.
	PERFORM ReadNextItem.
	PERFORM ValueOneItem UNTIL EOFI.

ReadNextItem.
	READ ITEMFILE NEXT RECORD
		AT END SET EOFI TO TRUE
	END-READ.
	IF WS-ITM-FILE-STATUS NOT = "00" AND WS-ITM-FILE-STATUS NOT = "10"
		MOVE "ITEMFILE" TO WS-ABORT-FILE-NAME
		MOVE WS-ITM-FILE-STATUS TO WS-ABORT-FILE-STATUS
		PERFORM AbortOnFileError
	END-IF.

ValueOneItem.
	COMPUTE WS-EXT-VALUE = IR-QTY-ON-HAND * IR-UNIT-PRICE.
	ADD WS-EXT-VALUE TO WS-CURR-VALUE.
	PERFORM ReadNextItem.

*> Pass 1: the posting date's MOVLEDGR records.  Each is priced at
*> the unit price the ledger record carries -- the price in force
*> when it posted -- and booked by the change it made to quantity
*> on hand.  Transfers do not change quantity;
*> they move value between states, and that comes off the journal
*> images CBMOVPOST writes with them (pass 2).
*> Customer returns book only the units restocked and quarantine
*> releases only the units put back on hand; stock sitting in
*> quarantine, and stock scrapped, never changes quantity on hand
*> and so never reaches inventory here.  Kit builds (A) and
*> breakdowns (D) book each side at its own price, the difference
*> between kit and component value landing in adjustments.
PostLedgerMovements.
	OPEN INPUT MOVLEDGR.
	IF WS-LDG-FILE-STATUS = "35"
		DISPLAY "CBGLINTF -- NO MOVEMENT LEDGER ON FILE"
	ELSE
		IF WS-LDG-FILE-STATUS NOT = "00"
			MOVE "MOVLEDGR" TO WS-ABORT-FILE-NAME
			MOVE WS-LDG-FILE-STATUS TO WS-ABORT-FILE-STATUS
			PERFORM AbortOnFileError
		END-IF
		PERFORM ReadLedger
		PERFORM SelectOneMovement UNTIL EOFL
		CLOSE MOVLEDGR
		IF WS-LDG-FILE-STATUS NOT = "00"
			MOVE "MOVLEDGR" TO WS-ABORT-FILE-NAME
			MOVE WS-LDG-FILE-STATUS TO WS-ABORT-FILE-STATUS
			PERFORM AbortOnFileError
		END-IF
	END-IF.

ReadLedger.
	READ MOVLEDGR NEXT RECORD
		AT END SET EOFL TO TRUE
		NOT AT END ADD 1 TO WS-LEDGER-READ
	END-READ.
	IF WS-LDG-FILE-STATUS NOT = "00" AND WS-LDG-FILE-STATUS NOT = "10"
		MOVE "MOVLEDGR" TO WS-ABORT-FILE-NAME
		MOVE WS-LDG-FILE-STATUS TO WS-ABORT-FILE-STATUS
		PERFORM AbortOnFileError
	END-IF.

SelectOneMovement.
	IF ML-POST-DATE = WS-GL-DATE
		ADD 1 TO WS-LEDGER-SELECTED
		IF ML-MOVE-TYPE = "T"
			ADD 1 TO WS-LEDGER-TRANSFERS
		ELSE
			PERFORM PostOneMovement
		END-IF
	END-IF.
	PERFORM ReadLedger.

PostOneMovement.
	MOVE ML-ITEM-ID TO WS-MAP-ITEM-ID.
	PERFORM FindItem.
	IF ITEM-NOT-FOUND
		ADD 1 TO WS-UNPRICED-COUNT
		DISPLAY "CBGLINTF -- ITEM " ML-ITEM-ID
			" NO LONGER ON THE MASTER -- LEDGER MOVEMENT NOT PRICED"
	ELSE
		MOVE IR-ITEM-STATE TO WS-MAP-STATE
*> A same-day CBPRCCHG revaluation is booked off the journal, so
*> the movement must not pick up the new price as well.  Records
*> from before the ledger carried a price fall back to the master.
		IF ML-UNIT-PRICE > ZERO
			MOVE ML-UNIT-PRICE TO WS-ITEM-PRICE
		ELSE
			MOVE IR-UNIT-PRICE TO WS-ITEM-PRICE
		END-IF
		COMPUTE WS-QTY-DELTA = ML-CLOSING-QTY - ML-OPENING-QTY
		IF WS-QTY-DELTA < ZERO
			COMPUTE WS-ENTRY-AMOUNT = (0 - WS-QTY-DELTA) * WS-ITEM-PRICE
		ELSE
			COMPUTE WS-ENTRY-AMOUNT = WS-QTY-DELTA * WS-ITEM-PRICE
		END-IF
		PERFORM LookupAccounts
		EVALUATE ML-MOVE-TYPE
			WHEN "R"
				MOVE "RCPT" TO WS-ENTRY-TYPE
				MOVE WS-MAP-CLEARING TO WS-OFFSET-ACCT
			WHEN "S"
				MOVE "SHIP" TO WS-ENTRY-TYPE
				MOVE WS-MAP-COGS TO WS-OFFSET-ACCT
			WHEN "C"
				MOVE "RTRN" TO WS-ENTRY-TYPE
				MOVE WS-MAP-ADJUST TO WS-OFFSET-ACCT
			WHEN "Q"
				MOVE "QREL" TO WS-ENTRY-TYPE
				MOVE WS-MAP-ADJUST TO WS-OFFSET-ACCT
			WHEN "A"
			WHEN "D"
				MOVE "KITS" TO WS-ENTRY-TYPE
				MOVE WS-MAP-ADJUST TO WS-OFFSET-ACCT
			WHEN OTHER
				MOVE "LADJ" TO WS-ENTRY-TYPE
				MOVE WS-MAP-ADJUST TO WS-OFFSET-ACCT
		END-EVALUATE
		MOVE "MOVLEDGR" TO WS-ENTRY-SOURCE
		IF WS-QTY-DELTA < ZERO
			MOVE WS-OFFSET-ACCT   TO WS-DR-ACCOUNT
			MOVE WS-MAP-INVENTORY TO WS-CR-ACCOUNT
			COMPUTE WS-INV-EFFECT = 0 - WS-ENTRY-AMOUNT
		ELSE
			MOVE WS-MAP-INVENTORY TO WS-DR-ACCOUNT
			MOVE WS-OFFSET-ACCT   TO WS-CR-ACCOUNT
			MOVE WS-ENTRY-AMOUNT  TO WS-INV-EFFECT
		END-IF
		PERFORM WriteEntryPair
	END-IF.

*> Pass 2: the posting date's journal records.  Revaluations
*> (CBPRCCHG), count adjustments (CBPHYSCNT) and maintenance adds,
*> changes and deletes (CBITMMNT, CBITMBATCH) are priced straight
*> off the before and after images -- each image carries the
*> quantity and price in force at that moment.
PostJournalChanges.
	OPEN INPUT ITEMJRNL.
	IF WS-JRN-FILE-STATUS = "35"
		DISPLAY "CBGLINTF -- NO JOURNAL ON FILE"
	ELSE
		IF WS-JRN-FILE-STATUS NOT = "00"
			MOVE "ITEMJRNL" TO WS-ABORT-FILE-NAME
			MOVE WS-JRN-FILE-STATUS TO WS-ABORT-FILE-STATUS
			PERFORM AbortOnFileError
		END-IF
		PERFORM ReadJournal
		PERFORM SelectOneChange UNTIL EOFJ
		CLOSE ITEMJRNL
		IF WS-JRN-FILE-STATUS NOT = "00"
			MOVE "ITEMJRNL" TO WS-ABORT-FILE-NAME
			MOVE WS-JRN-FILE-STATUS TO WS-ABORT-FILE-STATUS
			PERFORM AbortOnFileError
		END-IF
	END-IF.

ReadJournal.
	READ ITEMJRNL
		AT END SET EOFJ TO TRUE
		NOT AT END ADD 1 TO WS-JRNL-READ
	END-READ.
	IF WS-JRN-FILE-STATUS NOT = "00" AND WS-JRN-FILE-STATUS NOT = "10"
		MOVE "ITEMJRNL" TO WS-ABORT-FILE-NAME
		MOVE WS-JRN-FILE-STATUS TO WS-ABORT-FILE-STATUS
		PERFORM AbortOnFileError
	END-IF.

SelectOneChange.
	IF JR-DATE = WS-GL-DATE
		ADD 1 TO WS-JRNL-SELECTED
		PERFORM PostOneChange
	END-IF.
	PERFORM ReadJournal.

PostOneChange.
	MOVE JR-SOURCE TO WS-ENTRY-SOURCE.
	EVALUATE TRUE
		WHEN JR-ADD
			MOVE JR-AFTER-ITEM-ID TO WS-MAP-ITEM-ID
			MOVE JR-AFTER-STATE   TO WS-MAP-STATE
			COMPUTE WS-ENTRY-AMOUNT = JR-AFTER-QTY * JR-AFTER-PRICE
			PERFORM LookupAccounts
			PERFORM PickOffsetAccount
			MOVE "ADD " TO WS-ENTRY-TYPE
			MOVE WS-MAP-INVENTORY TO WS-DR-ACCOUNT
			MOVE WS-OFFSET-ACCT   TO WS-CR-ACCOUNT
			MOVE WS-ENTRY-AMOUNT  TO WS-INV-EFFECT
			PERFORM WriteEntryPair
		WHEN JR-DELETE
			MOVE JR-BEFORE-ITEM-ID TO WS-MAP-ITEM-ID
			MOVE JR-BEFORE-STATE   TO WS-MAP-STATE
			COMPUTE WS-ENTRY-AMOUNT = JR-BEFORE-QTY * JR-BEFORE-PRICE
			PERFORM LookupAccounts
			PERFORM PickOffsetAccount
			MOVE "DEL " TO WS-ENTRY-TYPE
			MOVE WS-OFFSET-ACCT   TO WS-DR-ACCOUNT
			MOVE WS-MAP-INVENTORY TO WS-CR-ACCOUNT
			COMPUTE WS-INV-EFFECT = 0 - WS-ENTRY-AMOUNT
			PERFORM WriteEntryPair
		WHEN JR-CHANGE
			IF JR-BEFORE-STATE NOT = JR-AFTER-STATE
				PERFORM PostStateTransfer
			END-IF
			IF NOT JR-LEDGER-SOURCE
				PERFORM PostValueChange
			END-IF
		WHEN OTHER
			DISPLAY "CBGLINTF -- JOURNAL ACTION '" JR-ACTION
				"' NOT RECOGNIZED -- RECORD SKIPPED"
	END-EVALUATE.

*> A change of state moves the item's value from the inventory
*> account mapped for the old location to the one for the new --
*> nothing to post when both locations map to the same account.
PostStateTransfer.
	MOVE JR-BEFORE-ITEM-ID TO WS-MAP-ITEM-ID.
	MOVE JR-BEFORE-STATE   TO WS-MAP-STATE.
	PERFORM LookupAccounts.
	MOVE WS-MAP-INVENTORY TO WS-ORIGIN-INVENTORY.
	MOVE JR-AFTER-STATE   TO WS-MAP-STATE.
	PERFORM LookupAccounts.
	IF WS-MAP-INVENTORY NOT = WS-ORIGIN-INVENTORY
		COMPUTE WS-ENTRY-AMOUNT = JR-BEFORE-QTY * JR-BEFORE-PRICE
		MOVE "XFER" TO WS-ENTRY-TYPE
		MOVE WS-MAP-INVENTORY    TO WS-DR-ACCOUNT
		MOVE WS-ORIGIN-INVENTORY TO WS-CR-ACCOUNT
		MOVE ZERO TO WS-INV-EFFECT
		PERFORM WriteEntryPair
	END-IF.

*> The value swing between the images, booked at the item's
*> (new) location against the offset the source calls for.
PostValueChange.
	COMPUTE WS-BEFORE-VALUE = JR-BEFORE-QTY * JR-BEFORE-PRICE.
	COMPUTE WS-AFTER-VALUE  = JR-AFTER-QTY * JR-AFTER-PRICE.
	COMPUTE WS-VALUE-DELTA  = WS-AFTER-VALUE - WS-BEFORE-VALUE.
	IF WS-VALUE-DELTA NOT = ZERO
		MOVE JR-AFTER-ITEM-ID TO WS-MAP-ITEM-ID
		MOVE JR-AFTER-STATE   TO WS-MAP-STATE
		PERFORM LookupAccounts
		PERFORM PickOffsetAccount
		EVALUATE TRUE
			WHEN JR-PRICE-SOURCE
				MOVE "REVL" TO WS-ENTRY-TYPE
			WHEN JR-COUNT-SOURCE
				MOVE "CNTA" TO WS-ENTRY-TYPE
			WHEN OTHER
				MOVE "MCHG" TO WS-ENTRY-TYPE
		END-EVALUATE
		IF WS-VALUE-DELTA < ZERO
			COMPUTE WS-ENTRY-AMOUNT = 0 - WS-VALUE-DELTA
			MOVE WS-OFFSET-ACCT   TO WS-DR-ACCOUNT
			MOVE WS-MAP-INVENTORY TO WS-CR-ACCOUNT
		ELSE
			MOVE WS-VALUE-DELTA   TO WS-ENTRY-AMOUNT
			MOVE WS-MAP-INVENTORY TO WS-DR-ACCOUNT
			MOVE WS-OFFSET-ACCT   TO WS-CR-ACCOUNT
		END-IF
		MOVE WS-VALUE-DELTA TO WS-INV-EFFECT
		PERFORM WriteEntryPair
	END-IF.

PickOffsetAccount.
	EVALUATE TRUE
		WHEN JR-PRICE-SOURCE
			MOVE WS-MAP-REVAL TO WS-OFFSET-ACCT
		WHEN JR-COUNT-SOURCE
			MOVE WS-MAP-VARIANCE TO WS-OFFSET-ACCT
		WHEN OTHER
			MOVE WS-MAP-ADJUST TO WS-OFFSET-ACCT
	END-EVALUATE.

FindItem.
	MOVE WS-MAP-ITEM-ID TO IR-ITEM-ID.
	READ ITEMFILE KEY IS IR-ITEM-ID
		INVALID KEY
			SET ITEM-NOT-FOUND TO TRUE
		NOT INVALID KEY
			SET ITEM-FOUND TO TRUE
	END-READ.

*> Most specific mapping wins: category and state, category and
*> region, the category anywhere, then the catch-all */* record.
LookupAccounts.
	PERFORM LookupItemCategory.
	PERFORM LookupRegion.
	SET MAP-NOT-FOUND TO TRUE.
	IF GLACCTS-PRESENT
		MOVE WS-MAP-CATEGORY TO GA-CATEGORY
		MOVE WS-MAP-STATE    TO GA-LOCATION
		PERFORM ReadAccountMap
		IF MAP-NOT-FOUND
			MOVE WS-MAP-CATEGORY TO GA-CATEGORY
			MOVE WS-MAP-REGION   TO GA-LOCATION
			PERFORM ReadAccountMap
		END-IF
		IF MAP-NOT-FOUND
			MOVE WS-MAP-CATEGORY TO GA-CATEGORY
			MOVE "*"             TO GA-LOCATION
			PERFORM ReadAccountMap
		END-IF
		IF MAP-NOT-FOUND
			MOVE "*" TO GA-CATEGORY
			MOVE "*" TO GA-LOCATION
			PERFORM ReadAccountMap
		END-IF
	END-IF.
	IF MAP-FOUND
		MOVE GA-INVENTORY-ACCT TO WS-MAP-INVENTORY
		MOVE GA-CLEARING-ACCT  TO WS-MAP-CLEARING
		MOVE GA-COGS-ACCT      TO WS-MAP-COGS
		MOVE GA-REVAL-ACCT     TO WS-MAP-REVAL
		MOVE GA-VARIANCE-ACCT  TO WS-MAP-VARIANCE
		MOVE GA-ADJUST-ACCT    TO WS-MAP-ADJUST
	ELSE
		ADD 1 TO WS-UNMAPPED-COUNT
		MOVE WS-SUSPENSE-ACCT TO WS-MAP-INVENTORY
		MOVE WS-SUSPENSE-ACCT TO WS-MAP-CLEARING
		MOVE WS-SUSPENSE-ACCT TO WS-MAP-COGS
		MOVE WS-SUSPENSE-ACCT TO WS-MAP-REVAL
		MOVE WS-SUSPENSE-ACCT TO WS-MAP-VARIANCE
		MOVE WS-SUSPENSE-ACCT TO WS-MAP-ADJUST
	END-IF.

ReadAccountMap.
	READ GLACCTS KEY IS GA-ACCT-KEY
		INVALID KEY
			SET MAP-NOT-FOUND TO TRUE
		NOT INVALID KEY
			SET MAP-FOUND TO TRUE
	END-READ.

LookupItemCategory.
	MOVE "UNASSIGNED" TO WS-MAP-CATEGORY.
	IF ATTR-FILE-PRESENT
		MOVE WS-MAP-ITEM-ID TO IA-ITEM-ID
		READ ITEMATTR KEY IS IA-ITEM-ID
			INVALID KEY
				CONTINUE
			NOT INVALID KEY
				IF IA-CATEGORY NOT = SPACES
					MOVE IA-CATEGORY TO WS-MAP-CATEGORY
				END-IF
		END-READ
	END-IF.

LookupRegion.
	MOVE "UNASSIGNED" TO WS-MAP-REGION.
	IF WS-RGNMAP-COUNT > ZERO
		SET WS-MIDX TO 1
		SEARCH WS-RGNMAP-ENTRY
			AT END
				MOVE "UNASSIGNED" TO WS-MAP-REGION
			WHEN WS-RGNMAP-STATE (WS-MIDX) = WS-MAP-STATE
				MOVE WS-RGNMAP-REGION (WS-MIDX) TO WS-MAP-REGION
		END-SEARCH
	END-IF.

*> Every entry goes out as a matched debit line and credit line
*> for the same amount, so the file balances by construction; the
*> control report still adds both sides up independently.
WriteEntryPair.
	IF WS-ENTRY-AMOUNT > ZERO
		ADD 1 TO WS-ENTRY-NO
		MOVE SPACES          TO GLENTRY-RECORD
		MOVE WS-GL-DATE      TO GLE-POST-DATE
		MOVE WS-ENTRY-NO     TO GLE-ENTRY-NO
		MOVE WS-ENTRY-AMOUNT TO GLE-AMOUNT
		MOVE WS-ENTRY-TYPE   TO GLE-ENTRY-TYPE
		MOVE WS-MAP-ITEM-ID  TO GLE-ITEM-ID
		MOVE WS-MAP-STATE    TO GLE-STATE
		MOVE WS-MAP-CATEGORY TO GLE-CATEGORY
		MOVE WS-ENTRY-SOURCE TO GLE-SOURCE
		MOVE WS-DR-ACCOUNT   TO GLE-ACCOUNT
		MOVE "D"             TO GLE-DR-CR
		PERFORM WriteEntryLine
		MOVE WS-CR-ACCOUNT   TO GLE-ACCOUNT
		MOVE "C"             TO GLE-DR-CR
		PERFORM WriteEntryLine
		ADD WS-INV-EFFECT TO WS-NET-INV-POSTED
		PERFORM TallyEntryType
	END-IF.

WriteEntryLine.
	WRITE GLENTRY-RECORD.
	IF WS-GLE-FILE-STATUS NOT = "00"
		MOVE "GLENTRY" TO WS-ABORT-FILE-NAME
		MOVE WS-GLE-FILE-STATUS TO WS-ABORT-FILE-STATUS
		PERFORM AbortOnFileError
	END-IF.
	ADD 1 TO WS-ENTRY-LINES.
	MOVE GLE-ACCOUNT TO WS-LOOKUP-ACCT.
	PERFORM FindAccountTotal.
	IF GLE-DR-CR = "D"
		ADD GLE-AMOUNT TO WS-TOTAL-DEBITS
		ADD GLE-AMOUNT TO WS-ACCT-DEBITS (WS-AIDX)
	ELSE
		ADD GLE-AMOUNT TO WS-TOTAL-CREDITS
		ADD GLE-AMOUNT TO WS-ACCT-CREDITS (WS-AIDX)
	END-IF.

FindAccountTotal.
	SET ACCOUNT-NOT-FOUND TO TRUE.
	IF WS-ACCT-COUNT > ZERO
		SET WS-AIDX TO 1
		SEARCH WS-ACCT-ENTRY
			AT END
				SET ACCOUNT-NOT-FOUND TO TRUE
			WHEN WS-ACCT-NO (WS-AIDX) = WS-LOOKUP-ACCT
				SET ACCOUNT-FOUND TO TRUE
		END-SEARCH
	END-IF.
	IF ACCOUNT-NOT-FOUND
		IF WS-ACCT-COUNT >= WS-ACCT-MAX
			DISPLAY "CBGLINTF -- ACCOUNT TABLE FULL AT " WS-ACCT-MAX
				" ACCOUNTS -- CHECK THE ACCOUNT-MAPPING FILE"
			MOVE 16 TO RETURN-CODE
			STOP RUN
		END-IF
		ADD 1 TO WS-ACCT-COUNT
		MOVE WS-LOOKUP-ACCT TO WS-ACCT-NO (WS-ACCT-COUNT)
		MOVE ZERO TO WS-ACCT-DEBITS (WS-ACCT-COUNT)
		MOVE ZERO TO WS-ACCT-CREDITS (WS-ACCT-COUNT)
		SET WS-AIDX TO WS-ACCT-COUNT
	END-IF.

TallyEntryType.
	SET WS-TIDX TO 1.
	SEARCH WS-TYPE-ENTRY
		AT END
			CONTINUE
		WHEN WS-TYPE-CODE (WS-TIDX) = WS-ENTRY-TYPE
			ADD 1 TO WS-TYPE-ENTRIES (WS-TIDX)
			ADD WS-ENTRY-AMOUNT TO WS-TYPE-AMOUNT (WS-TIDX)
	END-SEARCH.

WriteControlReport.
	OPEN OUTPUT GLCTLRPT.
	IF WS-RPT-FILE-STATUS NOT = "00"
		MOVE "GLCTLRPT" TO WS-ABORT-FILE-NAME
		MOVE WS-RPT-FILE-STATUS TO WS-ABORT-FILE-STATUS
		PERFORM AbortOnFileError
	END-IF.
	MOVE ZERO TO WS-PAGE-NO.
	PERFORM WritePageHeader.
	PERFORM WriteTypeSection.
	PERFORM WriteAccountSection.
	PERFORM WriteBalanceProof.
	PERFORM WriteValuationTieOut.
	PERFORM WriteRunCounts.
	CLOSE GLCTLRPT.
	IF WS-RPT-FILE-STATUS NOT = "00"
		MOVE "GLCTLRPT" TO WS-ABORT-FILE-NAME
		MOVE WS-RPT-FILE-STATUS TO WS-ABORT-FILE-STATUS
		PERFORM AbortOnFileError
	END-IF.

WritePageHeader.
	ADD 1 TO WS-PAGE-NO.
	IF WS-PAGE-NO > 1
		MOVE SPACES TO RPT-LINE
		WRITE RPT-LINE
	END-IF.
	MOVE SPACES TO RPT-LINE.
	STRING "CBGLINTF -- GL POSTING CONTROL REPORT" DELIMITED BY SIZE
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
	STRING "POSTING DATE: " DELIMITED BY SIZE
		WS-GL-DATE DELIMITED BY SIZE
		INTO RPT-LINE
	END-STRING.
	WRITE RPT-LINE.
	MOVE ZERO TO WS-LINES-ON-PAGE.

WriteTypeSection.
	MOVE SPACES TO RPT-LINE.
	WRITE RPT-LINE.
	MOVE "ENTRIES BY SOURCE" TO RPT-LINE.
	WRITE RPT-LINE.
	MOVE "TYPE  DESCRIPTION              ENTRIES               AMOUNT"
		TO RPT-LINE.
	WRITE RPT-LINE.
	MOVE "----  -----------              -------               ------"
		TO RPT-LINE.
	WRITE RPT-LINE.
	PERFORM WriteTypeLine VARYING WS-TIDX FROM 1 BY 1
		UNTIL WS-TIDX > WS-TYPE-COUNT.

WriteTypeLine.
	MOVE WS-TYPE-CODE (WS-TIDX)    TO WS-TYP-CODE.
	MOVE WS-TYPE-DESC (WS-TIDX)    TO WS-TYP-DESC.
	MOVE WS-TYPE-ENTRIES (WS-TIDX) TO WS-TYP-ENTRIES.
	MOVE WS-TYPE-AMOUNT (WS-TIDX)  TO WS-TYP-AMOUNT.
	MOVE WS-TYPE-LINE TO RPT-LINE.
	WRITE RPT-LINE.

WriteAccountSection.
	MOVE SPACES TO RPT-LINE.
	WRITE RPT-LINE.
	MOVE "TOTALS BY ACCOUNT" TO RPT-LINE.
	WRITE RPT-LINE.
	PERFORM WriteAccountHeading.
	PERFORM WriteAccountLine VARYING WS-AIDX FROM 1 BY 1
		UNTIL WS-AIDX > WS-ACCT-COUNT.

WriteAccountHeading.
	MOVE "ACCOUNT                  DEBITS                CREDITS"
		TO RPT-LINE.
	WRITE RPT-LINE.
	MOVE "-------                  ------                -------"
		TO RPT-LINE.
	WRITE RPT-LINE.

WriteAccountLine.
	IF WS-LINES-ON-PAGE >= WS-LINES-PER-PAGE
		PERFORM WritePageHeader
		PERFORM WriteAccountHeading
	END-IF.
	MOVE WS-ACCT-NO (WS-AIDX)      TO WS-ACL-ACCOUNT.
	MOVE WS-ACCT-DEBITS (WS-AIDX)  TO WS-ACL-DEBITS.
	MOVE WS-ACCT-CREDITS (WS-AIDX) TO WS-ACL-CREDITS.
	MOVE WS-ACCOUNT-LINE TO RPT-LINE.
	WRITE RPT-LINE.
	ADD 1 TO WS-LINES-ON-PAGE.

WriteBalanceProof.
	MOVE SPACES TO RPT-LINE.
	WRITE RPT-LINE.
	MOVE "JOURNAL BALANCE PROOF" TO RPT-LINE.
	WRITE RPT-LINE.
	MOVE "TOTAL DEBITS"  TO WS-PRF-LABEL.
	MOVE WS-TOTAL-DEBITS TO WS-PRF-AMOUNT.
	MOVE WS-PROOF-LINE TO RPT-LINE.
	WRITE RPT-LINE.
	MOVE "TOTAL CREDITS"  TO WS-PRF-LABEL.
	MOVE WS-TOTAL-CREDITS TO WS-PRF-AMOUNT.
	MOVE WS-PROOF-LINE TO RPT-LINE.
	WRITE RPT-LINE.
	IF WS-TOTAL-DEBITS = WS-TOTAL-CREDITS
		MOVE "DEBITS EQUAL CREDITS -- JOURNAL IN BALANCE" TO RPT-LINE
	ELSE
		MOVE "*** DEBITS DO NOT EQUAL CREDITS -- DO NOT LOAD ***"
			TO RPT-LINE
	END-IF.
	WRITE RPT-LINE.

*> The change in inventory value since the last run must equal the
*> net of everything this run posted to the inventory accounts;
*> whatever is left over changed the master without passing
*> through a ledger posting or a journaled change.
WriteValuationTieOut.
	MOVE SPACES TO RPT-LINE.
	WRITE RPT-LINE.
	MOVE "INVENTORY VALUATION TIE-OUT" TO RPT-LINE.
	WRITE RPT-LINE.
	IF PRIOR-VALUE-PRESENT
		COMPUTE WS-VALUE-CHANGE = WS-CURR-VALUE - WS-PRIOR-VALUE
		COMPUTE WS-UNEXPLAINED = WS-VALUE-CHANGE - WS-NET-INV-POSTED
		MOVE SPACES TO WS-PRF-LABEL
		STRING "PRIOR INVENTORY VALUE (" DELIMITED BY SIZE
			WS-PRIOR-DATE DELIMITED BY SIZE
			")" DELIMITED BY SIZE
			INTO WS-PRF-LABEL
		END-STRING
		MOVE WS-PRIOR-VALUE TO WS-PRF-AMOUNT
		MOVE WS-PROOF-LINE TO RPT-LINE
		WRITE RPT-LINE
	END-IF.
	MOVE "CURRENT INVENTORY VALUE" TO WS-PRF-LABEL.
	MOVE WS-CURR-VALUE TO WS-PRF-AMOUNT.
	MOVE WS-PROOF-LINE TO RPT-LINE.
	WRITE RPT-LINE.
	IF PRIOR-VALUE-PRESENT
		MOVE "CHANGE IN INVENTORY VALUE" TO WS-PRF-LABEL
		MOVE WS-VALUE-CHANGE TO WS-PRF-AMOUNT
		MOVE WS-PROOF-LINE TO RPT-LINE
		WRITE RPT-LINE
	END-IF.
	MOVE "NET POSTED TO INVENTORY ACCOUNTS" TO WS-PRF-LABEL.
	MOVE WS-NET-INV-POSTED TO WS-PRF-AMOUNT.
	MOVE WS-PROOF-LINE TO RPT-LINE.
	WRITE RPT-LINE.
	IF PRIOR-VALUE-PRESENT
		MOVE "UNEXPLAINED DIFFERENCE" TO WS-PRF-LABEL
		MOVE WS-UNEXPLAINED TO WS-PRF-AMOUNT
		MOVE WS-PROOF-LINE TO RPT-LINE
		WRITE RPT-LINE
		IF WS-UNEXPLAINED = ZERO
			MOVE "POSTINGS TIE TO THE CHANGE IN INVENTORY VALUE"
				TO RPT-LINE
		ELSE
			MOVE "*** POSTINGS DO NOT TIE TO THE CHANGE IN INVENTORY VALUE ***"
				TO RPT-LINE
		END-IF
	ELSE
		MOVE "NO PRIOR VALUATION ON FILE -- TIE-OUT STARTS NEXT RUN"
			TO RPT-LINE
	END-IF.
	WRITE RPT-LINE.

WriteRunCounts.
	MOVE SPACES TO RPT-LINE.
	WRITE RPT-LINE.
	MOVE "LEDGER RECORDS INTERFACED" TO WS-CNT-LABEL.
	MOVE WS-LEDGER-SELECTED TO WS-CNT-VALUE.
	MOVE WS-COUNT-LINE TO RPT-LINE.
	WRITE RPT-LINE.
	MOVE "  TRANSFERS (PRICED OFF JOURNAL)" TO WS-CNT-LABEL.
	MOVE WS-LEDGER-TRANSFERS TO WS-CNT-VALUE.
	MOVE WS-COUNT-LINE TO RPT-LINE.
	WRITE RPT-LINE.
	MOVE "JOURNAL RECORDS INTERFACED" TO WS-CNT-LABEL.
	MOVE WS-JRNL-SELECTED TO WS-CNT-VALUE.
	MOVE WS-COUNT-LINE TO RPT-LINE.
	WRITE RPT-LINE.
	MOVE "JOURNAL ENTRIES WRITTEN" TO WS-CNT-LABEL.
	MOVE WS-ENTRY-NO TO WS-CNT-VALUE.
	MOVE WS-COUNT-LINE TO RPT-LINE.
	WRITE RPT-LINE.
	MOVE "ENTRY LINES WRITTEN" TO WS-CNT-LABEL.
	MOVE WS-ENTRY-LINES TO WS-CNT-VALUE.
	MOVE WS-COUNT-LINE TO RPT-LINE.
	WRITE RPT-LINE.
	MOVE "POSTED TO SUSPENSE (NO MAPPING)" TO WS-CNT-LABEL.
	MOVE WS-UNMAPPED-COUNT TO WS-CNT-VALUE.
	MOVE WS-COUNT-LINE TO RPT-LINE.
	WRITE RPT-LINE.
	MOVE "MOVEMENTS NOT PRICED (NO ITEM)" TO WS-CNT-LABEL.
	MOVE WS-UNPRICED-COUNT TO WS-CNT-VALUE.
	MOVE WS-COUNT-LINE TO RPT-LINE.
	WRITE RPT-LINE.

*> The file is rewritten whole -- it only ever holds the one record.
SaveValuation.
	OPEN OUTPUT GLVALU.
	IF WS-GLV-FILE-STATUS NOT = "00"
		MOVE "GLVALU" TO WS-ABORT-FILE-NAME
		MOVE WS-GLV-FILE-STATUS TO WS-ABORT-FILE-STATUS
		PERFORM AbortOnFileError
	END-IF.
	MOVE WS-PRIOR-DATE  TO GV-PRIOR-DATE.
	MOVE WS-PRIOR-VALUE TO GV-PRIOR-VALUE.
	MOVE WS-GL-DATE     TO GV-CURR-DATE.
	MOVE WS-CURR-VALUE  TO GV-CURR-VALUE.
	WRITE GLVALU-RECORD.
	IF WS-GLV-FILE-STATUS NOT = "00"
		MOVE "GLVALU" TO WS-ABORT-FILE-NAME
		MOVE WS-GLV-FILE-STATUS TO WS-ABORT-FILE-STATUS
		PERFORM AbortOnFileError
	END-IF.
	CLOSE GLVALU.
	IF WS-GLV-FILE-STATUS NOT = "00"
		MOVE "GLVALU" TO WS-ABORT-FILE-NAME
		MOVE WS-GLV-FILE-STATUS TO WS-ABORT-FILE-STATUS
		PERFORM AbortOnFileError
	END-IF.

*> RC 8 when the journal itself does not balance -- it must not be
*> loaded.  RC 4 when it balances but the tie-out leaves a
*> difference or entries fell to suspense, for finance to review.
SetReturnCode.
	IF WS-TOTAL-DEBITS NOT = WS-TOTAL-CREDITS
		MOVE 8 TO RETURN-CODE
	ELSE
		IF WS-UNMAPPED-COUNT > ZERO OR WS-UNPRICED-COUNT > ZERO
			MOVE 4 TO RETURN-CODE
		END-IF
		IF PRIOR-VALUE-PRESENT AND WS-UNEXPLAINED NOT = ZERO
			MOVE 4 TO RETURN-CODE
		END-IF
	END-IF.

AbortOnFileError.
	DISPLAY "CBGLINTF -- FILE ERROR ON " WS-ABORT-FILE-NAME
		": STATUS=" WS-ABORT-FILE-STATUS.
	MOVE 16 TO RETURN-CODE.
	STOP RUN.
