IDENTIFICATION DIVISION.
PROGRAM-ID. CBABCCLS.
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

	SELECT MOVLEDGR ASSIGN TO DYNAMIC FP-MOVLEDGR-NAME
		ORGANIZATION IS INDEXED
		ACCESS MODE IS SEQUENTIAL
		RECORD KEY IS ML-LEDGER-KEY
		FILE STATUS IS WS-LDG-FILE-STATUS.

	SELECT ABCCLASS ASSIGN TO DYNAMIC FP-ABCCLASS-NAME
		ORGANIZATION IS INDEXED
		ACCESS MODE IS RANDOM
		RECORD KEY IS AB-ITEM-ID
		FILE STATUS IS WS-ABC-FILE-STATUS.

	SELECT ABCRPT ASSIGN TO DYNAMIC FP-ABCRPT-NAME
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS WS-RPT-FILE-STATUS.

	SELECT WORKFILE ASSIGN TO DYNAMIC FP-WORKFILE-NAME.

DATA DIVISION.
FILE SECTION.
FD ITEMFILE.
01 ITEMRECORD.
	88 EOFI     VALUE HIGH-VALUES.
	COPY ITEMREC.

FD MOVLEDGR.
01 MOVLEDGR-RECORD.
	88 EOFL     VALUE HIGH-VALUES.
	COPY MOVLEDGR.

FD ABCCLASS.
01 ABCCLASS-RECORD.
	COPY ABCCLASS.

FD ABCRPT.
01 RPT-LINE                    PIC X(80).

*> One record per item on the master, highest shipped value first,
*> so the class boundaries fall out of a running total.
SD WORKFILE.
01 WORKFILE-RECORD.
	88 EOFS     VALUE HIGH-VALUES.
	05 WRK-VALUE               PIC 9(13)V99.
	05 WRK-ITEM-ID             PIC X(06).
	05 WRK-STATE               PIC X(02).
	05 WRK-QTY                 PIC 9(09).

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

01 WS-ITM-FILE-STATUS          PIC X(02) VALUE SPACES.
01 WS-LDG-FILE-STATUS          PIC X(02) VALUE SPACES.
01 WS-ABC-FILE-STATUS          PIC X(02) VALUE SPACES.
01 WS-RPT-FILE-STATUS          PIC X(02) VALUE SPACES.
01 WS-ABORT-FILE-NAME          PIC X(40) VALUE SPACES.
01 WS-ABORT-FILE-STATUS        PIC X(02) VALUE SPACES.

01 WS-LEDGER-PRESENT-SW        PIC X(01) VALUE "N".
	88 LEDGER-PRESENT       VALUE "Y".
01 WS-CLASS-FOUND-SW           PIC X(01) VALUE "N".
	88 CLASS-ON-FILE        VALUE "Y".
	88 CLASS-NOT-ON-FILE    VALUE "N".

*> ABCDAYS is the look-back in days (a year unless told otherwise);
*> ABCAPCT and ABCBPCT are the cumulative share of that value where
*> class A stops and where class B stops.
01 WS-ABCDAYS-PARM             PIC X(03) VALUE SPACES.
01 WS-ABCAPCT-PARM             PIC X(02) VALUE SPACES.
01 WS-ABCBPCT-PARM             PIC X(02) VALUE SPACES.
01 WS-LOOKBACK-DAYS            PIC 9(03) VALUE 365.
01 WS-A-PCT                    PIC 9(02) VALUE 80.
01 WS-B-PCT                    PIC 9(02) VALUE 95.
01 WS-RUN-DAY-NO               PIC 9(07) VALUE ZERO.
01 WS-FROM-DATE                PIC 9(08) VALUE ZERO.

01 WS-ITEM-SHIP-QTY            PIC 9(09) VALUE ZERO.
01 WS-TOTAL-VALUE              PIC 9(15)V99 VALUE ZERO.
01 WS-CUM-VALUE                PIC 9(15)V99 VALUE ZERO.
01 WS-RANK                     PIC 9(07) VALUE ZERO.
01 WS-OLD-CLASS                PIC X(01) VALUE SPACES.

01 WS-ITEMS-RANKED             PIC 9(07) VALUE ZERO.
01 WS-SHIPMENTS-USED           PIC 9(07) VALUE ZERO.
01 WS-CLASS-ADDED              PIC 9(07) VALUE ZERO.
01 WS-CLASS-CHANGED            PIC 9(07) VALUE ZERO.

*> Class letters by subscript, and the breakdown they print from:
*> one bucket per state in STATETAB order, the last for items whose
*> state is not on the table, each split A/B/C.
01 WS-CLASS-LETTER-DATA        PIC X(03) VALUE "ABC".
01 WS-CLASS-LETTERS REDEFINES WS-CLASS-LETTER-DATA.
	05 WS-CLASS-LETTER       PIC X(01) OCCURS 3 TIMES.
01 WS-CLASS-SUB                PIC 9(01) COMP VALUE ZERO.
01 WS-STATE-SUB                PIC 9(03) COMP VALUE ZERO.
77 WS-UNKNOWN-SUB              PIC 9(03) COMP VALUE 57.
01 WS-ABC-STATE-TABLE.
	05 WS-AS-STATE OCCURS 57 TIMES.
		10 WS-AS-CLASS OCCURS 3 TIMES.
			15 WS-AS-ITEMS        PIC 9(07).
			15 WS-AS-QTY          PIC 9(11).
			15 WS-AS-VALUE        PIC 9(15)V99.
01 WS-ABC-GRAND-TABLE.
	05 WS-AG-CLASS OCCURS 3 TIMES.
		10 WS-AG-ITEMS           PIC 9(07).
		10 WS-AG-QTY             PIC 9(11).
		10 WS-AG-VALUE           PIC 9(15)V99.
01 WS-BLK-ITEMS                PIC 9(07) VALUE ZERO.
01 WS-BLK-QTY                  PIC 9(11) VALUE ZERO.
01 WS-BLK-VALUE                PIC 9(15)V99 VALUE ZERO.

01 WS-PAGE-NO                  PIC 9(03) VALUE ZERO.
01 WS-LINES-ON-PAGE            PIC 9(03) VALUE ZERO.
01 WS-LINES-PER-PAGE           PIC 9(03) VALUE 20.

01 WS-DETAIL-LINE.
	05 WS-DTL-STATE          PIC X(02).
	05 FILLER                PIC X(03) VALUE SPACES.
	05 WS-DTL-CLASS          PIC X(05).
	05 FILLER                PIC X(02) VALUE SPACES.
	05 WS-DTL-ITEMS          PIC ZZZ,ZZ9.
	05 FILLER                PIC X(03) VALUE SPACES.
	05 WS-DTL-QTY            PIC ZZZ,ZZZ,ZZ9.
	05 FILLER                PIC X(03) VALUE SPACES.
	05 WS-DTL-VALUE          PIC $$,$$$,$$$,$$9.99.
	05 FILLER                PIC X(02) VALUE SPACES.
	05 WS-DTL-PCT            PIC ZZ9.9.

PROCEDURE DIVISION.
Begin.
	DISPLAY "CBABCCLS -- ABC CLASSIFICATION BY SHIPPED VALUE".
	PERFORM LoadFileParms.
	MOVE "P" TO BD-FUNCTION.
	CALL "CBBUSDTE" USING BD-DATE-PARMS.
	MOVE BD-RESULT-DATE TO WS-RUN-DATE.
	PERFORM LoadClassParms.
	PERFORM OpenFiles.
	INITIALIZE WS-ABC-STATE-TABLE WS-ABC-GRAND-TABLE.
	SORT WORKFILE
		ON DESCENDING KEY WRK-VALUE
		ON ASCENDING KEY WRK-ITEM-ID
		INPUT PROCEDURE IS GatherItemValues
		OUTPUT PROCEDURE IS ClassifyItems.
	IF SORT-RETURN NOT = ZERO
		DISPLAY "CBABCCLS -- SORT OF ITEM VALUES FAILED:"
			" SORT-RETURN=" SORT-RETURN
		MOVE 16 TO RETURN-CODE
		STOP RUN
	END-IF.
	PERFORM PrintBreakdown.
	PERFORM CloseFiles.
	DISPLAY "CBABCCLS ITEMS RANKED: " WS-ITEMS-RANKED
		"  A: " WS-AG-ITEMS (1)
		"  B: " WS-AG-ITEMS (2)
		"  C: " WS-AG-ITEMS (3).
	DISPLAY "CBABCCLS CLASS CHANGED: " WS-CLASS-CHANGED
		"  NEWLY CLASSED: " WS-CLASS-ADDED.
	STOP RUN.

LoadFileParms.
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
	MOVE FP-ABCCLASS-DEFAULT TO FP-ABCCLASS-NAME.
	ACCEPT FP-ABCCLASS-NAME FROM ENVIRONMENT "ABCCLASS".
	IF FP-ABCCLASS-NAME = SPACES
		MOVE FP-ABCCLASS-DEFAULT TO FP-ABCCLASS-NAME
	END-IF.
	MOVE FP-ABCRPT-DEFAULT TO FP-ABCRPT-NAME.
	ACCEPT FP-ABCRPT-NAME FROM ENVIRONMENT "ABCRPT".
	IF FP-ABCRPT-NAME = SPACES
		MOVE FP-ABCRPT-DEFAULT TO FP-ABCRPT-NAME
	END-IF.
	MOVE FP-WORKFILE-DEFAULT TO FP-WORKFILE-NAME.
	ACCEPT FP-WORKFILE-NAME FROM ENVIRONMENT "WORKFILE".
	IF FP-WORKFILE-NAME = SPACES
		MOVE FP-WORKFILE-DEFAULT TO FP-WORKFILE-NAME
	END-IF.

*> A parameter that is absent or not numeric leaves the shipped
*> default in place.  Boundaries that would leave class B empty or
*> backwards are refused outright -- a run on them would reshuffle
*> every count frequency in the building.
LoadClassParms.
	ACCEPT WS-ABCDAYS-PARM FROM ENVIRONMENT "ABCDAYS".
	IF WS-ABCDAYS-PARM NOT = SPACES
		IF WS-ABCDAYS-PARM NUMERIC AND WS-ABCDAYS-PARM NOT = "000"
			MOVE WS-ABCDAYS-PARM TO WS-LOOKBACK-DAYS
		ELSE
			DISPLAY "CBABCCLS -- ABCDAYS PARAMETER '" WS-ABCDAYS-PARM
				"' NOT VALID -- USING " WS-LOOKBACK-DAYS " DAYS"
		END-IF
	END-IF.
	ACCEPT WS-ABCAPCT-PARM FROM ENVIRONMENT "ABCAPCT".
	IF WS-ABCAPCT-PARM NOT = SPACES
		IF WS-ABCAPCT-PARM NUMERIC
			MOVE WS-ABCAPCT-PARM TO WS-A-PCT
		ELSE
			DISPLAY "CBABCCLS -- ABCAPCT PARAMETER '" WS-ABCAPCT-PARM
				"' NOT NUMERIC -- USING " WS-A-PCT "%"
		END-IF
	END-IF.
	ACCEPT WS-ABCBPCT-PARM FROM ENVIRONMENT "ABCBPCT".
	IF WS-ABCBPCT-PARM NOT = SPACES
		IF WS-ABCBPCT-PARM NUMERIC
			MOVE WS-ABCBPCT-PARM TO WS-B-PCT
		ELSE
			DISPLAY "CBABCCLS -- ABCBPCT PARAMETER '" WS-ABCBPCT-PARM
				"' NOT NUMERIC -- USING " WS-B-PCT "%"
		END-IF
	END-IF.
	IF WS-A-PCT = ZERO OR WS-A-PCT >= WS-B-PCT
		DISPLAY "CBABCCLS -- CLASS A LIMIT " WS-A-PCT
			"% MUST BE ABOVE ZERO AND BELOW CLASS B LIMIT "
			WS-B-PCT "% -- NOTHING CLASSIFIED"
		MOVE 8 TO RETURN-CODE
		STOP RUN
	END-IF.
	COMPUTE WS-RUN-DAY-NO = FUNCTION INTEGER-OF-DATE (WS-RUN-DATE-N).
	COMPUTE WS-FROM-DATE = FUNCTION DATE-OF-INTEGER
		(WS-RUN-DAY-NO - WS-LOOKBACK-DAYS + 1).
	DISPLAY "CBABCCLS SHIPMENTS FROM " WS-FROM-DATE
		" -- CLASS A TO " WS-A-PCT "%, B TO " WS-B-PCT "% OF VALUE".

OpenFiles.
	OPEN INPUT ITEMFILE.
	IF WS-ITM-FILE-STATUS NOT = "00"
		MOVE "ITEMFILE" TO WS-ABORT-FILE-NAME
		MOVE WS-ITM-FILE-STATUS TO WS-ABORT-FILE-STATUS
		PERFORM AbortOnFileError
	END-IF.
*> No ledger yet means nothing has shipped -- every item is C.
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
*> The class file is created on the first run.
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
	OPEN OUTPUT ABCRPT.
	IF WS-RPT-FILE-STATUS NOT = "00"
		MOVE "ABCRPT" TO WS-ABORT-FILE-NAME
		MOVE WS-RPT-FILE-STATUS TO WS-ABORT-FILE-STATUS
		PERFORM AbortOnFileError
	END-IF.

CloseFiles.
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
	CLOSE ABCCLASS.
	IF WS-ABC-FILE-STATUS NOT = "00"
		MOVE "ABCCLASS" TO WS-ABORT-FILE-NAME
		MOVE WS-ABC-FILE-STATUS TO WS-ABORT-FILE-STATUS
		PERFORM AbortOnFileError
	END-IF.
	CLOSE ABCRPT.
	IF WS-RPT-FILE-STATUS NOT = "00"
		MOVE "ABCRPT" TO WS-ABORT-FILE-NAME
		MOVE WS-RPT-FILE-STATUS TO WS-ABORT-FILE-STATUS
		PERFORM AbortOnFileError
	END-IF.

*> The master and the ledger are both in item order, so the two are
*> matched in one pass: each item picks up its own ledger records,
*> and ledger records for items no longer on the master fall away.
GatherItemValues.
	PERFORM ReadItem.
	IF LEDGER-PRESENT
		PERFORM ReadLedger
	ELSE
		SET EOFL TO TRUE
	END-IF.
	PERFORM ValueOneItem UNTIL EOFI.

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

*> Movement value is what the item shipped inside the look-back
*> window at its unit price today, so a price change reranks the
*> item at once rather than a year later.
ValueOneItem.
	MOVE ZERO TO WS-ITEM-SHIP-QTY.
	PERFORM ReadLedger UNTIL EOFL OR ML-ITEM-ID >= IR-ITEM-ID.
	PERFORM AddItemShipment UNTIL EOFL OR ML-ITEM-ID NOT = IR-ITEM-ID.
	MOVE IR-ITEM-ID       TO WRK-ITEM-ID.
	MOVE IR-ITEM-STATE    TO WRK-STATE.
	MOVE WS-ITEM-SHIP-QTY TO WRK-QTY.
	COMPUTE WRK-VALUE = WS-ITEM-SHIP-QTY * IR-UNIT-PRICE.
	ADD WRK-VALUE TO WS-TOTAL-VALUE.
	ADD 1 TO WS-ITEMS-RANKED.
	RELEASE WORKFILE-RECORD.
	PERFORM ReadItem.

AddItemShipment.
	IF ML-MOVE-TYPE = "S"
			AND ML-POST-DATE >= WS-FROM-DATE
			AND ML-POST-DATE <= WS-RUN-DATE-N
		ADD ML-MOVE-QTY TO WS-ITEM-SHIP-QTY
		ADD 1 TO WS-SHIPMENTS-USED
	END-IF.
	PERFORM ReadLedger.

*> Highest value first: an item goes in A while the value ranked
*> ahead of it is still short of the A share, so the item that
*> crosses the line is itself an A.  Items that shipped nothing are
*> C whatever the shares say.
ClassifyItems.
	PERFORM ReturnItem.
	PERFORM ClassifyOneItem UNTIL EOFS.

ReturnItem.
	RETURN WORKFILE
		AT END SET EOFS TO TRUE
	END-RETURN.

ClassifyOneItem.
	ADD 1 TO WS-RANK.
	EVALUATE TRUE
		WHEN WRK-VALUE = ZERO
			MOVE 3 TO WS-CLASS-SUB
		WHEN WS-CUM-VALUE * 100 < WS-TOTAL-VALUE * WS-A-PCT
			MOVE 1 TO WS-CLASS-SUB
		WHEN WS-CUM-VALUE * 100 < WS-TOTAL-VALUE * WS-B-PCT
			MOVE 2 TO WS-CLASS-SUB
		WHEN OTHER
			MOVE 3 TO WS-CLASS-SUB
	END-EVALUATE.
	ADD WRK-VALUE TO WS-CUM-VALUE.
	PERFORM StoreClass.
	PERFORM TallyClass.
	PERFORM ReturnItem.

*> The count history on an existing record is left alone -- only
*> the ranking fields are restated.
StoreClass.
	MOVE WRK-ITEM-ID TO AB-ITEM-ID.
	READ ABCCLASS KEY IS AB-ITEM-ID
		INVALID KEY
			SET CLASS-NOT-ON-FILE TO TRUE
		NOT INVALID KEY
			SET CLASS-ON-FILE TO TRUE
	END-READ.
	IF CLASS-ON-FILE
		MOVE AB-CLASS TO WS-OLD-CLASS
	ELSE
		MOVE WRK-ITEM-ID TO AB-ITEM-ID
		MOVE ZERO TO AB-LAST-COUNT-DATE
		MOVE ZERO TO AB-LAST-SELECT-DATE
	END-IF.
	MOVE WS-CLASS-LETTER (WS-CLASS-SUB) TO AB-CLASS.
	MOVE WRK-STATE     TO AB-ITEM-STATE.
	MOVE WRK-QTY       TO AB-ANNUAL-QTY.
	MOVE WRK-VALUE     TO AB-ANNUAL-VALUE.
	MOVE WS-RANK       TO AB-VALUE-RANK.
	MOVE WS-RUN-DATE-N TO AB-CLASSED-DATE.
	IF CLASS-ON-FILE
		IF AB-CLASS NOT = WS-OLD-CLASS
			ADD 1 TO WS-CLASS-CHANGED
		END-IF
		REWRITE ABCCLASS-RECORD
			INVALID KEY
				MOVE "ABCCLASS" TO WS-ABORT-FILE-NAME
				MOVE WS-ABC-FILE-STATUS TO WS-ABORT-FILE-STATUS
				PERFORM AbortOnFileError
		END-REWRITE
	ELSE
		ADD 1 TO WS-CLASS-ADDED
		WRITE ABCCLASS-RECORD
			INVALID KEY
				MOVE "ABCCLASS" TO WS-ABORT-FILE-NAME
				MOVE WS-ABC-FILE-STATUS TO WS-ABORT-FILE-STATUS
				PERFORM AbortOnFileError
		END-WRITE
	END-IF.

TallyClass.
	MOVE WS-UNKNOWN-SUB TO WS-STATE-SUB.
	SET ST-IDX TO 1.
	SEARCH ST-STATE-ENTRY
		AT END
			CONTINUE
		WHEN ST-STATE-CODE (ST-IDX) = WRK-STATE
			SET WS-STATE-SUB TO ST-IDX
	END-SEARCH.
	ADD 1         TO WS-AS-ITEMS (WS-STATE-SUB, WS-CLASS-SUB).
	ADD WRK-QTY   TO WS-AS-QTY (WS-STATE-SUB, WS-CLASS-SUB).
	ADD WRK-VALUE TO WS-AS-VALUE (WS-STATE-SUB, WS-CLASS-SUB).
	ADD 1         TO WS-AG-ITEMS (WS-CLASS-SUB).
	ADD WRK-QTY   TO WS-AG-QTY (WS-CLASS-SUB).
	ADD WRK-VALUE TO WS-AG-VALUE (WS-CLASS-SUB).

*> Per state: items, shipped quantity and value in each class, with
*> the class's share of the state's value; then the same for the
*> whole company.
PrintBreakdown.
	MOVE ZERO TO WS-PAGE-NO.
	MOVE WS-LINES-PER-PAGE TO WS-LINES-ON-PAGE.
	PERFORM PrintOneState VARYING WS-STATE-SUB FROM 1 BY 1
		UNTIL WS-STATE-SUB > WS-UNKNOWN-SUB.
	PERFORM PrintAllStates.
	PERFORM WriteReportFooter.

PrintOneState.
	MOVE ZERO TO WS-BLK-ITEMS WS-BLK-QTY WS-BLK-VALUE.
	PERFORM AddStateClass VARYING WS-CLASS-SUB FROM 1 BY 1
		UNTIL WS-CLASS-SUB > 3.
	IF WS-BLK-ITEMS > ZERO
		IF WS-LINES-ON-PAGE + 5 > WS-LINES-PER-PAGE
			PERFORM WritePageHeader
		END-IF
		PERFORM PrintStateClass VARYING WS-CLASS-SUB FROM 1 BY 1
			UNTIL WS-CLASS-SUB > 3
		MOVE SPACES TO WS-DTL-STATE
		MOVE "TOTAL" TO WS-DTL-CLASS
		MOVE WS-BLK-ITEMS TO WS-DTL-ITEMS
		MOVE WS-BLK-QTY   TO WS-DTL-QTY
		MOVE WS-BLK-VALUE TO WS-DTL-VALUE
		MOVE 100 TO WS-DTL-PCT
		PERFORM WriteDetailLine
		MOVE SPACES TO RPT-LINE
		WRITE RPT-LINE
		ADD 1 TO WS-LINES-ON-PAGE
	END-IF.

AddStateClass.
	ADD WS-AS-ITEMS (WS-STATE-SUB, WS-CLASS-SUB) TO WS-BLK-ITEMS.
	ADD WS-AS-QTY (WS-STATE-SUB, WS-CLASS-SUB)   TO WS-BLK-QTY.
	ADD WS-AS-VALUE (WS-STATE-SUB, WS-CLASS-SUB) TO WS-BLK-VALUE.

PrintStateClass.
	IF WS-STATE-SUB = WS-UNKNOWN-SUB
		MOVE "??" TO WS-DTL-STATE
	ELSE
		MOVE ST-STATE-CODE (WS-STATE-SUB) TO WS-DTL-STATE
	END-IF.
	MOVE WS-CLASS-LETTER (WS-CLASS-SUB) TO WS-DTL-CLASS.
	MOVE WS-AS-ITEMS (WS-STATE-SUB, WS-CLASS-SUB) TO WS-DTL-ITEMS.
	MOVE WS-AS-QTY (WS-STATE-SUB, WS-CLASS-SUB)   TO WS-DTL-QTY.
	MOVE WS-AS-VALUE (WS-STATE-SUB, WS-CLASS-SUB) TO WS-DTL-VALUE.
	IF WS-BLK-VALUE > ZERO
		COMPUTE WS-DTL-PCT ROUNDED =
			WS-AS-VALUE (WS-STATE-SUB, WS-CLASS-SUB) * 100 / WS-BLK-VALUE
	ELSE
		MOVE ZERO TO WS-DTL-PCT
	END-IF.
	PERFORM WriteDetailLine.

PrintAllStates.
	IF WS-LINES-ON-PAGE + 6 > WS-LINES-PER-PAGE
		PERFORM WritePageHeader
	END-IF.
	MOVE "ALL STATES" TO RPT-LINE.
	WRITE RPT-LINE.
	ADD 1 TO WS-LINES-ON-PAGE.
	PERFORM PrintAllClass VARYING WS-CLASS-SUB FROM 1 BY 1
		UNTIL WS-CLASS-SUB > 3.
	MOVE SPACES TO WS-DTL-STATE.
	MOVE "TOTAL" TO WS-DTL-CLASS.
	MOVE WS-ITEMS-RANKED TO WS-DTL-ITEMS.
	MOVE ZERO TO WS-BLK-QTY.
	PERFORM AddAllClassQty VARYING WS-CLASS-SUB FROM 1 BY 1
		UNTIL WS-CLASS-SUB > 3.
	MOVE WS-BLK-QTY TO WS-DTL-QTY.
	MOVE WS-TOTAL-VALUE TO WS-DTL-VALUE.
	MOVE 100 TO WS-DTL-PCT.
	PERFORM WriteDetailLine.

PrintAllClass.
	MOVE SPACES TO WS-DTL-STATE.
	MOVE WS-CLASS-LETTER (WS-CLASS-SUB) TO WS-DTL-CLASS.
	MOVE WS-AG-ITEMS (WS-CLASS-SUB) TO WS-DTL-ITEMS.
	MOVE WS-AG-QTY (WS-CLASS-SUB)   TO WS-DTL-QTY.
	MOVE WS-AG-VALUE (WS-CLASS-SUB) TO WS-DTL-VALUE.
	IF WS-TOTAL-VALUE > ZERO
		COMPUTE WS-DTL-PCT ROUNDED =
			WS-AG-VALUE (WS-CLASS-SUB) * 100 / WS-TOTAL-VALUE
	ELSE
		MOVE ZERO TO WS-DTL-PCT
	END-IF.
	PERFORM WriteDetailLine.

AddAllClassQty.
	ADD WS-AG-QTY (WS-CLASS-SUB) TO WS-BLK-QTY.

WriteDetailLine.
	MOVE WS-DETAIL-LINE TO RPT-LINE.
	WRITE RPT-LINE.
	ADD 1 TO WS-LINES-ON-PAGE.

WritePageHeader.
	ADD 1 TO WS-PAGE-NO.
	IF WS-PAGE-NO > 1
		MOVE SPACES TO RPT-LINE
		WRITE RPT-LINE
	END-IF.
	MOVE SPACES TO RPT-LINE.
	STRING "CBABCCLS -- ABC CLASS BY STATE" DELIMITED BY SIZE
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
	STRING "SHIPPED SINCE " DELIMITED BY SIZE
		WS-FROM-DATE DELIMITED BY SIZE
		" AT TODAY'S PRICE -- A TO " DELIMITED BY SIZE
		WS-A-PCT DELIMITED BY SIZE
		"%, B TO " DELIMITED BY SIZE
		WS-B-PCT DELIMITED BY SIZE
		"% OF VALUE" DELIMITED BY SIZE
		INTO RPT-LINE
	END-STRING.
	WRITE RPT-LINE.
	MOVE "ST   CLASS    ITEMS   SHIPPED QTY        ANNUAL VALUE    PCT"
		TO RPT-LINE.
	WRITE RPT-LINE.
	MOVE "--   -----    -----   -----------        ------------    ---"
		TO RPT-LINE.
	WRITE RPT-LINE.
	MOVE ZERO TO WS-LINES-ON-PAGE.

WriteReportFooter.
	MOVE SPACES TO RPT-LINE.
	WRITE RPT-LINE.
	MOVE SPACES TO RPT-LINE.
	STRING "ITEMS RANKED: " DELIMITED BY SIZE
		WS-ITEMS-RANKED DELIMITED BY SIZE
		"  SHIPMENTS USED: " DELIMITED BY SIZE
		WS-SHIPMENTS-USED DELIMITED BY SIZE
		INTO RPT-LINE
	END-STRING.
	WRITE RPT-LINE.
	MOVE SPACES TO RPT-LINE.
	STRING "CLASS CHANGED SINCE LAST RUN: " DELIMITED BY SIZE
		WS-CLASS-CHANGED DELIMITED BY SIZE
		"  NEWLY CLASSED: " DELIMITED BY SIZE
		WS-CLASS-ADDED DELIMITED BY SIZE
		INTO RPT-LINE
	END-STRING.
	WRITE RPT-LINE.

AbortOnFileError.
	DISPLAY "CBABCCLS -- FILE ERROR ON " WS-ABORT-FILE-NAME
		": STATUS=" WS-ABORT-FILE-STATUS.
	MOVE 16 TO RETURN-CODE.
	STOP RUN.
