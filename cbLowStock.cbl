		RECORD KEY IS RO-ITEM-ID
		FILE STATUS IS WS-OPN-FILE-STATUS.

	SELECT VENDMAST ASSIGN TO DYNAMIC FP-VENDMAST-NAME
		ORGANIZATION IS INDEXED
		ACCESS MODE IS RANDOM
		RECORD KEY IS VM-VENDOR-ID
		FILE STATUS IS WS-VND-FILE-STATUS.

	SELECT ITEMVEND ASSIGN TO DYNAMIC FP-ITEMVEND-NAME
		ORGANIZATION IS INDEXED
		ACCESS MODE IS RANDOM
		RECORD KEY IS IV-ITEM-ID
		ALTERNATE RECORD KEY IS IV-VENDOR-ID WITH DUPLICATES
		FILE STATUS IS WS-IVX-FILE-STATUS.

	SELECT WORKFILE ASSIGN TO DYNAMIC FP-WORKFILE-NAME.

DATA DIVISION.
FILE SECTION.
FD REORDPTS.

*> The machine-readable order interface purchasing loads -- one
*> consolidated order line per item per run, alongside the printed
*> page that used to be retyped by hand.  Lines come grouped by
*> vendor, one order number per vendor, with the vendor on the end
*> of each line; the quantity is already rounded to whole packs.
FD REPLORD.
01 REPLORD-RECORD.
	05 ORD-ORDER-NO            PIC X(12).
	05 ORD-ITEM-STATE          PIC X(02).
	05 ORD-SUGGESTED-QTY       PIC 9(08).
	05 ORD-RUN-DATE            PIC 9(08).
	05 ORD-VENDOR-ID           PIC X(06).

FD REPLOPEN.
01 REPLOPEN-RECORD.
	COPY REPLORD.

FD VENDMAST.
01 VENDMAST-RECORD.
	COPY VENDMAST.

FD ITEMVEND.
01 ITEMVEND-RECORD.
	COPY ITEMVEND.

*> Low items not already on order, by vendor then item, so each
*> vendor's lines come together under one order number.
SD WORKFILE.
01 WORKFILE-RECORD.
	88 EOFS     VALUE HIGH-VALUES.
	05 SR-VENDOR-ID            PIC X(06).
	05 SR-ITEM-ID              PIC X(06).
	05 SR-ITEM-STATE           PIC X(02).
	05 SR-NEEDED-QTY           PIC 9(08).
	05 SR-PACK-SIZE            PIC 9(05).
	05 SR-MIN-ORDER-QTY        PIC 9(07).
	05 SR-ORDER-QTY            PIC 9(08).

WORKING-STORAGE SECTION.
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
01 WS-RPT-FILE-STATUS          PIC X(02) VALUE SPACES.
01 WS-ORD-FILE-STATUS          PIC X(02) VALUE SPACES.
01 WS-OPN-FILE-STATUS          PIC X(02) VALUE SPACES.
01 WS-VND-FILE-STATUS          PIC X(02) VALUE SPACES.
01 WS-IVX-FILE-STATUS          PIC X(02) VALUE SPACES.
01 WS-ABORT-FILE-NAME          PIC X(40) VALUE SPACES.
01 WS-ABORT-FILE-STATUS        PIC X(02) VALUE SPACES.

	05 WS-ORD-NO-SEQ         PIC 9(04).
01 WS-ORDERS-ISSUED            PIC 9(07) VALUE ZERO.
01 WS-ORDERS-ALREADY-OPEN      PIC 9(07) VALUE ZERO.
01 WS-VENDOR-ORDERS            PIC 9(07) VALUE ZERO.
01 WS-ORDERS-DISPLAY           PIC ZZZ,ZZ9.
01 WS-OPEN-DISPLAY             PIC ZZZ,ZZ9.
01 WS-VENDORS-DISPLAY          PIC ZZZ,ZZ9.

*> Vendor terms for the item being looked at.  With no cross-
*> reference an item still orders, exactly what it needs, under a
*> blank vendor for purchasing to place by hand.
01 WS-VENDMAST-PRESENT-SW      PIC X(01) VALUE "N".
	88 VENDMAST-PRESENT     VALUE "Y".
01 WS-ITEMVEND-PRESENT-SW      PIC X(01) VALUE "N".
	88 ITEMVEND-PRESENT     VALUE "Y".
01 WS-VENDOR-ID                PIC X(06) VALUE SPACES.
01 WS-PACK-SIZE                PIC 9(05) VALUE 1.
01 WS-MIN-ORDER-QTY            PIC 9(07) VALUE ZERO.
01 WS-ORDER-QTY                PIC 9(08) VALUE ZERO.
01 WS-PACKS                    PIC 9(08) VALUE ZERO.
01 WS-CUR-VENDOR-ID            PIC X(06) VALUE SPACES.
01 WS-VENDOR-NAME              PIC X(30) VALUE SPACES.
01 WS-VENDOR-LEAD-DAYS         PIC 9(03) VALUE ZERO.
01 WS-DUE-DATE                 PIC 9(08) VALUE ZERO.
01 WS-VENDOR-LINES             PIC 9(05) VALUE ZERO.
01 WS-VENDOR-UNITS             PIC 9(09) VALUE ZERO.

01 WS-REPORT-PART-SW           PIC X(01) VALUE "L".
	88 PRINTING-LOW-STOCK   VALUE "L".
	88 PRINTING-ORDERS      VALUE "O".

01 WS-PAGE-NO                  PIC 9(03) VALUE ZERO.
01 WS-LINES-ON-PAGE            PIC 9(03) VALUE ZERO.
	05 FILLER                PIC X(02) VALUE SPACES.
	05 WS-DTL-DESC           PIC X(30).

01 WS-ORDER-LINE.
	05 WS-OL-ORDER-NO        PIC X(12).
	05 FILLER                PIC X(02) VALUE SPACES.
	05 WS-OL-ITEM-ID         PIC X(06).
	05 FILLER                PIC X(02) VALUE SPACES.
	05 WS-OL-STATE           PIC X(02).
	05 FILLER                PIC X(02) VALUE SPACES.
	05 WS-OL-NEEDED          PIC ZZZZ,ZZ9.
	05 FILLER                PIC X(02) VALUE SPACES.
	05 WS-OL-MINIMUM         PIC ZZZZ,ZZ9.
	05 FILLER                PIC X(02) VALUE SPACES.
	05 WS-OL-PACK            PIC ZZ,ZZ9.
	05 FILLER                PIC X(02) VALUE SPACES.
	05 WS-OL-ORDER-QTY       PIC ZZZZ,ZZ9.

01 WS-VENDOR-HEADING.
	05 FILLER                PIC X(07) VALUE "VENDOR ".
	05 WS-VH-VENDOR-ID       PIC X(06).
	05 FILLER                PIC X(02) VALUE SPACES.
	05 WS-VH-VENDOR-NAME     PIC X(30).
	05 FILLER                PIC X(06) VALUE "  LEAD".
	05 WS-VH-LEAD-DAYS       PIC ZZ9.
	05 FILLER                PIC X(11) VALUE " DAYS  DUE ".
	05 WS-VH-DUE-DATE        PIC 9(08).

PROCEDURE DIVISION.
Begin.
	DISPLAY "CBLOWSTCK -- LOW-STOCK EXCEPTION REPORT".
	PERFORM LoadFileParms.
	MOVE "P" TO BD-FUNCTION.
	CALL "CBBUSDTE" USING BD-DATE-PARMS.
	MOVE BD-RESULT-DATE TO WS-RUN-DATE.
	PERFORM LoadReorderPoints.
	PERFORM WriteLowStockReport.
	DISPLAY "CBLOWSTCK ITEMS AT OR BELOW REORDER POINT: " WS-LOW-COUNT.
	DISPLAY "CBLOWSTCK ORDERS ISSUED: " WS-ORDERS-ISSUED
		"  ALREADY ON ORDER: " WS-ORDERS-ALREADY-OPEN
		"  VENDOR ORDERS: " WS-VENDOR-ORDERS.
	STOP RUN.

LoadFileParms.
	IF FP-REPLOPEN-NAME = SPACES
		MOVE FP-REPLOPEN-DEFAULT TO FP-REPLOPEN-NAME
	END-IF.
	MOVE FP-VENDMAST-DEFAULT TO FP-VENDMAST-NAME.
	ACCEPT FP-VENDMAST-NAME FROM ENVIRONMENT "VENDMAST".
	IF FP-VENDMAST-NAME = SPACES
		MOVE FP-VENDMAST-DEFAULT TO FP-VENDMAST-NAME
	END-IF.
	MOVE FP-ITEMVEND-DEFAULT TO FP-ITEMVEND-NAME.
	ACCEPT FP-ITEMVEND-NAME FROM ENVIRONMENT "ITEMVEND".
	IF FP-ITEMVEND-NAME = SPACES
		MOVE FP-ITEMVEND-DEFAULT TO FP-ITEMVEND-NAME
	END-IF.
	MOVE FP-WORKFILE-DEFAULT TO FP-WORKFILE-NAME.
	ACCEPT FP-WORKFILE-NAME FROM ENVIRONMENT "WORKFILE".
	IF FP-WORKFILE-NAME = SPACES
		MOVE FP-WORKFILE-DEFAULT TO FP-WORKFILE-NAME
	END-IF.

*> The attributes reference file is optional input here -- a run
*> before CBATRMNT has ever populated it still prints, with the
		END-IF
	END-IF.

*> The vendor files are optional the same way: until purchasing
*> has set vendors up, every order goes out under a blank vendor,
*> unrounded, as before.
OpenVendorFiles.
	OPEN INPUT VENDMAST.
	IF WS-VND-FILE-STATUS = "00"
		SET VENDMAST-PRESENT TO TRUE
	ELSE
		IF WS-VND-FILE-STATUS NOT = "35"
			MOVE "VENDMAST" TO WS-ABORT-FILE-NAME
			MOVE WS-VND-FILE-STATUS TO WS-ABORT-FILE-STATUS
			PERFORM AbortOnFileError
		END-IF
	END-IF.
	OPEN INPUT ITEMVEND.
	IF WS-IVX-FILE-STATUS = "00"
		SET ITEMVEND-PRESENT TO TRUE
	ELSE
		IF WS-IVX-FILE-STATUS NOT = "35"
			MOVE "ITEMVEND" TO WS-ABORT-FILE-NAME
			MOVE WS-IVX-FILE-STATUS TO WS-ABORT-FILE-STATUS
			PERFORM AbortOnFileError
		END-IF
	END-IF.

CloseVendorFiles.
	IF VENDMAST-PRESENT
		CLOSE VENDMAST
		IF WS-VND-FILE-STATUS NOT = "00"
			MOVE "VENDMAST" TO WS-ABORT-FILE-NAME
			MOVE WS-VND-FILE-STATUS TO WS-ABORT-FILE-STATUS
			PERFORM AbortOnFileError
		END-IF
	END-IF.
	IF ITEMVEND-PRESENT
		CLOSE ITEMVEND
		IF WS-IVX-FILE-STATUS NOT = "00"
			MOVE "ITEMVEND" TO WS-ABORT-FILE-NAME
			MOVE WS-IVX-FILE-STATUS TO WS-ABORT-FILE-STATUS
			PERFORM AbortOnFileError
		END-IF
	END-IF.

LookupItemVendor.
	MOVE SPACES TO WS-VENDOR-ID.
	MOVE 1 TO WS-PACK-SIZE.
	MOVE ZERO TO WS-MIN-ORDER-QTY.
	IF ITEMVEND-PRESENT
		MOVE IR-ITEM-ID OF ITEMRECORD TO IV-ITEM-ID
		READ ITEMVEND KEY IS IV-ITEM-ID
			INVALID KEY
				CONTINUE
			NOT INVALID KEY
				MOVE IV-VENDOR-ID TO WS-VENDOR-ID
				MOVE IV-MIN-ORDER-QTY TO WS-MIN-ORDER-QTY
				IF IV-PACK-SIZE > ZERO
					MOVE IV-PACK-SIZE TO WS-PACK-SIZE
				END-IF
		END-READ
	END-IF.

LookupVendor.
	MOVE ZERO TO WS-VENDOR-LEAD-DAYS.
	EVALUATE TRUE
		WHEN WS-CUR-VENDOR-ID = SPACES
			MOVE "(NO PRIMARY VENDOR ON ITEMVEND)" TO WS-VENDOR-NAME
		WHEN NOT VENDMAST-PRESENT
			MOVE "(NOT ON VENDOR MASTER)" TO WS-VENDOR-NAME
		WHEN OTHER
			MOVE WS-CUR-VENDOR-ID TO VM-VENDOR-ID
			READ VENDMAST KEY IS VM-VENDOR-ID
				INVALID KEY
					MOVE "(NOT ON VENDOR MASTER)" TO WS-VENDOR-NAME
				NOT INVALID KEY
					MOVE VM-VENDOR-NAME TO WS-VENDOR-NAME
					MOVE VM-LEAD-DAYS TO WS-VENDOR-LEAD-DAYS
			END-READ
	END-EVALUATE.

LookupItemAttributes.
	MOVE "(NO ATTRIBUTES ON FILE)" TO WS-ITEM-DESC.
	IF ATTR-FILE-PRESENT
		MOVE WS-OPN-FILE-STATUS TO WS-ABORT-FILE-STATUS
		PERFORM AbortOnFileError
	END-IF.
	PERFORM OpenVendorFiles.
	MOVE ZERO TO WS-PAGE-NO.
	MOVE WS-LINES-PER-PAGE TO WS-LINES-ON-PAGE.
	SORT WORKFILE
		ON ASCENDING KEY SR-VENDOR-ID SR-ITEM-ID
		INPUT PROCEDURE IS ScanItemStock
		OUTPUT PROCEDURE IS RaiseVendorOrders.
	IF SORT-RETURN NOT = ZERO
		DISPLAY "CBLOWSTCK -- SORT OF ORDER LINES FAILED:"
			" SORT-RETURN=" SORT-RETURN
		MOVE 16 TO RETURN-CODE
		STOP RUN
	END-IF.
	PERFORM WriteReportFooter.
	CLOSE ITEMFILE.
	IF WS-ITM-FILE-STATUS NOT = "00"
		PERFORM AbortOnFileError
	END-IF.
	PERFORM CloseAttributes.
	PERFORM CloseVendorFiles.
	CLOSE LOWSTOCK.
	IF WS-RPT-FILE-STATUS NOT = "00"
		MOVE "LOWSTOCK" TO WS-ABORT-FILE-NAME
		PERFORM AbortOnFileError
	END-IF.

ScanItemStock.
	PERFORM ReadItem.
	PERFORM CheckItemStock UNTIL EOF.

CheckItemStock.
	PERFORM LookupReorderPoint.
	IF RP-FOUND AND IR-QTY-ON-HAND OF ITEMRECORD <= WS-REORDER-PT
		ADD 1 TO WS-LOW-COUNT
		COMPUTE WS-SUGGESTED-QTY =
			(WS-REORDER-PT * 2) - IR-QTY-ON-HAND OF ITEMRECORD
		PERFORM LookupItemVendor
		PERFORM RoundToVendorTerms
		PERFORM WriteDetailLine
		PERFORM QueueReplenishmentOrder
	END-IF.
	PERFORM ReadItem.

*> What the item needs, raised to the vendor's minimum, then up to
*> the next whole pack.
RoundToVendorTerms.
	MOVE WS-SUGGESTED-QTY TO WS-ORDER-QTY.
	IF WS-ORDER-QTY < WS-MIN-ORDER-QTY
		MOVE WS-MIN-ORDER-QTY TO WS-ORDER-QTY
	END-IF.
	IF WS-PACK-SIZE > 1
		COMPUTE WS-PACKS = (WS-ORDER-QTY + WS-PACK-SIZE - 1)
			/ WS-PACK-SIZE
		COMPUTE WS-ORDER-QTY = WS-PACKS * WS-PACK-SIZE
	END-IF.

*> One consolidated order per item: an item whose earlier order is
*> still open gets no second one -- the outstanding-orders report
*> is where a stalled order shows up, not a duplicate here.
QueueReplenishmentOrder.
	MOVE IR-ITEM-ID OF ITEMRECORD TO RO-ITEM-ID.
	READ REPLOPEN KEY IS RO-ITEM-ID
		INVALID KEY
	IF ORDER-FOUND
		ADD 1 TO WS-ORDERS-ALREADY-OPEN
	ELSE
		MOVE WS-VENDOR-ID                TO SR-VENDOR-ID
		MOVE IR-ITEM-ID OF ITEMRECORD    TO SR-ITEM-ID
		MOVE IR-ITEM-STATE OF ITEMRECORD TO SR-ITEM-STATE
		MOVE WS-SUGGESTED-QTY            TO SR-NEEDED-QTY
		MOVE WS-PACK-SIZE                TO SR-PACK-SIZE
		MOVE WS-MIN-ORDER-QTY            TO SR-MIN-ORDER-QTY
		MOVE WS-ORDER-QTY                TO SR-ORDER-QTY
		RELEASE WORKFILE-RECORD
	END-IF.

*> One order number per vendor per run; every item on it shares
*> the number on REPLORD and REPLOPEN.  The vendor's lines print
*> after the low-stock list, headed with the date the vendor's
*> lead time says the goods should arrive.
RaiseVendorOrders.
	PERFORM ReturnOrderLine.
	IF NOT EOFS
		SET PRINTING-ORDERS TO TRUE
		MOVE WS-LINES-PER-PAGE TO WS-LINES-ON-PAGE
	END-IF.
	PERFORM RaiseOneVendorOrder UNTIL EOFS.

ReturnOrderLine.
	RETURN WORKFILE
		AT END SET EOFS TO TRUE
	END-RETURN.

RaiseOneVendorOrder.
	MOVE SR-VENDOR-ID TO WS-CUR-VENDOR-ID.
	PERFORM LookupVendor.
	ADD 1 TO WS-VENDOR-ORDERS.
	ADD 1 TO WS-ORDER-SEQ.
	MOVE WS-RUN-DATE TO WS-ORD-NO-DATE.
	MOVE WS-ORDER-SEQ TO WS-ORD-NO-SEQ.
	COMPUTE WS-DUE-DATE = FUNCTION DATE-OF-INTEGER
		(FUNCTION INTEGER-OF-DATE (WS-RUN-DATE-N) + WS-VENDOR-LEAD-DAYS).
	MOVE ZERO TO WS-VENDOR-LINES WS-VENDOR-UNITS.
	PERFORM WriteVendorHeading.
	PERFORM RaiseOrderLine UNTIL EOFS
		OR SR-VENDOR-ID NOT = WS-CUR-VENDOR-ID.
	MOVE SPACES TO RPT-LINE.
	STRING "  ORDER " DELIMITED BY SIZE
		WS-ORDER-NO DELIMITED BY SIZE
		" LINES: " DELIMITED BY SIZE
		WS-VENDOR-LINES DELIMITED BY SIZE
		"  UNITS: " DELIMITED BY SIZE
		WS-VENDOR-UNITS DELIMITED BY SIZE
		INTO RPT-LINE
	END-STRING.
	WRITE RPT-LINE.
	ADD 1 TO WS-LINES-ON-PAGE.

WriteVendorHeading.
	IF WS-LINES-ON-PAGE + 3 >= WS-LINES-PER-PAGE
		PERFORM WritePageHeader
	END-IF.
	MOVE SPACES TO RPT-LINE.
	WRITE RPT-LINE.
	MOVE WS-CUR-VENDOR-ID    TO WS-VH-VENDOR-ID.
	MOVE WS-VENDOR-NAME      TO WS-VH-VENDOR-NAME.
	MOVE WS-VENDOR-LEAD-DAYS TO WS-VH-LEAD-DAYS.
	MOVE WS-DUE-DATE         TO WS-VH-DUE-DATE.
	MOVE WS-VENDOR-HEADING TO RPT-LINE.
	WRITE RPT-LINE.
	ADD 2 TO WS-LINES-ON-PAGE.

RaiseOrderLine.
	ADD 1 TO WS-ORDERS-ISSUED.
	ADD 1 TO WS-VENDOR-LINES.
	ADD SR-ORDER-QTY TO WS-VENDOR-UNITS.
	MOVE WS-ORDER-NO   TO ORD-ORDER-NO.
	MOVE SR-ITEM-ID    TO ORD-ITEM-ID.
	MOVE SR-ITEM-STATE TO ORD-ITEM-STATE.
	MOVE SR-ORDER-QTY  TO ORD-SUGGESTED-QTY.
	MOVE WS-RUN-DATE   TO ORD-RUN-DATE.
	MOVE SR-VENDOR-ID  TO ORD-VENDOR-ID.
	WRITE REPLORD-RECORD.
	IF WS-ORD-FILE-STATUS NOT = "00"
		MOVE "REPLORD" TO WS-ABORT-FILE-NAME
		MOVE WS-ORD-FILE-STATUS TO WS-ABORT-FILE-STATUS
		PERFORM AbortOnFileError
	END-IF.
	MOVE SR-ITEM-ID    TO RO-ITEM-ID.
	MOVE WS-ORDER-NO   TO RO-ORDER-NO.
	MOVE SR-ITEM-STATE TO RO-ITEM-STATE.
	MOVE WS-RUN-DATE   TO RO-ORDER-DATE.
	MOVE SR-ORDER-QTY  TO RO-QTY-ORDERED.
	MOVE ZERO TO RO-QTY-RECEIVED.
	MOVE SR-VENDOR-ID  TO RO-VENDOR-ID.
	WRITE REPLOPEN-RECORD
		INVALID KEY
			MOVE "REPLOPEN" TO WS-ABORT-FILE-NAME
			MOVE WS-OPN-FILE-STATUS TO WS-ABORT-FILE-STATUS
			PERFORM AbortOnFileError
	END-WRITE.
	IF WS-LINES-ON-PAGE >= WS-LINES-PER-PAGE
		PERFORM WritePageHeader
	END-IF.
	MOVE WS-ORDER-NO      TO WS-OL-ORDER-NO.
	MOVE SR-ITEM-ID       TO WS-OL-ITEM-ID.
	MOVE SR-ITEM-STATE    TO WS-OL-STATE.
	MOVE SR-NEEDED-QTY    TO WS-OL-NEEDED.
	MOVE SR-MIN-ORDER-QTY TO WS-OL-MINIMUM.
	MOVE SR-PACK-SIZE     TO WS-OL-PACK.
	MOVE SR-ORDER-QTY     TO WS-OL-ORDER-QTY.
	MOVE WS-ORDER-LINE TO RPT-LINE.
	WRITE RPT-LINE.
	ADD 1 TO WS-LINES-ON-PAGE.
	PERFORM ReturnOrderLine.

LookupReorderPoint.
	SET RP-NOT-FOUND TO TRUE.
	MOVE IR-ITEM-STATE OF ITEMRECORD TO WS-DTL-STATE.
	MOVE IR-QTY-ON-HAND OF ITEMRECORD TO WS-DTL-QTY.
	MOVE WS-REORDER-PT TO WS-DTL-REORDER.
	MOVE WS-ORDER-QTY TO WS-DTL-SUGGEST.
	PERFORM LookupItemAttributes.
	MOVE WS-ITEM-DESC TO WS-DTL-DESC.
	MOVE WS-DETAIL-LINE TO RPT-LINE.
		WRITE RPT-LINE
	END-IF.
	MOVE SPACES TO RPT-LINE.
	IF PRINTING-ORDERS
		STRING "CBLOWSTCK -- REPLENISHMENT ORDERS BY VENDOR"
				DELIMITED BY SIZE
			"    RUN DATE: " DELIMITED BY SIZE
			WS-RUN-MM DELIMITED BY SIZE
			"/" DELIMITED BY SIZE
			WS-RUN-DD DELIMITED BY SIZE
			"/" DELIMITED BY SIZE
			WS-RUN-YYYY DELIMITED BY SIZE
			"   PAGE " DELIMITED BY SIZE
			WS-PAGE-NO DELIMITED BY SIZE
			INTO RPT-LINE
		END-STRING
		WRITE RPT-LINE
		MOVE "ORDER NO      ITEMID  ST    NEEDED   MINIMUM    PACK  TO ORDER"
			TO RPT-LINE
		WRITE RPT-LINE
		MOVE "--------      ------  --    ------   -------    ----  --------"
			TO RPT-LINE
		WRITE RPT-LINE
	ELSE
		STRING "CBLOWSTCK -- ITEMS AT OR BELOW REORDER POINT"
				DELIMITED BY SIZE
			"   RUN DATE: " DELIMITED BY SIZE
			WS-RUN-MM DELIMITED BY SIZE
			"/" DELIMITED BY SIZE
			WS-RUN-DD DELIMITED BY SIZE
			"/" DELIMITED BY SIZE
			WS-RUN-YYYY DELIMITED BY SIZE
			"   PAGE " DELIMITED BY SIZE
			WS-PAGE-NO DELIMITED BY SIZE
			INTO RPT-LINE
		END-STRING
		WRITE RPT-LINE
		MOVE "ITEMID   ST   QTY ON HAND   REORDER PT   SUGGESTED ORDER  DESCRIPTION"
			TO RPT-LINE
		WRITE RPT-LINE
		MOVE "------   --   -----------   ----------   ---------------  -----------"
			TO RPT-LINE
		WRITE RPT-LINE
	END-IF.
	MOVE ZERO TO WS-LINES-ON-PAGE.

WriteReportFooter.
		INTO RPT-LINE
	END-STRING.
	WRITE RPT-LINE.
	MOVE WS-VENDOR-ORDERS TO WS-VENDORS-DISPLAY.
	MOVE SPACES TO RPT-LINE.
	STRING "VENDOR ORDERS RAISED: " DELIMITED BY SIZE
		WS-VENDORS-DISPLAY DELIMITED BY SIZE
		INTO RPT-LINE
	END-STRING.
	WRITE RPT-LINE.

AbortOnFileError.
	DISPLAY "CBLOWSTCK -- FILE ERROR ON " WS-ABORT-FILE-NAME
