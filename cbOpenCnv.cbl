IDENTIFICATION DIVISION.
PROGRAM-ID. CBOPNCNV.
AUTHOR. SAEEDMALIK.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
	SELECT REPLOPENO ASSIGN TO DYNAMIC FP-REPLOPENO-NAME
		ORGANIZATION IS INDEXED
		ACCESS MODE IS SEQUENTIAL
		RECORD KEY IS ROO-ITEM-ID
		FILE STATUS IS WS-OLD-FILE-STATUS.

	SELECT REPLOPENN ASSIGN TO DYNAMIC FP-REPLOPENN-NAME
		ORGANIZATION IS INDEXED
		ACCESS MODE IS SEQUENTIAL
		RECORD KEY IS RO-ITEM-ID
		FILE STATUS IS WS-NEW-FILE-STATUS.

	SELECT ITEMVEND ASSIGN TO DYNAMIC FP-ITEMVEND-NAME
		ORGANIZATION IS INDEXED
		ACCESS MODE IS RANDOM
		RECORD KEY IS IV-ITEM-ID
		ALTERNATE RECORD KEY IS IV-VENDOR-ID WITH DUPLICATES
		FILE STATUS IS WS-IVX-FILE-STATUS.

DATA DIVISION.
FILE SECTION.
*> The open-order file as CBLOWSTCK wrote it before vendors: item,
*> order number, state, order date and the two quantities -- 44
*> bytes in all.
FD REPLOPENO.
01 REPLOPENO-RECORD.
	88 EOFO     VALUE HIGH-VALUES.
	05 ROO-ITEM-ID             PIC X(06).
	05 ROO-ORDER-NO            PIC X(12).
	05 ROO-ITEM-STATE          PIC X(02).
	05 ROO-ORDER-DATE          PIC 9(08).
	05 ROO-QTY-ORDERED         PIC 9(08).
	05 ROO-QTY-RECEIVED        PIC 9(08).

*> The open-order file as CBLOWSTCK writes it today: the vendor
*> appended -- 50 bytes.
FD REPLOPENN.
01 REPLOPENN-RECORD.
	COPY REPLORD.

FD ITEMVEND.
01 ITEMVEND-RECORD.
	COPY ITEMVEND.

WORKING-STORAGE SECTION.
COPY FILEPARM.

01 WS-OLD-FILE-STATUS          PIC X(02) VALUE SPACES.
01 WS-NEW-FILE-STATUS          PIC X(02) VALUE SPACES.
01 WS-IVX-FILE-STATUS          PIC X(02) VALUE SPACES.
01 WS-ABORT-FILE-NAME          PIC X(40) VALUE SPACES.
01 WS-ABORT-FILE-STATUS        PIC X(02) VALUE SPACES.

01 WS-RECORDS-READ             PIC 9(07) VALUE ZERO.
01 WS-RECORDS-WRITTEN          PIC 9(07) VALUE ZERO.
01 WS-ORDERS-NO-VENDOR         PIC 9(07) VALUE ZERO.

PROCEDURE DIVISION.
Begin.
	DISPLAY "CBOPNCNV -- ONE-TIME OPEN-ORDER FILE FORMAT CONVERSION"
		" (44 TO 50 BYTES)".
	PERFORM LoadFileParms.
	PERFORM ConvertOpenOrders.
	DISPLAY "CBOPNCNV RECORDS READ: " WS-RECORDS-READ
		"  WRITTEN: " WS-RECORDS-WRITTEN
		"  NO PRIMARY VENDOR: " WS-ORDERS-NO-VENDOR.
	IF WS-RECORDS-READ NOT = WS-RECORDS-WRITTEN
		DISPLAY "CBOPNCNV -- COUNTS DO NOT BALANCE -- DO NOT CUT"
			" THE CONVERTED FILE OVER"
		MOVE 16 TO RETURN-CODE
	END-IF.
	DISPLAY "CBOPNCNV -- DONE".
	STOP RUN.

LoadFileParms.
	MOVE FP-REPLOPENO-DEFAULT TO FP-REPLOPENO-NAME.
	ACCEPT FP-REPLOPENO-NAME FROM ENVIRONMENT "REPLOPENO".
	IF FP-REPLOPENO-NAME = SPACES
		MOVE FP-REPLOPENO-DEFAULT TO FP-REPLOPENO-NAME
	END-IF.
	MOVE FP-REPLOPENN-DEFAULT TO FP-REPLOPENN-NAME.
	ACCEPT FP-REPLOPENN-NAME FROM ENVIRONMENT "REPLOPENN".
	IF FP-REPLOPENN-NAME = SPACES
		MOVE FP-REPLOPENN-DEFAULT TO FP-REPLOPENN-NAME
	END-IF.
	MOVE FP-ITEMVEND-DEFAULT TO FP-ITEMVEND-NAME.
	ACCEPT FP-ITEMVEND-NAME FROM ENVIRONMENT "ITEMVEND".
	IF FP-ITEMVEND-NAME = SPACES
		MOVE FP-ITEMVEND-DEFAULT TO FP-ITEMVEND-NAME
	END-IF.

ConvertOpenOrders.
	OPEN INPUT REPLOPENO.
	IF WS-OLD-FILE-STATUS NOT = "00"
		MOVE "REPLOPENO" TO WS-ABORT-FILE-NAME
		MOVE WS-OLD-FILE-STATUS TO WS-ABORT-FILE-STATUS
		PERFORM AbortOnFileError
	END-IF.
	OPEN OUTPUT REPLOPENN.
	IF WS-NEW-FILE-STATUS NOT = "00"
		MOVE "REPLOPENN" TO WS-ABORT-FILE-NAME
		MOVE WS-NEW-FILE-STATUS TO WS-ABORT-FILE-STATUS
		PERFORM AbortOnFileError
	END-IF.
	OPEN INPUT ITEMVEND.
	IF WS-IVX-FILE-STATUS NOT = "00"
		MOVE "ITEMVEND" TO WS-ABORT-FILE-NAME
		MOVE WS-IVX-FILE-STATUS TO WS-ABORT-FILE-STATUS
		PERFORM AbortOnFileError
	END-IF.
	PERFORM ReadOldRecord.
	PERFORM ConvertOneRecord UNTIL EOFO.
	CLOSE REPLOPENO.
	IF WS-OLD-FILE-STATUS NOT = "00"
		MOVE "REPLOPENO" TO WS-ABORT-FILE-NAME
		MOVE WS-OLD-FILE-STATUS TO WS-ABORT-FILE-STATUS
		PERFORM AbortOnFileError
	END-IF.
	CLOSE REPLOPENN.
	IF WS-NEW-FILE-STATUS NOT = "00"
		MOVE "REPLOPENN" TO WS-ABORT-FILE-NAME
		MOVE WS-NEW-FILE-STATUS TO WS-ABORT-FILE-STATUS
		PERFORM AbortOnFileError
	END-IF.
	CLOSE ITEMVEND.
	IF WS-IVX-FILE-STATUS NOT = "00"
		MOVE "ITEMVEND" TO WS-ABORT-FILE-NAME
		MOVE WS-IVX-FILE-STATUS TO WS-ABORT-FILE-STATUS
		PERFORM AbortOnFileError
	END-IF.

ReadOldRecord.
	READ REPLOPENO NEXT RECORD
		AT END SET EOFO TO TRUE
		NOT AT END ADD 1 TO WS-RECORDS-READ
	END-READ.
	IF WS-OLD-FILE-STATUS NOT = "00" AND WS-OLD-FILE-STATUS NOT = "10"
		MOVE "REPLOPENO" TO WS-ABORT-FILE-NAME
		MOVE WS-OLD-FILE-STATUS TO WS-ABORT-FILE-STATUS
		PERFORM AbortOnFileError
	END-IF.

*> Field-for-field carry in key order.  An order raised before
*> vendors were set up is credited to the item's primary vendor as
*> the cross-reference stands now, or left with no vendor for an
*> item that has none, so CBORDRPT can list and date it.
ConvertOneRecord.
	MOVE SPACES           TO REPLOPENN-RECORD.
	MOVE ROO-ITEM-ID      TO RO-ITEM-ID.
	MOVE ROO-ORDER-NO     TO RO-ORDER-NO.
	MOVE ROO-ITEM-STATE   TO RO-ITEM-STATE.
	MOVE ROO-ORDER-DATE   TO RO-ORDER-DATE.
	MOVE ROO-QTY-ORDERED  TO RO-QTY-ORDERED.
	MOVE ROO-QTY-RECEIVED TO RO-QTY-RECEIVED.
	MOVE ROO-ITEM-ID      TO IV-ITEM-ID.
	READ ITEMVEND KEY IS IV-ITEM-ID
		INVALID KEY
			ADD 1 TO WS-ORDERS-NO-VENDOR
		NOT INVALID KEY
			MOVE IV-VENDOR-ID TO RO-VENDOR-ID
	END-READ.
	WRITE REPLOPENN-RECORD.
	IF WS-NEW-FILE-STATUS NOT = "00"
		MOVE "REPLOPENN" TO WS-ABORT-FILE-NAME
		MOVE WS-NEW-FILE-STATUS TO WS-ABORT-FILE-STATUS
		PERFORM AbortOnFileError
	END-IF.
	ADD 1 TO WS-RECORDS-WRITTEN.
	PERFORM ReadOldRecord.

AbortOnFileError.
	DISPLAY "CBOPNCNV -- FILE ERROR ON " WS-ABORT-FILE-NAME
		": STATUS=" WS-ABORT-FILE-STATUS.
	MOVE 16 TO RETURN-CODE.
	STOP RUN.
