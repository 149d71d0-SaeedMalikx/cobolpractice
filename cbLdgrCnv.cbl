IDENTIFICATION DIVISION.
PROGRAM-ID. CBLDGCNV.
AUTHOR. SAEEDMALIK.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
	SELECT MOVLEDGRO ASSIGN TO DYNAMIC FP-MOVLEDGRO-NAME
		ORGANIZATION IS INDEXED
		ACCESS MODE IS SEQUENTIAL
		RECORD KEY IS MLO-LEDGER-KEY
		FILE STATUS IS WS-OLD-FILE-STATUS.

	SELECT MOVLEDGRN ASSIGN TO DYNAMIC FP-MOVLEDGRN-NAME
		ORGANIZATION IS INDEXED
		ACCESS MODE IS SEQUENTIAL
		RECORD KEY IS ML-LEDGER-KEY
		FILE STATUS IS WS-NEW-FILE-STATUS.

	SELECT ITEMFILE ASSIGN TO DYNAMIC FP-ITEMFILE-NAME
		ORGANIZATION IS INDEXED
		ACCESS MODE IS RANDOM
		RECORD KEY IS IR-ITEM-ID
		ALTERNATE RECORD KEY IS IR-ITEM-STATE WITH DUPLICATES
		FILE STATUS IS WS-ITM-FILE-STATUS.

DATA DIVISION.
FILE SECTION.
*> The ledger as CBMOVPOST wrote it before costing: key, type and
*> the three quantities -- 47 bytes in all.
FD MOVLEDGRO.
01 MOVLEDGRO-RECORD.
	88 EOFO     VALUE HIGH-VALUES.
	05 MLO-LEDGER-KEY          PIC X(25).
	05 MLO-MOVE-TYPE           PIC X(01).
	05 MLO-MOVE-QTY            PIC 9(07).
	05 MLO-OPENING-QTY         PIC 9(07).
	05 MLO-CLOSING-QTY         PIC 9(07).

*> The ledger as CBMOVPOST writes it today: state, unit cost,
*> extended cost and selling price appended -- 78 bytes.
FD MOVLEDGRN.
01 MOVLEDGRN-RECORD.
	COPY MOVLEDGR.

FD ITEMFILE.
01 ITEMRECORD.
	COPY ITEMREC.

WORKING-STORAGE SECTION.
COPY FILEPARM.

01 WS-OLD-FILE-STATUS          PIC X(02) VALUE SPACES.
01 WS-NEW-FILE-STATUS          PIC X(02) VALUE SPACES.
01 WS-ITM-FILE-STATUS          PIC X(02) VALUE SPACES.
01 WS-ABORT-FILE-NAME          PIC X(40) VALUE SPACES.
01 WS-ABORT-FILE-STATUS        PIC X(02) VALUE SPACES.

01 WS-RECORDS-READ             PIC 9(07) VALUE ZERO.
01 WS-RECORDS-WRITTEN          PIC 9(07) VALUE ZERO.
01 WS-ITEMS-NOT-ON-FILE        PIC 9(07) VALUE ZERO.

PROCEDURE DIVISION.
Begin.
	DISPLAY "CBLDGCNV -- ONE-TIME MOVEMENT LEDGER FORMAT CONVERSION"
		" (47 TO 78 BYTES)".
	PERFORM LoadFileParms.
	PERFORM ConvertLedger.
	DISPLAY "CBLDGCNV RECORDS READ: " WS-RECORDS-READ
		"  WRITTEN: " WS-RECORDS-WRITTEN
		"  ITEM NOT ON MASTER: " WS-ITEMS-NOT-ON-FILE.
	IF WS-RECORDS-READ NOT = WS-RECORDS-WRITTEN
		DISPLAY "CBLDGCNV -- COUNTS DO NOT BALANCE -- DO NOT CUT"
			" THE CONVERTED LEDGER OVER"
		MOVE 16 TO RETURN-CODE
	END-IF.
	DISPLAY "CBLDGCNV -- DONE".
	STOP RUN.

LoadFileParms.
	MOVE FP-MOVLEDGRO-DEFAULT TO FP-MOVLEDGRO-NAME.
	ACCEPT FP-MOVLEDGRO-NAME FROM ENVIRONMENT "MOVLEDGRO".
	IF FP-MOVLEDGRO-NAME = SPACES
		MOVE FP-MOVLEDGRO-DEFAULT TO FP-MOVLEDGRO-NAME
	END-IF.
	MOVE FP-MOVLEDGRN-DEFAULT TO FP-MOVLEDGRN-NAME.
	ACCEPT FP-MOVLEDGRN-NAME FROM ENVIRONMENT "MOVLEDGRN".
	IF FP-MOVLEDGRN-NAME = SPACES
		MOVE FP-MOVLEDGRN-DEFAULT TO FP-MOVLEDGRN-NAME
	END-IF.
	MOVE FP-ITEMFILE-DEFAULT TO FP-ITEMFILE-NAME.
	ACCEPT FP-ITEMFILE-NAME FROM ENVIRONMENT "ITEMFILE".
	IF FP-ITEMFILE-NAME = SPACES
		MOVE FP-ITEMFILE-DEFAULT TO FP-ITEMFILE-NAME
	END-IF.

ConvertLedger.
	OPEN INPUT MOVLEDGRO.
	IF WS-OLD-FILE-STATUS NOT = "00"
		MOVE "MOVLEDGRO" TO WS-ABORT-FILE-NAME
		MOVE WS-OLD-FILE-STATUS TO WS-ABORT-FILE-STATUS
		PERFORM AbortOnFileError
	END-IF.
	OPEN OUTPUT MOVLEDGRN.
	IF WS-NEW-FILE-STATUS NOT = "00"
		MOVE "MOVLEDGRN" TO WS-ABORT-FILE-NAME
		MOVE WS-NEW-FILE-STATUS TO WS-ABORT-FILE-STATUS
		PERFORM AbortOnFileError
	END-IF.
	OPEN INPUT ITEMFILE.
	IF WS-ITM-FILE-STATUS NOT = "00"
		MOVE "ITEMFILE" TO WS-ABORT-FILE-NAME
		MOVE WS-ITM-FILE-STATUS TO WS-ABORT-FILE-STATUS
		PERFORM AbortOnFileError
	END-IF.
	PERFORM ReadOldRecord.
	PERFORM ConvertOneRecord UNTIL EOFO.
	CLOSE MOVLEDGRO.
	IF WS-OLD-FILE-STATUS NOT = "00"
		MOVE "MOVLEDGRO" TO WS-ABORT-FILE-NAME
		MOVE WS-OLD-FILE-STATUS TO WS-ABORT-FILE-STATUS
		PERFORM AbortOnFileError
	END-IF.
	CLOSE MOVLEDGRN.
	IF WS-NEW-FILE-STATUS NOT = "00"
		MOVE "MOVLEDGRN" TO WS-ABORT-FILE-NAME
		MOVE WS-NEW-FILE-STATUS TO WS-ABORT-FILE-STATUS
		PERFORM AbortOnFileError
	END-IF.
	CLOSE ITEMFILE.
	IF WS-ITM-FILE-STATUS NOT = "00"
		MOVE "ITEMFILE" TO WS-ABORT-FILE-NAME
		MOVE WS-ITM-FILE-STATUS TO WS-ABORT-FILE-STATUS
		PERFORM AbortOnFileError
	END-IF.

ReadOldRecord.
	READ MOVLEDGRO NEXT RECORD
		AT END SET EOFO TO TRUE
		NOT AT END ADD 1 TO WS-RECORDS-READ
	END-READ.
	IF WS-OLD-FILE-STATUS NOT = "00" AND WS-OLD-FILE-STATUS NOT = "10"
		MOVE "MOVLEDGRO" TO WS-ABORT-FILE-NAME
		MOVE WS-OLD-FILE-STATUS TO WS-ABORT-FILE-STATUS
		PERFORM AbortOnFileError
	END-IF.

*> Field-for-field carry in key order.  Nothing recorded what an
*> old movement cost, so cost is zero; state and selling price are
*> taken off the master as it stands, spaces and zero for an item
*> that has since left it.
ConvertOneRecord.
	MOVE SPACES          TO MOVLEDGRN-RECORD.
	MOVE MLO-LEDGER-KEY  TO ML-LEDGER-KEY.
	MOVE MLO-MOVE-TYPE   TO ML-MOVE-TYPE.
	MOVE MLO-MOVE-QTY    TO ML-MOVE-QTY.
	MOVE MLO-OPENING-QTY TO ML-OPENING-QTY.
	MOVE MLO-CLOSING-QTY TO ML-CLOSING-QTY.
	MOVE ZERO            TO ML-UNIT-COST.
	MOVE ZERO            TO ML-MOVE-COST.
	MOVE ZERO            TO ML-UNIT-PRICE.
	MOVE ML-ITEM-ID      TO IR-ITEM-ID.
	READ ITEMFILE KEY IS IR-ITEM-ID
		INVALID KEY
			ADD 1 TO WS-ITEMS-NOT-ON-FILE
		NOT INVALID KEY
			MOVE IR-ITEM-STATE TO ML-ITEM-STATE
			MOVE IR-UNIT-PRICE TO ML-UNIT-PRICE
	END-READ.
	WRITE MOVLEDGRN-RECORD.
	IF WS-NEW-FILE-STATUS NOT = "00"
		MOVE "MOVLEDGRN" TO WS-ABORT-FILE-NAME
		MOVE WS-NEW-FILE-STATUS TO WS-ABORT-FILE-STATUS
		PERFORM AbortOnFileError
	END-IF.
	ADD 1 TO WS-RECORDS-WRITTEN.
	PERFORM ReadOldRecord.

AbortOnFileError.
	DISPLAY "CBLDGCNV -- FILE ERROR ON " WS-ABORT-FILE-NAME
		": STATUS=" WS-ABORT-FILE-STATUS.
	MOVE 16 TO RETURN-CODE.
	STOP RUN.
