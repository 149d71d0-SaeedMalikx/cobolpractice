IDENTIFICATION DIVISION.
PROGRAM-ID. CBIVXMNT.
AUTHOR. SAEEDMALIK.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
	SELECT ITEMVEND ASSIGN TO DYNAMIC FP-ITEMVEND-NAME
		ORGANIZATION IS INDEXED
		ACCESS MODE IS DYNAMIC
		RECORD KEY IS IV-ITEM-ID
		ALTERNATE RECORD KEY IS IV-VENDOR-ID WITH DUPLICATES
		FILE STATUS IS WS-IVX-FILE-STATUS.

	SELECT VENDMAST ASSIGN TO DYNAMIC FP-VENDMAST-NAME
		ORGANIZATION IS INDEXED
		ACCESS MODE IS RANDOM
		RECORD KEY IS VM-VENDOR-ID
		FILE STATUS IS WS-VND-FILE-STATUS.

DATA DIVISION.
FILE SECTION.
FD ITEMVEND.
01 ITEMVEND-RECORD.
	COPY ITEMVEND.

FD VENDMAST.
01 VENDMAST-RECORD.
	COPY VENDMAST.

WORKING-STORAGE SECTION.
COPY FILEPARM.

01 WS-FUNCTION                 PIC X(01).
	88 FUNC-ADD             VALUE "A".
	88 FUNC-CHANGE          VALUE "C".
	88 FUNC-DELETE          VALUE "D".
	88 FUNC-INQUIRE         VALUE "I".
	88 FUNC-LIST            VALUE "L".
	88 FUNC-VENDOR-LIST     VALUE "V".
	88 FUNC-EXIT            VALUE "X".

01 WS-SEARCH-ID                PIC X(06).
01 WS-FOUND-SW                 PIC X(01) VALUE "N".
	88 RECORD-FOUND         VALUE "Y".
	88 RECORD-NOT-FOUND     VALUE "N".

01 WS-NEW-VENDOR-ID            PIC X(06) VALUE SPACES.
01 WS-NEW-PACK-SIZE            PIC 9(05) VALUE ZERO.
01 WS-NEW-MIN-QTY              PIC 9(07) VALUE ZERO.
01 WS-PACK-ENTRY               PIC X(05) VALUE SPACES.
01 WS-MIN-ENTRY                PIC X(07) VALUE SPACES.
01 WS-ENTRY-OK-SW              PIC X(01) VALUE "N".
	88 ENTRY-VALID          VALUE "Y".
	88 ENTRY-NOT-VALID      VALUE "N".
01 WS-CONFIRM                  PIC X(01) VALUE "N".
	88 DELETE-CONFIRMED     VALUE "Y".
01 WS-LIST-EOF-SW              PIC X(01) VALUE "N".
	88 LIST-AT-END          VALUE "Y".
01 WS-LIST-COUNT               PIC 9(05) VALUE ZERO.
01 WS-LIST-VENDOR-ID           PIC X(06) VALUE SPACES.

01 WS-IVX-FILE-STATUS          PIC X(02) VALUE SPACES.
01 WS-VND-FILE-STATUS          PIC X(02) VALUE SPACES.
01 WS-ABORT-FILE-NAME          PIC X(40) VALUE SPACES.
01 WS-ABORT-FILE-STATUS        PIC X(02) VALUE SPACES.

PROCEDURE DIVISION.
Begin.
	DISPLAY "CBIVXMNT -- ITEM/VENDOR CROSS-REFERENCE MAINTENANCE".
	PERFORM LoadFileParms.
	PERFORM OpenCrossReference.
	PERFORM MaintLoop UNTIL FUNC-EXIT.
	CLOSE ITEMVEND.
	IF WS-IVX-FILE-STATUS NOT = "00"
		MOVE "ITEMVEND" TO WS-ABORT-FILE-NAME
		MOVE WS-IVX-FILE-STATUS TO WS-ABORT-FILE-STATUS
		PERFORM AbortOnFileError
	END-IF.
	CLOSE VENDMAST.
	IF WS-VND-FILE-STATUS NOT = "00"
		MOVE "VENDMAST" TO WS-ABORT-FILE-NAME
		MOVE WS-VND-FILE-STATUS TO WS-ABORT-FILE-STATUS
		PERFORM AbortOnFileError
	END-IF.
	DISPLAY "CBIVXMNT -- DONE".
	STOP RUN.

LoadFileParms.
	MOVE FP-ITEMVEND-DEFAULT TO FP-ITEMVEND-NAME.
	ACCEPT FP-ITEMVEND-NAME FROM ENVIRONMENT "ITEMVEND".
	IF FP-ITEMVEND-NAME = SPACES
		MOVE FP-ITEMVEND-DEFAULT TO FP-ITEMVEND-NAME
	END-IF.
	MOVE FP-VENDMAST-DEFAULT TO FP-VENDMAST-NAME.
	ACCEPT FP-VENDMAST-NAME FROM ENVIRONMENT "VENDMAST".
	IF FP-VENDMAST-NAME = SPACES
		MOVE FP-VENDMAST-DEFAULT TO FP-VENDMAST-NAME
	END-IF.

*> Every primary vendor must be on the vendor master, so the
*> master has to exist before any item can be assigned -- set the
*> vendors up with CBVNDMNT first.
OpenCrossReference.
	OPEN INPUT VENDMAST.
	IF WS-VND-FILE-STATUS = "35"
		DISPLAY "CBIVXMNT -- NO VENDOR MASTER -- ADD VENDORS WITH"
			" CBVNDMNT FIRST"
		MOVE 16 TO RETURN-CODE
		STOP RUN
	END-IF.
	IF WS-VND-FILE-STATUS NOT = "00"
		MOVE "VENDMAST" TO WS-ABORT-FILE-NAME
		MOVE WS-VND-FILE-STATUS TO WS-ABORT-FILE-STATUS
		PERFORM AbortOnFileError
	END-IF.
	OPEN I-O ITEMVEND.
	IF WS-IVX-FILE-STATUS = "35"
		OPEN OUTPUT ITEMVEND
		CLOSE ITEMVEND
		OPEN I-O ITEMVEND
	END-IF.
	IF WS-IVX-FILE-STATUS NOT = "00"
		MOVE "ITEMVEND" TO WS-ABORT-FILE-NAME
		MOVE WS-IVX-FILE-STATUS TO WS-ABORT-FILE-STATUS
		PERFORM AbortOnFileError
	END-IF.

MaintLoop.
	PERFORM DisplayMenu.
	PERFORM GetFunction.
	EVALUATE TRUE
		WHEN FUNC-ADD
			PERFORM AddCrossReference
		WHEN FUNC-CHANGE
			PERFORM ChangeCrossReference
		WHEN FUNC-DELETE
			PERFORM DeleteCrossReference
		WHEN FUNC-INQUIRE
			PERFORM InquireCrossReference
		WHEN FUNC-LIST
			PERFORM ListCrossReferences
		WHEN FUNC-VENDOR-LIST
			PERFORM ListVendorItems
		WHEN FUNC-EXIT
			CONTINUE
		WHEN OTHER
			DISPLAY "INVALID SELECTION -- TRY AGAIN"
	END-EVALUATE.

DisplayMenu.
	DISPLAY " ".
	DISPLAY "(A)DD  (C)HANGE  (D)ELETE  (I)NQUIRE  (L)IST"
		"  (V)ENDOR'S ITEMS  E(X)IT".

GetFunction.
	DISPLAY "SELECTION ==> " WITH NO ADVANCING.
	ACCEPT WS-FUNCTION.

GetSearchId.
	DISPLAY "ITEM ID (6 CHARS) ==> " WITH NO ADVANCING.
	ACCEPT WS-SEARCH-ID.

FindCrossReference.
	MOVE WS-SEARCH-ID TO IV-ITEM-ID.
	READ ITEMVEND KEY IS IV-ITEM-ID
		INVALID KEY
			SET RECORD-NOT-FOUND TO TRUE
		NOT INVALID KEY
			SET RECORD-FOUND TO TRUE
	END-READ.

*> The vendor must be on the vendor master.  A pack size of zero
*> makes no sense for rounding, so one unit is the smallest pack;
*> a minimum of zero means the vendor has none.
GetCrossReferenceDetails.
	SET ENTRY-NOT-VALID TO TRUE.
	PERFORM AcceptOneVendor UNTIL ENTRY-VALID.
	SET ENTRY-NOT-VALID TO TRUE.
	PERFORM AcceptOnePackSize UNTIL ENTRY-VALID.
	SET ENTRY-NOT-VALID TO TRUE.
	PERFORM AcceptOneMinimum UNTIL ENTRY-VALID.

AcceptOneVendor.
	DISPLAY "PRIMARY VENDOR ID (6 CHARS) ==> " WITH NO ADVANCING.
	ACCEPT WS-NEW-VENDOR-ID.
	MOVE WS-NEW-VENDOR-ID TO VM-VENDOR-ID.
	READ VENDMAST KEY IS VM-VENDOR-ID
		INVALID KEY
			DISPLAY "VENDOR " WS-NEW-VENDOR-ID
				" NOT ON VENDOR MASTER -- TRY AGAIN"
		NOT INVALID KEY
			DISPLAY "  " VM-VENDOR-NAME " -- LEAD " VM-LEAD-DAYS " DAYS"
			SET ENTRY-VALID TO TRUE
	END-READ.

AcceptOnePackSize.
	DISPLAY "PACK SIZE (00001-99999) ==> " WITH NO ADVANCING.
	ACCEPT WS-PACK-ENTRY.
	IF WS-PACK-ENTRY NUMERIC AND WS-PACK-ENTRY > "00000"
		MOVE WS-PACK-ENTRY TO WS-NEW-PACK-SIZE
		SET ENTRY-VALID TO TRUE
	ELSE
		DISPLAY "PACK SIZE MUST BE FIVE DIGITS, AT LEAST 00001"
			" -- TRY AGAIN"
	END-IF.

AcceptOneMinimum.
	DISPLAY "MINIMUM ORDER QTY (0000000-9999999) ==> "
		WITH NO ADVANCING.
	ACCEPT WS-MIN-ENTRY.
	IF WS-MIN-ENTRY NUMERIC
		MOVE WS-MIN-ENTRY TO WS-NEW-MIN-QTY
		SET ENTRY-VALID TO TRUE
	ELSE
		DISPLAY "MINIMUM MUST BE SEVEN DIGITS -- TRY AGAIN"
	END-IF.

StoreCrossReferenceDetails.
	MOVE WS-NEW-VENDOR-ID TO IV-VENDOR-ID.
	MOVE WS-NEW-PACK-SIZE TO IV-PACK-SIZE.
	MOVE WS-NEW-MIN-QTY   TO IV-MIN-ORDER-QTY.

ShowCrossReference.
	DISPLAY "  ITEM=" IV-ITEM-ID " VENDOR=" IV-VENDOR-ID
		" PACK=" IV-PACK-SIZE " MIN=" IV-MIN-ORDER-QTY.

AddCrossReference.
	PERFORM GetSearchId.
	IF WS-SEARCH-ID = SPACES
		DISPLAY "ITEM ID MAY NOT BE BLANK -- NOTHING ADDED"
	ELSE
		PERFORM FindCrossReference
		IF RECORD-FOUND
			DISPLAY "ITEM " WS-SEARCH-ID " ALREADY HAS A VENDOR"
				" -- USE CHANGE"
		ELSE
			PERFORM GetCrossReferenceDetails
			MOVE WS-SEARCH-ID TO IV-ITEM-ID
			PERFORM StoreCrossReferenceDetails
			WRITE ITEMVEND-RECORD
				INVALID KEY
					DISPLAY "ITEM " WS-SEARCH-ID
						" COULD NOT BE ADDED -- STATUS=" WS-IVX-FILE-STATUS
				NOT INVALID KEY
					DISPLAY "ITEM " WS-SEARCH-ID " ADDED"
			END-WRITE
		END-IF
	END-IF.

InquireCrossReference.
	PERFORM GetSearchId.
	PERFORM FindCrossReference.
	IF RECORD-FOUND
		PERFORM ShowCrossReference
	ELSE
		DISPLAY "NO VENDOR FOR ITEM " WS-SEARCH-ID
	END-IF.

ChangeCrossReference.
	PERFORM GetSearchId.
	PERFORM FindCrossReference.
	IF RECORD-NOT-FOUND
		DISPLAY "NO VENDOR FOR ITEM " WS-SEARCH-ID " -- NO CHANGE MADE"
	ELSE
		PERFORM ShowCrossReference
		PERFORM GetCrossReferenceDetails
		PERFORM StoreCrossReferenceDetails
		REWRITE ITEMVEND-RECORD
			INVALID KEY
				DISPLAY "ITEM " WS-SEARCH-ID
					" COULD NOT BE CHANGED -- STATUS=" WS-IVX-FILE-STATUS
			NOT INVALID KEY
				DISPLAY "ITEM " WS-SEARCH-ID " CHANGED"
		END-REWRITE
	END-IF.

DeleteCrossReference.
	PERFORM GetSearchId.
	PERFORM FindCrossReference.
	IF RECORD-FOUND
		DISPLAY "ABOUT TO DELETE:"
		PERFORM ShowCrossReference
		DISPLAY "CONFIRM DELETE (Y/N) ==> " WITH NO ADVANCING
		MOVE "N" TO WS-CONFIRM
		ACCEPT WS-CONFIRM
		IF DELETE-CONFIRMED
			DELETE ITEMVEND RECORD
				INVALID KEY
					DISPLAY "ITEM " WS-SEARCH-ID
						" COULD NOT BE DELETED -- STATUS="
						WS-IVX-FILE-STATUS
				NOT INVALID KEY
					DISPLAY "ITEM " WS-SEARCH-ID " DELETED"
			END-DELETE
		ELSE
			DISPLAY "ITEM " WS-SEARCH-ID " NOT DELETED"
		END-IF
	ELSE
		DISPLAY "NO VENDOR FOR ITEM " WS-SEARCH-ID " -- NO DELETE MADE"
	END-IF.

ListCrossReferences.
	MOVE LOW-VALUES TO IV-ITEM-ID.
	MOVE "N" TO WS-LIST-EOF-SW.
	MOVE ZERO TO WS-LIST-COUNT.
	START ITEMVEND KEY IS NOT LESS THAN IV-ITEM-ID
		INVALID KEY
			SET LIST-AT-END TO TRUE
	END-START.
	PERFORM ListOneCrossReference UNTIL LIST-AT-END.
	DISPLAY WS-LIST-COUNT " CROSS-REFERENCE RECORD(S) ON FILE".

ListOneCrossReference.
	READ ITEMVEND NEXT RECORD
		AT END
			SET LIST-AT-END TO TRUE
		NOT AT END
			ADD 1 TO WS-LIST-COUNT
			PERFORM ShowCrossReference
	END-READ.

*> Every item one vendor supplies, through the vendor alternate
*> key -- the list to work through before a vendor is dropped.
ListVendorItems.
	DISPLAY "VENDOR ID (6 CHARS) ==> " WITH NO ADVANCING.
	ACCEPT WS-LIST-VENDOR-ID.
	MOVE WS-LIST-VENDOR-ID TO IV-VENDOR-ID.
	MOVE "N" TO WS-LIST-EOF-SW.
	MOVE ZERO TO WS-LIST-COUNT.
	START ITEMVEND KEY IS EQUAL TO IV-VENDOR-ID
		INVALID KEY
			SET LIST-AT-END TO TRUE
	END-START.
	PERFORM ListOneVendorItem UNTIL LIST-AT-END.
	DISPLAY WS-LIST-COUNT " ITEM(S) FROM VENDOR " WS-LIST-VENDOR-ID.

ListOneVendorItem.
	READ ITEMVEND NEXT RECORD
		AT END
			SET LIST-AT-END TO TRUE
		NOT AT END
			IF IV-VENDOR-ID = WS-LIST-VENDOR-ID
				ADD 1 TO WS-LIST-COUNT
				PERFORM ShowCrossReference
			ELSE
				SET LIST-AT-END TO TRUE
			END-IF
	END-READ.

AbortOnFileError.
	DISPLAY "CBIVXMNT -- FILE ERROR ON " WS-ABORT-FILE-NAME
		": STATUS=" WS-ABORT-FILE-STATUS.
	MOVE 16 TO RETURN-CODE.
	STOP RUN.
