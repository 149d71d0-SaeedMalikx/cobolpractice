IDENTIFICATION DIVISION.
PROGRAM-ID. CBBOMMNT.
AUTHOR. SAEEDMALIK.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
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

DATA DIVISION.
FILE SECTION.
FD BOMFILE.
01 BOMFILE-RECORD.
	COPY BOMREC.

FD ITEMFILE.
01 ITEMRECORD.
	COPY ITEMREC.

WORKING-STORAGE SECTION.
COPY FILEPARM.

01 WS-FUNCTION                 PIC X(01).
	88 FUNC-ADD             VALUE "A".
	88 FUNC-CHANGE          VALUE "C".
	88 FUNC-DELETE          VALUE "D".
	88 FUNC-INQUIRE         VALUE "I".
	88 FUNC-LIST            VALUE "L".
	88 FUNC-WHERE-USED      VALUE "W".
	88 FUNC-EXIT            VALUE "X".

01 WS-SEARCH-KIT-ID            PIC X(06).
01 WS-SEARCH-COMP-ID           PIC X(06).
01 WS-FOUND-SW                 PIC X(01) VALUE "N".
	88 RECORD-FOUND         VALUE "Y".
	88 RECORD-NOT-FOUND     VALUE "N".
01 WS-ITEM-SW                  PIC X(01) VALUE "N".
	88 ITEM-ON-MASTER       VALUE "Y".
	88 ITEM-NOT-ON-MASTER   VALUE "N".

01 WS-NEW-QTY-PER              PIC 9(05) VALUE ZERO.
01 WS-QTY-ENTRY                PIC X(05) VALUE SPACES.
01 WS-ENTRY-OK-SW              PIC X(01) VALUE "N".
	88 ENTRY-VALID          VALUE "Y".
	88 ENTRY-NOT-VALID      VALUE "N".
01 WS-CONFIRM                  PIC X(01) VALUE "N".
	88 DELETE-CONFIRMED     VALUE "Y".
01 WS-LIST-EOF-SW              PIC X(01) VALUE "N".
	88 LIST-AT-END          VALUE "Y".
01 WS-LIST-COUNT               PIC 9(05) VALUE ZERO.
01 WS-LIST-KIT-ID              PIC X(06) VALUE SPACES.
01 WS-LIST-COMP-ID             PIC X(06) VALUE SPACES.

01 WS-BOM-FILE-STATUS          PIC X(02) VALUE SPACES.
01 WS-ITM-FILE-STATUS          PIC X(02) VALUE SPACES.
01 WS-ABORT-FILE-NAME          PIC X(40) VALUE SPACES.
01 WS-ABORT-FILE-STATUS        PIC X(02) VALUE SPACES.

PROCEDURE DIVISION.
Begin.
	DISPLAY "CBBOMMNT -- KIT BILL-OF-MATERIALS MAINTENANCE".
	PERFORM LoadFileParms.
	PERFORM OpenBillOfMaterials.
	PERFORM MaintLoop UNTIL FUNC-EXIT.
	CLOSE BOMFILE.
	IF WS-BOM-FILE-STATUS NOT = "00"
		MOVE "BOMFILE" TO WS-ABORT-FILE-NAME
		MOVE WS-BOM-FILE-STATUS TO WS-ABORT-FILE-STATUS
		PERFORM AbortOnFileError
	END-IF.
	CLOSE ITEMFILE.
	IF WS-ITM-FILE-STATUS NOT = "00"
		MOVE "ITEMFILE" TO WS-ABORT-FILE-NAME
		MOVE WS-ITM-FILE-STATUS TO WS-ABORT-FILE-STATUS
		PERFORM AbortOnFileError
	END-IF.
	DISPLAY "CBBOMMNT -- DONE".
	STOP RUN.

LoadFileParms.
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

*> Kits and components are both items on the master, so the
*> master has to be there to check them against.
OpenBillOfMaterials.
	OPEN INPUT ITEMFILE.
	IF WS-ITM-FILE-STATUS NOT = "00"
		MOVE "ITEMFILE" TO WS-ABORT-FILE-NAME
		MOVE WS-ITM-FILE-STATUS TO WS-ABORT-FILE-STATUS
		PERFORM AbortOnFileError
	END-IF.
	OPEN I-O BOMFILE.
	IF WS-BOM-FILE-STATUS = "35"
		OPEN OUTPUT BOMFILE
		CLOSE BOMFILE
		OPEN I-O BOMFILE
	END-IF.
	IF WS-BOM-FILE-STATUS NOT = "00"
		MOVE "BOMFILE" TO WS-ABORT-FILE-NAME
		MOVE WS-BOM-FILE-STATUS TO WS-ABORT-FILE-STATUS
		PERFORM AbortOnFileError
	END-IF.

MaintLoop.
	PERFORM DisplayMenu.
	PERFORM GetFunction.
	EVALUATE TRUE
		WHEN FUNC-ADD
			PERFORM AddComponent
		WHEN FUNC-CHANGE
			PERFORM ChangeComponent
		WHEN FUNC-DELETE
			PERFORM DeleteComponent
		WHEN FUNC-INQUIRE
			PERFORM InquireKit
		WHEN FUNC-LIST
			PERFORM ListBillOfMaterials
		WHEN FUNC-WHERE-USED
			PERFORM ListWhereUsed
		WHEN FUNC-EXIT
			CONTINUE
		WHEN OTHER
			DISPLAY "INVALID SELECTION -- TRY AGAIN"
	END-EVALUATE.

DisplayMenu.
	DISPLAY " ".
	DISPLAY "(A)DD  (C)HANGE  (D)ELETE COMPONENT  (I)NQUIRE KIT  (L)IST"
		"  (W)HERE USED  E(X)IT".

GetFunction.
	DISPLAY "SELECTION ==> " WITH NO ADVANCING.
	ACCEPT WS-FUNCTION.

GetSearchKitId.
	DISPLAY "KIT ITEM ID (6 CHARS) ==> " WITH NO ADVANCING.
	ACCEPT WS-SEARCH-KIT-ID.

GetSearchCompId.
	DISPLAY "COMPONENT ITEM ID (6 CHARS) ==> " WITH NO ADVANCING.
	ACCEPT WS-SEARCH-COMP-ID.

FindComponent.
	MOVE WS-SEARCH-KIT-ID  TO BM-KIT-ITEM-ID.
	MOVE WS-SEARCH-COMP-ID TO BM-COMP-ITEM-ID.
	READ BOMFILE KEY IS BM-BOM-KEY
		INVALID KEY
			SET RECORD-NOT-FOUND TO TRUE
		NOT INVALID KEY
			SET RECORD-FOUND TO TRUE
	END-READ.

CheckItemOnMaster.
	READ ITEMFILE KEY IS IR-ITEM-ID
		INVALID KEY
			SET ITEM-NOT-ON-MASTER TO TRUE
		NOT INVALID KEY
			SET ITEM-ON-MASTER TO TRUE
	END-READ.

*> At least one of the component goes into a kit; a quantity of
*> zero would make a kit out of nothing.
AcceptOneQtyPer.
	DISPLAY "QUANTITY PER KIT (00001-99999) ==> " WITH NO ADVANCING.
	ACCEPT WS-QTY-ENTRY.
	IF WS-QTY-ENTRY NUMERIC AND WS-QTY-ENTRY > "00000"
		MOVE WS-QTY-ENTRY TO WS-NEW-QTY-PER
		SET ENTRY-VALID TO TRUE
	ELSE
		DISPLAY "QUANTITY MUST BE FIVE DIGITS, AT LEAST 00001"
			" -- TRY AGAIN"
	END-IF.

ShowComponent.
	DISPLAY "  KIT=" BM-KIT-ITEM-ID " COMPONENT=" BM-COMP-ITEM-ID
		" QTY PER KIT=" BM-QTY-PER-KIT.

*> Both items must be on the master and a kit cannot go into
*> itself.  A component may itself be a kit -- it is built on its
*> own bill first and then consumed whole.
AddComponent.
	PERFORM GetSearchKitId.
	PERFORM GetSearchCompId.
	EVALUATE TRUE
		WHEN WS-SEARCH-KIT-ID = SPACES OR WS-SEARCH-COMP-ID = SPACES
			DISPLAY "ITEM IDS MAY NOT BE BLANK -- NOTHING ADDED"
		WHEN WS-SEARCH-KIT-ID = WS-SEARCH-COMP-ID
			DISPLAY "A KIT CANNOT BE ITS OWN COMPONENT -- NOTHING ADDED"
		WHEN OTHER
			PERFORM AddCheckedComponent
	END-EVALUATE.

AddCheckedComponent.
	MOVE WS-SEARCH-KIT-ID TO IR-ITEM-ID.
	PERFORM CheckItemOnMaster.
	IF ITEM-NOT-ON-MASTER
		DISPLAY "KIT " WS-SEARCH-KIT-ID " NOT ON ITEM MASTER"
			" -- NOTHING ADDED"
	ELSE
		MOVE WS-SEARCH-COMP-ID TO IR-ITEM-ID
		PERFORM CheckItemOnMaster
		IF ITEM-NOT-ON-MASTER
			DISPLAY "COMPONENT " WS-SEARCH-COMP-ID
				" NOT ON ITEM MASTER -- NOTHING ADDED"
		ELSE
			PERFORM FindComponent
			IF RECORD-FOUND
				DISPLAY "COMPONENT " WS-SEARCH-COMP-ID
					" ALREADY ON KIT " WS-SEARCH-KIT-ID " -- USE CHANGE"
			ELSE
				SET ENTRY-NOT-VALID TO TRUE
				PERFORM AcceptOneQtyPer UNTIL ENTRY-VALID
				MOVE WS-SEARCH-KIT-ID  TO BM-KIT-ITEM-ID
				MOVE WS-SEARCH-COMP-ID TO BM-COMP-ITEM-ID
				MOVE WS-NEW-QTY-PER    TO BM-QTY-PER-KIT
				WRITE BOMFILE-RECORD
					INVALID KEY
						DISPLAY "COMPONENT " WS-SEARCH-COMP-ID
							" COULD NOT BE ADDED -- STATUS="
							WS-BOM-FILE-STATUS
					NOT INVALID KEY
						DISPLAY "COMPONENT " WS-SEARCH-COMP-ID
							" ADDED TO KIT " WS-SEARCH-KIT-ID
				END-WRITE
			END-IF
		END-IF
	END-IF.

ChangeComponent.
	PERFORM GetSearchKitId.
	PERFORM GetSearchCompId.
	PERFORM FindComponent.
	IF RECORD-NOT-FOUND
		DISPLAY "COMPONENT " WS-SEARCH-COMP-ID " NOT ON KIT "
			WS-SEARCH-KIT-ID " -- NO CHANGE MADE"
	ELSE
		PERFORM ShowComponent
		SET ENTRY-NOT-VALID TO TRUE
		PERFORM AcceptOneQtyPer UNTIL ENTRY-VALID
		MOVE WS-NEW-QTY-PER TO BM-QTY-PER-KIT
		REWRITE BOMFILE-RECORD
			INVALID KEY
				DISPLAY "COMPONENT " WS-SEARCH-COMP-ID
					" COULD NOT BE CHANGED -- STATUS=" WS-BOM-FILE-STATUS
			NOT INVALID KEY
				DISPLAY "COMPONENT " WS-SEARCH-COMP-ID " CHANGED"
		END-REWRITE
	END-IF.

DeleteComponent.
	PERFORM GetSearchKitId.
	PERFORM GetSearchCompId.
	PERFORM FindComponent.
	IF RECORD-FOUND
		DISPLAY "ABOUT TO DELETE:"
		PERFORM ShowComponent
		DISPLAY "CONFIRM DELETE (Y/N) ==> " WITH NO ADVANCING
		MOVE "N" TO WS-CONFIRM
		ACCEPT WS-CONFIRM
		IF DELETE-CONFIRMED
			DELETE BOMFILE RECORD
				INVALID KEY
					DISPLAY "COMPONENT " WS-SEARCH-COMP-ID
						" COULD NOT BE DELETED -- STATUS="
						WS-BOM-FILE-STATUS
				NOT INVALID KEY
					DISPLAY "COMPONENT " WS-SEARCH-COMP-ID
						" REMOVED FROM KIT " WS-SEARCH-KIT-ID
			END-DELETE
		ELSE
			DISPLAY "COMPONENT " WS-SEARCH-COMP-ID " NOT DELETED"
		END-IF
	ELSE
		DISPLAY "COMPONENT " WS-SEARCH-COMP-ID " NOT ON KIT "
			WS-SEARCH-KIT-ID " -- NO DELETE MADE"
	END-IF.

*> A kit's whole bill, read forward from its first component.
InquireKit.
	PERFORM GetSearchKitId.
	MOVE WS-SEARCH-KIT-ID TO WS-LIST-KIT-ID.
	MOVE WS-SEARCH-KIT-ID TO BM-KIT-ITEM-ID.
	MOVE LOW-VALUES TO BM-COMP-ITEM-ID.
	MOVE "N" TO WS-LIST-EOF-SW.
	MOVE ZERO TO WS-LIST-COUNT.
	START BOMFILE KEY IS NOT LESS THAN BM-BOM-KEY
		INVALID KEY
			SET LIST-AT-END TO TRUE
	END-START.
	PERFORM ListOneKitComponent UNTIL LIST-AT-END.
	DISPLAY WS-LIST-COUNT " COMPONENT(S) ON KIT " WS-LIST-KIT-ID.

ListOneKitComponent.
	READ BOMFILE NEXT RECORD
		AT END
			SET LIST-AT-END TO TRUE
		NOT AT END
			IF BM-KIT-ITEM-ID = WS-LIST-KIT-ID
				ADD 1 TO WS-LIST-COUNT
				PERFORM ShowComponent
			ELSE
				SET LIST-AT-END TO TRUE
			END-IF
	END-READ.

ListBillOfMaterials.
	MOVE LOW-VALUES TO BM-BOM-KEY.
	MOVE "N" TO WS-LIST-EOF-SW.
	MOVE ZERO TO WS-LIST-COUNT.
	START BOMFILE KEY IS NOT LESS THAN BM-BOM-KEY
		INVALID KEY
			SET LIST-AT-END TO TRUE
	END-START.
	PERFORM ListOneComponent UNTIL LIST-AT-END.
	DISPLAY WS-LIST-COUNT " BILL-OF-MATERIALS RECORD(S) ON FILE".

ListOneComponent.
	READ BOMFILE NEXT RECORD
		AT END
			SET LIST-AT-END TO TRUE
		NOT AT END
			ADD 1 TO WS-LIST-COUNT
			PERFORM ShowComponent
	END-READ.

*> Every kit one component goes into, through the component
*> alternate key -- the list to work through before an item that
*> goes into kits is dropped.
ListWhereUsed.
	PERFORM GetSearchCompId.
	MOVE WS-SEARCH-COMP-ID TO WS-LIST-COMP-ID.
	MOVE WS-SEARCH-COMP-ID TO BM-COMP-ITEM-ID.
	MOVE "N" TO WS-LIST-EOF-SW.
	MOVE ZERO TO WS-LIST-COUNT.
	START BOMFILE KEY IS EQUAL TO BM-COMP-ITEM-ID
		INVALID KEY
			SET LIST-AT-END TO TRUE
	END-START.
	PERFORM ListOneWhereUsed UNTIL LIST-AT-END.
	DISPLAY WS-LIST-COUNT " KIT(S) USE COMPONENT " WS-LIST-COMP-ID.

ListOneWhereUsed.
	READ BOMFILE NEXT RECORD
		AT END
			SET LIST-AT-END TO TRUE
		NOT AT END
			IF BM-COMP-ITEM-ID = WS-LIST-COMP-ID
				ADD 1 TO WS-LIST-COUNT
				PERFORM ShowComponent
			ELSE
				SET LIST-AT-END TO TRUE
			END-IF
	END-READ.

AbortOnFileError.
	DISPLAY "CBBOMMNT -- FILE ERROR ON " WS-ABORT-FILE-NAME
		": STATUS=" WS-ABORT-FILE-STATUS.
	MOVE 16 TO RETURN-CODE.
	STOP RUN.
