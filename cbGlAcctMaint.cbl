IDENTIFICATION DIVISION.
PROGRAM-ID. CBGLAMNT.
AUTHOR. SAEEDMALIK.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
	SELECT GLACCTS ASSIGN TO DYNAMIC FP-GLACCTS-NAME
		ORGANIZATION IS INDEXED
		ACCESS MODE IS DYNAMIC
		RECORD KEY IS GA-ACCT-KEY
		FILE STATUS IS WS-GLA-FILE-STATUS.

DATA DIVISION.
FILE SECTION.
FD GLACCTS.
01 GLACCTS-RECORD.
	COPY GLACCT.

WORKING-STORAGE SECTION.
COPY FILEPARM.

01 WS-FUNCTION                 PIC X(01).
	88 FUNC-ADD             VALUE "A".
	88 FUNC-CHANGE          VALUE "C".
	88 FUNC-DELETE          VALUE "D".
	88 FUNC-INQUIRE         VALUE "I".
	88 FUNC-LIST            VALUE "L".
	88 FUNC-EXIT            VALUE "X".

01 WS-SEARCH-KEY.
	05 WS-SEARCH-CATEGORY   PIC X(10).
	05 WS-SEARCH-LOCATION   PIC X(10).
01 WS-FOUND-SW                 PIC X(01) VALUE "N".
	88 RECORD-FOUND         VALUE "Y".
	88 RECORD-NOT-FOUND     VALUE "N".

01 WS-NEW-ACCOUNTS.
	05 WS-NEW-INVENTORY     PIC X(10).
	05 WS-NEW-CLEARING      PIC X(10).
	05 WS-NEW-COGS          PIC X(10).
	05 WS-NEW-REVAL         PIC X(10).
	05 WS-NEW-VARIANCE      PIC X(10).
	05 WS-NEW-ADJUST        PIC X(10).
01 WS-ACCT-PROMPT              PIC X(30) VALUE SPACES.
01 WS-ACCT-ENTRY               PIC X(10) VALUE SPACES.
01 WS-ACCT-OK-SW               PIC X(01) VALUE "N".
	88 ACCT-VALID           VALUE "Y".
	88 ACCT-NOT-VALID       VALUE "N".
01 WS-CONFIRM                  PIC X(01) VALUE "N".
	88 DELETE-CONFIRMED     VALUE "Y".
01 WS-LIST-EOF-SW              PIC X(01) VALUE "N".
	88 LIST-AT-END          VALUE "Y".
01 WS-LIST-COUNT               PIC 9(05) VALUE ZERO.

01 WS-GLA-FILE-STATUS          PIC X(02) VALUE SPACES.
01 WS-ABORT-FILE-NAME          PIC X(40) VALUE SPACES.
01 WS-ABORT-FILE-STATUS        PIC X(02) VALUE SPACES.

PROCEDURE DIVISION.
Begin.
	DISPLAY "CBGLAMNT -- GL ACCOUNT-MAPPING FILE MAINTENANCE".
	PERFORM LoadFileParms.
	PERFORM OpenMappings.
	PERFORM MaintLoop UNTIL FUNC-EXIT.
	CLOSE GLACCTS.
	IF WS-GLA-FILE-STATUS NOT = "00"
		MOVE "GLACCTS" TO WS-ABORT-FILE-NAME
		MOVE WS-GLA-FILE-STATUS TO WS-ABORT-FILE-STATUS
		PERFORM AbortOnFileError
	END-IF.
	DISPLAY "CBGLAMNT -- DONE".
	STOP RUN.

LoadFileParms.
	MOVE FP-GLACCTS-DEFAULT TO FP-GLACCTS-NAME.
	ACCEPT FP-GLACCTS-NAME FROM ENVIRONMENT "GLACCTS".
	IF FP-GLACCTS-NAME = SPACES
		MOVE FP-GLACCTS-DEFAULT TO FP-GLACCTS-NAME
	END-IF.

OpenMappings.
	OPEN I-O GLACCTS.
	IF WS-GLA-FILE-STATUS = "35"
		OPEN OUTPUT GLACCTS
		CLOSE GLACCTS
		OPEN I-O GLACCTS
	END-IF.
	IF WS-GLA-FILE-STATUS NOT = "00"
		MOVE "GLACCTS" TO WS-ABORT-FILE-NAME
		MOVE WS-GLA-FILE-STATUS TO WS-ABORT-FILE-STATUS
		PERFORM AbortOnFileError
	END-IF.

MaintLoop.
	PERFORM DisplayMenu.
	PERFORM GetFunction.
	EVALUATE TRUE
		WHEN FUNC-ADD
			PERFORM AddMapping
		WHEN FUNC-CHANGE
			PERFORM ChangeMapping
		WHEN FUNC-DELETE
			PERFORM DeleteMapping
		WHEN FUNC-INQUIRE
			PERFORM InquireMapping
		WHEN FUNC-LIST
			PERFORM ListMappings
		WHEN FUNC-EXIT
			CONTINUE
		WHEN OTHER
			DISPLAY "INVALID SELECTION -- TRY AGAIN"
	END-EVALUATE.

DisplayMenu.
	DISPLAY " ".
	DISPLAY "(A)DD  (C)HANGE  (D)ELETE  (I)NQUIRE  (L)IST  E(X)IT".

GetFunction.
	DISPLAY "SELECTION ==> " WITH NO ADVANCING.
	ACCEPT WS-FUNCTION.

*> The key is a category (or * for any) and a location -- a state
*> code, a region name, or * for any.
GetSearchKey.
	DISPLAY "CATEGORY, OR * FOR ANY (10 CHARS) ==> " WITH NO ADVANCING.
	ACCEPT WS-SEARCH-CATEGORY.
	DISPLAY "STATE, REGION, OR * FOR ANY (10 CHARS) ==> "
		WITH NO ADVANCING.
	ACCEPT WS-SEARCH-LOCATION.

FindMapping.
	MOVE WS-SEARCH-KEY TO GA-ACCT-KEY.
	READ GLACCTS KEY IS GA-ACCT-KEY
		INVALID KEY
			SET RECORD-NOT-FOUND TO TRUE
		NOT INVALID KEY
			SET RECORD-FOUND TO TRUE
	END-READ.

*> Every side of an entry needs somewhere to go, so no account on
*> the record may be left blank.
GetAccounts.
	MOVE "INVENTORY ACCOUNT ==> " TO WS-ACCT-PROMPT.
	PERFORM GetValidAccount.
	MOVE WS-ACCT-ENTRY TO WS-NEW-INVENTORY.
	MOVE "RECEIPTS CLEARING ACCOUNT ==> " TO WS-ACCT-PROMPT.
	PERFORM GetValidAccount.
	MOVE WS-ACCT-ENTRY TO WS-NEW-CLEARING.
	MOVE "COST OF GOODS SOLD ACCOUNT ==> " TO WS-ACCT-PROMPT.
	PERFORM GetValidAccount.
	MOVE WS-ACCT-ENTRY TO WS-NEW-COGS.
	MOVE "REVALUATION ACCOUNT ==> " TO WS-ACCT-PROMPT.
	PERFORM GetValidAccount.
	MOVE WS-ACCT-ENTRY TO WS-NEW-REVAL.
	MOVE "COUNT VARIANCE ACCOUNT ==> " TO WS-ACCT-PROMPT.
	PERFORM GetValidAccount.
	MOVE WS-ACCT-ENTRY TO WS-NEW-VARIANCE.
	MOVE "ADJUSTMENT ACCOUNT ==> " TO WS-ACCT-PROMPT.
	PERFORM GetValidAccount.
	MOVE WS-ACCT-ENTRY TO WS-NEW-ADJUST.

GetValidAccount.
	SET ACCT-NOT-VALID TO TRUE.
	PERFORM AcceptOneAccount UNTIL ACCT-VALID.

AcceptOneAccount.
	DISPLAY WS-ACCT-PROMPT WITH NO ADVANCING.
	ACCEPT WS-ACCT-ENTRY.
	IF WS-ACCT-ENTRY = SPACES
		DISPLAY "ACCOUNT MAY NOT BE BLANK -- TRY AGAIN"
	ELSE
		SET ACCT-VALID TO TRUE
	END-IF.

StoreAccounts.
	MOVE WS-NEW-INVENTORY TO GA-INVENTORY-ACCT.
	MOVE WS-NEW-CLEARING  TO GA-CLEARING-ACCT.
	MOVE WS-NEW-COGS      TO GA-COGS-ACCT.
	MOVE WS-NEW-REVAL     TO GA-REVAL-ACCT.
	MOVE WS-NEW-VARIANCE  TO GA-VARIANCE-ACCT.
	MOVE WS-NEW-ADJUST    TO GA-ADJUST-ACCT.

ShowMapping.
	DISPLAY "  CAT=" GA-CATEGORY " LOC=" GA-LOCATION.
	DISPLAY "    INV=" GA-INVENTORY-ACCT
		" CLR=" GA-CLEARING-ACCT
		" COGS=" GA-COGS-ACCT.
	DISPLAY "    REVAL=" GA-REVAL-ACCT
		" VAR=" GA-VARIANCE-ACCT
		" ADJ=" GA-ADJUST-ACCT.

AddMapping.
	PERFORM GetSearchKey.
	PERFORM FindMapping.
	IF RECORD-FOUND
		DISPLAY "MAPPING " WS-SEARCH-CATEGORY "/" WS-SEARCH-LOCATION
			" ALREADY EXISTS -- USE CHANGE"
	ELSE
		PERFORM GetAccounts
		MOVE WS-SEARCH-KEY TO GA-ACCT-KEY
		PERFORM StoreAccounts
		WRITE GLACCTS-RECORD
			INVALID KEY
				DISPLAY "MAPPING " WS-SEARCH-CATEGORY "/"
					WS-SEARCH-LOCATION
					" COULD NOT BE ADDED -- STATUS=" WS-GLA-FILE-STATUS
			NOT INVALID KEY
				DISPLAY "MAPPING " WS-SEARCH-CATEGORY "/"
					WS-SEARCH-LOCATION " ADDED"
		END-WRITE
	END-IF.

InquireMapping.
	PERFORM GetSearchKey.
	PERFORM FindMapping.
	IF RECORD-FOUND
		PERFORM ShowMapping
	ELSE
		DISPLAY "NO MAPPING FOR " WS-SEARCH-CATEGORY "/"
			WS-SEARCH-LOCATION
	END-IF.

ChangeMapping.
	PERFORM GetSearchKey.
	PERFORM FindMapping.
	IF RECORD-NOT-FOUND
		DISPLAY "NO MAPPING FOR " WS-SEARCH-CATEGORY "/"
			WS-SEARCH-LOCATION " -- NO CHANGE MADE"
	ELSE
		PERFORM ShowMapping
		PERFORM GetAccounts
		PERFORM StoreAccounts
		REWRITE GLACCTS-RECORD
			INVALID KEY
				DISPLAY "MAPPING " WS-SEARCH-CATEGORY "/"
					WS-SEARCH-LOCATION
					" COULD NOT BE CHANGED -- STATUS=" WS-GLA-FILE-STATUS
			NOT INVALID KEY
				DISPLAY "MAPPING " WS-SEARCH-CATEGORY "/"
					WS-SEARCH-LOCATION " CHANGED"
		END-REWRITE
	END-IF.

DeleteMapping.
	PERFORM GetSearchKey.
	PERFORM FindMapping.
	IF RECORD-FOUND
		DISPLAY "ABOUT TO DELETE:"
		PERFORM ShowMapping
		DISPLAY "CONFIRM DELETE (Y/N) ==> " WITH NO ADVANCING
		MOVE "N" TO WS-CONFIRM
		ACCEPT WS-CONFIRM
		IF DELETE-CONFIRMED
			DELETE GLACCTS RECORD
				INVALID KEY
					DISPLAY "MAPPING " WS-SEARCH-CATEGORY "/"
						WS-SEARCH-LOCATION
						" COULD NOT BE DELETED -- STATUS="
						WS-GLA-FILE-STATUS
				NOT INVALID KEY
					DISPLAY "MAPPING " WS-SEARCH-CATEGORY "/"
						WS-SEARCH-LOCATION " DELETED"
			END-DELETE
		ELSE
			DISPLAY "MAPPING " WS-SEARCH-CATEGORY "/"
				WS-SEARCH-LOCATION " NOT DELETED"
		END-IF
	ELSE
		DISPLAY "NO MAPPING FOR " WS-SEARCH-CATEGORY "/"
			WS-SEARCH-LOCATION " -- NO DELETE MADE"
	END-IF.

*> The whole file in key order, so finance can see at a glance
*> which categories and locations are covered.
ListMappings.
	MOVE LOW-VALUES TO GA-ACCT-KEY.
	MOVE "N" TO WS-LIST-EOF-SW.
	MOVE ZERO TO WS-LIST-COUNT.
	START GLACCTS KEY IS NOT LESS THAN GA-ACCT-KEY
		INVALID KEY
			SET LIST-AT-END TO TRUE
	END-START.
	PERFORM ListOneMapping UNTIL LIST-AT-END.
	DISPLAY WS-LIST-COUNT " MAPPING RECORD(S) ON FILE".

ListOneMapping.
	READ GLACCTS NEXT RECORD
		AT END
			SET LIST-AT-END TO TRUE
		NOT AT END
			ADD 1 TO WS-LIST-COUNT
			PERFORM ShowMapping
	END-READ.

AbortOnFileError.
	DISPLAY "CBGLAMNT -- FILE ERROR ON " WS-ABORT-FILE-NAME
		": STATUS=" WS-ABORT-FILE-STATUS.
	MOVE 16 TO RETURN-CODE.
	STOP RUN.
