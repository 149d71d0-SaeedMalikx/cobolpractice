IDENTIFICATION DIVISION.
PROGRAM-ID. CBVNDMNT.
AUTHOR. SAEEDMALIK.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
	SELECT VENDMAST ASSIGN TO DYNAMIC FP-VENDMAST-NAME
		ORGANIZATION IS INDEXED
		ACCESS MODE IS DYNAMIC
		RECORD KEY IS VM-VENDOR-ID
		FILE STATUS IS WS-VND-FILE-STATUS.

	SELECT ITEMVEND ASSIGN TO DYNAMIC FP-ITEMVEND-NAME
		ORGANIZATION IS INDEXED
		ACCESS MODE IS DYNAMIC
		RECORD KEY IS IV-ITEM-ID
		ALTERNATE RECORD KEY IS IV-VENDOR-ID WITH DUPLICATES
		FILE STATUS IS WS-IVX-FILE-STATUS.

DATA DIVISION.
FILE SECTION.
FD VENDMAST.
01 VENDMAST-RECORD.
	COPY VENDMAST.

FD ITEMVEND.
01 ITEMVEND-RECORD.
	COPY ITEMVEND.

WORKING-STORAGE SECTION.
COPY FILEPARM.

01 WS-FUNCTION                 PIC X(01).
	88 FUNC-ADD             VALUE "A".
	88 FUNC-CHANGE          VALUE "C".
	88 FUNC-DELETE          VALUE "D".
	88 FUNC-INQUIRE         VALUE "I".
	88 FUNC-LIST            VALUE "L".
	88 FUNC-EXIT            VALUE "X".

01 WS-SEARCH-ID                PIC X(06).
01 WS-FOUND-SW                 PIC X(01) VALUE "N".
	88 RECORD-FOUND         VALUE "Y".
	88 RECORD-NOT-FOUND     VALUE "N".

01 WS-NEW-NAME                 PIC X(30) VALUE SPACES.
01 WS-NEW-CONTACT              PIC X(30) VALUE SPACES.
01 WS-NEW-PHONE                PIC X(15) VALUE SPACES.
01 WS-NEW-LEAD-DAYS            PIC 9(03) VALUE ZERO.
01 WS-LEAD-ENTRY               PIC X(03) VALUE SPACES.
01 WS-ENTRY-OK-SW              PIC X(01) VALUE "N".
	88 ENTRY-VALID          VALUE "Y".
	88 ENTRY-NOT-VALID      VALUE "N".
01 WS-CONFIRM                  PIC X(01) VALUE "N".
	88 DELETE-CONFIRMED     VALUE "Y".
01 WS-LIST-EOF-SW              PIC X(01) VALUE "N".
	88 LIST-AT-END          VALUE "Y".
01 WS-LIST-COUNT               PIC 9(05) VALUE ZERO.

01 WS-XREF-PRESENT-SW          PIC X(01) VALUE "N".
	88 XREF-FILE-PRESENT    VALUE "Y".
01 WS-XREF-IN-USE-SW           PIC X(01) VALUE "N".
	88 VENDOR-IN-USE        VALUE "Y".
	88 VENDOR-NOT-IN-USE    VALUE "N".

01 WS-VND-FILE-STATUS          PIC X(02) VALUE SPACES.
01 WS-IVX-FILE-STATUS          PIC X(02) VALUE SPACES.
01 WS-ABORT-FILE-NAME          PIC X(40) VALUE SPACES.
01 WS-ABORT-FILE-STATUS        PIC X(02) VALUE SPACES.

PROCEDURE DIVISION.
Begin.
	DISPLAY "CBVNDMNT -- VENDOR MASTER MAINTENANCE".
	PERFORM LoadFileParms.
	PERFORM OpenVendors.
	PERFORM MaintLoop UNTIL FUNC-EXIT.
	CLOSE VENDMAST.
	IF WS-VND-FILE-STATUS NOT = "00"
		MOVE "VENDMAST" TO WS-ABORT-FILE-NAME
		MOVE WS-VND-FILE-STATUS TO WS-ABORT-FILE-STATUS
		PERFORM AbortOnFileError
	END-IF.
	IF XREF-FILE-PRESENT
		CLOSE ITEMVEND
		IF WS-IVX-FILE-STATUS NOT = "00"
			MOVE "ITEMVEND" TO WS-ABORT-FILE-NAME
			MOVE WS-IVX-FILE-STATUS TO WS-ABORT-FILE-STATUS
			PERFORM AbortOnFileError
		END-IF
	END-IF.
	DISPLAY "CBVNDMNT -- DONE".
	STOP RUN.

LoadFileParms.
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

*> The vendor master is created on first use.  The cross-reference
*> is only read here, to stop a vendor that still supplies items
*> being deleted -- before CBIVXMNT has built it there is nothing
*> to protect.
OpenVendors.
	OPEN I-O VENDMAST.
	IF WS-VND-FILE-STATUS = "35"
		OPEN OUTPUT VENDMAST
		CLOSE VENDMAST
		OPEN I-O VENDMAST
	END-IF.
	IF WS-VND-FILE-STATUS NOT = "00"
		MOVE "VENDMAST" TO WS-ABORT-FILE-NAME
		MOVE WS-VND-FILE-STATUS TO WS-ABORT-FILE-STATUS
		PERFORM AbortOnFileError
	END-IF.
	OPEN INPUT ITEMVEND.
	IF WS-IVX-FILE-STATUS = "00"
		SET XREF-FILE-PRESENT TO TRUE
	ELSE
		IF WS-IVX-FILE-STATUS NOT = "35"
			MOVE "ITEMVEND" TO WS-ABORT-FILE-NAME
			MOVE WS-IVX-FILE-STATUS TO WS-ABORT-FILE-STATUS
			PERFORM AbortOnFileError
		END-IF
	END-IF.

MaintLoop.
	PERFORM DisplayMenu.
	PERFORM GetFunction.
	EVALUATE TRUE
		WHEN FUNC-ADD
			PERFORM AddVendor
		WHEN FUNC-CHANGE
			PERFORM ChangeVendor
		WHEN FUNC-DELETE
			PERFORM DeleteVendor
		WHEN FUNC-INQUIRE
			PERFORM InquireVendor
		WHEN FUNC-LIST
			PERFORM ListVendors
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

GetSearchId.
	DISPLAY "VENDOR ID (6 CHARS) ==> " WITH NO ADVANCING.
	ACCEPT WS-SEARCH-ID.

FindVendor.
	MOVE WS-SEARCH-ID TO VM-VENDOR-ID.
	READ VENDMAST KEY IS VM-VENDOR-ID
		INVALID KEY
			SET RECORD-NOT-FOUND TO TRUE
		NOT INVALID KEY
			SET RECORD-FOUND TO TRUE
	END-READ.

*> A vendor needs a name for the order heading; the contact is
*> optional, the lead time must be a number of days.
GetVendorDetails.
	SET ENTRY-NOT-VALID TO TRUE.
	PERFORM AcceptOneName UNTIL ENTRY-VALID.
	DISPLAY "CONTACT NAME (30 CHARS) ==> " WITH NO ADVANCING.
	ACCEPT WS-NEW-CONTACT.
	DISPLAY "CONTACT PHONE (15 CHARS) ==> " WITH NO ADVANCING.
	ACCEPT WS-NEW-PHONE.
	SET ENTRY-NOT-VALID TO TRUE.
	PERFORM AcceptOneLeadTime UNTIL ENTRY-VALID.

AcceptOneName.
	DISPLAY "VENDOR NAME (30 CHARS) ==> " WITH NO ADVANCING.
	ACCEPT WS-NEW-NAME.
	IF WS-NEW-NAME = SPACES
		DISPLAY "NAME MAY NOT BE BLANK -- TRY AGAIN"
	ELSE
		SET ENTRY-VALID TO TRUE
	END-IF.

AcceptOneLeadTime.
	DISPLAY "LEAD TIME IN DAYS (000-999) ==> " WITH NO ADVANCING.
	ACCEPT WS-LEAD-ENTRY.
	IF WS-LEAD-ENTRY NUMERIC
		MOVE WS-LEAD-ENTRY TO WS-NEW-LEAD-DAYS
		SET ENTRY-VALID TO TRUE
	ELSE
		DISPLAY "LEAD TIME MUST BE THREE DIGITS -- TRY AGAIN"
	END-IF.

StoreVendorDetails.
	MOVE WS-NEW-NAME      TO VM-VENDOR-NAME.
	MOVE WS-NEW-CONTACT   TO VM-CONTACT-NAME.
	MOVE WS-NEW-PHONE     TO VM-CONTACT-PHONE.
	MOVE WS-NEW-LEAD-DAYS TO VM-LEAD-DAYS.

ShowVendor.
	DISPLAY "  ID=" VM-VENDOR-ID " NAME=" VM-VENDOR-NAME
		" LEAD=" VM-LEAD-DAYS " DAYS".
	DISPLAY "    CONTACT=" VM-CONTACT-NAME " PHONE=" VM-CONTACT-PHONE.

AddVendor.
	PERFORM GetSearchId.
	IF WS-SEARCH-ID = SPACES
		DISPLAY "VENDOR ID MAY NOT BE BLANK -- NOTHING ADDED"
	ELSE
		PERFORM FindVendor
		IF RECORD-FOUND
			DISPLAY "VENDOR " WS-SEARCH-ID " ALREADY EXISTS -- USE CHANGE"
		ELSE
			PERFORM GetVendorDetails
			MOVE WS-SEARCH-ID TO VM-VENDOR-ID
			PERFORM StoreVendorDetails
			WRITE VENDMAST-RECORD
				INVALID KEY
					DISPLAY "VENDOR " WS-SEARCH-ID
						" COULD NOT BE ADDED -- STATUS=" WS-VND-FILE-STATUS
				NOT INVALID KEY
					DISPLAY "VENDOR " WS-SEARCH-ID " ADDED"
			END-WRITE
		END-IF
	END-IF.

InquireVendor.
	PERFORM GetSearchId.
	PERFORM FindVendor.
	IF RECORD-FOUND
		PERFORM ShowVendor
	ELSE
		DISPLAY "NO VENDOR " WS-SEARCH-ID
	END-IF.

ChangeVendor.
	PERFORM GetSearchId.
	PERFORM FindVendor.
	IF RECORD-NOT-FOUND
		DISPLAY "NO VENDOR " WS-SEARCH-ID " -- NO CHANGE MADE"
	ELSE
		PERFORM ShowVendor
		PERFORM GetVendorDetails
		PERFORM StoreVendorDetails
		REWRITE VENDMAST-RECORD
			INVALID KEY
				DISPLAY "VENDOR " WS-SEARCH-ID
					" COULD NOT BE CHANGED -- STATUS=" WS-VND-FILE-STATUS
			NOT INVALID KEY
				DISPLAY "VENDOR " WS-SEARCH-ID " CHANGED"
		END-REWRITE
	END-IF.

*> A vendor still named as some item's primary vendor stays -- the
*> items would otherwise order from nobody.  Move them with
*> CBIVXMNT first.
DeleteVendor.
	PERFORM GetSearchId.
	PERFORM FindVendor.
	IF RECORD-FOUND
		PERFORM CheckVendorInUse
		IF VENDOR-IN-USE
			DISPLAY "VENDOR " WS-SEARCH-ID " IS PRIMARY VENDOR FOR ITEM "
				IV-ITEM-ID " -- REASSIGN ITS ITEMS FIRST"
		ELSE
			DISPLAY "ABOUT TO DELETE:"
			PERFORM ShowVendor
			DISPLAY "CONFIRM DELETE (Y/N) ==> " WITH NO ADVANCING
			MOVE "N" TO WS-CONFIRM
			ACCEPT WS-CONFIRM
			IF DELETE-CONFIRMED
				DELETE VENDMAST RECORD
					INVALID KEY
						DISPLAY "VENDOR " WS-SEARCH-ID
							" COULD NOT BE DELETED -- STATUS="
							WS-VND-FILE-STATUS
					NOT INVALID KEY
						DISPLAY "VENDOR " WS-SEARCH-ID " DELETED"
				END-DELETE
			ELSE
				DISPLAY "VENDOR " WS-SEARCH-ID " NOT DELETED"
			END-IF
		END-IF
	ELSE
		DISPLAY "NO VENDOR " WS-SEARCH-ID " -- NO DELETE MADE"
	END-IF.

CheckVendorInUse.
	SET VENDOR-NOT-IN-USE TO TRUE.
	IF XREF-FILE-PRESENT
		MOVE WS-SEARCH-ID TO IV-VENDOR-ID
		READ ITEMVEND KEY IS IV-VENDOR-ID
			INVALID KEY
				CONTINUE
			NOT INVALID KEY
				SET VENDOR-IN-USE TO TRUE
		END-READ
	END-IF.

ListVendors.
	MOVE LOW-VALUES TO VM-VENDOR-ID.
	MOVE "N" TO WS-LIST-EOF-SW.
	MOVE ZERO TO WS-LIST-COUNT.
	START VENDMAST KEY IS NOT LESS THAN VM-VENDOR-ID
		INVALID KEY
			SET LIST-AT-END TO TRUE
	END-START.
	PERFORM ListOneVendor UNTIL LIST-AT-END.
	DISPLAY WS-LIST-COUNT " VENDOR RECORD(S) ON FILE".

ListOneVendor.
	READ VENDMAST NEXT RECORD
		AT END
			SET LIST-AT-END TO TRUE
		NOT AT END
			ADD 1 TO WS-LIST-COUNT
			PERFORM ShowVendor
	END-READ.

AbortOnFileError.
	DISPLAY "CBVNDMNT -- FILE ERROR ON " WS-ABORT-FILE-NAME
		": STATUS=" WS-ABORT-FILE-STATUS.
	MOVE 16 TO RETURN-CODE.
	STOP RUN.
