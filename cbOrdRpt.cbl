		RECORD KEY IS RO-ITEM-ID
		FILE STATUS IS WS-OPN-FILE-STATUS.

	SELECT VENDMAST ASSIGN TO DYNAMIC FP-VENDMAST-NAME
		ORGANIZATION IS INDEXED
		ACCESS MODE IS RANDOM
		RECORD KEY IS VM-VENDOR-ID
		FILE STATUS IS WS-VND-FILE-STATUS.

	SELECT ORDRPT ASSIGN TO DYNAMIC FP-ORDRPT-NAME
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS WS-RPT-FILE-STATUS.

	SELECT WORKFILE ASSIGN TO DYNAMIC FP-WORKFILE-NAME.

DATA DIVISION.
FILE SECTION.
FD REPLOPEN.
	88 EOFO     VALUE HIGH-VALUES.
	COPY REPLORD.

FD VENDMAST.
01 VENDMAST-RECORD.
	COPY VENDMAST.

FD ORDRPT.
01 RPT-LINE                    PIC X(80).

*> The open orders by vendor, then order, then item, so each
*> vendor's outstanding business prints together.
SD WORKFILE.
01 WORKFILE-RECORD.
	88 EOFS     VALUE HIGH-VALUES.
	05 SR-VENDOR-ID            PIC X(06).
	05 SR-ORDER-NO             PIC X(12).
	05 SR-ITEM-ID              PIC X(06).
	05 SR-ITEM-STATE           PIC X(02).
	05 SR-ORDER-DATE           PIC 9(08).
	05 SR-QTY-ORDERED          PIC 9(08).
	05 SR-QTY-RECEIVED         PIC 9(08).

WORKING-STORAGE SECTION.
COPY FILEPARM.
COPY BUSDPARM.

01 WS-RUN-DATE.
	05 WS-RUN-YYYY          PIC 9(4).
                               PIC 9(08).

01 WS-OPN-FILE-STATUS          PIC X(02) VALUE SPACES.
01 WS-VND-FILE-STATUS          PIC X(02) VALUE SPACES.
01 WS-RPT-FILE-STATUS          PIC X(02) VALUE SPACES.
01 WS-ABORT-FILE-NAME          PIC X(40) VALUE SPACES.
01 WS-ABORT-FILE-STATUS        PIC X(02) VALUE SPACES.

01 WS-VENDMAST-PRESENT-SW      PIC X(01) VALUE "N".
	88 VENDMAST-PRESENT     VALUE "Y".
01 WS-VENDOR-KNOWN-SW          PIC X(01) VALUE "N".
	88 VENDOR-KNOWN         VALUE "Y".
	88 VENDOR-NOT-KNOWN     VALUE "N".

01 WS-ORDERS-LISTED            PIC 9(07) VALUE ZERO.
01 WS-ORDERS-DISPLAY           PIC ZZZ,ZZ9.
01 WS-TOTAL-OUTSTANDING        PIC 9(11) VALUE ZERO.
01 WS-RUN-DAY-NO               PIC 9(07) VALUE ZERO.
01 WS-ORDER-DAY-NO             PIC 9(07) VALUE ZERO.
01 WS-ORDER-AGE                PIC S9(05) VALUE ZERO.
01 WS-PROMISED-DATE            PIC 9(08) VALUE ZERO.
01 WS-PAST-DUE-COUNT           PIC 9(07) VALUE ZERO.
01 WS-PAST-DUE-DISPLAY         PIC ZZZ,ZZ9.

01 WS-CUR-VENDOR-ID            PIC X(06) VALUE SPACES.
01 WS-VENDOR-NAME              PIC X(30) VALUE SPACES.
01 WS-VENDOR-CONTACT           PIC X(30) VALUE SPACES.
01 WS-VENDOR-PHONE             PIC X(15) VALUE SPACES.
01 WS-VENDOR-LEAD-DAYS         PIC 9(03) VALUE ZERO.
01 WS-VENDOR-ORDERS            PIC 9(07) VALUE ZERO.
01 WS-VENDOR-OUTSTANDING       PIC 9(11) VALUE ZERO.
01 WS-VENDOR-PAST-DUE          PIC 9(07) VALUE ZERO.

01 WS-PAGE-NO                  PIC 9(03) VALUE ZERO.
01 WS-LINES-ON-PAGE            PIC 9(03) VALUE ZERO.

01 WS-DETAIL-LINE.
	05 WS-DTL-ORDER-NO       PIC X(12).
	05 FILLER                PIC X(01) VALUE SPACES.
	05 WS-DTL-ITEM-ID        PIC X(06).
	05 FILLER                PIC X(01) VALUE SPACES.
	05 WS-DTL-STATE          PIC X(02).
	05 WS-DTL-ORDERED        PIC ZZZZ,ZZ9.
	05 FILLER                PIC X(01) VALUE SPACES.
	05 WS-DTL-RECEIVED       PIC ZZZZ,ZZ9.
	05 FILLER                PIC X(01) VALUE SPACES.
	05 WS-DTL-OUTSTAND       PIC ZZZZ,ZZ9.
	05 FILLER                PIC X(01) VALUE SPACES.
	05 WS-DTL-ORDERED-ON     PIC 9(08).
	05 FILLER                PIC X(01) VALUE SPACES.
	05 WS-DTL-PROMISED       PIC X(08).
	05 FILLER                PIC X(01) VALUE SPACES.
	05 WS-DTL-AGE            PIC ZZZ9.
	05 FILLER                PIC X(01) VALUE SPACES.
	05 WS-DTL-FLAG           PIC X(08).

01 WS-VENDOR-HEADING.
	05 FILLER                PIC X(07) VALUE "VENDOR ".
	05 WS-VH-VENDOR-ID       PIC X(06).
	05 FILLER                PIC X(02) VALUE SPACES.
	05 WS-VH-VENDOR-NAME     PIC X(30).
	05 FILLER                PIC X(06) VALUE "  LEAD".
	05 WS-VH-LEAD-DAYS       PIC ZZ9.
	05 FILLER                PIC X(05) VALUE " DAYS".

01 WS-CONTACT-LINE.
	05 FILLER                PIC X(11) VALUE "  CONTACT: ".
	05 WS-CL-CONTACT         PIC X(30).
	05 FILLER                PIC X(09) VALUE "  PHONE: ".
	05 WS-CL-PHONE           PIC X(15).

PROCEDURE DIVISION.
Begin.
	DISPLAY "CBORDRPT -- OUTSTANDING REPLENISHMENT ORDERS".
	PERFORM LoadFileParms.
	MOVE "P" TO BD-FUNCTION.
	CALL "CBBUSDTE" USING BD-DATE-PARMS.
	MOVE BD-RESULT-DATE TO WS-RUN-DATE.
	COMPUTE WS-RUN-DAY-NO = FUNCTION INTEGER-OF-DATE (WS-RUN-DATE-N).
	PERFORM WriteOrderReport.
	DISPLAY "CBORDRPT OPEN ORDERS LISTED: " WS-ORDERS-LISTED
		"  PAST DUE: " WS-PAST-DUE-COUNT.
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
	MOVE FP-ORDRPT-DEFAULT TO FP-ORDRPT-NAME.
	ACCEPT FP-ORDRPT-NAME FROM ENVIRONMENT "ORDRPT".
	IF FP-ORDRPT-NAME = SPACES
		MOVE FP-ORDRPT-DEFAULT TO FP-ORDRPT-NAME
	END-IF.
	MOVE FP-WORKFILE-DEFAULT TO FP-WORKFILE-NAME.
	ACCEPT FP-WORKFILE-NAME FROM ENVIRONMENT "WORKFILE".
	IF FP-WORKFILE-NAME = SPACES
		MOVE FP-WORKFILE-DEFAULT TO FP-WORKFILE-NAME
	END-IF.

WriteOrderReport.
	OPEN INPUT REPLOPEN.
		MOVE WS-OPN-FILE-STATUS TO WS-ABORT-FILE-STATUS
		PERFORM AbortOnFileError
	END-IF.
*> Without a vendor master the orders still list, by vendor ID,
*> with no promised date to hold them to.
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
	OPEN OUTPUT ORDRPT.
	IF WS-RPT-FILE-STATUS NOT = "00"
		MOVE "ORDRPT" TO WS-ABORT-FILE-NAME
	END-IF.
	MOVE ZERO TO WS-PAGE-NO.
	MOVE WS-LINES-PER-PAGE TO WS-LINES-ON-PAGE.
	SORT WORKFILE
		ON ASCENDING KEY SR-VENDOR-ID SR-ORDER-NO SR-ITEM-ID
		INPUT PROCEDURE IS GatherOpenOrders
		OUTPUT PROCEDURE IS ListVendorOrders.
	IF SORT-RETURN NOT = ZERO
		DISPLAY "CBORDRPT -- SORT OF OPEN ORDERS FAILED:"
			" SORT-RETURN=" SORT-RETURN
		MOVE 16 TO RETURN-CODE
		STOP RUN
	END-IF.
	PERFORM WriteReportFooter.
	CLOSE REPLOPEN.
	IF WS-OPN-FILE-STATUS NOT = "00"
		MOVE WS-OPN-FILE-STATUS TO WS-ABORT-FILE-STATUS
		PERFORM AbortOnFileError
	END-IF.
	IF VENDMAST-PRESENT
		CLOSE VENDMAST
		IF WS-VND-FILE-STATUS NOT = "00"
			MOVE "VENDMAST" TO WS-ABORT-FILE-NAME
			MOVE WS-VND-FILE-STATUS TO WS-ABORT-FILE-STATUS
			PERFORM AbortOnFileError
		END-IF
	END-IF.
	CLOSE ORDRPT.
	IF WS-RPT-FILE-STATUS NOT = "00"
		MOVE "ORDRPT" TO WS-ABORT-FILE-NAME
		PERFORM AbortOnFileError
	END-IF.

GatherOpenOrders.
	PERFORM ReadOrder.
	PERFORM ReleaseOneOrder UNTIL EOFO.

ReadOrder.
	READ REPLOPEN
		AT END SET EOFO TO TRUE
		PERFORM AbortOnFileError
	END-IF.

ReleaseOneOrder.
	MOVE RO-VENDOR-ID    TO SR-VENDOR-ID.
	MOVE RO-ORDER-NO     TO SR-ORDER-NO.
	MOVE RO-ITEM-ID      TO SR-ITEM-ID.
	MOVE RO-ITEM-STATE   TO SR-ITEM-STATE.
	MOVE RO-ORDER-DATE   TO SR-ORDER-DATE.
	MOVE RO-QTY-ORDERED  TO SR-QTY-ORDERED.
	MOVE RO-QTY-RECEIVED TO SR-QTY-RECEIVED.
	RELEASE WORKFILE-RECORD.
	PERFORM ReadOrder.

ListVendorOrders.
	PERFORM ReturnOrder.
	PERFORM ListOneVendor UNTIL EOFS.

ReturnOrder.
	RETURN WORKFILE
		AT END SET EOFS TO TRUE
	END-RETURN.

ListOneVendor.
	MOVE SR-VENDOR-ID TO WS-CUR-VENDOR-ID.
	PERFORM LookupVendor.
	MOVE ZERO TO WS-VENDOR-ORDERS WS-VENDOR-OUTSTANDING
		WS-VENDOR-PAST-DUE.
	PERFORM WriteVendorHeading.
	PERFORM ListOneOrder UNTIL EOFS
		OR SR-VENDOR-ID NOT = WS-CUR-VENDOR-ID.
	MOVE SPACES TO RPT-LINE.
	STRING "  ORDERS: " DELIMITED BY SIZE
		WS-VENDOR-ORDERS DELIMITED BY SIZE
		"  UNITS OUT: " DELIMITED BY SIZE
		WS-VENDOR-OUTSTANDING DELIMITED BY SIZE
		"  PAST DUE: " DELIMITED BY SIZE
		WS-VENDOR-PAST-DUE DELIMITED BY SIZE
		INTO RPT-LINE
	END-STRING.
	WRITE RPT-LINE.
	ADD 1 TO WS-LINES-ON-PAGE.

LookupVendor.
	SET VENDOR-NOT-KNOWN TO TRUE.
	MOVE ZERO TO WS-VENDOR-LEAD-DAYS.
	MOVE SPACES TO WS-VENDOR-CONTACT WS-VENDOR-PHONE.
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
					SET VENDOR-KNOWN TO TRUE
					MOVE VM-VENDOR-NAME   TO WS-VENDOR-NAME
					MOVE VM-CONTACT-NAME  TO WS-VENDOR-CONTACT
					MOVE VM-CONTACT-PHONE TO WS-VENDOR-PHONE
					MOVE VM-LEAD-DAYS     TO WS-VENDOR-LEAD-DAYS
			END-READ
	END-EVALUATE.

WriteVendorHeading.
	IF WS-LINES-ON-PAGE + 4 >= WS-LINES-PER-PAGE
		PERFORM WritePageHeader
	END-IF.
	MOVE SPACES TO RPT-LINE.
	WRITE RPT-LINE.
	MOVE WS-CUR-VENDOR-ID    TO WS-VH-VENDOR-ID.
	MOVE WS-VENDOR-NAME      TO WS-VH-VENDOR-NAME.
	MOVE WS-VENDOR-LEAD-DAYS TO WS-VH-LEAD-DAYS.
	MOVE WS-VENDOR-HEADING TO RPT-LINE.
	WRITE RPT-LINE.
	ADD 2 TO WS-LINES-ON-PAGE.
	IF VENDOR-KNOWN
		MOVE WS-VENDOR-CONTACT TO WS-CL-CONTACT
		MOVE WS-VENDOR-PHONE   TO WS-CL-PHONE
		MOVE WS-CONTACT-LINE TO RPT-LINE
		WRITE RPT-LINE
		ADD 1 TO WS-LINES-ON-PAGE
	END-IF.

*> The promise is the order date plus the vendor's lead time; an
*> order still open after that date is past due.  An order with no
*> vendor on file has no promise to miss.
ListOneOrder.
	ADD 1 TO WS-ORDERS-LISTED.
	ADD 1 TO WS-VENDOR-ORDERS.
	IF WS-LINES-ON-PAGE >= WS-LINES-PER-PAGE
		PERFORM WritePageHeader
	END-IF.
	COMPUTE WS-OUTSTANDING-QTY =
		SR-QTY-ORDERED - SR-QTY-RECEIVED.
	COMPUTE WS-ORDER-DAY-NO =
		FUNCTION INTEGER-OF-DATE (SR-ORDER-DATE).
	COMPUTE WS-ORDER-AGE = WS-RUN-DAY-NO - WS-ORDER-DAY-NO.
	MOVE SPACES TO WS-DTL-FLAG.
	IF VENDOR-KNOWN
		COMPUTE WS-PROMISED-DATE = FUNCTION DATE-OF-INTEGER
			(WS-ORDER-DAY-NO + WS-VENDOR-LEAD-DAYS)
		MOVE WS-PROMISED-DATE TO WS-DTL-PROMISED
		IF WS-PROMISED-DATE < WS-RUN-DATE-N
			MOVE "PAST DUE" TO WS-DTL-FLAG
			ADD 1 TO WS-PAST-DUE-COUNT
			ADD 1 TO WS-VENDOR-PAST-DUE
		END-IF
	ELSE
		MOVE "  NONE" TO WS-DTL-PROMISED
	END-IF.
	MOVE SR-ORDER-NO        TO WS-DTL-ORDER-NO.
	MOVE SR-ITEM-ID         TO WS-DTL-ITEM-ID.
	MOVE SR-ITEM-STATE      TO WS-DTL-STATE.
	MOVE SR-QTY-ORDERED     TO WS-DTL-ORDERED.
	MOVE SR-QTY-RECEIVED    TO WS-DTL-RECEIVED.
	MOVE WS-OUTSTANDING-QTY TO WS-DTL-OUTSTAND.
	MOVE SR-ORDER-DATE      TO WS-DTL-ORDERED-ON.
	MOVE WS-ORDER-AGE       TO WS-DTL-AGE.
	MOVE WS-DETAIL-LINE TO RPT-LINE.
	WRITE RPT-LINE.
	ADD 1 TO WS-LINES-ON-PAGE.
	ADD WS-OUTSTANDING-QTY TO WS-TOTAL-OUTSTANDING.
	ADD WS-OUTSTANDING-QTY TO WS-VENDOR-OUTSTANDING.
	PERFORM ReturnOrder.

WritePageHeader.
	ADD 1 TO WS-PAGE-NO.
		INTO RPT-LINE
	END-STRING.
	WRITE RPT-LINE.
	MOVE "ORDER NO     ITEMID ST ORDERED RECEIVED  OUTSTND ORDER DT PROMISED DAYS FLAG"
		TO RPT-LINE.
	WRITE RPT-LINE.
	MOVE "--------     ------ -- ------- --------  ------- -------- -------- ---- --------"
		TO RPT-LINE.
	WRITE RPT-LINE.
	MOVE ZERO TO WS-LINES-ON-PAGE.
		INTO RPT-LINE
	END-STRING.
	WRITE RPT-LINE.
	MOVE WS-PAST-DUE-COUNT TO WS-PAST-DUE-DISPLAY.
	MOVE SPACES TO RPT-LINE.
	STRING "PAST DUE ORDERS: " DELIMITED BY SIZE
		WS-PAST-DUE-DISPLAY DELIMITED BY SIZE
		INTO RPT-LINE
	END-STRING.
	WRITE RPT-LINE.

AbortOnFileError.
	DISPLAY "CBORDRPT -- FILE ERROR ON " WS-ABORT-FILE-NAME
