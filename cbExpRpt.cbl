IDENTIFICATION DIVISION.
PROGRAM-ID. CBEXPRPT.
AUTHOR. SAEEDMALIK.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
	SELECT LOTBAL ASSIGN TO DYNAMIC FP-LOTBAL-NAME
		ORGANIZATION IS INDEXED
		ACCESS MODE IS SEQUENTIAL
		RECORD KEY IS LB-LOT-KEY
		FILE STATUS IS WS-LOT-FILE-STATUS.

	SELECT ITEMFILE ASSIGN TO DYNAMIC FP-ITEMFILE-NAME
		ORGANIZATION IS INDEXED
		ACCESS MODE IS RANDOM
		RECORD KEY IS IR-ITEM-ID
		ALTERNATE RECORD KEY IS IR-ITEM-STATE WITH DUPLICATES
		FILE STATUS IS WS-ITM-FILE-STATUS.

	SELECT ITEMCOST ASSIGN TO DYNAMIC FP-ITEMCOST-NAME
		ORGANIZATION IS INDEXED
		ACCESS MODE IS RANDOM
		RECORD KEY IS IC-ITEM-ID
		FILE STATUS IS WS-CST-FILE-STATUS.

	SELECT EXPRPT ASSIGN TO DYNAMIC FP-EXPRPT-NAME
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS WS-RPT-FILE-STATUS.

	SELECT WORKFILE ASSIGN TO DYNAMIC FP-WORKFILE-NAME.

DATA DIVISION.
FILE SECTION.
FD LOTBAL.
01 LOTBAL-RECORD.
	88 EOFL     VALUE HIGH-VALUES.
	COPY LOTBAL.

FD ITEMFILE.
01 ITEMRECORD.
	COPY ITEMREC.

FD ITEMCOST.
01 ITEMCOST-RECORD.
	COPY ITEMCOST.

FD EXPRPT.
01 RPT-LINE                    PIC X(80).

*> One record per lot expiring inside the window, in the order the
*> report prints: state, warehouse, soonest expiry first.
SD WORKFILE.
01 WORKFILE-RECORD.
	88 EOFS     VALUE HIGH-VALUES.
	05 WRK-STATE               PIC X(02).
	05 WRK-WHSE                PIC X(02).
	05 WRK-EXPIRY-DATE         PIC 9(08).
	05 WRK-ITEM-ID             PIC X(06).
	05 WRK-LOT-NO              PIC X(10).
	05 WRK-QTY                 PIC 9(07).
	05 WRK-VALUE               PIC 9(11)V99.
	05 WRK-DAYS-LEFT           PIC S9(05).

WORKING-STORAGE SECTION.
COPY FILEPARM.
COPY BUSDPARM.

01 WS-RUN-DATE.
	05 WS-RUN-YYYY          PIC 9(4).
	05 WS-RUN-MM            PIC 9(2).
	05 WS-RUN-DD            PIC 9(2).
01 WS-RUN-DATE-N REDEFINES WS-RUN-DATE
                               PIC 9(08).

01 WS-LOT-FILE-STATUS          PIC X(02) VALUE SPACES.
01 WS-ITM-FILE-STATUS          PIC X(02) VALUE SPACES.
01 WS-CST-FILE-STATUS          PIC X(02) VALUE SPACES.
01 WS-RPT-FILE-STATUS          PIC X(02) VALUE SPACES.
01 WS-ABORT-FILE-NAME          PIC X(40) VALUE SPACES.
01 WS-ABORT-FILE-STATUS        PIC X(02) VALUE SPACES.

01 WS-LOT-PRESENT-SW           PIC X(01) VALUE "N".
	88 LOT-FILE-PRESENT     VALUE "Y".
01 WS-COST-PRESENT-SW          PIC X(01) VALUE "N".
	88 COST-FILE-PRESENT    VALUE "Y".

01 WS-EXPDAYS-PARM             PIC X(03) VALUE SPACES.
01 WS-EXP-WINDOW               PIC 9(03) VALUE 30.
01 WS-RUN-DAY-NO               PIC 9(07) VALUE ZERO.
01 WS-EXPIRY-DAY-NO            PIC 9(07) VALUE ZERO.
01 WS-HORIZON-DATE             PIC 9(08) VALUE ZERO.
01 WS-UNIT-COST                PIC 9(05)V9(04) VALUE ZERO.

01 WS-LOTS-READ                PIC 9(07) VALUE ZERO.
01 WS-LOTS-SELECTED            PIC 9(07) VALUE ZERO.
01 WS-LOTS-EXPIRED             PIC 9(07) VALUE ZERO.

01 WS-BRK-STATE                PIC X(02) VALUE SPACES.
01 WS-BRK-WHSE                 PIC X(02) VALUE SPACES.
01 WS-WHSE-QTY                 PIC 9(09) VALUE ZERO.
01 WS-WHSE-VALUE               PIC 9(13)V99 VALUE ZERO.
01 WS-STATE-QTY                PIC 9(09) VALUE ZERO.
01 WS-STATE-VALUE              PIC 9(13)V99 VALUE ZERO.
01 WS-GRAND-QTY                PIC 9(11) VALUE ZERO.
01 WS-GRAND-VALUE              PIC 9(15)V99 VALUE ZERO.
01 WS-EXPIRED-QTY              PIC 9(11) VALUE ZERO.
01 WS-EXPIRED-VALUE            PIC 9(15)V99 VALUE ZERO.

01 WS-PAGE-NO                  PIC 9(03) VALUE ZERO.
01 WS-LINES-ON-PAGE            PIC 9(03) VALUE ZERO.
01 WS-LINES-PER-PAGE           PIC 9(03) VALUE 20.

01 WS-DETAIL-LINE.
	05 WS-DTL-STATE          PIC X(02).
	05 FILLER                PIC X(01) VALUE SPACES.
	05 WS-DTL-WHSE           PIC X(02).
	05 FILLER                PIC X(01) VALUE SPACES.
	05 WS-DTL-ITEM-ID        PIC X(06).
	05 FILLER                PIC X(01) VALUE SPACES.
	05 WS-DTL-LOT-NO         PIC X(10).
	05 FILLER                PIC X(01) VALUE SPACES.
	05 WS-DTL-EXPIRY         PIC 9(08).
	05 FILLER                PIC X(01) VALUE SPACES.
	05 WS-DTL-DAYS           PIC -ZZZ9.
	05 FILLER                PIC X(01) VALUE SPACES.
	05 WS-DTL-QTY            PIC ZZZZ,ZZ9.
	05 FILLER                PIC X(01) VALUE SPACES.
	05 WS-DTL-VALUE          PIC $$$,$$$,$$9.99.
	05 FILLER                PIC X(01) VALUE SPACES.
	05 WS-DTL-STATUS         PIC X(07).

01 WS-TOTAL-LINE.
	05 WS-TOT-LABEL          PIC X(41).
	05 WS-TOT-QTY            PIC ZZZ,ZZZ,ZZ9.
	05 FILLER                PIC X(01) VALUE SPACES.
	05 WS-TOT-VALUE          PIC $$,$$$,$$$,$$9.99.

PROCEDURE DIVISION.
Begin.
	DISPLAY "CBEXPRPT -- EXPIRING STOCK BY STATE AND WAREHOUSE".
	PERFORM LoadFileParms.
	MOVE "P" TO BD-FUNCTION.
	CALL "CBBUSDTE" USING BD-DATE-PARMS.
	MOVE BD-RESULT-DATE TO WS-RUN-DATE.
	PERFORM LoadExpiryWindow.
	PERFORM OpenFiles.
	SORT WORKFILE
		ON ASCENDING KEY WRK-STATE WRK-WHSE WRK-EXPIRY-DATE
			WRK-ITEM-ID WRK-LOT-NO
		INPUT PROCEDURE IS SelectExpiringLots
		OUTPUT PROCEDURE IS ReportExpiringLots.
	IF SORT-RETURN NOT = ZERO
		DISPLAY "CBEXPRPT -- SORT OF EXPIRING LOTS FAILED:"
			" SORT-RETURN=" SORT-RETURN
		MOVE 16 TO RETURN-CODE
		STOP RUN
	END-IF.
	PERFORM CloseFiles.
	DISPLAY "CBEXPRPT LOTS READ: " WS-LOTS-READ
		"  EXPIRING: " WS-LOTS-SELECTED
		"  ALREADY EXPIRED: " WS-LOTS-EXPIRED.
	STOP RUN.

LoadFileParms.
	MOVE FP-LOTBAL-DEFAULT TO FP-LOTBAL-NAME.
	ACCEPT FP-LOTBAL-NAME FROM ENVIRONMENT "LOTBAL".
	IF FP-LOTBAL-NAME = SPACES
		MOVE FP-LOTBAL-DEFAULT TO FP-LOTBAL-NAME
	END-IF.
	MOVE FP-ITEMFILE-DEFAULT TO FP-ITEMFILE-NAME.
	ACCEPT FP-ITEMFILE-NAME FROM ENVIRONMENT "ITEMFILE".
	IF FP-ITEMFILE-NAME = SPACES
		MOVE FP-ITEMFILE-DEFAULT TO FP-ITEMFILE-NAME
	END-IF.
	MOVE FP-ITEMCOST-DEFAULT TO FP-ITEMCOST-NAME.
	ACCEPT FP-ITEMCOST-NAME FROM ENVIRONMENT "ITEMCOST".
	IF FP-ITEMCOST-NAME = SPACES
		MOVE FP-ITEMCOST-DEFAULT TO FP-ITEMCOST-NAME
	END-IF.
	MOVE FP-EXPRPT-DEFAULT TO FP-EXPRPT-NAME.
	ACCEPT FP-EXPRPT-NAME FROM ENVIRONMENT "EXPRPT".
	IF FP-EXPRPT-NAME = SPACES
		MOVE FP-EXPRPT-DEFAULT TO FP-EXPRPT-NAME
	END-IF.
	MOVE FP-WORKFILE-DEFAULT TO FP-WORKFILE-NAME.
	ACCEPT FP-WORKFILE-NAME FROM ENVIRONMENT "WORKFILE".
	IF FP-WORKFILE-NAME = SPACES
		MOVE FP-WORKFILE-DEFAULT TO FP-WORKFILE-NAME
	END-IF.

*> EXPDAYS is how far ahead to look: a lot expiring within that
*> many days of the run date is listed, and so is every lot already
*> past its date and still on the shelf.  A parameter that is absent
*> or not numeric leaves the shipped default in place.
LoadExpiryWindow.
	ACCEPT WS-EXPDAYS-PARM FROM ENVIRONMENT "EXPDAYS".
	IF WS-EXPDAYS-PARM NOT = SPACES
		IF WS-EXPDAYS-PARM NUMERIC
			MOVE WS-EXPDAYS-PARM TO WS-EXP-WINDOW
		ELSE
			DISPLAY "CBEXPRPT -- EXPDAYS PARAMETER '" WS-EXPDAYS-PARM
				"' NOT NUMERIC -- USING " WS-EXP-WINDOW " DAYS"
		END-IF
	END-IF.
	COMPUTE WS-RUN-DAY-NO = FUNCTION INTEGER-OF-DATE (WS-RUN-DATE-N).
	COMPUTE WS-HORIZON-DATE =
		FUNCTION DATE-OF-INTEGER (WS-RUN-DAY-NO + WS-EXP-WINDOW).
	DISPLAY "CBEXPRPT EXPIRY WINDOW: " WS-EXP-WINDOW " DAYS -- THROUGH "
		WS-HORIZON-DATE.

OpenFiles.
*> No lot file yet means no lot-controlled stock has been received
*> -- the report still prints, empty.
	OPEN INPUT LOTBAL.
	IF WS-LOT-FILE-STATUS = "00"
		SET LOT-FILE-PRESENT TO TRUE
	ELSE
		IF WS-LOT-FILE-STATUS NOT = "35"
			MOVE "LOTBAL" TO WS-ABORT-FILE-NAME
			MOVE WS-LOT-FILE-STATUS TO WS-ABORT-FILE-STATUS
			PERFORM AbortOnFileError
		END-IF
	END-IF.
	OPEN INPUT ITEMFILE.
	IF WS-ITM-FILE-STATUS NOT = "00"
		MOVE "ITEMFILE" TO WS-ABORT-FILE-NAME
		MOVE WS-ITM-FILE-STATUS TO WS-ABORT-FILE-STATUS
		PERFORM AbortOnFileError
	END-IF.
	OPEN INPUT ITEMCOST.
	IF WS-CST-FILE-STATUS = "00"
		SET COST-FILE-PRESENT TO TRUE
	ELSE
		IF WS-CST-FILE-STATUS NOT = "35"
			MOVE "ITEMCOST" TO WS-ABORT-FILE-NAME
			MOVE WS-CST-FILE-STATUS TO WS-ABORT-FILE-STATUS
			PERFORM AbortOnFileError
		END-IF
	END-IF.
	OPEN OUTPUT EXPRPT.
	IF WS-RPT-FILE-STATUS NOT = "00"
		MOVE "EXPRPT" TO WS-ABORT-FILE-NAME
		MOVE WS-RPT-FILE-STATUS TO WS-ABORT-FILE-STATUS
		PERFORM AbortOnFileError
	END-IF.

CloseFiles.
	IF LOT-FILE-PRESENT
		CLOSE LOTBAL
		IF WS-LOT-FILE-STATUS NOT = "00"
			MOVE "LOTBAL" TO WS-ABORT-FILE-NAME
			MOVE WS-LOT-FILE-STATUS TO WS-ABORT-FILE-STATUS
			PERFORM AbortOnFileError
		END-IF
	END-IF.
	CLOSE ITEMFILE.
	IF WS-ITM-FILE-STATUS NOT = "00"
		MOVE "ITEMFILE" TO WS-ABORT-FILE-NAME
		MOVE WS-ITM-FILE-STATUS TO WS-ABORT-FILE-STATUS
		PERFORM AbortOnFileError
	END-IF.
	IF COST-FILE-PRESENT
		CLOSE ITEMCOST
		IF WS-CST-FILE-STATUS NOT = "00"
			MOVE "ITEMCOST" TO WS-ABORT-FILE-NAME
			MOVE WS-CST-FILE-STATUS TO WS-ABORT-FILE-STATUS
			PERFORM AbortOnFileError
		END-IF
	END-IF.
	CLOSE EXPRPT.
	IF WS-RPT-FILE-STATUS NOT = "00"
		MOVE "EXPRPT" TO WS-ABORT-FILE-NAME
		MOVE WS-RPT-FILE-STATUS TO WS-ABORT-FILE-STATUS
		PERFORM AbortOnFileError
	END-IF.

SelectExpiringLots.
	IF LOT-FILE-PRESENT
		PERFORM ReadLot
		PERFORM SelectOneLot UNTIL EOFL
	END-IF.

ReadLot.
	READ LOTBAL NEXT RECORD
		AT END SET EOFL TO TRUE
		NOT AT END ADD 1 TO WS-LOTS-READ
	END-READ.
	IF WS-LOT-FILE-STATUS NOT = "00" AND WS-LOT-FILE-STATUS NOT = "10"
		MOVE "LOTBAL" TO WS-ABORT-FILE-NAME
		MOVE WS-LOT-FILE-STATUS TO WS-ABORT-FILE-STATUS
		PERFORM AbortOnFileError
	END-IF.

*> State and warehouse are the item's as the master stands today;
*> a lot whose item has left the master shows under ?? so it is
*> still seen.  Value is at the item's average cost -- what writing
*> the lot off would cost -- or its unit price when it has none.
SelectOneLot.
	IF LB-LOT-QTY > ZERO AND LB-EXPIRY-DATE <= WS-HORIZON-DATE
		ADD 1 TO WS-LOTS-SELECTED
		MOVE LB-ITEM-ID TO IR-ITEM-ID
		READ ITEMFILE KEY IS IR-ITEM-ID
			INVALID KEY
				MOVE "??" TO WRK-STATE
				MOVE "??" TO WRK-WHSE
				MOVE ZERO TO IR-UNIT-PRICE
			NOT INVALID KEY
				MOVE IR-ITEM-STATE TO WRK-STATE
				MOVE IR-WHSE-CODE TO WRK-WHSE
		END-READ
		PERFORM LookupUnitCost
		MOVE LB-EXPIRY-DATE TO WRK-EXPIRY-DATE
		MOVE LB-ITEM-ID     TO WRK-ITEM-ID
		MOVE LB-LOT-NO      TO WRK-LOT-NO
		MOVE LB-LOT-QTY     TO WRK-QTY
		COMPUTE WRK-VALUE ROUNDED = LB-LOT-QTY * WS-UNIT-COST
		COMPUTE WS-EXPIRY-DAY-NO =
			FUNCTION INTEGER-OF-DATE (LB-EXPIRY-DATE)
		COMPUTE WRK-DAYS-LEFT = WS-EXPIRY-DAY-NO - WS-RUN-DAY-NO
		RELEASE WORKFILE-RECORD
	END-IF.
	PERFORM ReadLot.

LookupUnitCost.
	MOVE IR-UNIT-PRICE TO WS-UNIT-COST.
	IF COST-FILE-PRESENT
		MOVE LB-ITEM-ID TO IC-ITEM-ID
		READ ITEMCOST KEY IS IC-ITEM-ID
			INVALID KEY
				CONTINUE
			NOT INVALID KEY
				MOVE IC-AVG-COST TO WS-UNIT-COST
		END-READ
	END-IF.

*> Control breaks on the sorted lots: a line per lot, a subtotal
*> per warehouse and per state, the grand total last.
ReportExpiringLots.
	MOVE ZERO TO WS-PAGE-NO.
	MOVE WS-LINES-PER-PAGE TO WS-LINES-ON-PAGE.
	PERFORM ReturnLot.
	PERFORM ReportOneState UNTIL EOFS.
	PERFORM WriteReportFooter.

ReturnLot.
	RETURN WORKFILE
		AT END SET EOFS TO TRUE
	END-RETURN.

ReportOneState.
	MOVE WRK-STATE TO WS-BRK-STATE.
	MOVE ZERO TO WS-STATE-QTY WS-STATE-VALUE.
	PERFORM ReportOneWarehouse
		UNTIL EOFS OR WRK-STATE NOT = WS-BRK-STATE.
	MOVE SPACES TO WS-TOT-LABEL.
	STRING "  TOTAL STATE " DELIMITED BY SIZE
		WS-BRK-STATE DELIMITED BY SIZE
		INTO WS-TOT-LABEL
	END-STRING.
	MOVE WS-STATE-QTY   TO WS-TOT-QTY.
	MOVE WS-STATE-VALUE TO WS-TOT-VALUE.
	PERFORM WriteTotalLine.
	MOVE SPACES TO RPT-LINE.
	WRITE RPT-LINE.
	ADD 1 TO WS-LINES-ON-PAGE.
	ADD WS-STATE-QTY   TO WS-GRAND-QTY.
	ADD WS-STATE-VALUE TO WS-GRAND-VALUE.

ReportOneWarehouse.
	MOVE WRK-WHSE TO WS-BRK-WHSE.
	MOVE ZERO TO WS-WHSE-QTY WS-WHSE-VALUE.
	PERFORM WriteDetailLine
		UNTIL EOFS OR WRK-STATE NOT = WS-BRK-STATE
			OR WRK-WHSE NOT = WS-BRK-WHSE.
	MOVE SPACES TO WS-TOT-LABEL.
	STRING "     WAREHOUSE " DELIMITED BY SIZE
		WS-BRK-WHSE DELIMITED BY SIZE
		INTO WS-TOT-LABEL
	END-STRING.
	MOVE WS-WHSE-QTY   TO WS-TOT-QTY.
	MOVE WS-WHSE-VALUE TO WS-TOT-VALUE.
	PERFORM WriteTotalLine.
	ADD WS-WHSE-QTY   TO WS-STATE-QTY.
	ADD WS-WHSE-VALUE TO WS-STATE-VALUE.

WriteDetailLine.
	IF WS-LINES-ON-PAGE >= WS-LINES-PER-PAGE
		PERFORM WritePageHeader
	END-IF.
	MOVE WRK-STATE       TO WS-DTL-STATE.
	MOVE WRK-WHSE        TO WS-DTL-WHSE.
	MOVE WRK-ITEM-ID     TO WS-DTL-ITEM-ID.
	MOVE WRK-LOT-NO      TO WS-DTL-LOT-NO.
	MOVE WRK-EXPIRY-DATE TO WS-DTL-EXPIRY.
	MOVE WRK-DAYS-LEFT   TO WS-DTL-DAYS.
	MOVE WRK-QTY         TO WS-DTL-QTY.
	MOVE WRK-VALUE       TO WS-DTL-VALUE.
	IF WRK-DAYS-LEFT < ZERO
		MOVE "EXPIRED" TO WS-DTL-STATUS
		ADD 1 TO WS-LOTS-EXPIRED
		ADD WRK-QTY   TO WS-EXPIRED-QTY
		ADD WRK-VALUE TO WS-EXPIRED-VALUE
	ELSE
		MOVE SPACES TO WS-DTL-STATUS
	END-IF.
	MOVE WS-DETAIL-LINE TO RPT-LINE.
	WRITE RPT-LINE.
	ADD 1 TO WS-LINES-ON-PAGE.
	ADD WRK-QTY   TO WS-WHSE-QTY.
	ADD WRK-VALUE TO WS-WHSE-VALUE.
	PERFORM ReturnLot.

WriteTotalLine.
	MOVE WS-TOTAL-LINE TO RPT-LINE.
	WRITE RPT-LINE.
	ADD 1 TO WS-LINES-ON-PAGE.

WritePageHeader.
	ADD 1 TO WS-PAGE-NO.
	IF WS-PAGE-NO > 1
		MOVE SPACES TO RPT-LINE
		WRITE RPT-LINE
	END-IF.
	MOVE SPACES TO RPT-LINE.
	STRING "CBEXPRPT -- EXPIRING STOCK" DELIMITED BY SIZE
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
	STRING "LOTS EXPIRING WITHIN " DELIMITED BY SIZE
		WS-EXP-WINDOW DELIMITED BY SIZE
		" DAYS (THROUGH " DELIMITED BY SIZE
		WS-HORIZON-DATE DELIMITED BY SIZE
		") OR EXPIRED, AT AVG COST" DELIMITED BY SIZE
		INTO RPT-LINE
	END-STRING.
	WRITE RPT-LINE.
	MOVE "ST WH ITEMID LOT        EXPIRES   DAYS       QTY          VALUE STATUS"
		TO RPT-LINE.
	WRITE RPT-LINE.
	MOVE "-- -- ------ ---        -------   ----       ---          ----- ------"
		TO RPT-LINE.
	WRITE RPT-LINE.
	MOVE ZERO TO WS-LINES-ON-PAGE.

WriteReportFooter.
	IF WS-PAGE-NO = ZERO
		PERFORM WritePageHeader
		MOVE "NO LOTS EXPIRING WITHIN THE WINDOW" TO RPT-LINE
		WRITE RPT-LINE
	END-IF.
	MOVE SPACES TO RPT-LINE.
	WRITE RPT-LINE.
	MOVE "TOTAL EXPIRING" TO WS-TOT-LABEL.
	MOVE WS-GRAND-QTY   TO WS-TOT-QTY.
	MOVE WS-GRAND-VALUE TO WS-TOT-VALUE.
	PERFORM WriteTotalLine.
	MOVE "  OF WHICH ALREADY EXPIRED" TO WS-TOT-LABEL.
	MOVE WS-EXPIRED-QTY   TO WS-TOT-QTY.
	MOVE WS-EXPIRED-VALUE TO WS-TOT-VALUE.
	PERFORM WriteTotalLine.

AbortOnFileError.
	DISPLAY "CBEXPRPT -- FILE ERROR ON " WS-ABORT-FILE-NAME
		": STATUS=" WS-ABORT-FILE-STATUS.
	MOVE 16 TO RETURN-CODE.
	STOP RUN.
