IDENTIFICATION DIVISION.
PROGRAM-ID. CBCOGSRPT.
AUTHOR. SAEEDMALIK.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
	SELECT MOVLEDGR ASSIGN TO DYNAMIC FP-MOVLEDGR-NAME
		ORGANIZATION IS INDEXED
		ACCESS MODE IS SEQUENTIAL
		RECORD KEY IS ML-LEDGER-KEY
		FILE STATUS IS WS-LDG-FILE-STATUS.

	SELECT ITEMATTR ASSIGN TO DYNAMIC FP-ITEMATTR-NAME
		ORGANIZATION IS INDEXED
		ACCESS MODE IS RANDOM
		RECORD KEY IS IA-ITEM-ID
		FILE STATUS IS WS-ATR-FILE-STATUS.

	SELECT COGSRPT ASSIGN TO DYNAMIC FP-COGSRPT-NAME
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS WS-RPT-FILE-STATUS.

	SELECT WORKFILE ASSIGN TO DYNAMIC FP-WORKFILE-NAME.

DATA DIVISION.
FILE SECTION.
FD MOVLEDGR.
01 MOVLEDGR-RECORD.
	88 EOFL     VALUE HIGH-VALUES.
	COPY MOVLEDGR.

FD ITEMATTR.
01 ATTRRECORD.
	COPY ITEMATTR.

FD COGSRPT.
01 RPT-LINE                    PIC X(80).

*> One record per shipment in the date range, carrying what the
*> report totals: units, sales at the selling price in force when
*> it posted, and cost at the average it was costed at.
SD WORKFILE.
01 WORKFILE-RECORD.
	88 EOFS     VALUE HIGH-VALUES.
	05 WRK-STATE               PIC X(02).
	05 WRK-CATEGORY            PIC X(10).
	05 WRK-QTY                 PIC 9(07).
	05 WRK-SALES               PIC 9(11)V99.
	05 WRK-COST                PIC 9(11)V99.

WORKING-STORAGE SECTION.
COPY FILEPARM.
COPY BUSDPARM.

01 WS-RUN-DATE.
	05 WS-RUN-YYYY          PIC 9(4).
	05 WS-RUN-MM            PIC 9(2).
	05 WS-RUN-DD            PIC 9(2).
01 WS-RUN-DATE-N REDEFINES WS-RUN-DATE
                               PIC 9(08).

01 WS-LDG-FILE-STATUS          PIC X(02) VALUE SPACES.
01 WS-ATR-FILE-STATUS          PIC X(02) VALUE SPACES.
01 WS-RPT-FILE-STATUS          PIC X(02) VALUE SPACES.
01 WS-ABORT-FILE-NAME          PIC X(40) VALUE SPACES.
01 WS-ABORT-FILE-STATUS        PIC X(02) VALUE SPACES.

01 WS-ATTR-PRESENT-SW          PIC X(01) VALUE "N".
	88 ATTR-FILE-PRESENT    VALUE "Y".
01 WS-LEDGER-PRESENT-SW        PIC X(01) VALUE "N".
	88 LEDGER-PRESENT       VALUE "Y".

01 WS-PARM-FROM-DATE           PIC X(08) VALUE SPACES.
01 WS-PARM-TO-DATE             PIC X(08) VALUE SPACES.
01 WS-FROM-DATE                PIC 9(08) VALUE ZERO.
01 WS-TO-DATE                  PIC 9(08) VALUE ZERO.

01 WS-SHIPMENTS-SELECTED       PIC 9(07) VALUE ZERO.
01 WS-UNCOSTED-COUNT           PIC 9(07) VALUE ZERO.

01 WS-BRK-STATE                PIC X(02) VALUE SPACES.
01 WS-BRK-CATEGORY             PIC X(10) VALUE SPACES.
01 WS-CAT-QTY                  PIC 9(09) VALUE ZERO.
01 WS-CAT-SALES                PIC 9(13)V99 VALUE ZERO.
01 WS-CAT-COST                 PIC 9(13)V99 VALUE ZERO.
01 WS-STATE-QTY                PIC 9(09) VALUE ZERO.
01 WS-STATE-SALES              PIC 9(13)V99 VALUE ZERO.
01 WS-STATE-COST               PIC 9(13)V99 VALUE ZERO.
01 WS-GRAND-QTY                PIC 9(11) VALUE ZERO.
01 WS-GRAND-SALES              PIC 9(15)V99 VALUE ZERO.
01 WS-GRAND-COST               PIC 9(15)V99 VALUE ZERO.

*> Whichever level is printing loads these, and one paragraph
*> works out the margin and formats the line.
01 WS-LINE-QTY                 PIC 9(11) VALUE ZERO.
01 WS-LINE-SALES               PIC 9(15)V99 VALUE ZERO.
01 WS-LINE-COST                PIC 9(15)V99 VALUE ZERO.
01 WS-LINE-MARGIN              PIC S9(15)V99 VALUE ZERO.
01 WS-LINE-PCT                 PIC S9(05)V9 VALUE ZERO.

01 WS-PAGE-NO                  PIC 9(03) VALUE ZERO.
01 WS-LINES-ON-PAGE            PIC 9(03) VALUE ZERO.
01 WS-LINES-PER-PAGE           PIC 9(03) VALUE 20.

01 WS-DETAIL-LINE.
	05 WS-DTL-STATE          PIC X(02).
	05 FILLER                PIC X(02) VALUE SPACES.
	05 WS-DTL-CATEGORY       PIC X(10).
	05 FILLER                PIC X(01) VALUE SPACES.
	05 WS-DTL-QTY            PIC ZZZZ,ZZ9.
	05 FILLER                PIC X(01) VALUE SPACES.
	05 WS-DTL-SALES          PIC $$$,$$$,$$9.99.
	05 FILLER                PIC X(01) VALUE SPACES.
	05 WS-DTL-COST           PIC $$$,$$$,$$9.99.
	05 FILLER                PIC X(01) VALUE SPACES.
	05 WS-DTL-MARGIN         PIC -$$,$$$,$$9.99.
	05 FILLER                PIC X(01) VALUE SPACES.
	05 WS-DTL-PCT            PIC -ZZ9.9.
	05 FILLER                PIC X(01) VALUE "%".

01 WS-TOTAL-LINE.
	05 WS-TOT-LABEL          PIC X(15).
	05 WS-TOT-QTY            PIC ZZZ,ZZZ,ZZ9.
	05 FILLER                PIC X(01) VALUE SPACES.
	05 WS-TOT-SALES          PIC $$,$$$,$$$,$$9.99.
	05 FILLER                PIC X(01) VALUE SPACES.
	05 WS-TOT-COST           PIC $$,$$$,$$$,$$9.99.
	05 FILLER                PIC X(01) VALUE SPACES.
	05 WS-TOT-MARGIN         PIC -$,$$$,$$$,$$9.99.

PROCEDURE DIVISION.
Begin.
	DISPLAY "CBCOGSRPT -- COST OF GOODS SHIPPED BY STATE AND CATEGORY".
	PERFORM LoadFileParms.
	MOVE "P" TO BD-FUNCTION.
	CALL "CBBUSDTE" USING BD-DATE-PARMS.
	MOVE BD-RESULT-DATE TO WS-RUN-DATE.
	PERFORM LoadDateRange.
	PERFORM OpenFiles.
	SORT WORKFILE
		ON ASCENDING KEY WRK-STATE WRK-CATEGORY
		INPUT PROCEDURE IS SelectShipments
		OUTPUT PROCEDURE IS ReportShipments.
	IF SORT-RETURN NOT = ZERO
		DISPLAY "CBCOGSRPT -- SORT OF SELECTED SHIPMENTS FAILED:"
			" SORT-RETURN=" SORT-RETURN
		MOVE 16 TO RETURN-CODE
		STOP RUN
	END-IF.
	PERFORM CloseFiles.
	DISPLAY "CBCOGSRPT SHIPMENTS SELECTED: " WS-SHIPMENTS-SELECTED
		"  NOT COSTED: " WS-UNCOSTED-COUNT.
	STOP RUN.

LoadFileParms.
	MOVE FP-MOVLEDGR-DEFAULT TO FP-MOVLEDGR-NAME.
	ACCEPT FP-MOVLEDGR-NAME FROM ENVIRONMENT "MOVLEDGR".
	IF FP-MOVLEDGR-NAME = SPACES
		MOVE FP-MOVLEDGR-DEFAULT TO FP-MOVLEDGR-NAME
	END-IF.
	MOVE FP-ITEMATTR-DEFAULT TO FP-ITEMATTR-NAME.
	ACCEPT FP-ITEMATTR-NAME FROM ENVIRONMENT "ITEMATTR".
	IF FP-ITEMATTR-NAME = SPACES
		MOVE FP-ITEMATTR-DEFAULT TO FP-ITEMATTR-NAME
	END-IF.
	MOVE FP-COGSRPT-DEFAULT TO FP-COGSRPT-NAME.
	ACCEPT FP-COGSRPT-NAME FROM ENVIRONMENT "COGSRPT".
	IF FP-COGSRPT-NAME = SPACES
		MOVE FP-COGSRPT-DEFAULT TO FP-COGSRPT-NAME
	END-IF.
	MOVE FP-WORKFILE-DEFAULT TO FP-WORKFILE-NAME.
	ACCEPT FP-WORKFILE-NAME FROM ENVIRONMENT "WORKFILE".
	IF FP-WORKFILE-NAME = SPACES
		MOVE FP-WORKFILE-DEFAULT TO FP-WORKFILE-NAME
	END-IF.

*> COGSFROM/COGSTO bound the posting dates reported.  Left unset
*> they give month to date -- the first of the run month through
*> the run date -- which is what finance asks for at month end.
LoadDateRange.
	MOVE WS-RUN-DATE-N TO WS-TO-DATE.
	MOVE WS-RUN-DATE-N TO WS-FROM-DATE.
	MOVE 01 TO WS-FROM-DATE (7:2).
	ACCEPT WS-PARM-FROM-DATE FROM ENVIRONMENT "COGSFROM".
	IF WS-PARM-FROM-DATE NOT = SPACES
		IF WS-PARM-FROM-DATE NUMERIC
			MOVE WS-PARM-FROM-DATE TO WS-FROM-DATE
		ELSE
			DISPLAY "CBCOGSRPT -- COGSFROM PARAMETER '"
				WS-PARM-FROM-DATE "' NOT NUMERIC -- USING "
				WS-FROM-DATE
		END-IF
	END-IF.
	ACCEPT WS-PARM-TO-DATE FROM ENVIRONMENT "COGSTO".
	IF WS-PARM-TO-DATE NOT = SPACES
		IF WS-PARM-TO-DATE NUMERIC
			MOVE WS-PARM-TO-DATE TO WS-TO-DATE
		ELSE
			DISPLAY "CBCOGSRPT -- COGSTO PARAMETER '"
				WS-PARM-TO-DATE "' NOT NUMERIC -- USING "
				WS-TO-DATE
		END-IF
	END-IF.
	DISPLAY "CBCOGSRPT SHIPMENTS POSTED FROM: " WS-FROM-DATE
		"  TO: " WS-TO-DATE.

OpenFiles.
*> No ledger yet means nothing has shipped -- the report still
*> prints, with zero totals.
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
	OPEN INPUT ITEMATTR.
	IF WS-ATR-FILE-STATUS = "00"
		SET ATTR-FILE-PRESENT TO TRUE
	ELSE
		IF WS-ATR-FILE-STATUS NOT = "35"
			MOVE "ITEMATTR" TO WS-ABORT-FILE-NAME
			MOVE WS-ATR-FILE-STATUS TO WS-ABORT-FILE-STATUS
			PERFORM AbortOnFileError
		END-IF
	END-IF.
	OPEN OUTPUT COGSRPT.
	IF WS-RPT-FILE-STATUS NOT = "00"
		MOVE "COGSRPT" TO WS-ABORT-FILE-NAME
		MOVE WS-RPT-FILE-STATUS TO WS-ABORT-FILE-STATUS
		PERFORM AbortOnFileError
	END-IF.

CloseFiles.
	IF LEDGER-PRESENT
		CLOSE MOVLEDGR
		IF WS-LDG-FILE-STATUS NOT = "00"
			MOVE "MOVLEDGR" TO WS-ABORT-FILE-NAME
			MOVE WS-LDG-FILE-STATUS TO WS-ABORT-FILE-STATUS
			PERFORM AbortOnFileError
		END-IF
	END-IF.
	IF ATTR-FILE-PRESENT
		CLOSE ITEMATTR
		IF WS-ATR-FILE-STATUS NOT = "00"
			MOVE "ITEMATTR" TO WS-ABORT-FILE-NAME
			MOVE WS-ATR-FILE-STATUS TO WS-ABORT-FILE-STATUS
			PERFORM AbortOnFileError
		END-IF
	END-IF.
	CLOSE COGSRPT.
	IF WS-RPT-FILE-STATUS NOT = "00"
		MOVE "COGSRPT" TO WS-ABORT-FILE-NAME
		MOVE WS-RPT-FILE-STATUS TO WS-ABORT-FILE-STATUS
		PERFORM AbortOnFileError
	END-IF.

SelectShipments.
	IF LEDGER-PRESENT
		PERFORM ReadLedger
		PERFORM SelectOneMovement UNTIL EOFL
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

SelectOneMovement.
	IF ML-MOVE-TYPE = "S"
			AND ML-POST-DATE >= WS-FROM-DATE
			AND ML-POST-DATE <= WS-TO-DATE
		ADD 1 TO WS-SHIPMENTS-SELECTED
		IF ML-MOVE-COST = ZERO
			ADD 1 TO WS-UNCOSTED-COUNT
		END-IF
		IF ML-ITEM-STATE = SPACES
			MOVE "??" TO WRK-STATE
		ELSE
			MOVE ML-ITEM-STATE TO WRK-STATE
		END-IF
		PERFORM LookupItemCategory
		MOVE ML-MOVE-QTY  TO WRK-QTY
		COMPUTE WRK-SALES = ML-MOVE-QTY * ML-UNIT-PRICE
		MOVE ML-MOVE-COST TO WRK-COST
		RELEASE WORKFILE-RECORD
	END-IF.
	PERFORM ReadLedger.

LookupItemCategory.
	MOVE "UNASSIGNED" TO WRK-CATEGORY.
	IF ATTR-FILE-PRESENT
		MOVE ML-ITEM-ID TO IA-ITEM-ID
		READ ITEMATTR KEY IS IA-ITEM-ID
			INVALID KEY
				CONTINUE
			NOT INVALID KEY
				IF IA-CATEGORY NOT = SPACES
					MOVE IA-CATEGORY TO WRK-CATEGORY
				END-IF
		END-READ
	END-IF.

*> Control breaks on the sorted shipments: a line per category
*> within state, a subtotal per state, the grand total last.
ReportShipments.
	MOVE ZERO TO WS-PAGE-NO.
	MOVE WS-LINES-PER-PAGE TO WS-LINES-ON-PAGE.
	PERFORM ReturnShipment.
	PERFORM ReportOneState UNTIL EOFS.
	PERFORM WriteReportFooter.

ReturnShipment.
	RETURN WORKFILE
		AT END SET EOFS TO TRUE
	END-RETURN.

ReportOneState.
	MOVE WRK-STATE TO WS-BRK-STATE.
	MOVE ZERO TO WS-STATE-QTY WS-STATE-SALES WS-STATE-COST.
	PERFORM ReportOneCategory
		UNTIL EOFS OR WRK-STATE NOT = WS-BRK-STATE.
	PERFORM WriteStateTotal.

ReportOneCategory.
	MOVE WRK-CATEGORY TO WS-BRK-CATEGORY.
	MOVE ZERO TO WS-CAT-QTY WS-CAT-SALES WS-CAT-COST.
	PERFORM AddShipment
		UNTIL EOFS OR WRK-STATE NOT = WS-BRK-STATE
			OR WRK-CATEGORY NOT = WS-BRK-CATEGORY.
	PERFORM WriteDetailLine.

AddShipment.
	ADD WRK-QTY   TO WS-CAT-QTY.
	ADD WRK-SALES TO WS-CAT-SALES.
	ADD WRK-COST  TO WS-CAT-COST.
	PERFORM ReturnShipment.

ComputeMargin.
	COMPUTE WS-LINE-MARGIN = WS-LINE-SALES - WS-LINE-COST.
	IF WS-LINE-SALES > ZERO
		COMPUTE WS-LINE-PCT ROUNDED =
			WS-LINE-MARGIN * 100 / WS-LINE-SALES
			ON SIZE ERROR
				MOVE ZERO TO WS-LINE-PCT
		END-COMPUTE
	ELSE
		MOVE ZERO TO WS-LINE-PCT
	END-IF.

WriteDetailLine.
	IF WS-LINES-ON-PAGE >= WS-LINES-PER-PAGE
		PERFORM WritePageHeader
	END-IF.
	MOVE WS-CAT-QTY   TO WS-LINE-QTY.
	MOVE WS-CAT-SALES TO WS-LINE-SALES.
	MOVE WS-CAT-COST  TO WS-LINE-COST.
	PERFORM ComputeMargin.
	MOVE WS-BRK-STATE    TO WS-DTL-STATE.
	MOVE WS-BRK-CATEGORY TO WS-DTL-CATEGORY.
	MOVE WS-LINE-QTY     TO WS-DTL-QTY.
	MOVE WS-LINE-SALES   TO WS-DTL-SALES.
	MOVE WS-LINE-COST    TO WS-DTL-COST.
	MOVE WS-LINE-MARGIN  TO WS-DTL-MARGIN.
	MOVE WS-LINE-PCT     TO WS-DTL-PCT.
	MOVE WS-DETAIL-LINE TO RPT-LINE.
	WRITE RPT-LINE.
	ADD 1 TO WS-LINES-ON-PAGE.
	ADD WS-CAT-QTY   TO WS-STATE-QTY.
	ADD WS-CAT-SALES TO WS-STATE-SALES.
	ADD WS-CAT-COST  TO WS-STATE-COST.

WriteStateTotal.
	MOVE WS-STATE-QTY   TO WS-LINE-QTY.
	MOVE WS-STATE-SALES TO WS-LINE-SALES.
	MOVE WS-STATE-COST  TO WS-LINE-COST.
	PERFORM ComputeMargin.
	MOVE SPACES TO WS-TOT-LABEL.
	STRING "  STATE " DELIMITED BY SIZE
		WS-BRK-STATE DELIMITED BY SIZE
		INTO WS-TOT-LABEL
	END-STRING.
	PERFORM WriteTotalLine.
	MOVE SPACES TO RPT-LINE.
	WRITE RPT-LINE.
	ADD 2 TO WS-LINES-ON-PAGE.
	ADD WS-STATE-QTY   TO WS-GRAND-QTY.
	ADD WS-STATE-SALES TO WS-GRAND-SALES.
	ADD WS-STATE-COST  TO WS-GRAND-COST.

WriteTotalLine.
	MOVE WS-LINE-QTY    TO WS-TOT-QTY.
	MOVE WS-LINE-SALES  TO WS-TOT-SALES.
	MOVE WS-LINE-COST   TO WS-TOT-COST.
	MOVE WS-LINE-MARGIN TO WS-TOT-MARGIN.
	MOVE WS-TOTAL-LINE TO RPT-LINE.
	WRITE RPT-LINE.

WritePageHeader.
	ADD 1 TO WS-PAGE-NO.
	IF WS-PAGE-NO > 1
		MOVE SPACES TO RPT-LINE
		WRITE RPT-LINE
	END-IF.
	MOVE SPACES TO RPT-LINE.
	STRING "CBCOGSRPT -- COST OF GOODS SHIPPED" DELIMITED BY SIZE
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
	STRING "SHIPMENTS POSTED " DELIMITED BY SIZE
		WS-FROM-DATE DELIMITED BY SIZE
		" THROUGH " DELIMITED BY SIZE
		WS-TO-DATE DELIMITED BY SIZE
		INTO RPT-LINE
	END-STRING.
	WRITE RPT-LINE.
	MOVE "ST  CATEGORY      UNITS          SALES           COST         MARGIN   MARGIN"
		TO RPT-LINE.
	WRITE RPT-LINE.
	MOVE "--  --------      -----          -----           ----         ------   ------"
		TO RPT-LINE.
	WRITE RPT-LINE.
	MOVE ZERO TO WS-LINES-ON-PAGE.

WriteReportFooter.
	IF WS-PAGE-NO = ZERO
		PERFORM WritePageHeader
		MOVE "NO SHIPMENTS POSTED IN THE DATE RANGE" TO RPT-LINE
		WRITE RPT-LINE
	END-IF.
	MOVE SPACES TO RPT-LINE.
	WRITE RPT-LINE.
	MOVE WS-GRAND-QTY   TO WS-LINE-QTY.
	MOVE WS-GRAND-SALES TO WS-LINE-SALES.
	MOVE WS-GRAND-COST  TO WS-LINE-COST.
	PERFORM ComputeMargin.
	MOVE "TOTAL" TO WS-TOT-LABEL.
	PERFORM WriteTotalLine.
	IF WS-GRAND-SALES > ZERO
		MOVE WS-LINE-PCT TO WS-DTL-PCT
		MOVE SPACES TO RPT-LINE
		STRING "OVERALL MARGIN: " DELIMITED BY SIZE
			WS-DTL-PCT DELIMITED BY SIZE
			"%" DELIMITED BY SIZE
			INTO RPT-LINE
		END-STRING
		WRITE RPT-LINE
	END-IF.
	IF WS-UNCOSTED-COUNT > ZERO
		MOVE SPACES TO RPT-LINE
		STRING "NOTE: " DELIMITED BY SIZE
			WS-UNCOSTED-COUNT DELIMITED BY SIZE
			" SHIPMENT(S) CARRY NO COST (POSTED BEFORE COSTING)"
				DELIMITED BY SIZE
			INTO RPT-LINE
		END-STRING
		WRITE RPT-LINE
	END-IF.

AbortOnFileError.
	DISPLAY "CBCOGSRPT -- FILE ERROR ON " WS-ABORT-FILE-NAME
		": STATUS=" WS-ABORT-FILE-STATUS.
	MOVE 16 TO RETURN-CODE.
	STOP RUN.
