IDENTIFICATION DIVISION.
PROGRAM-ID. CBPERVAL.
AUTHOR. SAEEDMALIK.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
	SELECT PERHIST ASSIGN TO DYNAMIC FP-PERHIST-NAME
		ORGANIZATION IS INDEXED
		ACCESS MODE IS DYNAMIC
		RECORD KEY IS PRH-HIST-KEY
		FILE STATUS IS WS-HST-FILE-STATUS.

	SELECT PERIODCTL ASSIGN TO DYNAMIC FP-PERIODCTL-NAME
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS WS-PCL-FILE-STATUS.

	SELECT PERVALRPT ASSIGN TO DYNAMIC FP-PERVALRPT-NAME
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS WS-RPT-FILE-STATUS.

	SELECT WORKFILE ASSIGN TO DYNAMIC FP-WORKFILE-NAME.

DATA DIVISION.
FILE SECTION.
FD PERHIST.
01 PERHIST-RECORD.
	88 EOFH     VALUE HIGH-VALUES.
	COPY PERHIST.

FD PERIODCTL.
01 PERIODCTL-RECORD.
	COPY PERIODCTL.

FD PERVALRPT.
01 RPT-LINE                    PIC X(80).

*> One record per item in the closed period's snapshot, in the
*> order the report breaks: state, then warehouse.
SD WORKFILE.
01 WORKFILE-RECORD.
	88 EOFS     VALUE HIGH-VALUES.
	05 WRK-STATE               PIC X(02).
	05 WRK-WHSE                PIC X(02).
	05 WRK-ITEM-ID             PIC X(06).
	05 WRK-QTY                 PIC 9(07).
	05 WRK-VALUE               PIC 9(13)V99.
	05 WRK-COST-VALUE          PIC 9(13)V99.

WORKING-STORAGE SECTION.
COPY FILEPARM.
COPY BUSDPARM.

01 WS-RUN-DATE.
	05 WS-RUN-YYYY          PIC 9(4).
	05 WS-RUN-MM            PIC 9(2).
	05 WS-RUN-DD            PIC 9(2).

01 WS-HST-FILE-STATUS          PIC X(02) VALUE SPACES.
01 WS-PCL-FILE-STATUS          PIC X(02) VALUE SPACES.
01 WS-RPT-FILE-STATUS          PIC X(02) VALUE SPACES.
01 WS-ABORT-FILE-NAME          PIC X(40) VALUE SPACES.
01 WS-ABORT-FILE-STATUS        PIC X(02) VALUE SPACES.

01 WS-CTL-PRESENT-SW           PIC X(01) VALUE "N".
	88 CONTROL-PRESENT      VALUE "Y".
01 WS-CTL-CLOSED-PERIOD        PIC 9(06) VALUE ZERO.
01 WS-CTL-THRU-DATE            PIC 9(08) VALUE ZERO.
01 WS-CTL-CLOSED-ON            PIC 9(08) VALUE ZERO.
01 WS-CTL-ITEMS                PIC 9(07) VALUE ZERO.
01 WS-CTL-VALUE                PIC 9(15)V99 VALUE ZERO.

01 WS-PERIOD-PARM              PIC X(06) VALUE SPACES.
01 WS-REPORT-PERIOD            PIC 9(06) VALUE ZERO.

01 WS-ITEMS-READ               PIC 9(07) VALUE ZERO.

01 WS-BRK-STATE                PIC X(02) VALUE SPACES.
01 WS-BRK-WHSE                 PIC X(02) VALUE SPACES.
01 WS-WHSE-ITEMS               PIC 9(07) VALUE ZERO.
01 WS-WHSE-QTY                 PIC 9(09) VALUE ZERO.
01 WS-WHSE-VALUE               PIC 9(13)V99 VALUE ZERO.
01 WS-WHSE-COST-VALUE          PIC 9(13)V99 VALUE ZERO.
01 WS-STATE-ITEMS              PIC 9(07) VALUE ZERO.
01 WS-STATE-QTY                PIC 9(09) VALUE ZERO.
01 WS-STATE-VALUE              PIC 9(13)V99 VALUE ZERO.
01 WS-STATE-COST-VALUE         PIC 9(13)V99 VALUE ZERO.
01 WS-GRAND-ITEMS              PIC 9(07) VALUE ZERO.
01 WS-GRAND-QTY                PIC 9(11) VALUE ZERO.
01 WS-GRAND-VALUE              PIC 9(15)V99 VALUE ZERO.
01 WS-GRAND-COST-VALUE         PIC 9(15)V99 VALUE ZERO.

01 WS-PAGE-NO                  PIC 9(03) VALUE ZERO.
01 WS-LINES-ON-PAGE            PIC 9(03) VALUE ZERO.
01 WS-LINES-PER-PAGE           PIC 9(03) VALUE 20.

01 WS-TOTAL-LINE.
	05 WS-TOT-LABEL          PIC X(16).
	05 WS-TOT-ITEMS          PIC ZZZ,ZZ9.
	05 FILLER                PIC X(01) VALUE SPACES.
	05 WS-TOT-QTY            PIC ZZ,ZZZ,ZZZ,ZZ9.
	05 FILLER                PIC X(01) VALUE SPACES.
	05 WS-TOT-VALUE          PIC $$$,$$$,$$$,$$9.99.
	05 FILLER                PIC X(01) VALUE SPACES.
	05 WS-TOT-COST-VALUE     PIC $$$,$$$,$$$,$$9.99.

PROCEDURE DIVISION.
Begin.
	DISPLAY "CBPERVAL -- PERIOD-END VALUATION FROM CLOSE SNAPSHOT".
	PERFORM LoadFileParms.
	MOVE "P" TO BD-FUNCTION.
	CALL "CBBUSDTE" USING BD-DATE-PARMS.
	MOVE BD-RESULT-DATE TO WS-RUN-DATE.
	PERFORM LoadPeriodControl.
	PERFORM LoadReportPeriod.
	PERFORM OpenFiles.
	SORT WORKFILE
		ON ASCENDING KEY WRK-STATE WRK-WHSE WRK-ITEM-ID
		INPUT PROCEDURE IS SelectPeriodItems
		OUTPUT PROCEDURE IS ReportPeriodValue.
	IF SORT-RETURN NOT = ZERO
		DISPLAY "CBPERVAL -- SORT OF PERIOD SNAPSHOT FAILED:"
			" SORT-RETURN=" SORT-RETURN
		MOVE 16 TO RETURN-CODE
		STOP RUN
	END-IF.
	PERFORM CloseFiles.
	DISPLAY "CBPERVAL PERIOD " WS-REPORT-PERIOD
		"  ITEMS: " WS-ITEMS-READ
		"  VALUE: " WS-GRAND-VALUE.
	STOP RUN.

LoadFileParms.
	MOVE FP-PERHIST-DEFAULT TO FP-PERHIST-NAME.
	ACCEPT FP-PERHIST-NAME FROM ENVIRONMENT "PERHIST".
	IF FP-PERHIST-NAME = SPACES
		MOVE FP-PERHIST-DEFAULT TO FP-PERHIST-NAME
	END-IF.
	MOVE FP-PERIODCTL-DEFAULT TO FP-PERIODCTL-NAME.
	ACCEPT FP-PERIODCTL-NAME FROM ENVIRONMENT "PERIODCTL".
	IF FP-PERIODCTL-NAME = SPACES
		MOVE FP-PERIODCTL-DEFAULT TO FP-PERIODCTL-NAME
	END-IF.
	MOVE FP-PERVALRPT-DEFAULT TO FP-PERVALRPT-NAME.
	ACCEPT FP-PERVALRPT-NAME FROM ENVIRONMENT "PERVALRPT".
	IF FP-PERVALRPT-NAME = SPACES
		MOVE FP-PERVALRPT-DEFAULT TO FP-PERVALRPT-NAME
	END-IF.
	MOVE FP-WORKFILE-DEFAULT TO FP-WORKFILE-NAME.
	ACCEPT FP-WORKFILE-NAME FROM ENVIRONMENT "WORKFILE".
	IF FP-WORKFILE-NAME = SPACES
		MOVE FP-WORKFILE-DEFAULT TO FP-WORKFILE-NAME
	END-IF.

LoadPeriodControl.
	OPEN INPUT PERIODCTL.
	IF WS-PCL-FILE-STATUS NOT = "35"
		IF WS-PCL-FILE-STATUS NOT = "00"
			MOVE "PERIODCTL" TO WS-ABORT-FILE-NAME
			MOVE WS-PCL-FILE-STATUS TO WS-ABORT-FILE-STATUS
			PERFORM AbortOnFileError
		END-IF
		READ PERIODCTL
			AT END
				CONTINUE
			NOT AT END
				SET CONTROL-PRESENT TO TRUE
				MOVE PCL-CLOSED-PERIOD    TO WS-CTL-CLOSED-PERIOD
				MOVE PCL-CLOSED-THRU-DATE TO WS-CTL-THRU-DATE
				MOVE PCL-CLOSED-ON-DATE   TO WS-CTL-CLOSED-ON
				MOVE PCL-ITEMS-SNAPPED    TO WS-CTL-ITEMS
				MOVE PCL-CLOSED-VALUE     TO WS-CTL-VALUE
		END-READ
		IF WS-PCL-FILE-STATUS NOT = "00"
		AND WS-PCL-FILE-STATUS NOT = "10"
			MOVE "PERIODCTL" TO WS-ABORT-FILE-NAME
			MOVE WS-PCL-FILE-STATUS TO WS-ABORT-FILE-STATUS
			PERFORM AbortOnFileError
		END-IF
		CLOSE PERIODCTL
		IF WS-PCL-FILE-STATUS NOT = "00"
			MOVE "PERIODCTL" TO WS-ABORT-FILE-NAME
			MOVE WS-PCL-FILE-STATUS TO WS-ABORT-FILE-STATUS
			PERFORM AbortOnFileError
		END-IF
	END-IF.

*> PERIOD (YYYYMM) reprints any closed month still on the history
*> file; left off, it is the latest period closed.
LoadReportPeriod.
	ACCEPT WS-PERIOD-PARM FROM ENVIRONMENT "PERIOD".
	IF WS-PERIOD-PARM = SPACES
		IF NOT CONTROL-PRESENT
			DISPLAY "CBPERVAL -- NO PERIOD HAS BEEN CLOSED --"
				" NOTHING TO REPORT"
			MOVE 8 TO RETURN-CODE
			STOP RUN
		END-IF
		MOVE WS-CTL-CLOSED-PERIOD TO WS-REPORT-PERIOD
	ELSE
		IF WS-PERIOD-PARM NOT NUMERIC
			DISPLAY "CBPERVAL -- PERIOD PARAMETER '" WS-PERIOD-PARM
				"' NOT NUMERIC (YYYYMM) -- NOTHING TO REPORT"
			MOVE 8 TO RETURN-CODE
			STOP RUN
		END-IF
		MOVE WS-PERIOD-PARM TO WS-REPORT-PERIOD
	END-IF.
	IF WS-REPORT-PERIOD > WS-CTL-CLOSED-PERIOD
		DISPLAY "CBPERVAL -- PERIOD " WS-REPORT-PERIOD
			" IS NOT CLOSED -- NOTHING TO REPORT"
		MOVE 8 TO RETURN-CODE
		STOP RUN
	END-IF.

OpenFiles.
	OPEN INPUT PERHIST.
	IF WS-HST-FILE-STATUS NOT = "00"
		MOVE "PERHIST" TO WS-ABORT-FILE-NAME
		MOVE WS-HST-FILE-STATUS TO WS-ABORT-FILE-STATUS
		PERFORM AbortOnFileError
	END-IF.
	OPEN OUTPUT PERVALRPT.
	IF WS-RPT-FILE-STATUS NOT = "00"
		MOVE "PERVALRPT" TO WS-ABORT-FILE-NAME
		MOVE WS-RPT-FILE-STATUS TO WS-ABORT-FILE-STATUS
		PERFORM AbortOnFileError
	END-IF.

CloseFiles.
	CLOSE PERHIST.
	IF WS-HST-FILE-STATUS NOT = "00"
		MOVE "PERHIST" TO WS-ABORT-FILE-NAME
		MOVE WS-HST-FILE-STATUS TO WS-ABORT-FILE-STATUS
		PERFORM AbortOnFileError
	END-IF.
	CLOSE PERVALRPT.
	IF WS-RPT-FILE-STATUS NOT = "00"
		MOVE "PERVALRPT" TO WS-ABORT-FILE-NAME
		MOVE WS-RPT-FILE-STATUS TO WS-ABORT-FILE-STATUS
		PERFORM AbortOnFileError
	END-IF.

*> The period's records sit together at the front of its key range.
SelectPeriodItems.
	MOVE WS-REPORT-PERIOD TO PRH-PERIOD.
	MOVE LOW-VALUES TO PRH-ITEM-ID.
	START PERHIST KEY IS NOT LESS THAN PRH-HIST-KEY
		INVALID KEY
			SET EOFH TO TRUE
	END-START.
	IF NOT EOFH
		PERFORM ReadHistory
	END-IF.
	PERFORM SelectOneItem
		UNTIL EOFH OR PRH-PERIOD NOT = WS-REPORT-PERIOD.

ReadHistory.
	READ PERHIST NEXT RECORD
		AT END SET EOFH TO TRUE
	END-READ.
	IF WS-HST-FILE-STATUS NOT = "00" AND WS-HST-FILE-STATUS NOT = "10"
		MOVE "PERHIST" TO WS-ABORT-FILE-NAME
		MOVE WS-HST-FILE-STATUS TO WS-ABORT-FILE-STATUS
		PERFORM AbortOnFileError
	END-IF.

SelectOneItem.
	ADD 1 TO WS-ITEMS-READ.
	MOVE PRH-ITEM-STATE  TO WRK-STATE.
	MOVE PRH-WHSE-CODE   TO WRK-WHSE.
	MOVE PRH-ITEM-ID     TO WRK-ITEM-ID.
	MOVE PRH-QTY-ON-HAND TO WRK-QTY.
	MOVE PRH-EXT-VALUE   TO WRK-VALUE.
	COMPUTE WRK-COST-VALUE ROUNDED = PRH-QTY-ON-HAND * PRH-AVG-COST.
	RELEASE WORKFILE-RECORD.
	PERFORM ReadHistory.

*> A line per warehouse within state, a subtotal per state, the
*> grand total last -- at selling price, the way finance has always
*> been given the valuation, and at average cost beside it.
ReportPeriodValue.
	MOVE ZERO TO WS-PAGE-NO.
	MOVE WS-LINES-PER-PAGE TO WS-LINES-ON-PAGE.
	PERFORM ReturnItem.
	PERFORM ReportOneState UNTIL EOFS.
	PERFORM WriteReportFooter.

ReturnItem.
	RETURN WORKFILE
		AT END SET EOFS TO TRUE
	END-RETURN.

ReportOneState.
	MOVE WRK-STATE TO WS-BRK-STATE.
	MOVE ZERO TO WS-STATE-ITEMS WS-STATE-QTY WS-STATE-VALUE
		WS-STATE-COST-VALUE.
	PERFORM ReportOneWarehouse
		UNTIL EOFS OR WRK-STATE NOT = WS-BRK-STATE.
	MOVE SPACES TO WS-TOT-LABEL.
	STRING "  TOTAL STATE " DELIMITED BY SIZE
		WS-BRK-STATE DELIMITED BY SIZE
		INTO WS-TOT-LABEL
	END-STRING.
	MOVE WS-STATE-ITEMS      TO WS-TOT-ITEMS.
	MOVE WS-STATE-QTY        TO WS-TOT-QTY.
	MOVE WS-STATE-VALUE      TO WS-TOT-VALUE.
	MOVE WS-STATE-COST-VALUE TO WS-TOT-COST-VALUE.
	PERFORM WriteTotalLine.
	MOVE SPACES TO RPT-LINE.
	WRITE RPT-LINE.
	ADD 1 TO WS-LINES-ON-PAGE.
	ADD WS-STATE-ITEMS      TO WS-GRAND-ITEMS.
	ADD WS-STATE-QTY        TO WS-GRAND-QTY.
	ADD WS-STATE-VALUE      TO WS-GRAND-VALUE.
	ADD WS-STATE-COST-VALUE TO WS-GRAND-COST-VALUE.

ReportOneWarehouse.
	MOVE WRK-WHSE TO WS-BRK-WHSE.
	MOVE ZERO TO WS-WHSE-ITEMS WS-WHSE-QTY WS-WHSE-VALUE
		WS-WHSE-COST-VALUE.
	PERFORM AddOneItem
		UNTIL EOFS OR WRK-STATE NOT = WS-BRK-STATE
			OR WRK-WHSE NOT = WS-BRK-WHSE.
	IF WS-LINES-ON-PAGE >= WS-LINES-PER-PAGE
		PERFORM WritePageHeader
	END-IF.
	MOVE SPACES TO WS-TOT-LABEL.
	STRING WS-BRK-STATE DELIMITED BY SIZE
		" WH " DELIMITED BY SIZE
		WS-BRK-WHSE DELIMITED BY SIZE
		INTO WS-TOT-LABEL
	END-STRING.
	MOVE WS-WHSE-ITEMS      TO WS-TOT-ITEMS.
	MOVE WS-WHSE-QTY        TO WS-TOT-QTY.
	MOVE WS-WHSE-VALUE      TO WS-TOT-VALUE.
	MOVE WS-WHSE-COST-VALUE TO WS-TOT-COST-VALUE.
	PERFORM WriteTotalLine.
	ADD WS-WHSE-ITEMS      TO WS-STATE-ITEMS.
	ADD WS-WHSE-QTY        TO WS-STATE-QTY.
	ADD WS-WHSE-VALUE      TO WS-STATE-VALUE.
	ADD WS-WHSE-COST-VALUE TO WS-STATE-COST-VALUE.

AddOneItem.
	ADD 1              TO WS-WHSE-ITEMS.
	ADD WRK-QTY        TO WS-WHSE-QTY.
	ADD WRK-VALUE      TO WS-WHSE-VALUE.
	ADD WRK-COST-VALUE TO WS-WHSE-COST-VALUE.
	PERFORM ReturnItem.

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
	STRING "CBPERVAL -- PERIOD-END VALUATION" DELIMITED BY SIZE
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
	STRING "PERIOD " DELIMITED BY SIZE
		WS-REPORT-PERIOD DELIMITED BY SIZE
		" -- AS FROZEN AT CLOSE, NOT THE LIVE MASTER" DELIMITED BY SIZE
		INTO RPT-LINE
	END-STRING.
	WRITE RPT-LINE.
	MOVE "STATE/WAREHOUSE   ITEMS            QTY     VALUE AT PRICE      VALUE AT COST"
		TO RPT-LINE.
	WRITE RPT-LINE.
	MOVE "---------------   -----            ---     --------------      -------------"
		TO RPT-LINE.
	WRITE RPT-LINE.
	MOVE ZERO TO WS-LINES-ON-PAGE.

*> When the period reported is the latest one closed, the snapshot
*> is proved against the item count and value CBPERCLS recorded.
WriteReportFooter.
	IF WS-PAGE-NO = ZERO
		PERFORM WritePageHeader
		MOVE "NO ITEMS IN THE SNAPSHOT FOR THIS PERIOD" TO RPT-LINE
		WRITE RPT-LINE
	END-IF.
	MOVE SPACES TO RPT-LINE.
	WRITE RPT-LINE.
	MOVE "TOTAL PERIOD" TO WS-TOT-LABEL.
	MOVE WS-GRAND-ITEMS      TO WS-TOT-ITEMS.
	MOVE WS-GRAND-QTY        TO WS-TOT-QTY.
	MOVE WS-GRAND-VALUE      TO WS-TOT-VALUE.
	MOVE WS-GRAND-COST-VALUE TO WS-TOT-COST-VALUE.
	PERFORM WriteTotalLine.
	IF WS-REPORT-PERIOD = WS-CTL-CLOSED-PERIOD
		MOVE SPACES TO RPT-LINE
		WRITE RPT-LINE
		MOVE SPACES TO RPT-LINE
		STRING "CLOSED THROUGH " DELIMITED BY SIZE
			WS-CTL-THRU-DATE DELIMITED BY SIZE
			" ON " DELIMITED BY SIZE
			WS-CTL-CLOSED-ON DELIMITED BY SIZE
			INTO RPT-LINE
		END-STRING
		WRITE RPT-LINE
		IF WS-GRAND-ITEMS = WS-CTL-ITEMS
		AND WS-GRAND-VALUE = WS-CTL-VALUE
			MOVE "SNAPSHOT AGREES WITH THE CLOSE CONTROL TOTALS"
				TO RPT-LINE
			WRITE RPT-LINE
		ELSE
			MOVE "*** SNAPSHOT DOES NOT AGREE WITH THE CLOSE CONTROL TOTALS ***"
				TO RPT-LINE
			WRITE RPT-LINE
			MOVE "CLOSE CONTROL" TO WS-TOT-LABEL
			MOVE WS-CTL-ITEMS TO WS-TOT-ITEMS
			MOVE ZERO TO WS-TOT-QTY
			MOVE WS-CTL-VALUE TO WS-TOT-VALUE
			MOVE ZERO TO WS-TOT-COST-VALUE
			PERFORM WriteTotalLine
			MOVE 4 TO RETURN-CODE
		END-IF
	END-IF.

AbortOnFileError.
	DISPLAY "CBPERVAL -- FILE ERROR ON " WS-ABORT-FILE-NAME
		": STATUS=" WS-ABORT-FILE-STATUS.
	MOVE 16 TO RETURN-CODE.
	STOP RUN.
