IDENTIFICATION DIVISION.
PROGRAM-ID. CBCYCSEL.
AUTHOR. SAEEDMALIK.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
	SELECT ITEMFILE ASSIGN TO DYNAMIC FP-ITEMFILE-NAME
		ORGANIZATION IS INDEXED
		ACCESS MODE IS SEQUENTIAL
		RECORD KEY IS IR-ITEM-ID
		ALTERNATE RECORD KEY IS IR-ITEM-STATE WITH DUPLICATES
		FILE STATUS IS WS-ITM-FILE-STATUS.

	SELECT ABCCLASS ASSIGN TO DYNAMIC FP-ABCCLASS-NAME
		ORGANIZATION IS INDEXED
		ACCESS MODE IS RANDOM
		RECORD KEY IS AB-ITEM-ID
		FILE STATUS IS WS-ABC-FILE-STATUS.

	SELECT ITEMATTR ASSIGN TO DYNAMIC FP-ITEMATTR-NAME
		ORGANIZATION IS INDEXED
		ACCESS MODE IS RANDOM
		RECORD KEY IS IA-ITEM-ID
		FILE STATUS IS WS-ATR-FILE-STATUS.

	SELECT CYCSEL ASSIGN TO DYNAMIC FP-CYCSEL-NAME
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS WS-SEL-FILE-STATUS.

	SELECT CYCSHEET ASSIGN TO DYNAMIC FP-CYCSHEET-NAME
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS WS-RPT-FILE-STATUS.

	SELECT CYCCNT ASSIGN TO DYNAMIC FP-CYCCNT-NAME
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS WS-CNT-FILE-STATUS.

	SELECT WORKFILE ASSIGN TO DYNAMIC FP-WORKFILE-NAME.

	SELECT SHTWORK ASSIGN TO DYNAMIC FP-WORKFILE-NAME.

DATA DIVISION.
FILE SECTION.
FD ITEMFILE.
01 ITEMRECORD.
	88 EOFI     VALUE HIGH-VALUES.
	COPY ITEMREC.

FD ABCCLASS.
01 ABCCLASS-RECORD.
	COPY ABCCLASS.

FD ITEMATTR.
01 ATTRRECORD.
	COPY ITEMATTR.

*> Today's selection, in priority order, waiting to be re-sorted
*> into walking order for the sheets.
FD CYCSEL.
01 CYCSEL-RECORD.
	05 CS-STATE                PIC X(02).
	05 CS-WHSE                 PIC X(02).
	05 CS-ITEM-ID              PIC X(06).
	05 CS-CLASS                PIC X(01).
	05 CS-LAST-COUNT-DATE      PIC 9(08).

FD CYCSHEET.
01 RPT-LINE                    PIC X(80).

*> The count file in CBPHYSCNT's own PHYSCNT layout, one line per
*> selected item with the quantity left blank.  Counters key the
*> quantity -- and lot and expiry, adding a line per extra lot --
*> and the file goes straight to CBPHYSCNT.  A line left unkeyed
*> shows there as BAD QTY, so a skipped item is never mistaken for
*> a count of zero.
FD CYCCNT.
01 CYCCNT-RECORD.
	05 CC-ITEM-ID              PIC X(06).
	05 CC-COUNT-QTY            PIC X(07).
	05 CC-LOT-NO               PIC X(10).
	05 CC-EXPIRY-DATE          PIC X(08).

*> Every item due for counting, most urgent first: A before B
*> before C, then longest overdue, never-counted at the very top.
SD WORKFILE.
01 WORKFILE-RECORD.
	88 EOFS     VALUE HIGH-VALUES.
	05 WRK-CLASS-RANK          PIC 9(01).
	05 WRK-DAYS-OVER           PIC 9(05).
	05 WRK-ITEM-ID             PIC X(06).
	05 WRK-STATE               PIC X(02).
	05 WRK-WHSE                PIC X(02).
	05 WRK-CLASS               PIC X(01).
	05 WRK-LAST-COUNT-DATE     PIC 9(08).

*> Today's selection in walking order: state, warehouse, item.
SD SHTWORK.
01 SHTWORK-RECORD.
	88 EOFW     VALUE HIGH-VALUES.
	05 SW-STATE                PIC X(02).
	05 SW-WHSE                 PIC X(02).
	05 SW-ITEM-ID              PIC X(06).
	05 SW-CLASS                PIC X(01).
	05 SW-LAST-COUNT-DATE      PIC 9(08).

WORKING-STORAGE SECTION.
COPY FILEPARM.
COPY BUSDPARM.

01 WS-RUN-DATE.
	05 WS-RUN-YYYY          PIC 9(4).
	05 WS-RUN-MM            PIC 9(2).
	05 WS-RUN-DD            PIC 9(2).
01 WS-RUN-DATE-N REDEFINES WS-RUN-DATE
                               PIC 9(08).

01 WS-ITM-FILE-STATUS          PIC X(02) VALUE SPACES.
01 WS-ABC-FILE-STATUS          PIC X(02) VALUE SPACES.
01 WS-ATR-FILE-STATUS          PIC X(02) VALUE SPACES.
01 WS-SEL-FILE-STATUS          PIC X(02) VALUE SPACES.
01 WS-RPT-FILE-STATUS          PIC X(02) VALUE SPACES.
01 WS-CNT-FILE-STATUS          PIC X(02) VALUE SPACES.
01 WS-ABORT-FILE-NAME          PIC X(40) VALUE SPACES.
01 WS-ABORT-FILE-STATUS        PIC X(02) VALUE SPACES.

01 WS-ATTR-PRESENT-SW          PIC X(01) VALUE "N".
	88 ATTR-FILE-PRESENT    VALUE "Y".
01 WS-CLASS-FOUND-SW           PIC X(01) VALUE "N".
	88 CLASS-ON-FILE        VALUE "Y".
	88 CLASS-NOT-ON-FILE    VALUE "N".

*> CYCFREQA/B/C are the days allowed between counts of an A, B and
*> C item; CYCMAX caps how many items go on one day's sheets (zero
*> for no cap); CYCPEND is how many days a sheet is given to come
*> back before an item on it that was never counted is picked again.
01 WS-CYCFREQ-PARM             PIC X(03) VALUE SPACES.
01 WS-CYCMAX-PARM              PIC X(05) VALUE SPACES.
01 WS-CYCPEND-PARM             PIC X(03) VALUE SPACES.
01 WS-FREQ-TABLE.
	05 WS-FREQ-DAYS          PIC 9(03) OCCURS 3 TIMES.
01 WS-DAILY-MAX                PIC 9(05) VALUE 50.
01 WS-PEND-DAYS                PIC 9(03) VALUE 3.
01 WS-CLASS-SUB                PIC 9(01) COMP VALUE ZERO.
01 WS-CLASS-LETTER-DATA        PIC X(03) VALUE "ABC".
01 WS-CLASS-LETTERS REDEFINES WS-CLASS-LETTER-DATA.
	05 WS-CLASS-LETTER       PIC X(01) OCCURS 3 TIMES.

01 WS-RUN-DAY-NO               PIC 9(07) VALUE ZERO.
01 WS-DAYS-SINCE-COUNT         PIC 9(07) VALUE ZERO.
01 WS-DAYS-SINCE-SELECT        PIC 9(07) VALUE ZERO.
01 WS-ITEM-CLASS               PIC X(01) VALUE SPACES.
01 WS-LAST-COUNT-DATE          PIC 9(08) VALUE ZERO.
01 WS-LAST-SELECT-DATE         PIC 9(08) VALUE ZERO.

01 WS-ITEMS-READ               PIC 9(07) VALUE ZERO.
01 WS-ITEMS-DUE                PIC 9(07) VALUE ZERO.
01 WS-ITEMS-PENDING            PIC 9(07) VALUE ZERO.
01 WS-ITEMS-SELECTED           PIC 9(07) VALUE ZERO.
01 WS-ITEMS-DEFERRED           PIC 9(07) VALUE ZERO.
01 WS-SELECTED-BY-CLASS.
	05 WS-CLASS-SELECTED     PIC 9(07) OCCURS 3 TIMES VALUE ZERO.

01 WS-BRK-STATE                PIC X(02) VALUE SPACES.
01 WS-BRK-WHSE                 PIC X(02) VALUE SPACES.

01 WS-PAGE-NO                  PIC 9(03) VALUE ZERO.
01 WS-LINES-ON-PAGE            PIC 9(03) VALUE ZERO.
01 WS-LINES-PER-PAGE           PIC 9(03) VALUE 20.

01 WS-DETAIL-LINE.
	05 WS-DTL-ITEM-ID        PIC X(06).
	05 FILLER                PIC X(01) VALUE SPACES.
	05 WS-DTL-CLASS          PIC X(01).
	05 FILLER                PIC X(02) VALUE SPACES.
	05 WS-DTL-DESC           PIC X(30).
	05 FILLER                PIC X(01) VALUE SPACES.
	05 WS-DTL-UOM            PIC X(04).
	05 FILLER                PIC X(01) VALUE SPACES.
	05 WS-DTL-LAST-COUNT     PIC X(08).
	05 FILLER                PIC X(01) VALUE SPACES.
	05 WS-DTL-LOT            PIC X(10) VALUE "__________".
	05 FILLER                PIC X(01) VALUE SPACES.
	05 WS-DTL-COUNTED        PIC X(09) VALUE "_________".

PROCEDURE DIVISION.
Begin.
	DISPLAY "CBCYCSEL -- DAILY CYCLE-COUNT SELECTION".
	PERFORM LoadFileParms.
	MOVE "P" TO BD-FUNCTION.
	CALL "CBBUSDTE" USING BD-DATE-PARMS.
	MOVE BD-RESULT-DATE TO WS-RUN-DATE.
	PERFORM LoadCycleParms.
	PERFORM OpenFiles.
	SORT WORKFILE
		ON ASCENDING KEY WRK-CLASS-RANK
		ON DESCENDING KEY WRK-DAYS-OVER
		ON ASCENDING KEY WRK-ITEM-ID
		INPUT PROCEDURE IS SelectDueItems
		OUTPUT PROCEDURE IS KeepDailyLimit.
	IF SORT-RETURN NOT = ZERO
		DISPLAY "CBCYCSEL -- SORT OF DUE ITEMS FAILED:"
			" SORT-RETURN=" SORT-RETURN
		MOVE 16 TO RETURN-CODE
		STOP RUN
	END-IF.
	CLOSE CYCSEL.
	IF WS-SEL-FILE-STATUS NOT = "00"
		MOVE "CYCSEL" TO WS-ABORT-FILE-NAME
		MOVE WS-SEL-FILE-STATUS TO WS-ABORT-FILE-STATUS
		PERFORM AbortOnFileError
	END-IF.
	SORT SHTWORK
		ON ASCENDING KEY SW-STATE SW-WHSE SW-ITEM-ID
		USING CYCSEL
		OUTPUT PROCEDURE IS PrintCountSheets.
	IF SORT-RETURN NOT = ZERO
		DISPLAY "CBCYCSEL -- SORT OF COUNT SHEETS FAILED:"
			" SORT-RETURN=" SORT-RETURN
		MOVE 16 TO RETURN-CODE
		STOP RUN
	END-IF.
	PERFORM CloseFiles.
	DISPLAY "CBCYCSEL ITEMS READ: " WS-ITEMS-READ
		"  DUE: " WS-ITEMS-DUE
		"  ON SHEETS ALREADY: " WS-ITEMS-PENDING.
	DISPLAY "CBCYCSEL SELECTED: " WS-ITEMS-SELECTED
		"  A: " WS-CLASS-SELECTED (1)
		"  B: " WS-CLASS-SELECTED (2)
		"  C: " WS-CLASS-SELECTED (3)
		"  DEFERRED: " WS-ITEMS-DEFERRED.
	STOP RUN.

LoadFileParms.
	MOVE FP-ITEMFILE-DEFAULT TO FP-ITEMFILE-NAME.
	ACCEPT FP-ITEMFILE-NAME FROM ENVIRONMENT "ITEMFILE".
	IF FP-ITEMFILE-NAME = SPACES
		MOVE FP-ITEMFILE-DEFAULT TO FP-ITEMFILE-NAME
	END-IF.
	MOVE FP-ABCCLASS-DEFAULT TO FP-ABCCLASS-NAME.
	ACCEPT FP-ABCCLASS-NAME FROM ENVIRONMENT "ABCCLASS".
	IF FP-ABCCLASS-NAME = SPACES
		MOVE FP-ABCCLASS-DEFAULT TO FP-ABCCLASS-NAME
	END-IF.
	MOVE FP-ITEMATTR-DEFAULT TO FP-ITEMATTR-NAME.
	ACCEPT FP-ITEMATTR-NAME FROM ENVIRONMENT "ITEMATTR".
	IF FP-ITEMATTR-NAME = SPACES
		MOVE FP-ITEMATTR-DEFAULT TO FP-ITEMATTR-NAME
	END-IF.
	MOVE FP-CYCSEL-DEFAULT TO FP-CYCSEL-NAME.
	ACCEPT FP-CYCSEL-NAME FROM ENVIRONMENT "CYCSEL".
	IF FP-CYCSEL-NAME = SPACES
		MOVE FP-CYCSEL-DEFAULT TO FP-CYCSEL-NAME
	END-IF.
	MOVE FP-CYCSHEET-DEFAULT TO FP-CYCSHEET-NAME.
	ACCEPT FP-CYCSHEET-NAME FROM ENVIRONMENT "CYCSHEET".
	IF FP-CYCSHEET-NAME = SPACES
		MOVE FP-CYCSHEET-DEFAULT TO FP-CYCSHEET-NAME
	END-IF.
	MOVE FP-CYCCNT-DEFAULT TO FP-CYCCNT-NAME.
	ACCEPT FP-CYCCNT-NAME FROM ENVIRONMENT "CYCCNT".
	IF FP-CYCCNT-NAME = SPACES
		MOVE FP-CYCCNT-DEFAULT TO FP-CYCCNT-NAME
	END-IF.
	MOVE FP-WORKFILE-DEFAULT TO FP-WORKFILE-NAME.
	ACCEPT FP-WORKFILE-NAME FROM ENVIRONMENT "WORKFILE".
	IF FP-WORKFILE-NAME = SPACES
		MOVE FP-WORKFILE-DEFAULT TO FP-WORKFILE-NAME
	END-IF.

*> A parameter that is absent or not numeric leaves the shipped
*> default in place: A monthly, B quarterly, C twice a year.
LoadCycleParms.
	MOVE 030 TO WS-FREQ-DAYS (1).
	MOVE 090 TO WS-FREQ-DAYS (2).
	MOVE 180 TO WS-FREQ-DAYS (3).
	ACCEPT WS-CYCFREQ-PARM FROM ENVIRONMENT "CYCFREQA".
	MOVE 1 TO WS-CLASS-SUB.
	PERFORM LoadOneFrequency.
	ACCEPT WS-CYCFREQ-PARM FROM ENVIRONMENT "CYCFREQB".
	MOVE 2 TO WS-CLASS-SUB.
	PERFORM LoadOneFrequency.
	ACCEPT WS-CYCFREQ-PARM FROM ENVIRONMENT "CYCFREQC".
	MOVE 3 TO WS-CLASS-SUB.
	PERFORM LoadOneFrequency.
	ACCEPT WS-CYCMAX-PARM FROM ENVIRONMENT "CYCMAX".
	IF WS-CYCMAX-PARM NOT = SPACES
		IF WS-CYCMAX-PARM NUMERIC
			MOVE WS-CYCMAX-PARM TO WS-DAILY-MAX
		ELSE
			DISPLAY "CBCYCSEL -- CYCMAX PARAMETER '" WS-CYCMAX-PARM
				"' NOT NUMERIC -- USING " WS-DAILY-MAX
		END-IF
	END-IF.
	ACCEPT WS-CYCPEND-PARM FROM ENVIRONMENT "CYCPEND".
	IF WS-CYCPEND-PARM NOT = SPACES
		IF WS-CYCPEND-PARM NUMERIC
			MOVE WS-CYCPEND-PARM TO WS-PEND-DAYS
		ELSE
			DISPLAY "CBCYCSEL -- CYCPEND PARAMETER '" WS-CYCPEND-PARM
				"' NOT NUMERIC -- USING " WS-PEND-DAYS " DAYS"
		END-IF
	END-IF.
	COMPUTE WS-RUN-DAY-NO = FUNCTION INTEGER-OF-DATE (WS-RUN-DATE-N).
	DISPLAY "CBCYCSEL COUNT EVERY A: " WS-FREQ-DAYS (1)
		"  B: " WS-FREQ-DAYS (2)
		"  C: " WS-FREQ-DAYS (3) " DAYS"
		"  DAILY LIMIT: " WS-DAILY-MAX.

LoadOneFrequency.
	IF WS-CYCFREQ-PARM NOT = SPACES
		IF WS-CYCFREQ-PARM NUMERIC AND WS-CYCFREQ-PARM NOT = "000"
			MOVE WS-CYCFREQ-PARM TO WS-FREQ-DAYS (WS-CLASS-SUB)
		ELSE
			DISPLAY "CBCYCSEL -- CYCFREQ" WS-CLASS-LETTER (WS-CLASS-SUB)
				" PARAMETER '" WS-CYCFREQ-PARM
				"' NOT VALID -- USING " WS-FREQ-DAYS (WS-CLASS-SUB)
				" DAYS"
		END-IF
	END-IF.

OpenFiles.
	OPEN INPUT ITEMFILE.
	IF WS-ITM-FILE-STATUS NOT = "00"
		MOVE "ITEMFILE" TO WS-ABORT-FILE-NAME
		MOVE WS-ITM-FILE-STATUS TO WS-ABORT-FILE-STATUS
		PERFORM AbortOnFileError
	END-IF.
*> Before the first classification run every item counts as C.
	OPEN I-O ABCCLASS.
	IF WS-ABC-FILE-STATUS = "35"
		OPEN OUTPUT ABCCLASS
		CLOSE ABCCLASS
		OPEN I-O ABCCLASS
	END-IF.
	IF WS-ABC-FILE-STATUS NOT = "00"
		MOVE "ABCCLASS" TO WS-ABORT-FILE-NAME
		MOVE WS-ABC-FILE-STATUS TO WS-ABORT-FILE-STATUS
		PERFORM AbortOnFileError
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
	OPEN OUTPUT CYCSEL.
	IF WS-SEL-FILE-STATUS NOT = "00"
		MOVE "CYCSEL" TO WS-ABORT-FILE-NAME
		MOVE WS-SEL-FILE-STATUS TO WS-ABORT-FILE-STATUS
		PERFORM AbortOnFileError
	END-IF.
	OPEN OUTPUT CYCSHEET.
	IF WS-RPT-FILE-STATUS NOT = "00"
		MOVE "CYCSHEET" TO WS-ABORT-FILE-NAME
		MOVE WS-RPT-FILE-STATUS TO WS-ABORT-FILE-STATUS
		PERFORM AbortOnFileError
	END-IF.
	OPEN OUTPUT CYCCNT.
	IF WS-CNT-FILE-STATUS NOT = "00"
		MOVE "CYCCNT" TO WS-ABORT-FILE-NAME
		MOVE WS-CNT-FILE-STATUS TO WS-ABORT-FILE-STATUS
		PERFORM AbortOnFileError
	END-IF.

CloseFiles.
	CLOSE ITEMFILE.
	IF WS-ITM-FILE-STATUS NOT = "00"
		MOVE "ITEMFILE" TO WS-ABORT-FILE-NAME
		MOVE WS-ITM-FILE-STATUS TO WS-ABORT-FILE-STATUS
		PERFORM AbortOnFileError
	END-IF.
	CLOSE ABCCLASS.
	IF WS-ABC-FILE-STATUS NOT = "00"
		MOVE "ABCCLASS" TO WS-ABORT-FILE-NAME
		MOVE WS-ABC-FILE-STATUS TO WS-ABORT-FILE-STATUS
		PERFORM AbortOnFileError
	END-IF.
	IF ATTR-FILE-PRESENT
		CLOSE ITEMATTR
		IF WS-ATR-FILE-STATUS NOT = "00"
			MOVE "ITEMATTR" TO WS-ABORT-FILE-NAME
			MOVE WS-ATR-FILE-STATUS TO WS-ABORT-FILE-STATUS
			PERFORM AbortOnFileError
		END-IF
	END-IF.
	CLOSE CYCSHEET.
	IF WS-RPT-FILE-STATUS NOT = "00"
		MOVE "CYCSHEET" TO WS-ABORT-FILE-NAME
		MOVE WS-RPT-FILE-STATUS TO WS-ABORT-FILE-STATUS
		PERFORM AbortOnFileError
	END-IF.
	CLOSE CYCCNT.
	IF WS-CNT-FILE-STATUS NOT = "00"
		MOVE "CYCCNT" TO WS-ABORT-FILE-NAME
		MOVE WS-CNT-FILE-STATUS TO WS-ABORT-FILE-STATUS
		PERFORM AbortOnFileError
	END-IF.

SelectDueItems.
	PERFORM ReadItem.
	PERFORM CheckOneItem UNTIL EOFI.

ReadItem.
	READ ITEMFILE
		AT END SET EOFI TO TRUE
		NOT AT END ADD 1 TO WS-ITEMS-READ
	END-READ.
	IF WS-ITM-FILE-STATUS NOT = "00" AND WS-ITM-FILE-STATUS NOT = "10"
		MOVE "ITEMFILE" TO WS-ABORT-FILE-NAME
		MOVE WS-ITM-FILE-STATUS TO WS-ABORT-FILE-STATUS
		PERFORM AbortOnFileError
	END-IF.

*> An item is due once its class's days have passed since it was
*> last counted, or at once if it never has been.  An item already
*> out on a sheet that has not come back is left off until CYCPEND
*> days have gone by, so one slow sheet does not double the count.
CheckOneItem.
	PERFORM LookupItemClass.
	EVALUATE WS-ITEM-CLASS
		WHEN "A"
			MOVE 1 TO WS-CLASS-SUB
		WHEN "B"
			MOVE 2 TO WS-CLASS-SUB
		WHEN OTHER
			MOVE 3 TO WS-CLASS-SUB
	END-EVALUATE.
	MOVE SPACES TO WORKFILE-RECORD.
	MOVE WS-CLASS-SUB   TO WRK-CLASS-RANK.
	MOVE IR-ITEM-ID     TO WRK-ITEM-ID.
	MOVE IR-ITEM-STATE  TO WRK-STATE.
	MOVE IR-WHSE-CODE   TO WRK-WHSE.
	MOVE WS-ITEM-CLASS  TO WRK-CLASS.
	MOVE WS-LAST-COUNT-DATE TO WRK-LAST-COUNT-DATE.
	IF WS-LAST-COUNT-DATE = ZERO
		MOVE 99999 TO WRK-DAYS-OVER
		PERFORM ReleaseDueItem
	ELSE
		COMPUTE WS-DAYS-SINCE-COUNT = WS-RUN-DAY-NO
			- FUNCTION INTEGER-OF-DATE (WS-LAST-COUNT-DATE)
		IF WS-DAYS-SINCE-COUNT >= WS-FREQ-DAYS (WS-CLASS-SUB)
			COMPUTE WRK-DAYS-OVER = WS-DAYS-SINCE-COUNT
				- WS-FREQ-DAYS (WS-CLASS-SUB)
			PERFORM ReleaseDueItem
		END-IF
	END-IF.
	PERFORM ReadItem.

LookupItemClass.
	MOVE "C"  TO WS-ITEM-CLASS.
	MOVE ZERO TO WS-LAST-COUNT-DATE.
	MOVE ZERO TO WS-LAST-SELECT-DATE.
	MOVE IR-ITEM-ID TO AB-ITEM-ID.
	READ ABCCLASS KEY IS AB-ITEM-ID
		INVALID KEY
			CONTINUE
		NOT INVALID KEY
			IF NOT AB-UNCLASSED
				MOVE AB-CLASS TO WS-ITEM-CLASS
			END-IF
			MOVE AB-LAST-COUNT-DATE  TO WS-LAST-COUNT-DATE
			MOVE AB-LAST-SELECT-DATE TO WS-LAST-SELECT-DATE
	END-READ.

ReleaseDueItem.
	ADD 1 TO WS-ITEMS-DUE.
	IF WS-LAST-SELECT-DATE > WS-LAST-COUNT-DATE
		COMPUTE WS-DAYS-SINCE-SELECT = WS-RUN-DAY-NO
			- FUNCTION INTEGER-OF-DATE (WS-LAST-SELECT-DATE)
	ELSE
		MOVE 99999 TO WS-DAYS-SINCE-SELECT
	END-IF.
	IF WS-DAYS-SINCE-SELECT < WS-PEND-DAYS
		ADD 1 TO WS-ITEMS-PENDING
	ELSE
		RELEASE WORKFILE-RECORD
	END-IF.

*> The most urgent CYCMAX items go on today's sheets and are
*> stamped as selected; the rest wait for tomorrow, when they will
*> be further overdue and nearer the front.
KeepDailyLimit.
	PERFORM ReturnDueItem.
	PERFORM KeepOneItem UNTIL EOFS.

ReturnDueItem.
	RETURN WORKFILE
		AT END SET EOFS TO TRUE
	END-RETURN.

KeepOneItem.
	IF WS-DAILY-MAX = ZERO OR WS-ITEMS-SELECTED < WS-DAILY-MAX
		ADD 1 TO WS-ITEMS-SELECTED
		ADD 1 TO WS-CLASS-SELECTED (WRK-CLASS-RANK)
		MOVE WRK-STATE           TO CS-STATE
		MOVE WRK-WHSE            TO CS-WHSE
		MOVE WRK-ITEM-ID         TO CS-ITEM-ID
		MOVE WRK-CLASS           TO CS-CLASS
		MOVE WRK-LAST-COUNT-DATE TO CS-LAST-COUNT-DATE
		WRITE CYCSEL-RECORD
		IF WS-SEL-FILE-STATUS NOT = "00"
			MOVE "CYCSEL" TO WS-ABORT-FILE-NAME
			MOVE WS-SEL-FILE-STATUS TO WS-ABORT-FILE-STATUS
			PERFORM AbortOnFileError
		END-IF
		PERFORM StampSelectDate
	ELSE
		ADD 1 TO WS-ITEMS-DEFERRED
	END-IF.
	PERFORM ReturnDueItem.

*> An item CBABCCLS has not ranked yet gets an unclassed record to
*> carry the date.
StampSelectDate.
	MOVE WRK-ITEM-ID TO AB-ITEM-ID.
	READ ABCCLASS KEY IS AB-ITEM-ID
		INVALID KEY
			SET CLASS-NOT-ON-FILE TO TRUE
		NOT INVALID KEY
			SET CLASS-ON-FILE TO TRUE
	END-READ.
	IF CLASS-ON-FILE
		MOVE WS-RUN-DATE-N TO AB-LAST-SELECT-DATE
		REWRITE ABCCLASS-RECORD
			INVALID KEY
				MOVE "ABCCLASS" TO WS-ABORT-FILE-NAME
				MOVE WS-ABC-FILE-STATUS TO WS-ABORT-FILE-STATUS
				PERFORM AbortOnFileError
		END-REWRITE
	ELSE
		MOVE SPACES TO ABCCLASS-RECORD
		MOVE WRK-ITEM-ID   TO AB-ITEM-ID
		MOVE WRK-STATE     TO AB-ITEM-STATE
		MOVE ZERO TO AB-ANNUAL-QTY AB-ANNUAL-VALUE AB-VALUE-RANK
			AB-CLASSED-DATE AB-LAST-COUNT-DATE
		MOVE WS-RUN-DATE-N TO AB-LAST-SELECT-DATE
		WRITE ABCCLASS-RECORD
			INVALID KEY
				MOVE "ABCCLASS" TO WS-ABORT-FILE-NAME
				MOVE WS-ABC-FILE-STATUS TO WS-ABORT-FILE-STATUS
				PERFORM AbortOnFileError
		END-WRITE
	END-IF.

*> One sheet per warehouse within state, each item double-spaced
*> with room to write the lot and the count.  The system quantity
*> is deliberately not shown -- the counter counts what is there.
PrintCountSheets.
	MOVE ZERO TO WS-PAGE-NO.
	PERFORM ReturnSheetItem.
	PERFORM PrintOneWarehouse UNTIL EOFW.
	PERFORM WriteReportFooter.

ReturnSheetItem.
	RETURN SHTWORK
		AT END SET EOFW TO TRUE
	END-RETURN.

PrintOneWarehouse.
	MOVE SW-STATE TO WS-BRK-STATE.
	MOVE SW-WHSE  TO WS-BRK-WHSE.
	MOVE WS-LINES-PER-PAGE TO WS-LINES-ON-PAGE.
	PERFORM PrintSheetLine
		UNTIL EOFW OR SW-STATE NOT = WS-BRK-STATE
			OR SW-WHSE NOT = WS-BRK-WHSE.

PrintSheetLine.
	IF WS-LINES-ON-PAGE + 2 > WS-LINES-PER-PAGE
		PERFORM WritePageHeader
	END-IF.
	MOVE SW-ITEM-ID TO WS-DTL-ITEM-ID.
	MOVE SW-CLASS   TO WS-DTL-CLASS.
	PERFORM LookupItemAttr.
	IF SW-LAST-COUNT-DATE = ZERO
		MOVE "NEVER" TO WS-DTL-LAST-COUNT
	ELSE
		MOVE SW-LAST-COUNT-DATE TO WS-DTL-LAST-COUNT
	END-IF.
	MOVE WS-DETAIL-LINE TO RPT-LINE.
	WRITE RPT-LINE.
	MOVE SPACES TO RPT-LINE.
	WRITE RPT-LINE.
	ADD 2 TO WS-LINES-ON-PAGE.
	MOVE SPACES     TO CYCCNT-RECORD.
	MOVE SW-ITEM-ID TO CC-ITEM-ID.
	WRITE CYCCNT-RECORD.
	IF WS-CNT-FILE-STATUS NOT = "00"
		MOVE "CYCCNT" TO WS-ABORT-FILE-NAME
		MOVE WS-CNT-FILE-STATUS TO WS-ABORT-FILE-STATUS
		PERFORM AbortOnFileError
	END-IF.
	PERFORM ReturnSheetItem.

LookupItemAttr.
	MOVE "(NO DESCRIPTION ON FILE)" TO WS-DTL-DESC.
	MOVE SPACES TO WS-DTL-UOM.
	IF ATTR-FILE-PRESENT
		MOVE SW-ITEM-ID TO IA-ITEM-ID
		READ ITEMATTR KEY IS IA-ITEM-ID
			INVALID KEY
				CONTINUE
			NOT INVALID KEY
				MOVE IA-ITEM-DESC    TO WS-DTL-DESC
				MOVE IA-UNIT-MEASURE TO WS-DTL-UOM
		END-READ
	END-IF.

WritePageHeader.
	ADD 1 TO WS-PAGE-NO.
	IF WS-PAGE-NO > 1
		MOVE SPACES TO RPT-LINE
		WRITE RPT-LINE
	END-IF.
	MOVE SPACES TO RPT-LINE.
	STRING "CBCYCSEL -- CYCLE COUNT SHEET" DELIMITED BY SIZE
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
	STRING "STATE " DELIMITED BY SIZE
		WS-BRK-STATE DELIMITED BY SIZE
		"  WAREHOUSE " DELIMITED BY SIZE
		WS-BRK-WHSE DELIMITED BY SIZE
		"    COUNTED BY ____________  DATE COUNTED ________"
			DELIMITED BY SIZE
		INTO RPT-LINE
	END-STRING.
	WRITE RPT-LINE.
	MOVE SPACES TO RPT-LINE.
	WRITE RPT-LINE.
	MOVE "ITEMID CL DESCRIPTION                    UOM  LAST CNT LOT        COUNTED"
		TO RPT-LINE.
	WRITE RPT-LINE.
	MOVE "------ -- -----------                    ---  -------- ---        -------"
		TO RPT-LINE.
	WRITE RPT-LINE.
	MOVE ZERO TO WS-LINES-ON-PAGE.

WriteReportFooter.
	IF WS-PAGE-NO = ZERO
		MOVE SPACES TO WS-BRK-STATE WS-BRK-WHSE
		PERFORM WritePageHeader
		MOVE "NO ITEMS DUE FOR COUNTING TODAY" TO RPT-LINE
		WRITE RPT-LINE
	END-IF.
	MOVE SPACES TO RPT-LINE.
	WRITE RPT-LINE.
	MOVE SPACES TO RPT-LINE.
	STRING "ITEMS ON SHEETS: " DELIMITED BY SIZE
		WS-ITEMS-SELECTED DELIMITED BY SIZE
		"  A: " DELIMITED BY SIZE
		WS-CLASS-SELECTED (1) DELIMITED BY SIZE
		"  B: " DELIMITED BY SIZE
		WS-CLASS-SELECTED (2) DELIMITED BY SIZE
		"  C: " DELIMITED BY SIZE
		WS-CLASS-SELECTED (3) DELIMITED BY SIZE
		INTO RPT-LINE
	END-STRING.
	WRITE RPT-LINE.
	MOVE SPACES TO RPT-LINE.
	STRING "DUE: " DELIMITED BY SIZE
		WS-ITEMS-DUE DELIMITED BY SIZE
		"  STILL OUT ON EARLIER SHEETS: " DELIMITED BY SIZE
		WS-ITEMS-PENDING DELIMITED BY SIZE
		"  HELD TO A LATER DAY: " DELIMITED BY SIZE
		WS-ITEMS-DEFERRED DELIMITED BY SIZE
		INTO RPT-LINE
	END-STRING.
	WRITE RPT-LINE.

AbortOnFileError.
	DISPLAY "CBCYCSEL -- FILE ERROR ON " WS-ABORT-FILE-NAME
		": STATUS=" WS-ABORT-FILE-STATUS.
	MOVE 16 TO RETURN-CODE.
	STOP RUN.
