		RECORD KEY IS ML-LEDGER-KEY
		FILE STATUS IS WS-LDG-FILE-STATUS.

	SELECT MOVARCH ASSIGN TO DYNAMIC FP-MOVARCH-NAME
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS WS-ARC-FILE-STATUS.

	SELECT MOVINQ ASSIGN TO DYNAMIC FP-MOVINQ-NAME
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS WS-RPT-FILE-STATUS.

	SELECT WORKFILE ASSIGN TO DYNAMIC FP-WORKFILE-NAME.

DATA DIVISION.
FILE SECTION.
FD MOVLEDGR.
01 MOVLEDGR-RECORD.
	COPY MOVLEDGR.

*> CBLDGPRG's archive generations, read as one concatenation.
*> Each generation is in key order but the generations are not,
*> so the item's archived records are sorted before listing.
FD MOVARCH.
01 MOVARCH-RECORD              PIC X(78).
	88 EOFA     VALUE HIGH-VALUES.

FD MOVINQ.
01 RPT-LINE                    PIC X(80).

SD WORKFILE.
01 WORKFILE-RECORD.
	88 EOFS     VALUE HIGH-VALUES.
	05 WRK-LEDGER-KEY          PIC X(25).
	05 FILLER                  PIC X(53).

WORKING-STORAGE SECTION.
COPY FILEPARM.
COPY BUSDPARM.

01 WS-RUN-DATE.
	05 WS-RUN-YYYY          PIC 9(4).
	05 WS-RUN-DD            PIC 9(2).

01 WS-LDG-FILE-STATUS          PIC X(02) VALUE SPACES.
01 WS-ARC-FILE-STATUS          PIC X(02) VALUE SPACES.
01 WS-RPT-FILE-STATUS          PIC X(02) VALUE SPACES.
01 WS-ABORT-FILE-NAME          PIC X(40) VALUE SPACES.
01 WS-ABORT-FILE-STATUS        PIC X(02) VALUE SPACES.
01 WS-FIRST-SW                 PIC X(01) VALUE "Y".
	88 FIRST-MOVEMENT       VALUE "Y".
	88 NOT-FIRST-MOVEMENT   VALUE "N".
01 WS-ARCHIVE-SW               PIC X(01) VALUE "N".
	88 ARCHIVE-NEEDED       VALUE "Y".
01 WS-ARCHIVE-PRESENT-SW       PIC X(01) VALUE "N".
	88 ARCHIVE-PRESENT      VALUE "Y".
01 WS-BF-HOLD-RECORD           PIC X(78) VALUE SPACES.
01 WS-ARCHIVED-COUNT           PIC 9(07) VALUE ZERO.
01 WS-SELECTED-COUNT           PIC 9(07) VALUE ZERO.
01 WS-SELECTED-DISPLAY         PIC ZZZ,ZZ9.
01 WS-OPENING-QTY              PIC 9(07) VALUE ZERO.
	DISPLAY "CBMOVINQ -- ITEM MOVEMENT ACTIVITY INQUIRY".
	PERFORM LoadFileParms.
	PERFORM LoadSelectionParms.
	MOVE "P" TO BD-FUNCTION.
	CALL "CBBUSDTE" USING BD-DATE-PARMS.
	MOVE BD-RESULT-DATE TO WS-RUN-DATE.
	PERFORM WriteActivityReport.
	DISPLAY "CBMOVINQ MOVEMENTS SELECTED: " WS-SELECTED-COUNT
		"  FROM ARCHIVE: " WS-ARCHIVED-COUNT.
	STOP RUN.

LoadFileParms.
	IF FP-MOVLEDGR-NAME = SPACES
		MOVE FP-MOVLEDGR-DEFAULT TO FP-MOVLEDGR-NAME
	END-IF.
	MOVE FP-MOVARCH-DEFAULT TO FP-MOVARCH-NAME.
	ACCEPT FP-MOVARCH-NAME FROM ENVIRONMENT "MOVARCH".
	IF FP-MOVARCH-NAME = SPACES
		MOVE FP-MOVARCH-DEFAULT TO FP-MOVARCH-NAME
	END-IF.
	MOVE FP-WORKFILE-DEFAULT TO FP-WORKFILE-NAME.
	ACCEPT FP-WORKFILE-NAME FROM ENVIRONMENT "WORKFILE".
	IF FP-WORKFILE-NAME = SPACES
		MOVE FP-WORKFILE-DEFAULT TO FP-WORKFILE-NAME
	END-IF.
	MOVE FP-MOVINQ-DEFAULT TO FP-MOVINQ-NAME.
	ACCEPT FP-MOVINQ-NAME FROM ENVIRONMENT "MOVINQ".
	IF FP-MOVINQ-NAME = SPACES
	MOVE ZERO TO WS-PAGE-NO.
	MOVE WS-LINES-PER-PAGE TO WS-LINES-ON-PAGE.
	PERFORM PositionToItem.
	IF ARCHIVE-NEEDED
		PERFORM ListArchivedMovements
	END-IF.
	PERFORM ListOneMovement UNTIL INQUIRY-DONE.
	PERFORM WriteReportFooter.
	CLOSE MOVLEDGR.
	IF NOT INQUIRY-DONE
		PERFORM ReadNextMovement
	END-IF.
	IF WS-LDG-FILE-STATUS = "00"
	AND ML-ITEM-ID = WS-PARM-ITEM-ID
	AND ML-MOVE-TYPE = "B"
		SET ARCHIVE-NEEDED TO TRUE
	END-IF.

*> The range starts before the item's balance forward, so part of
*> it has been purged to the archive: list the archived movements
*> in range first, then carry on down the live ledger past the
*> balance forward, which the archived history replaces -- the
*> balance forward is looked for even when it falls after the to
*> date, since then the whole range is in the archive.  The
*> archive's own older balance forwards are not movements and are
*> left out.  With no archive to hand the balance forward stays in
*> as the opening line and the report says the history is short.
ListArchivedMovements.
	MOVE MOVLEDGR-RECORD TO WS-BF-HOLD-RECORD.
	SORT WORKFILE
		ON ASCENDING KEY WRK-LEDGER-KEY
		INPUT PROCEDURE IS SelectArchivedMovements
		OUTPUT PROCEDURE IS ListSortedArchive.
	IF SORT-RETURN NOT = ZERO
		DISPLAY "CBMOVINQ -- SORT OF ARCHIVED MOVEMENTS FAILED:"
			" SORT-RETURN=" SORT-RETURN
		MOVE 16 TO RETURN-CODE
		STOP RUN
	END-IF.
	IF ARCHIVE-PRESENT
		IF NOT INQUIRY-DONE
			PERFORM ReadNextMovement
		END-IF
	ELSE
		MOVE WS-BF-HOLD-RECORD TO MOVLEDGR-RECORD
		IF WS-LINES-ON-PAGE >= WS-LINES-PER-PAGE
			PERFORM WritePageHeader
		END-IF
		MOVE "ARCHIVE NOT AVAILABLE -- EARLIER HISTORY SHOWN AS BALANCE FWD"
			TO RPT-LINE
		WRITE RPT-LINE
		ADD 1 TO WS-LINES-ON-PAGE
	END-IF.

SelectArchivedMovements.
	OPEN INPUT MOVARCH.
	IF WS-ARC-FILE-STATUS = "35"
		DISPLAY "CBMOVINQ -- NO LEDGER ARCHIVE ON FILE"
	ELSE
		IF WS-ARC-FILE-STATUS NOT = "00"
			MOVE "MOVARCH" TO WS-ABORT-FILE-NAME
			MOVE WS-ARC-FILE-STATUS TO WS-ABORT-FILE-STATUS
			PERFORM AbortOnFileError
		END-IF
		SET ARCHIVE-PRESENT TO TRUE
		PERFORM ReadArchive
		PERFORM SelectOneArchived UNTIL EOFA
		CLOSE MOVARCH
		IF WS-ARC-FILE-STATUS NOT = "00"
			MOVE "MOVARCH" TO WS-ABORT-FILE-NAME
			MOVE WS-ARC-FILE-STATUS TO WS-ABORT-FILE-STATUS
			PERFORM AbortOnFileError
		END-IF
	END-IF.

ReadArchive.
	READ MOVARCH INTO MOVLEDGR-RECORD
		AT END SET EOFA TO TRUE
	END-READ.
	IF WS-ARC-FILE-STATUS NOT = "00" AND WS-ARC-FILE-STATUS NOT = "10"
		MOVE "MOVARCH" TO WS-ABORT-FILE-NAME
		MOVE WS-ARC-FILE-STATUS TO WS-ABORT-FILE-STATUS
		PERFORM AbortOnFileError
	END-IF.

SelectOneArchived.
	IF ML-ITEM-ID = WS-PARM-ITEM-ID
	AND ML-POST-DATE >= WS-PARM-FROM-DATE-N
	AND ML-POST-DATE <= WS-PARM-TO-DATE-N
	AND ML-MOVE-TYPE NOT = "B"
		RELEASE WORKFILE-RECORD FROM MOVLEDGR-RECORD
	END-IF.
	PERFORM ReadArchive.

ListSortedArchive.
	PERFORM ReturnArchived.
	PERFORM ListOneArchived UNTIL EOFS.

ReturnArchived.
	RETURN WORKFILE INTO MOVLEDGR-RECORD
		AT END SET EOFS TO TRUE
	END-RETURN.

ListOneArchived.
	ADD 1 TO WS-SELECTED-COUNT.
	ADD 1 TO WS-ARCHIVED-COUNT.
	IF FIRST-MOVEMENT
		MOVE ML-OPENING-QTY TO WS-OPENING-QTY
		SET NOT-FIRST-MOVEMENT TO TRUE
	END-IF.
	MOVE ML-CLOSING-QTY TO WS-CLOSING-QTY.
	PERFORM WriteDetailLine.
	PERFORM ReturnArchived.

ReadNextMovement.
	READ MOVLEDGR NEXT RECORD
		INTO RPT-LINE
	END-STRING.
	WRITE RPT-LINE.
	IF ARCHIVE-PRESENT
		MOVE WS-ARCHIVED-COUNT TO WS-SELECTED-DISPLAY
		MOVE SPACES TO RPT-LINE
		STRING "  OF WHICH FROM THE ARCHIVE: " DELIMITED BY SIZE
			WS-SELECTED-DISPLAY DELIMITED BY SIZE
			INTO RPT-LINE
		END-STRING
		WRITE RPT-LINE
	END-IF.

AbortOnFileError.
	DISPLAY "CBMOVINQ -- FILE ERROR ON " WS-ABORT-FILE-NAME
