IDENTIFICATION DIVISION.
PROGRAM-ID. CBKITRPT.
AUTHOR. SAEEDMALIK.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
	SELECT BOMFILE ASSIGN TO DYNAMIC FP-BOMFILE-NAME
		ORGANIZATION IS INDEXED
		ACCESS MODE IS SEQUENTIAL
		RECORD KEY IS BM-BOM-KEY
		ALTERNATE RECORD KEY IS BM-COMP-ITEM-ID WITH DUPLICATES
		FILE STATUS IS WS-BOM-FILE-STATUS.

	SELECT ITEMFILE ASSIGN TO DYNAMIC FP-ITEMFILE-NAME
		ORGANIZATION IS INDEXED
		ACCESS MODE IS RANDOM
		RECORD KEY IS IR-ITEM-ID
		ALTERNATE RECORD KEY IS IR-ITEM-STATE WITH DUPLICATES
		FILE STATUS IS WS-ITM-FILE-STATUS.

	SELECT ITEMATTR ASSIGN TO DYNAMIC FP-ITEMATTR-NAME
		ORGANIZATION IS INDEXED
		ACCESS MODE IS RANDOM
		RECORD KEY IS IA-ITEM-ID
		FILE STATUS IS WS-ATR-FILE-STATUS.

	SELECT KITRPT ASSIGN TO DYNAMIC FP-KITRPT-NAME
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS WS-RPT-FILE-STATUS.

DATA DIVISION.
FILE SECTION.
FD BOMFILE.
01 BOMFILE-RECORD.
	88 EOFB     VALUE HIGH-VALUES.
	COPY BOMREC.

FD ITEMFILE.
01 ITEMRECORD.
	COPY ITEMREC.

FD ITEMATTR.
01 ATTRRECORD.
	COPY ITEMATTR.

FD KITRPT.
01 RPT-LINE                    PIC X(80).

WORKING-STORAGE SECTION.
COPY FILEPARM.
COPY BUSDPARM.

01 WS-RUN-DATE.
	05 WS-RUN-YYYY          PIC 9(4).
	05 WS-RUN-MM            PIC 9(2).
	05 WS-RUN-DD            PIC 9(2).

01 WS-BOM-FILE-STATUS          PIC X(02) VALUE SPACES.
01 WS-ITM-FILE-STATUS          PIC X(02) VALUE SPACES.
01 WS-ATR-FILE-STATUS          PIC X(02) VALUE SPACES.
01 WS-RPT-FILE-STATUS          PIC X(02) VALUE SPACES.
01 WS-ABORT-FILE-NAME          PIC X(40) VALUE SPACES.
01 WS-ABORT-FILE-STATUS        PIC X(02) VALUE SPACES.

01 WS-BOM-PRESENT-SW           PIC X(01) VALUE "N".
	88 BOM-FILE-PRESENT     VALUE "Y".
01 WS-ATTR-PRESENT-SW          PIC X(01) VALUE "N".
	88 ATTR-FILE-PRESENT    VALUE "Y".
01 WS-ITEM-DESC                PIC X(30) VALUE SPACES.

01 WS-FOUND-SW                 PIC X(01) VALUE "N".
	88 RECORD-FOUND         VALUE "Y".
	88 RECORD-NOT-FOUND     VALUE "N".

*> The kit being totalled.  Each component can cover on-hand over
*> quantity-per kits; the kit can be built as many times as its
*> scarcest component allows, and that component is the one
*> holding it back.  A component missing from the master covers
*> none.
01 WS-CUR-KIT-ID               PIC X(06) VALUE SPACES.
01 WS-KIT-ON-HAND              PIC 9(07) VALUE ZERO.
01 WS-COMP-COVERS              PIC 9(07) VALUE ZERO.
01 WS-COMP-ON-HAND             PIC 9(07) VALUE ZERO.
01 WS-COMP-LINES               PIC 9(03) VALUE ZERO.
01 WS-BUILDABLE                PIC 9(07) VALUE ZERO.
01 WS-CONSTRAINT-ID            PIC X(06) VALUE SPACES.
01 WS-CONSTRAINT-ON-HAND       PIC 9(07) VALUE ZERO.
01 WS-CONSTRAINT-PER           PIC 9(05) VALUE ZERO.
01 WS-CONSTRAINT-NOTE          PIC X(08) VALUE SPACES.

01 WS-KITS-LISTED              PIC 9(05) VALUE ZERO.
01 WS-KITS-NONE-BUILDABLE      PIC 9(05) VALUE ZERO.
01 WS-COMPONENTS-READ          PIC 9(07) VALUE ZERO.
01 WS-LISTED-DISPLAY           PIC ZZ,ZZ9.
01 WS-NONE-DISPLAY             PIC ZZ,ZZ9.

01 WS-PAGE-NO                  PIC 9(03) VALUE ZERO.
01 WS-LINES-ON-PAGE            PIC 9(03) VALUE ZERO.
01 WS-LINES-PER-PAGE           PIC 9(03) VALUE 20.

01 WS-DETAIL-LINE.
	05 WS-DTL-KIT-ID         PIC X(06).
	05 FILLER                PIC X(02) VALUE SPACES.
	05 WS-DTL-DESC           PIC X(19).
	05 FILLER                PIC X(01) VALUE SPACES.
	05 WS-DTL-KIT-ON-HAND    PIC ZZZZ,ZZ9.
	05 FILLER                PIC X(01) VALUE SPACES.
	05 WS-DTL-BUILDABLE      PIC ZZZZ,ZZ9.
	05 FILLER                PIC X(03) VALUE SPACES.
	05 WS-DTL-COMP-ID        PIC X(06).
	05 FILLER                PIC X(01) VALUE SPACES.
	05 WS-DTL-COMP-ON-HAND   PIC ZZZZ,ZZ9.
	05 FILLER                PIC X(01) VALUE SPACES.
	05 WS-DTL-QTY-PER        PIC ZZ,ZZ9.
	05 FILLER                PIC X(02) VALUE SPACES.
	05 WS-DTL-NOTE           PIC X(08).

PROCEDURE DIVISION.
Begin.
	DISPLAY "CBKITRPT -- KIT AVAILABILITY REPORT".
	PERFORM LoadFileParms.
	MOVE "P" TO BD-FUNCTION.
	CALL "CBBUSDTE" USING BD-DATE-PARMS.
	MOVE BD-RESULT-DATE TO WS-RUN-DATE.
	PERFORM OpenFiles.
	MOVE ZERO TO WS-PAGE-NO.
	MOVE WS-LINES-PER-PAGE TO WS-LINES-ON-PAGE.
	IF BOM-FILE-PRESENT
		PERFORM ReadBomRecord
	END-IF.
	PERFORM ReportOneKit UNTIL EOFB.
	PERFORM WriteReportFooter.
	PERFORM CloseFiles.
	DISPLAY "CBKITRPT KITS LISTED: " WS-KITS-LISTED
		"  NONE BUILDABLE: " WS-KITS-NONE-BUILDABLE.
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
	MOVE FP-ITEMATTR-DEFAULT TO FP-ITEMATTR-NAME.
	ACCEPT FP-ITEMATTR-NAME FROM ENVIRONMENT "ITEMATTR".
	IF FP-ITEMATTR-NAME = SPACES
		MOVE FP-ITEMATTR-DEFAULT TO FP-ITEMATTR-NAME
	END-IF.
	MOVE FP-KITRPT-DEFAULT TO FP-KITRPT-NAME.
	ACCEPT FP-KITRPT-NAME FROM ENVIRONMENT "KITRPT".
	IF FP-KITRPT-NAME = SPACES
		MOVE FP-KITRPT-DEFAULT TO FP-KITRPT-NAME
	END-IF.

*> With no bill-of-materials file yet there are no kits -- the
*> report still prints, empty, rather than failing the step.
OpenFiles.
	OPEN INPUT BOMFILE.
	EVALUATE WS-BOM-FILE-STATUS
		WHEN "00"
			SET BOM-FILE-PRESENT TO TRUE
		WHEN "35"
			SET EOFB TO TRUE
		WHEN OTHER
			MOVE "BOMFILE" TO WS-ABORT-FILE-NAME
			MOVE WS-BOM-FILE-STATUS TO WS-ABORT-FILE-STATUS
			PERFORM AbortOnFileError
	END-EVALUATE.
	OPEN INPUT ITEMFILE.
	IF WS-ITM-FILE-STATUS NOT = "00"
		MOVE "ITEMFILE" TO WS-ABORT-FILE-NAME
		MOVE WS-ITM-FILE-STATUS TO WS-ABORT-FILE-STATUS
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
	OPEN OUTPUT KITRPT.
	IF WS-RPT-FILE-STATUS NOT = "00"
		MOVE "KITRPT" TO WS-ABORT-FILE-NAME
		MOVE WS-RPT-FILE-STATUS TO WS-ABORT-FILE-STATUS
		PERFORM AbortOnFileError
	END-IF.

CloseFiles.
	IF BOM-FILE-PRESENT
		CLOSE BOMFILE
	END-IF.
	CLOSE ITEMFILE.
	IF ATTR-FILE-PRESENT
		CLOSE ITEMATTR
	END-IF.
	CLOSE KITRPT.
	IF WS-RPT-FILE-STATUS NOT = "00"
		MOVE "KITRPT" TO WS-ABORT-FILE-NAME
		MOVE WS-RPT-FILE-STATUS TO WS-ABORT-FILE-STATUS
		PERFORM AbortOnFileError
	END-IF.

ReadBomRecord.
	READ BOMFILE NEXT RECORD
		AT END SET EOFB TO TRUE
	END-READ.
	IF WS-BOM-FILE-STATUS NOT = "00" AND WS-BOM-FILE-STATUS NOT = "10"
		MOVE "BOMFILE" TO WS-ABORT-FILE-NAME
		MOVE WS-BOM-FILE-STATUS TO WS-ABORT-FILE-STATUS
		PERFORM AbortOnFileError
	END-IF.

*> The bill is keyed kit then component, so each kit's components
*> arrive together; one report line per kit once the kit changes.
ReportOneKit.
	MOVE BM-KIT-ITEM-ID TO WS-CUR-KIT-ID.
	MOVE 9999999 TO WS-BUILDABLE.
	MOVE ZERO TO WS-COMP-LINES.
	MOVE SPACES TO WS-CONSTRAINT-ID WS-CONSTRAINT-NOTE.
	MOVE ZERO TO WS-CONSTRAINT-ON-HAND WS-CONSTRAINT-PER.
	PERFORM WeighOneComponent
		UNTIL EOFB OR BM-KIT-ITEM-ID NOT = WS-CUR-KIT-ID.
	PERFORM WriteKitLine.

WeighOneComponent.
	ADD 1 TO WS-COMPONENTS-READ.
	ADD 1 TO WS-COMP-LINES.
	MOVE BM-COMP-ITEM-ID TO IR-ITEM-ID.
	PERFORM FindItem.
	IF RECORD-FOUND
		MOVE IR-QTY-ON-HAND TO WS-COMP-ON-HAND
		IF BM-QTY-PER-KIT > ZERO
			DIVIDE BM-QTY-PER-KIT INTO WS-COMP-ON-HAND
				GIVING WS-COMP-COVERS
		ELSE
			MOVE 9999999 TO WS-COMP-COVERS
		END-IF
	ELSE
		MOVE ZERO TO WS-COMP-ON-HAND WS-COMP-COVERS
	END-IF.
	IF WS-COMP-COVERS < WS-BUILDABLE OR WS-COMP-LINES = 1
		MOVE WS-COMP-COVERS  TO WS-BUILDABLE
		MOVE BM-COMP-ITEM-ID TO WS-CONSTRAINT-ID
		MOVE WS-COMP-ON-HAND TO WS-CONSTRAINT-ON-HAND
		MOVE BM-QTY-PER-KIT  TO WS-CONSTRAINT-PER
		IF RECORD-FOUND
			MOVE SPACES TO WS-CONSTRAINT-NOTE
		ELSE
			MOVE "NO ITEM" TO WS-CONSTRAINT-NOTE
		END-IF
	END-IF.
	PERFORM ReadBomRecord.

WriteKitLine.
	MOVE WS-CUR-KIT-ID TO IR-ITEM-ID.
	PERFORM FindItem.
	IF RECORD-FOUND
		MOVE IR-QTY-ON-HAND TO WS-KIT-ON-HAND
	ELSE
		MOVE ZERO TO WS-KIT-ON-HAND
		MOVE "NO KIT" TO WS-CONSTRAINT-NOTE
	END-IF.
	PERFORM LookupItemAttributes.
	ADD 1 TO WS-KITS-LISTED.
	IF WS-BUILDABLE = ZERO
		ADD 1 TO WS-KITS-NONE-BUILDABLE
	END-IF.
	IF WS-LINES-ON-PAGE >= WS-LINES-PER-PAGE
		PERFORM WritePageHeader
	END-IF.
	MOVE WS-CUR-KIT-ID         TO WS-DTL-KIT-ID.
	MOVE WS-ITEM-DESC          TO WS-DTL-DESC.
	MOVE WS-KIT-ON-HAND        TO WS-DTL-KIT-ON-HAND.
	MOVE WS-BUILDABLE          TO WS-DTL-BUILDABLE.
	MOVE WS-CONSTRAINT-ID      TO WS-DTL-COMP-ID.
	MOVE WS-CONSTRAINT-ON-HAND TO WS-DTL-COMP-ON-HAND.
	MOVE WS-CONSTRAINT-PER     TO WS-DTL-QTY-PER.
	MOVE WS-CONSTRAINT-NOTE    TO WS-DTL-NOTE.
	MOVE WS-DETAIL-LINE TO RPT-LINE.
	WRITE RPT-LINE.
	ADD 1 TO WS-LINES-ON-PAGE.

FindItem.
	READ ITEMFILE KEY IS IR-ITEM-ID
		INVALID KEY
			SET RECORD-NOT-FOUND TO TRUE
		NOT INVALID KEY
			SET RECORD-FOUND TO TRUE
	END-READ.

LookupItemAttributes.
	MOVE "(NO ATTRIBUTES ON FILE)" TO WS-ITEM-DESC.
	IF ATTR-FILE-PRESENT
		MOVE WS-CUR-KIT-ID TO IA-ITEM-ID
		READ ITEMATTR KEY IS IA-ITEM-ID
			INVALID KEY
				CONTINUE
			NOT INVALID KEY
				MOVE IA-ITEM-DESC TO WS-ITEM-DESC
		END-READ
	END-IF.

WritePageHeader.
	ADD 1 TO WS-PAGE-NO.
	IF WS-PAGE-NO > 1
		MOVE SPACES TO RPT-LINE
		WRITE RPT-LINE
	END-IF.
	MOVE SPACES TO RPT-LINE.
	STRING "CBKITRPT -- KIT AVAILABILITY" DELIMITED BY SIZE
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
	MOVE "KIT     DESCRIPTION          ON HAND CAN MAKE   LIMIT   ON HAND    PER  NOTE"
		TO RPT-LINE.
	WRITE RPT-LINE.
	MOVE "---     -----------          ------- --------   -----   -------    ---  ----"
		TO RPT-LINE.
	WRITE RPT-LINE.
	MOVE ZERO TO WS-LINES-ON-PAGE.

WriteReportFooter.
	IF WS-PAGE-NO = ZERO
		PERFORM WritePageHeader
	END-IF.
	MOVE WS-KITS-LISTED TO WS-LISTED-DISPLAY.
	MOVE WS-KITS-NONE-BUILDABLE TO WS-NONE-DISPLAY.
	MOVE SPACES TO RPT-LINE.
	WRITE RPT-LINE.
	MOVE SPACES TO RPT-LINE.
	STRING "KITS LISTED: " DELIMITED BY SIZE
		WS-LISTED-DISPLAY DELIMITED BY SIZE
		"   NONE BUILDABLE: " DELIMITED BY SIZE
		WS-NONE-DISPLAY DELIMITED BY SIZE
		INTO RPT-LINE
	END-STRING.
	WRITE RPT-LINE.
	MOVE "LIMIT = COMPONENT THAT CAPS THE BUILD.  NO ITEM/NO KIT = NOT ON MASTER"
		TO RPT-LINE.
	WRITE RPT-LINE.

AbortOnFileError.
	DISPLAY "CBKITRPT -- FILE ERROR ON " WS-ABORT-FILE-NAME
		": STATUS=" WS-ABORT-FILE-STATUS.
	MOVE 16 TO RETURN-CODE.
	STOP RUN.
