IDENTIFICATION DIVISION.
PROGRAM-ID. CBLDGPRG.
AUTHOR. SAEEDMALIK.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
	SELECT MOVLEDGR ASSIGN TO DYNAMIC FP-MOVLEDGR-NAME
		ORGANIZATION IS INDEXED
		ACCESS MODE IS SEQUENTIAL
		RECORD KEY IS ML-LEDGER-KEY
		FILE STATUS IS WS-LDG-FILE-STATUS.

	SELECT MOVLEDGRN ASSIGN TO DYNAMIC FP-MOVLEDGRN-NAME
		ORGANIZATION IS INDEXED
		ACCESS MODE IS SEQUENTIAL
		RECORD KEY IS MLN-LEDGER-KEY
		FILE STATUS IS WS-NEW-FILE-STATUS.

	SELECT MOVARCH ASSIGN TO DYNAMIC FP-MOVARCH-NAME
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS WS-ARC-FILE-STATUS.

	SELECT PERIODCTL ASSIGN TO DYNAMIC FP-PERIODCTL-NAME
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS WS-PCL-FILE-STATUS.

	SELECT LDGPRGRPT ASSIGN TO DYNAMIC FP-LDGPRGRPT-NAME
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS WS-RPT-FILE-STATUS.

DATA DIVISION.
FILE SECTION.
FD MOVLEDGR.
01 MOVLEDGR-RECORD.
	88 EOFL     VALUE HIGH-VALUES.
	COPY MOVLEDGR.

*> The purged ledger: every record at or after the cutoff carried
*> across unchanged, plus the balance-forward records.  Built as a
*> new cluster and swapped in by the job, never rewritten in place.
FD MOVLEDGRN.
01 MOVLEDGRN-RECORD.
	05 MLN-LEDGER-KEY          PIC X(25).
	05 FILLER                  PIC X(53).

*> This run's archive generation: the purged records exactly as
*> they stood on the ledger, in key order.
FD MOVARCH.
01 MOVARCH-RECORD              PIC X(78).

FD PERIODCTL.
01 PERIODCTL-RECORD.
	COPY PERIODCTL.

FD LDGPRGRPT.
01 RPT-LINE                    PIC X(80).

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
01 WS-NEW-FILE-STATUS          PIC X(02) VALUE SPACES.
01 WS-ARC-FILE-STATUS          PIC X(02) VALUE SPACES.
01 WS-PCL-FILE-STATUS          PIC X(02) VALUE SPACES.
01 WS-RPT-FILE-STATUS          PIC X(02) VALUE SPACES.
01 WS-ABORT-FILE-NAME          PIC X(40) VALUE SPACES.
01 WS-ABORT-FILE-STATUS        PIC X(02) VALUE SPACES.

*> LDGKEEP is the retention in days -- two years unless told
*> otherwise, and never less than a year and a day, so CBABCCLS's
*> and CBROPREC's look-backs still find their full history live.
01 WS-LDGKEEP-PARM             PIC X(04) VALUE SPACES.
01 WS-KEEP-DAYS                PIC 9(04) VALUE 730.
01 WS-MIN-KEEP-DAYS            PIC 9(04) VALUE 366.
01 WS-CLOSED-THRU-DATE         PIC 9(08) VALUE ZERO.
01 WS-OPEN-FROM-DATE           PIC 9(08) VALUE ZERO.
01 WS-CUTOFF-DATE              PIC 9(08) VALUE ZERO.
01 WS-CUTOFF-DATE-X REDEFINES WS-CUTOFF-DATE.
	05 WS-CUT-YYYY          PIC 9(4).
	05 WS-CUT-MM            PIC 9(2).
	05 WS-CUT-DD            PIC 9(2).
01 WS-BF-POST-DATE             PIC 9(08) VALUE ZERO.

01 WS-CUR-ITEM-ID              PIC X(06) VALUE SPACES.
01 WS-ITEM-ARCHIVED            PIC 9(07) VALUE ZERO.
01 WS-ITEM-LAST-DATE           PIC 9(08) VALUE ZERO.
01 WS-BF-SW                    PIC X(01) VALUE "N".
	88 BF-PENDING           VALUE "Y".
	88 BF-DONE              VALUE "N".

*> The balance-forward record as it goes on the new ledger --
*> MOVLEDGR's layout, built from the item's last archived record.
01 WS-BF-RECORD.
	05 WS-BF-ITEM-ID           PIC X(06).
	05 WS-BF-DATE              PIC 9(08).
	05 WS-BF-TIME              PIC 9(08).
	05 WS-BF-SEQ               PIC 9(03).
	05 WS-BF-TYPE              PIC X(01).
	05 WS-BF-MOVE-QTY          PIC 9(07).
	05 WS-BF-OPENING-QTY       PIC 9(07).
	05 WS-BF-CLOSING-QTY       PIC 9(07).
	05 WS-BF-STATE             PIC X(02).
	05 WS-BF-UNIT-COST         PIC 9(05)V9(04).
	05 WS-BF-MOVE-COST         PIC 9(11)V99.
	05 WS-BF-UNIT-PRICE        PIC 9(05)V99.

01 WS-RECORDS-READ             PIC 9(09) VALUE ZERO.
01 WS-RECORDS-ARCHIVED         PIC 9(09) VALUE ZERO.
01 WS-OLD-BF-ARCHIVED          PIC 9(09) VALUE ZERO.
01 WS-RECORDS-RETAINED         PIC 9(09) VALUE ZERO.
01 WS-BF-WRITTEN               PIC 9(09) VALUE ZERO.
01 WS-RECORDS-WRITTEN          PIC 9(09) VALUE ZERO.
01 WS-PROOF-TOTAL              PIC 9(09) VALUE ZERO.
01 WS-EXPECTED-WRITTEN         PIC 9(09) VALUE ZERO.
01 WS-UNITS-FORWARD            PIC 9(11) VALUE ZERO.

01 WS-COUNT-DISPLAY            PIC ZZZ,ZZZ,ZZ9.
01 WS-UNITS-DISPLAY            PIC ZZ,ZZZ,ZZZ,ZZ9.
01 WS-TOT-LABEL                PIC X(34) VALUE SPACES.

01 WS-PAGE-NO                  PIC 9(03) VALUE ZERO.
01 WS-LINES-ON-PAGE            PIC 9(03) VALUE ZERO.
01 WS-LINES-PER-PAGE           PIC 9(03) VALUE 20.

01 WS-DETAIL-LINE.
	05 WS-DTL-ITEM           PIC X(06).
	05 FILLER                PIC X(02) VALUE SPACES.
	05 WS-DTL-STATE          PIC X(02).
	05 FILLER                PIC X(02) VALUE SPACES.
	05 WS-DTL-ARCHIVED       PIC ZZZ,ZZ9.
	05 FILLER                PIC X(03) VALUE SPACES.
	05 WS-DTL-BF-QTY         PIC ZZZZ,ZZ9.
	05 FILLER                PIC X(03) VALUE SPACES.
	05 WS-DTL-LAST-DATE      PIC 9(08).

PROCEDURE DIVISION.
Begin.
	DISPLAY "CBLDGPRG -- MOVEMENT LEDGER ARCHIVE AND PURGE".
	PERFORM LoadFileParms.
	MOVE "P" TO BD-FUNCTION.
	CALL "CBBUSDTE" USING BD-DATE-PARMS.
	MOVE BD-RESULT-DATE TO WS-RUN-DATE.
	PERFORM LoadRetentionParm.
	PERFORM LoadPeriodControl.
	PERFORM SetCutoffDate.
	PERFORM OpenFiles.
	MOVE ZERO TO WS-PAGE-NO.
	MOVE WS-LINES-PER-PAGE TO WS-LINES-ON-PAGE.
	PERFORM ReadOldLedger.
	PERFORM PurgeOneRecord UNTIL EOFL.
	PERFORM FinishItem.
	PERFORM WriteControlTotals.
	PERFORM CloseFiles.
	DISPLAY "CBLDGPRG RECORDS READ: " WS-RECORDS-READ
		"  ARCHIVED: " WS-RECORDS-ARCHIVED
		"  RETAINED: " WS-RECORDS-RETAINED.
	DISPLAY "CBLDGPRG BALANCE FORWARDS: " WS-BF-WRITTEN
		"  NEW LEDGER RECORDS: " WS-RECORDS-WRITTEN.
	IF WS-PROOF-TOTAL NOT = WS-RECORDS-READ
	OR WS-EXPECTED-WRITTEN NOT = WS-RECORDS-WRITTEN
		DISPLAY "CBLDGPRG -- CONTROL TOTALS DO NOT BALANCE -- DO NOT"
			" CUT THE PURGED LEDGER OVER"
		MOVE 16 TO RETURN-CODE
	ELSE
		IF WS-RECORDS-ARCHIVED = ZERO
			DISPLAY "CBLDGPRG -- NOTHING POSTED BEFORE THE CUTOFF --"
				" LEDGER LEFT AS IT IS"
			MOVE 4 TO RETURN-CODE
		END-IF
	END-IF.
	DISPLAY "CBLDGPRG -- DONE".
	STOP RUN.

LoadFileParms.
	MOVE FP-MOVLEDGR-DEFAULT TO FP-MOVLEDGR-NAME.
	ACCEPT FP-MOVLEDGR-NAME FROM ENVIRONMENT "MOVLEDGR".
	IF FP-MOVLEDGR-NAME = SPACES
		MOVE FP-MOVLEDGR-DEFAULT TO FP-MOVLEDGR-NAME
	END-IF.
	MOVE FP-MOVLEDGRN-DEFAULT TO FP-MOVLEDGRN-NAME.
	ACCEPT FP-MOVLEDGRN-NAME FROM ENVIRONMENT "MOVLEDGRN".
	IF FP-MOVLEDGRN-NAME = SPACES
		MOVE FP-MOVLEDGRN-DEFAULT TO FP-MOVLEDGRN-NAME
	END-IF.
	MOVE FP-MOVARCH-DEFAULT TO FP-MOVARCH-NAME.
	ACCEPT FP-MOVARCH-NAME FROM ENVIRONMENT "MOVARCH".
	IF FP-MOVARCH-NAME = SPACES
		MOVE FP-MOVARCH-DEFAULT TO FP-MOVARCH-NAME
	END-IF.
	MOVE FP-PERIODCTL-DEFAULT TO FP-PERIODCTL-NAME.
	ACCEPT FP-PERIODCTL-NAME FROM ENVIRONMENT "PERIODCTL".
	IF FP-PERIODCTL-NAME = SPACES
		MOVE FP-PERIODCTL-DEFAULT TO FP-PERIODCTL-NAME
	END-IF.
	MOVE FP-LDGPRGRPT-DEFAULT TO FP-LDGPRGRPT-NAME.
	ACCEPT FP-LDGPRGRPT-NAME FROM ENVIRONMENT "LDGPRGRPT".
	IF FP-LDGPRGRPT-NAME = SPACES
		MOVE FP-LDGPRGRPT-DEFAULT TO FP-LDGPRGRPT-NAME
	END-IF.

LoadRetentionParm.
	ACCEPT WS-LDGKEEP-PARM FROM ENVIRONMENT "LDGKEEP".
	IF WS-LDGKEEP-PARM NOT = SPACES
		IF WS-LDGKEEP-PARM NUMERIC
			MOVE WS-LDGKEEP-PARM TO WS-KEEP-DAYS
		ELSE
			DISPLAY "CBLDGPRG -- LDGKEEP PARAMETER '" WS-LDGKEEP-PARM
				"' NOT NUMERIC -- USING " WS-KEEP-DAYS " DAYS"
		END-IF
	END-IF.
	IF WS-KEEP-DAYS < WS-MIN-KEEP-DAYS
		DISPLAY "CBLDGPRG -- RETENTION OF " WS-KEEP-DAYS
			" DAYS IS UNDER THE " WS-MIN-KEEP-DAYS
			"-DAY MINIMUM -- USING " WS-MIN-KEEP-DAYS " DAYS"
		MOVE WS-MIN-KEEP-DAYS TO WS-KEEP-DAYS
	END-IF.

*> The period-control record CBPERCLS keeps.  No file means no
*> period has been closed and every date is open.
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
				MOVE PCL-CLOSED-THRU-DATE TO WS-CLOSED-THRU-DATE
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

*> Records posted before the cutoff go to the archive.  The cutoff
*> is the run date less the retention, but never reaches into a
*> period that is still open -- CBGLINTF and the period close
*> still read open-period movements off the live ledger -- so it
*> stops at the first day after the last closed period, and with
*> no period closed at all nothing is purged.
SetCutoffDate.
	COMPUTE WS-CUTOFF-DATE = FUNCTION DATE-OF-INTEGER
		(FUNCTION INTEGER-OF-DATE (WS-RUN-DATE-N) - WS-KEEP-DAYS).
	IF WS-CLOSED-THRU-DATE = ZERO
		DISPLAY "CBLDGPRG -- NO PERIOD HAS BEEN CLOSED -- NOTHING"
			" CAN BE PURGED"
		MOVE ZERO TO WS-CUTOFF-DATE
	ELSE
		COMPUTE WS-OPEN-FROM-DATE = FUNCTION DATE-OF-INTEGER
			(FUNCTION INTEGER-OF-DATE (WS-CLOSED-THRU-DATE) + 1)
		IF WS-CUTOFF-DATE > WS-OPEN-FROM-DATE
			DISPLAY "CBLDGPRG -- CUTOFF " WS-CUTOFF-DATE
				" IS IN AN OPEN PERIOD -- HELD AT " WS-OPEN-FROM-DATE
			MOVE WS-OPEN-FROM-DATE TO WS-CUTOFF-DATE
		END-IF
	END-IF.
	IF WS-CUTOFF-DATE NOT = ZERO
		COMPUTE WS-BF-POST-DATE = FUNCTION DATE-OF-INTEGER
			(FUNCTION INTEGER-OF-DATE (WS-CUTOFF-DATE) - 1)
	END-IF.
	DISPLAY "CBLDGPRG RETENTION: " WS-KEEP-DAYS " DAYS"
		"  CLOSED THROUGH: " WS-CLOSED-THRU-DATE
		"  CUTOFF: " WS-CUTOFF-DATE.

OpenFiles.
	OPEN INPUT MOVLEDGR.
	IF WS-LDG-FILE-STATUS NOT = "00"
		MOVE "MOVLEDGR" TO WS-ABORT-FILE-NAME
		MOVE WS-LDG-FILE-STATUS TO WS-ABORT-FILE-STATUS
		PERFORM AbortOnFileError
	END-IF.
	OPEN OUTPUT MOVLEDGRN.
	IF WS-NEW-FILE-STATUS NOT = "00"
		MOVE "MOVLEDGRN" TO WS-ABORT-FILE-NAME
		MOVE WS-NEW-FILE-STATUS TO WS-ABORT-FILE-STATUS
		PERFORM AbortOnFileError
	END-IF.
	OPEN OUTPUT MOVARCH.
	IF WS-ARC-FILE-STATUS NOT = "00"
		MOVE "MOVARCH" TO WS-ABORT-FILE-NAME
		MOVE WS-ARC-FILE-STATUS TO WS-ABORT-FILE-STATUS
		PERFORM AbortOnFileError
	END-IF.
	OPEN OUTPUT LDGPRGRPT.
	IF WS-RPT-FILE-STATUS NOT = "00"
		MOVE "LDGPRGRPT" TO WS-ABORT-FILE-NAME
		MOVE WS-RPT-FILE-STATUS TO WS-ABORT-FILE-STATUS
		PERFORM AbortOnFileError
	END-IF.

CloseFiles.
	CLOSE MOVLEDGR.
	IF WS-LDG-FILE-STATUS NOT = "00"
		MOVE "MOVLEDGR" TO WS-ABORT-FILE-NAME
		MOVE WS-LDG-FILE-STATUS TO WS-ABORT-FILE-STATUS
		PERFORM AbortOnFileError
	END-IF.
	CLOSE MOVLEDGRN.
	IF WS-NEW-FILE-STATUS NOT = "00"
		MOVE "MOVLEDGRN" TO WS-ABORT-FILE-NAME
		MOVE WS-NEW-FILE-STATUS TO WS-ABORT-FILE-STATUS
		PERFORM AbortOnFileError
	END-IF.
	CLOSE MOVARCH.
	IF WS-ARC-FILE-STATUS NOT = "00"
		MOVE "MOVARCH" TO WS-ABORT-FILE-NAME
		MOVE WS-ARC-FILE-STATUS TO WS-ABORT-FILE-STATUS
		PERFORM AbortOnFileError
	END-IF.
	CLOSE LDGPRGRPT.
	IF WS-RPT-FILE-STATUS NOT = "00"
		MOVE "LDGPRGRPT" TO WS-ABORT-FILE-NAME
		MOVE WS-RPT-FILE-STATUS TO WS-ABORT-FILE-STATUS
		PERFORM AbortOnFileError
	END-IF.

ReadOldLedger.
	READ MOVLEDGR NEXT RECORD
		AT END SET EOFL TO TRUE
		NOT AT END ADD 1 TO WS-RECORDS-READ
	END-READ.
	IF WS-LDG-FILE-STATUS NOT = "00" AND WS-LDG-FILE-STATUS NOT = "10"
		MOVE "MOVLEDGR" TO WS-ABORT-FILE-NAME
		MOVE WS-LDG-FILE-STATUS TO WS-ABORT-FILE-STATUS
		PERFORM AbortOnFileError
	END-IF.

*> The ledger is in item/date order, so each item's archived
*> records come first and its balance forward goes out just ahead
*> of its first retained record -- or at the item break, for an
*> item with nothing left after the cutoff -- keeping the new
*> cluster's writes in ascending key order.
PurgeOneRecord.
	IF ML-ITEM-ID NOT = WS-CUR-ITEM-ID
		PERFORM FinishItem
		MOVE ML-ITEM-ID TO WS-CUR-ITEM-ID
		MOVE ZERO TO WS-ITEM-ARCHIVED
	END-IF.
	IF ML-POST-DATE < WS-CUTOFF-DATE
		PERFORM ArchiveOneRecord
	ELSE
		PERFORM FinishItem
		PERFORM RetainOneRecord
	END-IF.
	PERFORM ReadOldLedger.

*> An earlier run's balance forward older than this cutoff goes to
*> the archive like any other record; the new one replaces it.
ArchiveOneRecord.
	WRITE MOVARCH-RECORD FROM MOVLEDGR-RECORD.
	IF WS-ARC-FILE-STATUS NOT = "00"
		MOVE "MOVARCH" TO WS-ABORT-FILE-NAME
		MOVE WS-ARC-FILE-STATUS TO WS-ABORT-FILE-STATUS
		PERFORM AbortOnFileError
	END-IF.
	ADD 1 TO WS-RECORDS-ARCHIVED.
	ADD 1 TO WS-ITEM-ARCHIVED.
	IF ML-MOVE-TYPE = "B"
		ADD 1 TO WS-OLD-BF-ARCHIVED
	END-IF.
	MOVE ML-POST-DATE    TO WS-ITEM-LAST-DATE.
	MOVE ML-ITEM-ID      TO WS-BF-ITEM-ID.
	MOVE WS-BF-POST-DATE TO WS-BF-DATE.
	MOVE 99999999        TO WS-BF-TIME.
	MOVE 999             TO WS-BF-SEQ.
	MOVE "B"             TO WS-BF-TYPE.
	MOVE ZERO            TO WS-BF-MOVE-QTY.
	MOVE ML-CLOSING-QTY  TO WS-BF-OPENING-QTY.
	MOVE ML-CLOSING-QTY  TO WS-BF-CLOSING-QTY.
	MOVE ML-ITEM-STATE   TO WS-BF-STATE.
	MOVE ML-UNIT-COST    TO WS-BF-UNIT-COST.
	MOVE ZERO            TO WS-BF-MOVE-COST.
	MOVE ML-UNIT-PRICE   TO WS-BF-UNIT-PRICE.
	SET BF-PENDING TO TRUE.

RetainOneRecord.
	WRITE MOVLEDGRN-RECORD FROM MOVLEDGR-RECORD.
	IF WS-NEW-FILE-STATUS NOT = "00"
		MOVE "MOVLEDGRN" TO WS-ABORT-FILE-NAME
		MOVE WS-NEW-FILE-STATUS TO WS-ABORT-FILE-STATUS
		PERFORM AbortOnFileError
	END-IF.
	ADD 1 TO WS-RECORDS-RETAINED.
	ADD 1 TO WS-RECORDS-WRITTEN.

FinishItem.
	IF BF-PENDING
		PERFORM WriteBalanceForward
		SET BF-DONE TO TRUE
	END-IF.

WriteBalanceForward.
	WRITE MOVLEDGRN-RECORD FROM WS-BF-RECORD.
	IF WS-NEW-FILE-STATUS NOT = "00"
		MOVE "MOVLEDGRN" TO WS-ABORT-FILE-NAME
		MOVE WS-NEW-FILE-STATUS TO WS-ABORT-FILE-STATUS
		PERFORM AbortOnFileError
	END-IF.
	ADD 1 TO WS-BF-WRITTEN.
	ADD 1 TO WS-RECORDS-WRITTEN.
	ADD WS-BF-CLOSING-QTY TO WS-UNITS-FORWARD.
	IF WS-LINES-ON-PAGE >= WS-LINES-PER-PAGE
		PERFORM WritePageHeader
	END-IF.
	MOVE WS-BF-ITEM-ID     TO WS-DTL-ITEM.
	MOVE WS-BF-STATE       TO WS-DTL-STATE.
	MOVE WS-ITEM-ARCHIVED  TO WS-DTL-ARCHIVED.
	MOVE WS-BF-CLOSING-QTY TO WS-DTL-BF-QTY.
	MOVE WS-ITEM-LAST-DATE TO WS-DTL-LAST-DATE.
	MOVE WS-DETAIL-LINE TO RPT-LINE.
	WRITE RPT-LINE.
	ADD 1 TO WS-LINES-ON-PAGE.

WritePageHeader.
	ADD 1 TO WS-PAGE-NO.
	IF WS-PAGE-NO > 1
		MOVE SPACES TO RPT-LINE
		WRITE RPT-LINE
	END-IF.
	MOVE SPACES TO RPT-LINE.
	STRING "CBLDGPRG -- LEDGER ARCHIVE AND PURGE" DELIMITED BY SIZE
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
	STRING "RECORDS POSTED BEFORE " DELIMITED BY SIZE
		WS-CUT-MM DELIMITED BY SIZE
		"/" DELIMITED BY SIZE
		WS-CUT-DD DELIMITED BY SIZE
		"/" DELIMITED BY SIZE
		WS-CUT-YYYY DELIMITED BY SIZE
		" ARCHIVED -- BALANCE FORWARD LEFT PER ITEM"
			DELIMITED BY SIZE
		INTO RPT-LINE
	END-STRING.
	WRITE RPT-LINE.
	MOVE "ITEMID  ST ARCHIVED    BAL FWD   LAST POST" TO RPT-LINE.
	WRITE RPT-LINE.
	MOVE "------  -- --------    -------   ---------" TO RPT-LINE.
	WRITE RPT-LINE.
	MOVE ZERO TO WS-LINES-ON-PAGE.

*> The proof the job step keys on: every record read went either
*> to the archive or across to the new ledger, and the new ledger
*> holds exactly the retained records plus the balance forwards.
WriteControlTotals.
	IF WS-PAGE-NO = ZERO
		PERFORM WritePageHeader
	END-IF.
	COMPUTE WS-PROOF-TOTAL = WS-RECORDS-ARCHIVED + WS-RECORDS-RETAINED.
	COMPUTE WS-EXPECTED-WRITTEN = WS-RECORDS-RETAINED + WS-BF-WRITTEN.
	MOVE SPACES TO RPT-LINE.
	WRITE RPT-LINE.
	MOVE "LEDGER RECORDS READ" TO WS-TOT-LABEL.
	MOVE WS-RECORDS-READ TO WS-COUNT-DISPLAY.
	PERFORM WriteTotalLine.
	MOVE "ARCHIVED (POSTED BEFORE CUTOFF)" TO WS-TOT-LABEL.
	MOVE WS-RECORDS-ARCHIVED TO WS-COUNT-DISPLAY.
	PERFORM WriteTotalLine.
	MOVE "  OF WHICH EARLIER BAL FORWARDS" TO WS-TOT-LABEL.
	MOVE WS-OLD-BF-ARCHIVED TO WS-COUNT-DISPLAY.
	PERFORM WriteTotalLine.
	MOVE "RETAINED" TO WS-TOT-LABEL.
	MOVE WS-RECORDS-RETAINED TO WS-COUNT-DISPLAY.
	PERFORM WriteTotalLine.
	MOVE "ARCHIVED + RETAINED" TO WS-TOT-LABEL.
	MOVE WS-PROOF-TOTAL TO WS-COUNT-DISPLAY.
	PERFORM WriteTotalLine.
	MOVE SPACES TO RPT-LINE.
	IF WS-PROOF-TOTAL = WS-RECORDS-READ
		MOVE "  ARCHIVED + RETAINED = RECORDS READ -- IN BALANCE"
			TO RPT-LINE
	ELSE
		MOVE "  *** ARCHIVED + RETAINED NOT = RECORDS READ ***"
			TO RPT-LINE
	END-IF.
	WRITE RPT-LINE.
	MOVE "BALANCE-FORWARD RECORDS WRITTEN" TO WS-TOT-LABEL.
	MOVE WS-BF-WRITTEN TO WS-COUNT-DISPLAY.
	PERFORM WriteTotalLine.
	MOVE "NEW LEDGER RECORDS WRITTEN" TO WS-TOT-LABEL.
	MOVE WS-RECORDS-WRITTEN TO WS-COUNT-DISPLAY.
	PERFORM WriteTotalLine.
	IF WS-EXPECTED-WRITTEN NOT = WS-RECORDS-WRITTEN
		MOVE "  *** NEW LEDGER NOT = RETAINED + BALANCE FORWARDS ***"
			TO RPT-LINE
		WRITE RPT-LINE
	END-IF.
	MOVE WS-UNITS-FORWARD TO WS-UNITS-DISPLAY.
	MOVE SPACES TO RPT-LINE.
	STRING "UNITS CARRIED FORWARD             " DELIMITED BY SIZE
		WS-UNITS-DISPLAY DELIMITED BY SIZE
		INTO RPT-LINE
	END-STRING.
	WRITE RPT-LINE.

WriteTotalLine.
	MOVE SPACES TO RPT-LINE.
	STRING WS-TOT-LABEL DELIMITED BY SIZE
		"   " DELIMITED BY SIZE
		WS-COUNT-DISPLAY DELIMITED BY SIZE
		INTO RPT-LINE
	END-STRING.
	WRITE RPT-LINE.

AbortOnFileError.
	DISPLAY "CBLDGPRG -- FILE ERROR ON " WS-ABORT-FILE-NAME
		": STATUS=" WS-ABORT-FILE-STATUS.
	MOVE 16 TO RETURN-CODE.
	STOP RUN.
