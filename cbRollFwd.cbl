IDENTIFICATION DIVISION.
PROGRAM-ID. CBROLLFWD.
AUTHOR. SAEEDMALIK.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
	SELECT BKUPIN ASSIGN TO DYNAMIC FP-BKUPIN-NAME
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS WS-BKP-FILE-STATUS.

	SELECT ITEMFILE ASSIGN TO DYNAMIC FP-ITEMFILE-NAME
		ORGANIZATION IS INDEXED
		ACCESS MODE IS SEQUENTIAL
		RECORD KEY IS IR-ITEM-ID
		ALTERNATE RECORD KEY IS IR-ITEM-STATE WITH DUPLICATES
		FILE STATUS IS WS-ITM-FILE-STATUS.

	SELECT MOVLEDGR ASSIGN TO DYNAMIC FP-MOVLEDGR-NAME
		ORGANIZATION IS INDEXED
		ACCESS MODE IS SEQUENTIAL
		RECORD KEY IS ML-LEDGER-KEY
		FILE STATUS IS WS-LDG-FILE-STATUS.

	SELECT ITEMJRNL ASSIGN TO DYNAMIC FP-ITEMJRNL-NAME
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS WS-JRN-FILE-STATUS.

	SELECT RUNCTL ASSIGN TO DYNAMIC FP-RUNCTL-NAME
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS WS-CTL-FILE-STATUS.

	SELECT RFPRPT ASSIGN TO DYNAMIC FP-RFPRPT-NAME
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS WS-RPT-FILE-STATUS.

	SELECT WORKFILE ASSIGN TO DYNAMIC FP-WORKFILE-NAME.

DATA DIVISION.
FILE SECTION.
*> The backup generation CBDRIVE STEP015 captured: the item master
*> as it stood at the close of the previous day, item layout.
FD BKUPIN.
01 BKUPIN-RECORD.
	88 EOFB     VALUE HIGH-VALUES.
	05 BK-ITEM-ID              PIC X(06).
	05 BK-ITEM-STATE           PIC X(02).
	05 BK-QTY-ON-HAND          PIC 9(07).
	05 BK-UNIT-PRICE           PIC 9(05)V99.
	05 BK-WHSE-CODE            PIC X(02).

FD ITEMFILE.
01 ITEMRECORD.
	COPY ITEMREC.

FD MOVLEDGR.
01 MOVLEDGR-RECORD.
	88 EOFL     VALUE HIGH-VALUES.
	COPY MOVLEDGR.

FD ITEMJRNL.
01 ITEMJRNL-RECORD.
	88 EOFJ     VALUE HIGH-VALUES.
	05 JR-DATE                 PIC 9(08).
	05 JR-TIME                 PIC 9(08).
	05 JR-ACTION               PIC X(01).
	05 JR-SOURCE               PIC X(10).
		88 JR-LEDGERED-SOURCE   VALUE "CBMOVPOST" "CBKITPOST".
	05 JR-OPERATOR             PIC X(08).
	05 JR-BEFORE-IMAGE         PIC X(24).
	05 JR-AFTER-IMAGE          PIC X(24).

FD RUNCTL.
01 RUNCTL-RECORD.
	88 EOFR     VALUE HIGH-VALUES.
	05 RC-RUN-DATE             PIC 9(08).
	05 FILLER                  PIC X(01).
	05 RC-STEP-NAME            PIC X(08).
	05 FILLER                  PIC X(01).
	05 RC-MARK-TIME            PIC X(08).

FD RFPRPT.
01 RPT-LINE                    PIC X(80).

*> One record per opening balance and per change posted since the
*> backup, sorted item by item with the opening first and the
*> changes in the order they were stamped.  Ledger and journal
*> changes both carry the quantity before and after, so each is
*> applied as the difference between them.
SD WORKFILE.
01 WORKFILE-RECORD.
	05 WRK-ITEM-ID             PIC X(06).
	05 WRK-CLASS               PIC 9(01).
	05 WRK-STAMP               PIC X(16).
	05 WRK-SOURCE              PIC X(01).
		88 WRK-OPENING          VALUE "O".
		88 WRK-LEDGER           VALUE "L".
		88 WRK-JOURNAL          VALUE "J".
	05 WRK-ACTION              PIC X(01).
	05 WRK-BEFORE-QTY          PIC 9(07).
	05 WRK-AFTER-QTY           PIC 9(07).
	05 WRK-PRICE               PIC 9(05)V99.
	05 WRK-STATE               PIC X(02).

WORKING-STORAGE SECTION.
COPY FILEPARM.
COPY BUSDPARM.
COPY STATETAB.

01 WS-RUN-DATE.
	05 WS-RUN-YYYY          PIC 9(4).
	05 WS-RUN-MM            PIC 9(2).
	05 WS-RUN-DD            PIC 9(2).
01 WS-RUN-DATE-N REDEFINES WS-RUN-DATE
                               PIC 9(08).

01 WS-BKP-FILE-STATUS          PIC X(02) VALUE SPACES.
01 WS-ITM-FILE-STATUS          PIC X(02) VALUE SPACES.
01 WS-LDG-FILE-STATUS          PIC X(02) VALUE SPACES.
01 WS-JRN-FILE-STATUS          PIC X(02) VALUE SPACES.
01 WS-CTL-FILE-STATUS          PIC X(02) VALUE SPACES.
01 WS-RPT-FILE-STATUS          PIC X(02) VALUE SPACES.
01 WS-ABORT-FILE-NAME          PIC X(40) VALUE SPACES.
01 WS-ABORT-FILE-STATUS        PIC X(02) VALUE SPACES.

*> Changes stamped after this moment were not in the backup.  It
*> is the time CBRUNCTL marked the backup step complete today;
*> RFPSTEP names that step when it is not STEP015.
01 WS-RFPSTEP-PARM             PIC X(08) VALUE SPACES.
01 WS-BACKUP-STEP              PIC X(08) VALUE "STEP015".
01 WS-SINCE-STAMP.
	05 WS-SINCE-DATE           PIC 9(08) VALUE ZERO.
	05 WS-SINCE-TIME           PIC 9(08) VALUE ZERO.
	05 WS-SINCE-TIME-X REDEFINES WS-SINCE-TIME.
		10 WS-SINCE-HH          PIC 9(02).
		10 WS-SINCE-MI          PIC 9(02).
		10 WS-SINCE-SS          PIC 9(02).
		10 WS-SINCE-CC          PIC 9(02).
01 WS-EVENT-STAMP.
	05 WS-EVENT-DATE           PIC 9(08) VALUE ZERO.
	05 WS-EVENT-TIME           PIC 9(08) VALUE ZERO.
01 WS-STAMP-SW                 PIC X(01) VALUE "N".
	88 STAMP-FOUND          VALUE "Y".

01 WS-JRN-BEFORE.
	05 WS-JB-ITEM-ID           PIC X(06).
	05 WS-JB-ITEM-STATE        PIC X(02).
	05 WS-JB-QTY-ON-HAND       PIC 9(07).
	05 WS-JB-UNIT-PRICE        PIC 9(05)V99.
	05 WS-JB-WHSE-CODE         PIC X(02).
01 WS-JRN-AFTER.
	05 WS-JA-ITEM-ID           PIC X(06).
	05 WS-JA-ITEM-STATE        PIC X(02).
	05 WS-JA-QTY-ON-HAND       PIC 9(07).
	05 WS-JA-UNIT-PRICE        PIC 9(05)V99.
	05 WS-JA-WHSE-CODE         PIC X(02).

01 WS-EVT-KEY                  PIC X(06) VALUE SPACES.
01 WS-LIVE-KEY                 PIC X(06) VALUE SPACES.
01 WS-CUR-ITEM-ID              PIC X(06) VALUE SPACES.

*> The item as the backup plus the posted changes say it should be.
01 WS-BOOK-SW                  PIC X(01) VALUE "N".
	88 BOOK-EXISTS          VALUE "Y".
	88 BOOK-GONE            VALUE "N".
01 WS-BOOK-QTY                 PIC S9(09) VALUE ZERO.
01 WS-BOOK-PRICE               PIC 9(05)V99 VALUE ZERO.
01 WS-BOOK-STATE               PIC X(02) VALUE SPACES.
01 WS-BOOK-VALUE               PIC S9(13)V99 VALUE ZERO.

01 WS-LIVE-SW                  PIC X(01) VALUE "N".
	88 ON-LIVE              VALUE "Y".
	88 NOT-ON-LIVE          VALUE "N".
01 WS-LIVE-QTY                 PIC S9(09) VALUE ZERO.
01 WS-LIVE-VALUE               PIC S9(13)V99 VALUE ZERO.
01 WS-QTY-DIFF                 PIC S9(09) VALUE ZERO.
01 WS-VALUE-DIFF               PIC S9(13)V99 VALUE ZERO.
01 WS-ITEM-STATE               PIC X(02) VALUE SPACES.
01 WS-ITEM-FLAG                PIC X(01) VALUE SPACE.
01 WS-BALANCE-SW               PIC X(01) VALUE "Y".
	88 ITEM-IN-BALANCE      VALUE "Y".
	88 ITEM-OUT-OF-BALANCE  VALUE "N".

*> One proof bucket per state in STATETAB order, the last for a
*> state code not on the table.
01 WS-STATE-SUB                PIC 9(03) COMP VALUE ZERO.
01 WS-UNKNOWN-SUB              PIC 9(03) COMP VALUE 57.
01 WS-PROOF-STATE-TABLE.
	05 WS-PS-STATE OCCURS 57 TIMES.
		10 WS-PS-ITEMS          PIC 9(07).
		10 WS-PS-IN-BAL         PIC 9(07).
		10 WS-PS-OUT            PIC 9(07).
		10 WS-PS-QTY-DIFF       PIC S9(09).
		10 WS-PS-VALUE-DIFF     PIC S9(13)V99.
01 WS-TOTAL-ITEMS              PIC 9(07) VALUE ZERO.
01 WS-TOTAL-IN-BAL             PIC 9(07) VALUE ZERO.
01 WS-TOTAL-OUT                PIC 9(07) VALUE ZERO.
01 WS-TOTAL-QTY-DIFF           PIC S9(09) VALUE ZERO.
01 WS-TOTAL-VALUE-DIFF         PIC S9(13)V99 VALUE ZERO.

01 WS-OPENING-ITEMS            PIC 9(07) VALUE ZERO.
01 WS-LEDGER-APPLIED           PIC 9(07) VALUE ZERO.
01 WS-JOURNAL-APPLIED          PIC 9(07) VALUE ZERO.
01 WS-JOURNAL-LEDGERED         PIC 9(07) VALUE ZERO.
01 WS-COUNT-DISPLAY            PIC ZZZ,ZZ9.

01 WS-PAGE-NO                  PIC 9(03) VALUE ZERO.
01 WS-LINES-ON-PAGE            PIC 9(03) VALUE ZERO.
01 WS-LINES-PER-PAGE           PIC 9(03) VALUE 20.
01 WS-REPORT-PART-SW           PIC X(01) VALUE "D".
	88 PRINTING-DETAIL      VALUE "D".
	88 PRINTING-SUMMARY     VALUE "S".

01 WS-DETAIL-LINE.
	05 WS-DTL-ITEM           PIC X(06).
	05 FILLER                PIC X(01) VALUE SPACES.
	05 WS-DTL-STATE          PIC X(02).
	05 FILLER                PIC X(01) VALUE SPACES.
	05 WS-DTL-BOOK-QTY       PIC -ZZZ,ZZ9.
	05 FILLER                PIC X(01) VALUE SPACES.
	05 WS-DTL-LIVE-QTY       PIC ZZZZ,ZZ9.
	05 FILLER                PIC X(01) VALUE SPACES.
	05 WS-DTL-QTY-DIFF       PIC -ZZZ,ZZ9.
	05 FILLER                PIC X(01) VALUE SPACES.
	05 WS-DTL-BOOK-VALUE     PIC -Z,ZZZ,ZZ9.99.
	05 FILLER                PIC X(01) VALUE SPACES.
	05 WS-DTL-LIVE-VALUE     PIC ZZ,ZZZ,ZZ9.99.
	05 FILLER                PIC X(01) VALUE SPACES.
	05 WS-DTL-VALUE-DIFF     PIC -Z,ZZZ,ZZ9.99.
	05 FILLER                PIC X(01) VALUE SPACES.
	05 WS-DTL-FLAG           PIC X(01).

01 WS-SUMMARY-LINE.
	05 WS-SUM-STATE          PIC X(02).
	05 FILLER                PIC X(02) VALUE SPACES.
	05 WS-SUM-ITEMS          PIC ZZZZZ,ZZ9.
	05 FILLER                PIC X(02) VALUE SPACES.
	05 WS-SUM-IN-BAL         PIC ZZZZZ,ZZ9.
	05 FILLER                PIC X(02) VALUE SPACES.
	05 WS-SUM-OUT            PIC ZZZZZ,ZZ9.
	05 FILLER                PIC X(02) VALUE SPACES.
	05 WS-SUM-QTY-DIFF       PIC -ZZ,ZZZ,ZZ9.
	05 FILLER                PIC X(02) VALUE SPACES.
	05 WS-SUM-VALUE-DIFF     PIC -Z,ZZZ,ZZZ,ZZ9.99.

PROCEDURE DIVISION.
Begin.
	DISPLAY "CBROLLFWD -- INVENTORY ROLL-FORWARD PROOF".
	PERFORM LoadFileParms.
	MOVE "P" TO BD-FUNCTION.
	CALL "CBBUSDTE" USING BD-DATE-PARMS.
	MOVE BD-RESULT-DATE TO WS-RUN-DATE.
	PERFORM LoadBackupStamp.
	PERFORM OpenFiles.
	INITIALIZE WS-PROOF-STATE-TABLE.
	MOVE ZERO TO WS-PAGE-NO.
	MOVE WS-LINES-PER-PAGE TO WS-LINES-ON-PAGE.
	SORT WORKFILE
		ON ASCENDING KEY WRK-ITEM-ID
		ON ASCENDING KEY WRK-CLASS
		ON ASCENDING KEY WRK-STAMP
		INPUT PROCEDURE IS GatherOpeningAndChanges
		OUTPUT PROCEDURE IS ProveItems.
	IF SORT-RETURN NOT = ZERO
		DISPLAY "CBROLLFWD -- SORT OF BALANCES AND CHANGES FAILED:"
			" SORT-RETURN=" SORT-RETURN
		MOVE 16 TO RETURN-CODE
		STOP RUN
	END-IF.
	PERFORM WriteDetailFooter.
	PERFORM WriteStateSummary.
	PERFORM CloseFiles.
	DISPLAY "CBROLLFWD OPENING ITEMS: " WS-OPENING-ITEMS
		"  LEDGER APPLIED: " WS-LEDGER-APPLIED
		"  JOURNAL APPLIED: " WS-JOURNAL-APPLIED.
	DISPLAY "CBROLLFWD ITEMS PROVED: " WS-TOTAL-ITEMS
		"  IN BALANCE: " WS-TOTAL-IN-BAL
		"  OUT OF BALANCE: " WS-TOTAL-OUT.
	IF WS-TOTAL-OUT > ZERO
		DISPLAY "CBROLLFWD -- MASTER DOES NOT ROLL FORWARD FROM THE"
			" BACKUP -- SEE THE OUT-OF-BALANCE LIST"
		MOVE 8 TO RETURN-CODE
	ELSE
		IF NOT STAMP-FOUND
			MOVE 4 TO RETURN-CODE
		END-IF
	END-IF.
	STOP RUN.

LoadFileParms.
	MOVE FP-BKUPIN-DEFAULT TO FP-BKUPIN-NAME.
	ACCEPT FP-BKUPIN-NAME FROM ENVIRONMENT "BKUPIN".
	IF FP-BKUPIN-NAME = SPACES
		MOVE FP-BKUPIN-DEFAULT TO FP-BKUPIN-NAME
	END-IF.
	MOVE FP-ITEMFILE-DEFAULT TO FP-ITEMFILE-NAME.
	ACCEPT FP-ITEMFILE-NAME FROM ENVIRONMENT "ITEMFILE".
	IF FP-ITEMFILE-NAME = SPACES
		MOVE FP-ITEMFILE-DEFAULT TO FP-ITEMFILE-NAME
	END-IF.
	MOVE FP-MOVLEDGR-DEFAULT TO FP-MOVLEDGR-NAME.
	ACCEPT FP-MOVLEDGR-NAME FROM ENVIRONMENT "MOVLEDGR".
	IF FP-MOVLEDGR-NAME = SPACES
		MOVE FP-MOVLEDGR-DEFAULT TO FP-MOVLEDGR-NAME
	END-IF.
	MOVE FP-ITEMJRNL-DEFAULT TO FP-ITEMJRNL-NAME.
	ACCEPT FP-ITEMJRNL-NAME FROM ENVIRONMENT "ITEMJRNL".
	IF FP-ITEMJRNL-NAME = SPACES
		MOVE FP-ITEMJRNL-DEFAULT TO FP-ITEMJRNL-NAME
	END-IF.
	MOVE FP-RUNCTL-DEFAULT TO FP-RUNCTL-NAME.
	ACCEPT FP-RUNCTL-NAME FROM ENVIRONMENT "RUNCTL".
	IF FP-RUNCTL-NAME = SPACES
		MOVE FP-RUNCTL-DEFAULT TO FP-RUNCTL-NAME
	END-IF.
	MOVE FP-RFPRPT-DEFAULT TO FP-RFPRPT-NAME.
	ACCEPT FP-RFPRPT-NAME FROM ENVIRONMENT "RFPRPT".
	IF FP-RFPRPT-NAME = SPACES
		MOVE FP-RFPRPT-DEFAULT TO FP-RFPRPT-NAME
	END-IF.
	MOVE FP-WORKFILE-DEFAULT TO FP-WORKFILE-NAME.
	ACCEPT FP-WORKFILE-NAME FROM ENVIRONMENT "WORKFILE".
	IF FP-WORKFILE-NAME = SPACES
		MOVE FP-WORKFILE-DEFAULT TO FP-WORKFILE-NAME
	END-IF.

*> With no stamp for the backup step today -- the chain was not
*> gated, or the stamp predates the time being kept -- everything
*> posted today is taken as after the backup, the proof says so,
*> and a clean proof still ends RC 4.
LoadBackupStamp.
	ACCEPT WS-RFPSTEP-PARM FROM ENVIRONMENT "RFPSTEP".
	IF WS-RFPSTEP-PARM NOT = SPACES
		MOVE WS-RFPSTEP-PARM TO WS-BACKUP-STEP
	END-IF.
	MOVE WS-RUN-DATE-N TO WS-SINCE-DATE.
	MOVE ZERO TO WS-SINCE-TIME.
	OPEN INPUT RUNCTL.
	IF WS-CTL-FILE-STATUS NOT = "35"
		IF WS-CTL-FILE-STATUS NOT = "00"
			MOVE "RUNCTL" TO WS-ABORT-FILE-NAME
			MOVE WS-CTL-FILE-STATUS TO WS-ABORT-FILE-STATUS
			PERFORM AbortOnFileError
		END-IF
		PERFORM ReadRunControl
		PERFORM FindBackupStamp UNTIL EOFR
		CLOSE RUNCTL
		IF WS-CTL-FILE-STATUS NOT = "00"
			MOVE "RUNCTL" TO WS-ABORT-FILE-NAME
			MOVE WS-CTL-FILE-STATUS TO WS-ABORT-FILE-STATUS
			PERFORM AbortOnFileError
		END-IF
	END-IF.
	IF STAMP-FOUND
		DISPLAY "CBROLLFWD BACKUP TAKEN BY " WS-BACKUP-STEP
			" AT: " WS-SINCE-DATE " " WS-SINCE-TIME
	ELSE
		DISPLAY "CBROLLFWD -- NO COMPLETION STAMP FOR " WS-BACKUP-STEP
			" TODAY -- APPLYING EVERYTHING POSTED TODAY"
	END-IF.

ReadRunControl.
	READ RUNCTL
		AT END SET EOFR TO TRUE
	END-READ.
	IF WS-CTL-FILE-STATUS NOT = "00" AND WS-CTL-FILE-STATUS NOT = "10"
		MOVE "RUNCTL" TO WS-ABORT-FILE-NAME
		MOVE WS-CTL-FILE-STATUS TO WS-ABORT-FILE-STATUS
		PERFORM AbortOnFileError
	END-IF.

FindBackupStamp.
	IF RC-RUN-DATE = WS-RUN-DATE-N
	AND RC-STEP-NAME = WS-BACKUP-STEP
	AND RC-MARK-TIME NUMERIC
		MOVE RC-MARK-TIME TO WS-SINCE-TIME
		SET STAMP-FOUND TO TRUE
	END-IF.
	PERFORM ReadRunControl.

OpenFiles.
	OPEN INPUT ITEMFILE.
	IF WS-ITM-FILE-STATUS NOT = "00"
		MOVE "ITEMFILE" TO WS-ABORT-FILE-NAME
		MOVE WS-ITM-FILE-STATUS TO WS-ABORT-FILE-STATUS
		PERFORM AbortOnFileError
	END-IF.
	OPEN OUTPUT RFPRPT.
	IF WS-RPT-FILE-STATUS NOT = "00"
		MOVE "RFPRPT" TO WS-ABORT-FILE-NAME
		MOVE WS-RPT-FILE-STATUS TO WS-ABORT-FILE-STATUS
		PERFORM AbortOnFileError
	END-IF.

CloseFiles.
	CLOSE ITEMFILE.
	IF WS-ITM-FILE-STATUS NOT = "00"
		MOVE "ITEMFILE" TO WS-ABORT-FILE-NAME
		MOVE WS-ITM-FILE-STATUS TO WS-ABORT-FILE-STATUS
		PERFORM AbortOnFileError
	END-IF.
	CLOSE RFPRPT.
	IF WS-RPT-FILE-STATUS NOT = "00"
		MOVE "RFPRPT" TO WS-ABORT-FILE-NAME
		MOVE WS-RPT-FILE-STATUS TO WS-ABORT-FILE-STATUS
		PERFORM AbortOnFileError
	END-IF.

GatherOpeningAndChanges.
	PERFORM GatherOpeningBalances.
	PERFORM GatherLedgerChanges.
	PERFORM GatherJournalChanges.

GatherOpeningBalances.
	OPEN INPUT BKUPIN.
	IF WS-BKP-FILE-STATUS NOT = "00"
		MOVE "BKUPIN" TO WS-ABORT-FILE-NAME
		MOVE WS-BKP-FILE-STATUS TO WS-ABORT-FILE-STATUS
		PERFORM AbortOnFileError
	END-IF.
	PERFORM ReadBackup.
	PERFORM ReleaseOpeningBalance UNTIL EOFB.
	CLOSE BKUPIN.
	IF WS-BKP-FILE-STATUS NOT = "00"
		MOVE "BKUPIN" TO WS-ABORT-FILE-NAME
		MOVE WS-BKP-FILE-STATUS TO WS-ABORT-FILE-STATUS
		PERFORM AbortOnFileError
	END-IF.

ReadBackup.
	READ BKUPIN
		AT END SET EOFB TO TRUE
	END-READ.
	IF WS-BKP-FILE-STATUS NOT = "00" AND WS-BKP-FILE-STATUS NOT = "10"
		MOVE "BKUPIN" TO WS-ABORT-FILE-NAME
		MOVE WS-BKP-FILE-STATUS TO WS-ABORT-FILE-STATUS
		PERFORM AbortOnFileError
	END-IF.

ReleaseOpeningBalance.
	MOVE SPACES          TO WORKFILE-RECORD.
	MOVE BK-ITEM-ID      TO WRK-ITEM-ID.
	MOVE 1               TO WRK-CLASS.
	MOVE LOW-VALUES      TO WRK-STAMP.
	SET WRK-OPENING      TO TRUE.
	MOVE ZERO            TO WRK-BEFORE-QTY.
	MOVE BK-QTY-ON-HAND  TO WRK-AFTER-QTY.
	MOVE BK-UNIT-PRICE   TO WRK-PRICE.
	MOVE BK-ITEM-STATE   TO WRK-STATE.
	RELEASE WORKFILE-RECORD.
	ADD 1 TO WS-OPENING-ITEMS.
	PERFORM ReadBackup.

*> Every movement posted after the backup.  A balance-forward
*> record from CBLDGPRG is not a movement.
GatherLedgerChanges.
	OPEN INPUT MOVLEDGR.
	IF WS-LDG-FILE-STATUS = "35"
		DISPLAY "CBROLLFWD -- NO MOVEMENT LEDGER ON FILE"
	ELSE
		IF WS-LDG-FILE-STATUS NOT = "00"
			MOVE "MOVLEDGR" TO WS-ABORT-FILE-NAME
			MOVE WS-LDG-FILE-STATUS TO WS-ABORT-FILE-STATUS
			PERFORM AbortOnFileError
		END-IF
		PERFORM ReadLedger
		PERFORM SelectLedgerChange UNTIL EOFL
		CLOSE MOVLEDGR
		IF WS-LDG-FILE-STATUS NOT = "00"
			MOVE "MOVLEDGR" TO WS-ABORT-FILE-NAME
			MOVE WS-LDG-FILE-STATUS TO WS-ABORT-FILE-STATUS
			PERFORM AbortOnFileError
		END-IF
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

SelectLedgerChange.
	MOVE ML-POST-DATE TO WS-EVENT-DATE.
	MOVE ML-POST-TIME TO WS-EVENT-TIME.
	IF WS-EVENT-STAMP > WS-SINCE-STAMP
	AND ML-MOVE-TYPE NOT = "B"
		MOVE SPACES          TO WORKFILE-RECORD
		MOVE ML-ITEM-ID      TO WRK-ITEM-ID
		MOVE 2               TO WRK-CLASS
		MOVE WS-EVENT-STAMP  TO WRK-STAMP
		SET WRK-LEDGER       TO TRUE
		MOVE ML-MOVE-TYPE    TO WRK-ACTION
		MOVE ML-OPENING-QTY  TO WRK-BEFORE-QTY
		MOVE ML-CLOSING-QTY  TO WRK-AFTER-QTY
		MOVE ML-UNIT-PRICE   TO WRK-PRICE
		MOVE ML-ITEM-STATE   TO WRK-STATE
		RELEASE WORKFILE-RECORD
		ADD 1 TO WS-LEDGER-APPLIED
	END-IF.
	PERFORM ReadLedger.

*> Every journaled master change after the backup, except those
*> written by a program that also ledgers the movement -- the
*> ledger record already carries that change and applying both
*> would count it twice.
GatherJournalChanges.
	OPEN INPUT ITEMJRNL.
	IF WS-JRN-FILE-STATUS = "35"
		DISPLAY "CBROLLFWD -- NO JOURNAL ON FILE"
	ELSE
		IF WS-JRN-FILE-STATUS NOT = "00"
			MOVE "ITEMJRNL" TO WS-ABORT-FILE-NAME
			MOVE WS-JRN-FILE-STATUS TO WS-ABORT-FILE-STATUS
			PERFORM AbortOnFileError
		END-IF
		PERFORM ReadJournal
		PERFORM SelectJournalChange UNTIL EOFJ
		CLOSE ITEMJRNL
		IF WS-JRN-FILE-STATUS NOT = "00"
			MOVE "ITEMJRNL" TO WS-ABORT-FILE-NAME
			MOVE WS-JRN-FILE-STATUS TO WS-ABORT-FILE-STATUS
			PERFORM AbortOnFileError
		END-IF
	END-IF.

ReadJournal.
	READ ITEMJRNL
		AT END SET EOFJ TO TRUE
	END-READ.
	IF WS-JRN-FILE-STATUS NOT = "00" AND WS-JRN-FILE-STATUS NOT = "10"
		MOVE "ITEMJRNL" TO WS-ABORT-FILE-NAME
		MOVE WS-JRN-FILE-STATUS TO WS-ABORT-FILE-STATUS
		PERFORM AbortOnFileError
	END-IF.

SelectJournalChange.
	MOVE JR-DATE TO WS-EVENT-DATE.
	MOVE JR-TIME TO WS-EVENT-TIME.
	IF WS-EVENT-STAMP > WS-SINCE-STAMP
		IF JR-LEDGERED-SOURCE
			ADD 1 TO WS-JOURNAL-LEDGERED
		ELSE
			PERFORM ReleaseJournalChange
		END-IF
	END-IF.
	PERFORM ReadJournal.

ReleaseJournalChange.
	MOVE JR-BEFORE-IMAGE TO WS-JRN-BEFORE.
	MOVE JR-AFTER-IMAGE  TO WS-JRN-AFTER.
	MOVE SPACES          TO WORKFILE-RECORD.
	IF JR-AFTER-IMAGE = SPACES
		MOVE WS-JB-ITEM-ID    TO WRK-ITEM-ID
		MOVE ZERO             TO WRK-AFTER-QTY
		MOVE ZERO             TO WRK-PRICE
		MOVE WS-JB-ITEM-STATE TO WRK-STATE
	ELSE
		MOVE WS-JA-ITEM-ID     TO WRK-ITEM-ID
		MOVE WS-JA-QTY-ON-HAND TO WRK-AFTER-QTY
		MOVE WS-JA-UNIT-PRICE  TO WRK-PRICE
		MOVE WS-JA-ITEM-STATE  TO WRK-STATE
	END-IF.
	IF JR-BEFORE-IMAGE = SPACES
		MOVE ZERO TO WRK-BEFORE-QTY
	ELSE
		MOVE WS-JB-QTY-ON-HAND TO WRK-BEFORE-QTY
	END-IF.
	MOVE 2               TO WRK-CLASS.
	MOVE WS-EVENT-STAMP  TO WRK-STAMP.
	SET WRK-JOURNAL      TO TRUE.
	MOVE JR-ACTION       TO WRK-ACTION.
	RELEASE WORKFILE-RECORD.
	ADD 1 TO WS-JOURNAL-APPLIED.

*> Match the rolled-forward book against the live master in item
*> order.  An item on one side only is out of balance unless the
*> book shows it deleted and the master agrees.
ProveItems.
	PERFORM ReadLiveItem.
	PERFORM ReturnChange.
	PERFORM ProveOneKey
		UNTIL WS-EVT-KEY = HIGH-VALUES AND WS-LIVE-KEY = HIGH-VALUES.

ReadLiveItem.
	READ ITEMFILE NEXT RECORD
		AT END MOVE HIGH-VALUES TO WS-LIVE-KEY
		NOT AT END MOVE IR-ITEM-ID TO WS-LIVE-KEY
	END-READ.
	IF WS-ITM-FILE-STATUS NOT = "00" AND WS-ITM-FILE-STATUS NOT = "10"
		MOVE "ITEMFILE" TO WS-ABORT-FILE-NAME
		MOVE WS-ITM-FILE-STATUS TO WS-ABORT-FILE-STATUS
		PERFORM AbortOnFileError
	END-IF.

ReturnChange.
	RETURN WORKFILE
		AT END MOVE HIGH-VALUES TO WS-EVT-KEY
		NOT AT END MOVE WRK-ITEM-ID TO WS-EVT-KEY
	END-RETURN.

ProveOneKey.
	EVALUATE TRUE
		WHEN WS-EVT-KEY < WS-LIVE-KEY
			PERFORM RollItemForward
			SET NOT-ON-LIVE TO TRUE
			PERFORM CompareItem
		WHEN WS-EVT-KEY > WS-LIVE-KEY
			MOVE WS-LIVE-KEY TO WS-CUR-ITEM-ID
			PERFORM ClearBookItem
			SET ON-LIVE TO TRUE
			PERFORM CompareItem
			PERFORM ReadLiveItem
		WHEN OTHER
			PERFORM RollItemForward
			SET ON-LIVE TO TRUE
			PERFORM CompareItem
			PERFORM ReadLiveItem
	END-EVALUATE.

ClearBookItem.
	SET BOOK-GONE TO TRUE.
	MOVE ZERO   TO WS-BOOK-QTY.
	MOVE ZERO   TO WS-BOOK-PRICE.
	MOVE SPACES TO WS-BOOK-STATE.

RollItemForward.
	MOVE WS-EVT-KEY TO WS-CUR-ITEM-ID.
	PERFORM ClearBookItem.
	PERFORM ApplyOneChange UNTIL WS-EVT-KEY NOT = WS-CUR-ITEM-ID.

*> A movement changes only quantity (and, on a transfer, state);
*> a journaled add or change also sets price and state from the
*> after image; a journaled delete takes the item off the book.
ApplyOneChange.
	EVALUATE TRUE
		WHEN WRK-OPENING
			SET BOOK-EXISTS TO TRUE
			MOVE WRK-AFTER-QTY TO WS-BOOK-QTY
			MOVE WRK-PRICE     TO WS-BOOK-PRICE
			MOVE WRK-STATE     TO WS-BOOK-STATE
		WHEN WRK-LEDGER
			COMPUTE WS-BOOK-QTY = WS-BOOK-QTY
				+ WRK-AFTER-QTY - WRK-BEFORE-QTY
			MOVE WRK-STATE TO WS-BOOK-STATE
		WHEN WRK-JOURNAL
			COMPUTE WS-BOOK-QTY = WS-BOOK-QTY
				+ WRK-AFTER-QTY - WRK-BEFORE-QTY
			IF WRK-ACTION = "D"
				SET BOOK-GONE TO TRUE
			ELSE
				SET BOOK-EXISTS TO TRUE
				MOVE WRK-PRICE TO WS-BOOK-PRICE
				MOVE WRK-STATE TO WS-BOOK-STATE
			END-IF
	END-EVALUATE.
	PERFORM ReturnChange.

CompareItem.
	COMPUTE WS-BOOK-VALUE = WS-BOOK-QTY * WS-BOOK-PRICE.
	MOVE SPACE TO WS-ITEM-FLAG.
	IF ON-LIVE
		MOVE IR-QTY-ON-HAND TO WS-LIVE-QTY
		COMPUTE WS-LIVE-VALUE = IR-QTY-ON-HAND * IR-UNIT-PRICE
		MOVE IR-ITEM-STATE TO WS-ITEM-STATE
		IF BOOK-GONE
			MOVE "U" TO WS-ITEM-FLAG
		END-IF
	ELSE
		MOVE ZERO TO WS-LIVE-QTY
		MOVE ZERO TO WS-LIVE-VALUE
		MOVE WS-BOOK-STATE TO WS-ITEM-STATE
		IF BOOK-EXISTS
			MOVE "M" TO WS-ITEM-FLAG
		END-IF
	END-IF.
	COMPUTE WS-QTY-DIFF = WS-LIVE-QTY - WS-BOOK-QTY.
	COMPUTE WS-VALUE-DIFF = WS-LIVE-VALUE - WS-BOOK-VALUE.
	IF WS-ITEM-FLAG = SPACE AND WS-QTY-DIFF = ZERO
	AND WS-VALUE-DIFF = ZERO
		SET ITEM-IN-BALANCE TO TRUE
	ELSE
		SET ITEM-OUT-OF-BALANCE TO TRUE
	END-IF.
	PERFORM LookupStateSub.
	ADD 1 TO WS-PS-ITEMS (WS-STATE-SUB).
	ADD 1 TO WS-TOTAL-ITEMS.
	IF ITEM-IN-BALANCE
		ADD 1 TO WS-PS-IN-BAL (WS-STATE-SUB)
		ADD 1 TO WS-TOTAL-IN-BAL
	ELSE
		ADD 1 TO WS-PS-OUT (WS-STATE-SUB)
		ADD 1 TO WS-TOTAL-OUT
		ADD WS-QTY-DIFF   TO WS-PS-QTY-DIFF (WS-STATE-SUB)
		ADD WS-VALUE-DIFF TO WS-PS-VALUE-DIFF (WS-STATE-SUB)
		ADD WS-QTY-DIFF   TO WS-TOTAL-QTY-DIFF
		ADD WS-VALUE-DIFF TO WS-TOTAL-VALUE-DIFF
		PERFORM WriteDetailLine
	END-IF.

LookupStateSub.
	MOVE WS-UNKNOWN-SUB TO WS-STATE-SUB.
	SET ST-IDX TO 1.
	SEARCH ST-STATE-ENTRY
		AT END
			CONTINUE
		WHEN ST-STATE-CODE (ST-IDX) = WS-ITEM-STATE
			SET WS-STATE-SUB TO ST-IDX
	END-SEARCH.

WriteDetailLine.
	IF WS-LINES-ON-PAGE >= WS-LINES-PER-PAGE
		PERFORM WritePageHeader
	END-IF.
	MOVE WS-CUR-ITEM-ID TO WS-DTL-ITEM.
	MOVE WS-ITEM-STATE  TO WS-DTL-STATE.
	MOVE WS-BOOK-QTY    TO WS-DTL-BOOK-QTY.
	MOVE WS-LIVE-QTY    TO WS-DTL-LIVE-QTY.
	MOVE WS-QTY-DIFF    TO WS-DTL-QTY-DIFF.
	MOVE WS-BOOK-VALUE  TO WS-DTL-BOOK-VALUE.
	MOVE WS-LIVE-VALUE  TO WS-DTL-LIVE-VALUE.
	MOVE WS-VALUE-DIFF  TO WS-DTL-VALUE-DIFF.
	MOVE WS-ITEM-FLAG   TO WS-DTL-FLAG.
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
	STRING "CBROLLFWD -- INVENTORY ROLL-FORWARD PROOF" DELIMITED BY SIZE
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
	STRING "BACKUP PLUS CHANGES POSTED AFTER " DELIMITED BY SIZE
		WS-SINCE-DATE DELIMITED BY SIZE
		" " DELIMITED BY SIZE
		WS-SINCE-HH DELIMITED BY SIZE
		":" DELIMITED BY SIZE
		WS-SINCE-MI DELIMITED BY SIZE
		":" DELIMITED BY SIZE
		WS-SINCE-SS DELIMITED BY SIZE
		" VS THE LIVE MASTER" DELIMITED BY SIZE
		INTO RPT-LINE
	END-STRING.
	WRITE RPT-LINE.
	IF PRINTING-DETAIL
		MOVE "ITEMID ST BOOK QTY LIVE QTY QTY DIFF    BOOK VALUE    LIVE VALUE    VALUE DIFF F"
			TO RPT-LINE
		WRITE RPT-LINE
		MOVE "------ -- -------- -------- --------    ----------    ----------    ---------- -"
			TO RPT-LINE
		WRITE RPT-LINE
	ELSE
		MOVE "ST      ITEMS     IN BAL        OUT     QTY DIFF         VALUE DIFF"
			TO RPT-LINE
		WRITE RPT-LINE
		MOVE "--      -----     ------        ---     --------         ----------"
			TO RPT-LINE
		WRITE RPT-LINE
	END-IF.
	MOVE ZERO TO WS-LINES-ON-PAGE.

WriteDetailFooter.
	IF WS-TOTAL-OUT = ZERO
		PERFORM WritePageHeader
		MOVE "EVERY ITEM ROLLS FORWARD FROM THE BACKUP -- NOTHING OUT OF BALANCE"
			TO RPT-LINE
		WRITE RPT-LINE
	END-IF.
	MOVE SPACES TO RPT-LINE.
	WRITE RPT-LINE.
	MOVE "F: M = ON THE BOOK BUT NOT ON THE LIVE MASTER" TO RPT-LINE.
	WRITE RPT-LINE.
	MOVE "   U = ON THE LIVE MASTER BUT NO BACKUP RECORD OR JOURNALED ADD"
		TO RPT-LINE.
	WRITE RPT-LINE.
	MOVE SPACES TO RPT-LINE.
	WRITE RPT-LINE.
	MOVE WS-OPENING-ITEMS TO WS-COUNT-DISPLAY.
	MOVE SPACES TO RPT-LINE.
	STRING "OPENING BALANCES FROM BACKUP:    " DELIMITED BY SIZE
		WS-COUNT-DISPLAY DELIMITED BY SIZE
		INTO RPT-LINE
	END-STRING.
	WRITE RPT-LINE.
	MOVE WS-LEDGER-APPLIED TO WS-COUNT-DISPLAY.
	MOVE SPACES TO RPT-LINE.
	STRING "LEDGER MOVEMENTS APPLIED:        " DELIMITED BY SIZE
		WS-COUNT-DISPLAY DELIMITED BY SIZE
		INTO RPT-LINE
	END-STRING.
	WRITE RPT-LINE.
	MOVE WS-JOURNAL-APPLIED TO WS-COUNT-DISPLAY.
	MOVE SPACES TO RPT-LINE.
	STRING "JOURNAL CHANGES APPLIED:         " DELIMITED BY SIZE
		WS-COUNT-DISPLAY DELIMITED BY SIZE
		INTO RPT-LINE
	END-STRING.
	WRITE RPT-LINE.
	MOVE WS-JOURNAL-LEDGERED TO WS-COUNT-DISPLAY.
	MOVE SPACES TO RPT-LINE.
	STRING "JOURNAL CHANGES ALSO LEDGERED:   " DELIMITED BY SIZE
		WS-COUNT-DISPLAY DELIMITED BY SIZE
		INTO RPT-LINE
	END-STRING.
	WRITE RPT-LINE.
	IF NOT STAMP-FOUND
		MOVE "NO BACKUP-STEP COMPLETION STAMP TODAY -- ALL OF TODAY'S CHANGES APPLIED"
			TO RPT-LINE
		WRITE RPT-LINE
	END-IF.

WriteStateSummary.
	SET PRINTING-SUMMARY TO TRUE.
	PERFORM WritePageHeader.
	PERFORM WriteOneStateSummary VARYING WS-STATE-SUB FROM 1 BY 1
		UNTIL WS-STATE-SUB > WS-UNKNOWN-SUB.
	MOVE SPACES TO RPT-LINE.
	WRITE RPT-LINE.
	MOVE "**"                TO WS-SUM-STATE.
	MOVE WS-TOTAL-ITEMS      TO WS-SUM-ITEMS.
	MOVE WS-TOTAL-IN-BAL     TO WS-SUM-IN-BAL.
	MOVE WS-TOTAL-OUT        TO WS-SUM-OUT.
	MOVE WS-TOTAL-QTY-DIFF   TO WS-SUM-QTY-DIFF.
	MOVE WS-TOTAL-VALUE-DIFF TO WS-SUM-VALUE-DIFF.
	MOVE WS-SUMMARY-LINE TO RPT-LINE.
	WRITE RPT-LINE.

WriteOneStateSummary.
	IF WS-PS-ITEMS (WS-STATE-SUB) > ZERO
		IF WS-LINES-ON-PAGE >= WS-LINES-PER-PAGE
			PERFORM WritePageHeader
		END-IF
		IF WS-STATE-SUB = WS-UNKNOWN-SUB
			MOVE "??" TO WS-SUM-STATE
		ELSE
			MOVE ST-STATE-CODE (WS-STATE-SUB) TO WS-SUM-STATE
		END-IF
		MOVE WS-PS-ITEMS (WS-STATE-SUB)      TO WS-SUM-ITEMS
		MOVE WS-PS-IN-BAL (WS-STATE-SUB)     TO WS-SUM-IN-BAL
		MOVE WS-PS-OUT (WS-STATE-SUB)        TO WS-SUM-OUT
		MOVE WS-PS-QTY-DIFF (WS-STATE-SUB)   TO WS-SUM-QTY-DIFF
		MOVE WS-PS-VALUE-DIFF (WS-STATE-SUB) TO WS-SUM-VALUE-DIFF
		MOVE WS-SUMMARY-LINE TO RPT-LINE
		WRITE RPT-LINE
		ADD 1 TO WS-LINES-ON-PAGE
	END-IF.

AbortOnFileError.
	DISPLAY "CBROLLFWD -- FILE ERROR ON " WS-ABORT-FILE-NAME
		": STATUS=" WS-ABORT-FILE-STATUS.
	MOVE 16 TO RETURN-CODE.
	STOP RUN.
