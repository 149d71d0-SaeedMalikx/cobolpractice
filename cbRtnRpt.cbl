IDENTIFICATION DIVISION.
PROGRAM-ID. CBRTNRPT.
AUTHOR. SAEEDMALIK.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
	SELECT RTNHIST ASSIGN TO DYNAMIC FP-RTNHIST-NAME
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS WS-RTH-FILE-STATUS.

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

	SELECT RTNREASN ASSIGN TO DYNAMIC FP-RTNREASN-NAME
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS WS-RSN-FILE-STATUS.

	SELECT QUARBAL ASSIGN TO DYNAMIC FP-QUARBAL-NAME
		ORGANIZATION IS INDEXED
		ACCESS MODE IS SEQUENTIAL
		RECORD KEY IS QB-ITEM-ID
		FILE STATUS IS WS-QTN-FILE-STATUS.

	SELECT RTNRPT ASSIGN TO DYNAMIC FP-RTNRPT-NAME
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS WS-RPT-FILE-STATUS.

	SELECT WORKFILE ASSIGN TO DYNAMIC FP-WORKFILE-NAME.

DATA DIVISION.
FILE SECTION.
FD RTNHIST.
01 RTNHIST-RECORD.
	88 EOFH     VALUE HIGH-VALUES.
	COPY RTNHIST.

FD MOVLEDGR.
01 MOVLEDGR-RECORD.
	88 EOFL     VALUE HIGH-VALUES.
	COPY MOVLEDGR.

FD ITEMATTR.
01 ATTRRECORD.
	COPY ITEMATTR.

FD RTNREASN.
01 RTNREASN-RECORD.
	88 EOFN     VALUE HIGH-VALUES.
	05 RR-REASON-CODE          PIC X(02).
	05 FILLER                  PIC X(01).
	05 RR-DESCRIPTION          PIC X(30).

FD QUARBAL.
01 QUARBAL-RECORD.
	88 EOFQ     VALUE HIGH-VALUES.
	COPY QUARBAL.

FD RTNRPT.
01 RPT-LINE                    PIC X(80).

*> One record per return per section it is counted in -- its
*> reason, its category and its state -- and one per shipment for
*> each of category and state, so one control-break pass over the
*> sorted file prints all three sections with returns and
*> shipments side by side.
SD WORKFILE.
01 WORKFILE-RECORD.
	88 EOFS     VALUE HIGH-VALUES.
	05 WRK-SECTION             PIC 9(01).
		88 WRK-BY-REASON     VALUE 1.
		88 WRK-BY-CATEGORY   VALUE 2.
		88 WRK-BY-STATE      VALUE 3.
	05 WRK-KEY                 PIC X(10).
	05 WRK-SHIPPED             PIC 9(07).
	05 WRK-RESTOCKED           PIC 9(07).
	05 WRK-QUARANTINED         PIC 9(07).
	05 WRK-SCRAPPED            PIC 9(07).

WORKING-STORAGE SECTION.
COPY FILEPARM.
COPY BUSDPARM.

01 WS-RUN-DATE.
	05 WS-RUN-YYYY          PIC 9(4).
	05 WS-RUN-MM            PIC 9(2).
	05 WS-RUN-DD            PIC 9(2).
01 WS-RUN-DATE-N REDEFINES WS-RUN-DATE
                               PIC 9(08).

01 WS-RTH-FILE-STATUS          PIC X(02) VALUE SPACES.
01 WS-LDG-FILE-STATUS          PIC X(02) VALUE SPACES.
01 WS-ATR-FILE-STATUS          PIC X(02) VALUE SPACES.
01 WS-RSN-FILE-STATUS          PIC X(02) VALUE SPACES.
01 WS-QTN-FILE-STATUS          PIC X(02) VALUE SPACES.
01 WS-RPT-FILE-STATUS          PIC X(02) VALUE SPACES.
01 WS-ABORT-FILE-NAME          PIC X(40) VALUE SPACES.
01 WS-ABORT-FILE-STATUS        PIC X(02) VALUE SPACES.

01 WS-HIST-PRESENT-SW          PIC X(01) VALUE "N".
	88 HIST-PRESENT         VALUE "Y".
01 WS-LEDGER-PRESENT-SW        PIC X(01) VALUE "N".
	88 LEDGER-PRESENT       VALUE "Y".
01 WS-ATTR-PRESENT-SW          PIC X(01) VALUE "N".
	88 ATTR-FILE-PRESENT    VALUE "Y".
01 WS-QUAR-PRESENT-SW          PIC X(01) VALUE "N".
	88 QUAR-PRESENT         VALUE "Y".

01 WS-PARM-FROM-DATE           PIC X(08) VALUE SPACES.
01 WS-PARM-TO-DATE             PIC X(08) VALUE SPACES.
01 WS-FROM-DATE                PIC 9(08) VALUE ZERO.
01 WS-TO-DATE                  PIC 9(08) VALUE ZERO.
01 WS-PARM-FLAG-PCT            PIC X(03) VALUE SPACES.
01 WS-FLAG-PCT                 PIC 9(03) VALUE 10.

*> Descriptions off the reason list, for the by-reason section.
01 WS-REASON-COUNT             PIC 9(03) COMP VALUE ZERO.
77 WS-REASON-MAX               PIC 9(03) COMP VALUE 100.
01 WS-REASON-TABLE.
	05 WS-REASON-ENTRY OCCURS 1 TO 100 TIMES
			DEPENDING ON WS-REASON-COUNT
			INDEXED BY WS-RIDX.
		10 WS-REASON-CODE       PIC X(02).
		10 WS-REASON-DESC       PIC X(30).

01 WS-ITEM-CATEGORY            PIC X(10) VALUE SPACES.
01 WS-ITEM-STATE               PIC X(02) VALUE SPACES.
01 WS-RETURN-QTY               PIC 9(07) VALUE ZERO.

01 WS-RETURNS-SELECTED         PIC 9(07) VALUE ZERO.
01 WS-SHIPMENTS-SELECTED       PIC 9(07) VALUE ZERO.
01 WS-TOTAL-SHIPPED            PIC 9(11) VALUE ZERO.
01 WS-TOTAL-RESTOCKED          PIC 9(11) VALUE ZERO.
01 WS-TOTAL-QUARANTINED        PIC 9(11) VALUE ZERO.
01 WS-TOTAL-SCRAPPED           PIC 9(11) VALUE ZERO.
01 WS-TOTAL-RETURNED           PIC 9(11) VALUE ZERO.
01 WS-QUAR-RELEASED            PIC 9(11) VALUE ZERO.
01 WS-QUAR-SCRAPPED            PIC 9(11) VALUE ZERO.
01 WS-QUAR-HELD                PIC 9(11) VALUE ZERO.
01 WS-QUAR-ITEMS               PIC 9(07) VALUE ZERO.
01 WS-FLAGGED-COUNT            PIC 9(05) VALUE ZERO.

01 WS-BRK-SECTION              PIC 9(01) VALUE ZERO.
01 WS-BRK-KEY                  PIC X(10) VALUE SPACES.
01 WS-KEY-SHIPPED              PIC 9(11) VALUE ZERO.
01 WS-KEY-RESTOCKED            PIC 9(11) VALUE ZERO.
01 WS-KEY-QUARANTINED          PIC 9(11) VALUE ZERO.
01 WS-KEY-SCRAPPED             PIC 9(11) VALUE ZERO.
01 WS-KEY-RETURNED             PIC 9(11) VALUE ZERO.

*> Whichever line is printing loads these, and one paragraph works
*> out the return rate and formats it.
01 WS-LINE-SHIPPED             PIC 9(11) VALUE ZERO.
01 WS-LINE-RETURNED            PIC 9(11) VALUE ZERO.
01 WS-LINE-RATE                PIC 9(05)V9 VALUE ZERO.
01 WS-LINE-RATE-TEXT           PIC X(06) VALUE SPACES.
01 WS-RATE-EDIT                PIC ZZ9.9.
01 WS-RATE-OVER-SW             PIC X(01) VALUE "N".
	88 RATE-OVER-LIMIT      VALUE "Y".
	88 RATE-WITHIN-LIMIT    VALUE "N".

01 WS-PAGE-NO                  PIC 9(03) VALUE ZERO.
01 WS-LINES-ON-PAGE            PIC 9(03) VALUE ZERO.
01 WS-LINES-PER-PAGE           PIC 9(03) VALUE 20.

01 WS-DETAIL-LINE.
	05 WS-DTL-KEY            PIC X(10).
	05 FILLER                PIC X(01) VALUE SPACES.
	05 WS-DTL-DESC           PIC X(16).
	05 FILLER                PIC X(01) VALUE SPACES.
	05 WS-DTL-SHIPPED        PIC X(08).
	05 FILLER                PIC X(01) VALUE SPACES.
	05 WS-DTL-RETURNED       PIC ZZZZ,ZZ9.
	05 FILLER                PIC X(01) VALUE SPACES.
	05 WS-DTL-RESTOCKED      PIC ZZZ,ZZ9.
	05 FILLER                PIC X(01) VALUE SPACES.
	05 WS-DTL-QUARANTINED    PIC ZZZ,ZZ9.
	05 FILLER                PIC X(01) VALUE SPACES.
	05 WS-DTL-SCRAPPED       PIC ZZZ,ZZ9.
	05 FILLER                PIC X(01) VALUE SPACES.
	05 WS-DTL-RATE           PIC X(06).
	05 FILLER                PIC X(01) VALUE SPACES.
	05 WS-DTL-FLAG           PIC X(02).
01 WS-SHIPPED-EDIT             PIC ZZZZ,ZZ9.

01 WS-TOTAL-LINE.
	05 WS-TOT-LABEL          PIC X(28).
	05 WS-TOT-QTY            PIC ZZZ,ZZZ,ZZ9.

PROCEDURE DIVISION.
Begin.
	DISPLAY "CBRTNRPT -- CUSTOMER RETURNS BY REASON, CATEGORY AND STATE".
	PERFORM LoadFileParms.
	MOVE "P" TO BD-FUNCTION.
	CALL "CBBUSDTE" USING BD-DATE-PARMS.
	MOVE BD-RESULT-DATE TO WS-RUN-DATE.
	PERFORM LoadDateRange.
	PERFORM LoadFlagPercent.
	PERFORM LoadReturnReasons.
	PERFORM OpenFiles.
	SORT WORKFILE
		ON ASCENDING KEY WRK-SECTION WRK-KEY
		INPUT PROCEDURE IS SelectActivity
		OUTPUT PROCEDURE IS ReportReturns.
	IF SORT-RETURN NOT = ZERO
		DISPLAY "CBRTNRPT -- SORT OF SELECTED ACTIVITY FAILED:"
			" SORT-RETURN=" SORT-RETURN
		MOVE 16 TO RETURN-CODE
		STOP RUN
	END-IF.
	PERFORM CloseFiles.
	DISPLAY "CBRTNRPT RETURNS SELECTED: " WS-RETURNS-SELECTED
		"  SHIPMENTS SELECTED: " WS-SHIPMENTS-SELECTED
		"  LINES OVER " WS-FLAG-PCT "%: " WS-FLAGGED-COUNT.
	STOP RUN.

LoadFileParms.
	MOVE FP-RTNHIST-DEFAULT TO FP-RTNHIST-NAME.
	ACCEPT FP-RTNHIST-NAME FROM ENVIRONMENT "RTNHIST".
	IF FP-RTNHIST-NAME = SPACES
		MOVE FP-RTNHIST-DEFAULT TO FP-RTNHIST-NAME
	END-IF.
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
	MOVE FP-RTNREASN-DEFAULT TO FP-RTNREASN-NAME.
	ACCEPT FP-RTNREASN-NAME FROM ENVIRONMENT "RTNREASN".
	IF FP-RTNREASN-NAME = SPACES
		MOVE FP-RTNREASN-DEFAULT TO FP-RTNREASN-NAME
	END-IF.
	MOVE FP-QUARBAL-DEFAULT TO FP-QUARBAL-NAME.
	ACCEPT FP-QUARBAL-NAME FROM ENVIRONMENT "QUARBAL".
	IF FP-QUARBAL-NAME = SPACES
		MOVE FP-QUARBAL-DEFAULT TO FP-QUARBAL-NAME
	END-IF.
	MOVE FP-RTNRPT-DEFAULT TO FP-RTNRPT-NAME.
	ACCEPT FP-RTNRPT-NAME FROM ENVIRONMENT "RTNRPT".
	IF FP-RTNRPT-NAME = SPACES
		MOVE FP-RTNRPT-DEFAULT TO FP-RTNRPT-NAME
	END-IF.
	MOVE FP-WORKFILE-DEFAULT TO FP-WORKFILE-NAME.
	ACCEPT FP-WORKFILE-NAME FROM ENVIRONMENT "WORKFILE".
	IF FP-WORKFILE-NAME = SPACES
		MOVE FP-WORKFILE-DEFAULT TO FP-WORKFILE-NAME
	END-IF.

*> RTNFROM/RTNTO bound the posting dates reported, returns and
*> shipments alike.  Left unset they give month to date, as the
*> cost-of-goods report does.
LoadDateRange.
	MOVE WS-RUN-DATE-N TO WS-TO-DATE.
	MOVE WS-RUN-DATE-N TO WS-FROM-DATE.
	MOVE 01 TO WS-FROM-DATE (7:2).
	ACCEPT WS-PARM-FROM-DATE FROM ENVIRONMENT "RTNFROM".
	IF WS-PARM-FROM-DATE NOT = SPACES
		IF WS-PARM-FROM-DATE NUMERIC
			MOVE WS-PARM-FROM-DATE TO WS-FROM-DATE
		ELSE
			DISPLAY "CBRTNRPT -- RTNFROM PARAMETER '"
				WS-PARM-FROM-DATE "' NOT NUMERIC -- USING "
				WS-FROM-DATE
		END-IF
	END-IF.
	ACCEPT WS-PARM-TO-DATE FROM ENVIRONMENT "RTNTO".
	IF WS-PARM-TO-DATE NOT = SPACES
		IF WS-PARM-TO-DATE NUMERIC
			MOVE WS-PARM-TO-DATE TO WS-TO-DATE
		ELSE
			DISPLAY "CBRTNRPT -- RTNTO PARAMETER '"
				WS-PARM-TO-DATE "' NOT NUMERIC -- USING "
				WS-TO-DATE
		END-IF
	END-IF.
	DISPLAY "CBRTNRPT ACTIVITY POSTED FROM: " WS-FROM-DATE
		"  TO: " WS-TO-DATE.

*> RTNFLAG is the return rate, in whole percent, above which a
*> category or state is flagged ** for quality to look at.
LoadFlagPercent.
	ACCEPT WS-PARM-FLAG-PCT FROM ENVIRONMENT "RTNFLAG".
	IF WS-PARM-FLAG-PCT NOT = SPACES
		IF WS-PARM-FLAG-PCT NUMERIC
			MOVE WS-PARM-FLAG-PCT TO WS-FLAG-PCT
		ELSE
			DISPLAY "CBRTNRPT -- RTNFLAG PARAMETER '"
				WS-PARM-FLAG-PCT "' NOT NUMERIC -- USING "
				WS-FLAG-PCT
		END-IF
	END-IF.

LoadReturnReasons.
	OPEN INPUT RTNREASN.
	IF WS-RSN-FILE-STATUS = "35"
		DISPLAY "CBRTNRPT -- NO RETURN-REASON FILE -- CODES PRINT"
			" WITHOUT DESCRIPTIONS"
	ELSE
		IF WS-RSN-FILE-STATUS NOT = "00"
			MOVE "RTNREASN" TO WS-ABORT-FILE-NAME
			MOVE WS-RSN-FILE-STATUS TO WS-ABORT-FILE-STATUS
			PERFORM AbortOnFileError
		END-IF
		PERFORM ReadReturnReason
		PERFORM AddReturnReason UNTIL EOFN
		CLOSE RTNREASN
	END-IF.

ReadReturnReason.
	READ RTNREASN
		AT END SET EOFN TO TRUE
	END-READ.
	IF WS-RSN-FILE-STATUS NOT = "00" AND WS-RSN-FILE-STATUS NOT = "10"
		MOVE "RTNREASN" TO WS-ABORT-FILE-NAME
		MOVE WS-RSN-FILE-STATUS TO WS-ABORT-FILE-STATUS
		PERFORM AbortOnFileError
	END-IF.

AddReturnReason.
	IF RR-REASON-CODE NOT = SPACES
		IF WS-REASON-COUNT >= WS-REASON-MAX
			DISPLAY "CBRTNRPT -- RETURN-REASON TABLE FULL AT "
				WS-REASON-MAX
			MOVE 16 TO RETURN-CODE
			STOP RUN
		END-IF
		ADD 1 TO WS-REASON-COUNT
		MOVE RR-REASON-CODE TO WS-REASON-CODE (WS-REASON-COUNT)
		MOVE RR-DESCRIPTION TO WS-REASON-DESC (WS-REASON-COUNT)
	END-IF.
	PERFORM ReadReturnReason.

OpenFiles.
*> No returns history or no ledger yet still prints a report --
*> with nothing returned, or nothing to rate returns against.
	OPEN INPUT RTNHIST.
	IF WS-RTH-FILE-STATUS = "00"
		SET HIST-PRESENT TO TRUE
	ELSE
		IF WS-RTH-FILE-STATUS NOT = "35"
			MOVE "RTNHIST" TO WS-ABORT-FILE-NAME
			MOVE WS-RTH-FILE-STATUS TO WS-ABORT-FILE-STATUS
			PERFORM AbortOnFileError
		END-IF
	END-IF.
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
	OPEN INPUT QUARBAL.
	IF WS-QTN-FILE-STATUS = "00"
		SET QUAR-PRESENT TO TRUE
	ELSE
		IF WS-QTN-FILE-STATUS NOT = "35"
			MOVE "QUARBAL" TO WS-ABORT-FILE-NAME
			MOVE WS-QTN-FILE-STATUS TO WS-ABORT-FILE-STATUS
			PERFORM AbortOnFileError
		END-IF
	END-IF.
	OPEN OUTPUT RTNRPT.
	IF WS-RPT-FILE-STATUS NOT = "00"
		MOVE "RTNRPT" TO WS-ABORT-FILE-NAME
		MOVE WS-RPT-FILE-STATUS TO WS-ABORT-FILE-STATUS
		PERFORM AbortOnFileError
	END-IF.

CloseFiles.
	IF HIST-PRESENT
		CLOSE RTNHIST
		IF WS-RTH-FILE-STATUS NOT = "00"
			MOVE "RTNHIST" TO WS-ABORT-FILE-NAME
			MOVE WS-RTH-FILE-STATUS TO WS-ABORT-FILE-STATUS
			PERFORM AbortOnFileError
		END-IF
	END-IF.
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
	IF QUAR-PRESENT
		CLOSE QUARBAL
		IF WS-QTN-FILE-STATUS NOT = "00"
			MOVE "QUARBAL" TO WS-ABORT-FILE-NAME
			MOVE WS-QTN-FILE-STATUS TO WS-ABORT-FILE-STATUS
			PERFORM AbortOnFileError
		END-IF
	END-IF.
	CLOSE RTNRPT.
	IF WS-RPT-FILE-STATUS NOT = "00"
		MOVE "RTNRPT" TO WS-ABORT-FILE-NAME
		MOVE WS-RPT-FILE-STATUS TO WS-ABORT-FILE-STATUS
		PERFORM AbortOnFileError
	END-IF.

*> Returns off the history, shipments off the ledger, and the
*> quarantine balances as they stand now.
SelectActivity.
	IF HIST-PRESENT
		PERFORM ReadReturn
		PERFORM SelectOneReturn UNTIL EOFH
	END-IF.
	IF LEDGER-PRESENT
		PERFORM ReadLedger
		PERFORM SelectOneShipment UNTIL EOFL
	END-IF.
	IF QUAR-PRESENT
		PERFORM ReadQuarantine
		PERFORM AddQuarantineBalance UNTIL EOFQ
	END-IF.

ReadReturn.
	READ RTNHIST
		AT END SET EOFH TO TRUE
	END-READ.
	IF WS-RTH-FILE-STATUS NOT = "00" AND WS-RTH-FILE-STATUS NOT = "10"
		MOVE "RTNHIST" TO WS-ABORT-FILE-NAME
		MOVE WS-RTH-FILE-STATUS TO WS-ABORT-FILE-STATUS
		PERFORM AbortOnFileError
	END-IF.

*> A type C record is the customer return itself; a type Q is a
*> later release or scrap out of quarantine and only feeds the
*> quarantine summary -- counting it again would double the return.
SelectOneReturn.
	IF RH-POST-DATE >= WS-FROM-DATE AND RH-POST-DATE <= WS-TO-DATE
		IF RH-MOVE-TYPE = "C"
			ADD 1 TO WS-RETURNS-SELECTED
			MOVE RH-ITEM-ID TO IA-ITEM-ID
			PERFORM LookupItemCategory
			MOVE RH-QTY TO WS-RETURN-QTY
			PERFORM ReleaseReturn
		ELSE
			IF RH-DISPOSITION = "R"
				ADD RH-QTY TO WS-QUAR-RELEASED
			ELSE
				ADD RH-QTY TO WS-QUAR-SCRAPPED
			END-IF
		END-IF
	END-IF.
	PERFORM ReadReturn.

ReleaseReturn.
	MOVE ZERO TO WRK-SHIPPED WRK-RESTOCKED WRK-QUARANTINED WRK-SCRAPPED.
	EVALUATE RH-DISPOSITION
		WHEN "R"
			MOVE WS-RETURN-QTY TO WRK-RESTOCKED
			ADD WS-RETURN-QTY TO WS-TOTAL-RESTOCKED
		WHEN "Q"
			MOVE WS-RETURN-QTY TO WRK-QUARANTINED
			ADD WS-RETURN-QTY TO WS-TOTAL-QUARANTINED
		WHEN OTHER
			MOVE WS-RETURN-QTY TO WRK-SCRAPPED
			ADD WS-RETURN-QTY TO WS-TOTAL-SCRAPPED
	END-EVALUATE.
	ADD WS-RETURN-QTY TO WS-TOTAL-RETURNED.
	MOVE 1 TO WRK-SECTION.
	MOVE RH-REASON-CODE TO WRK-KEY.
	RELEASE WORKFILE-RECORD.
	MOVE 2 TO WRK-SECTION.
	MOVE WS-ITEM-CATEGORY TO WRK-KEY.
	RELEASE WORKFILE-RECORD.
	MOVE 3 TO WRK-SECTION.
	IF RH-ITEM-STATE = SPACES
		MOVE "??" TO WRK-KEY
	ELSE
		MOVE RH-ITEM-STATE TO WRK-KEY
	END-IF.
	RELEASE WORKFILE-RECORD.

ReadLedger.
	READ MOVLEDGR NEXT RECORD
		AT END SET EOFL TO TRUE
	END-READ.
	IF WS-LDG-FILE-STATUS NOT = "00" AND WS-LDG-FILE-STATUS NOT = "10"
		MOVE "MOVLEDGR" TO WS-ABORT-FILE-NAME
		MOVE WS-LDG-FILE-STATUS TO WS-ABORT-FILE-STATUS
		PERFORM AbortOnFileError
	END-IF.

SelectOneShipment.
	IF ML-MOVE-TYPE = "S"
			AND ML-POST-DATE >= WS-FROM-DATE
			AND ML-POST-DATE <= WS-TO-DATE
		ADD 1 TO WS-SHIPMENTS-SELECTED
		ADD ML-MOVE-QTY TO WS-TOTAL-SHIPPED
		MOVE ML-ITEM-ID TO IA-ITEM-ID
		PERFORM LookupItemCategory
		MOVE ZERO TO WRK-RESTOCKED WRK-QUARANTINED WRK-SCRAPPED
		MOVE ML-MOVE-QTY TO WRK-SHIPPED
		MOVE 2 TO WRK-SECTION
		MOVE WS-ITEM-CATEGORY TO WRK-KEY
		RELEASE WORKFILE-RECORD
		MOVE 3 TO WRK-SECTION
		IF ML-ITEM-STATE = SPACES
			MOVE "??" TO WRK-KEY
		ELSE
			MOVE ML-ITEM-STATE TO WRK-KEY
		END-IF
		RELEASE WORKFILE-RECORD
	END-IF.
	PERFORM ReadLedger.

*> IA-ITEM-ID is loaded by the caller.
LookupItemCategory.
	MOVE "UNASSIGNED" TO WS-ITEM-CATEGORY.
	IF ATTR-FILE-PRESENT
		READ ITEMATTR KEY IS IA-ITEM-ID
			INVALID KEY
				CONTINUE
			NOT INVALID KEY
				IF IA-CATEGORY NOT = SPACES
					MOVE IA-CATEGORY TO WS-ITEM-CATEGORY
				END-IF
		END-READ
	END-IF.

ReadQuarantine.
	READ QUARBAL NEXT RECORD
		AT END SET EOFQ TO TRUE
	END-READ.
	IF WS-QTN-FILE-STATUS NOT = "00" AND WS-QTN-FILE-STATUS NOT = "10"
		MOVE "QUARBAL" TO WS-ABORT-FILE-NAME
		MOVE WS-QTN-FILE-STATUS TO WS-ABORT-FILE-STATUS
		PERFORM AbortOnFileError
	END-IF.

AddQuarantineBalance.
	ADD 1 TO WS-QUAR-ITEMS.
	ADD QB-QTY-HELD TO WS-QUAR-HELD.
	PERFORM ReadQuarantine.

*> Control breaks on the sorted records: a line per reason, per
*> category and per state, each section under its own heading.
ReportReturns.
	MOVE ZERO TO WS-PAGE-NO.
	MOVE WS-LINES-PER-PAGE TO WS-LINES-ON-PAGE.
	PERFORM ReturnWorkRecord.
	PERFORM ReportOneSection UNTIL EOFS.
	PERFORM WriteReportFooter.

ReturnWorkRecord.
	RETURN WORKFILE
		AT END SET EOFS TO TRUE
	END-RETURN.

ReportOneSection.
	MOVE WRK-SECTION TO WS-BRK-SECTION.
	PERFORM WriteSectionHeader.
	PERFORM ReportOneKey
		UNTIL EOFS OR WRK-SECTION NOT = WS-BRK-SECTION.

ReportOneKey.
	MOVE WRK-KEY TO WS-BRK-KEY.
	MOVE ZERO TO WS-KEY-SHIPPED WS-KEY-RESTOCKED
		WS-KEY-QUARANTINED WS-KEY-SCRAPPED.
	PERFORM AddWorkRecord
		UNTIL EOFS OR WRK-SECTION NOT = WS-BRK-SECTION
			OR WRK-KEY NOT = WS-BRK-KEY.
	COMPUTE WS-KEY-RETURNED = WS-KEY-RESTOCKED + WS-KEY-QUARANTINED
		+ WS-KEY-SCRAPPED.
*> A category or state that only shipped has nothing to report.
	IF WS-KEY-RETURNED > ZERO
		PERFORM WriteDetailLine
	END-IF.

AddWorkRecord.
	ADD WRK-SHIPPED     TO WS-KEY-SHIPPED.
	ADD WRK-RESTOCKED   TO WS-KEY-RESTOCKED.
	ADD WRK-QUARANTINED TO WS-KEY-QUARANTINED.
	ADD WRK-SCRAPPED    TO WS-KEY-SCRAPPED.
	PERFORM ReturnWorkRecord.

*> Returned units per hundred shipped.  Nothing shipped gives no
*> rate at all rather than an infinite one.
ComputeReturnRate.
	SET RATE-WITHIN-LIMIT TO TRUE.
	IF WS-LINE-SHIPPED > ZERO
		COMPUTE WS-LINE-RATE ROUNDED =
			WS-LINE-RETURNED * 100 / WS-LINE-SHIPPED
			ON SIZE ERROR
				MOVE 99999.9 TO WS-LINE-RATE
		END-COMPUTE
		IF WS-LINE-RATE > 999.9
			MOVE "HIGH %" TO WS-LINE-RATE-TEXT
		ELSE
			MOVE WS-LINE-RATE TO WS-RATE-EDIT
			MOVE SPACES TO WS-LINE-RATE-TEXT
			STRING WS-RATE-EDIT DELIMITED BY SIZE
				"%" DELIMITED BY SIZE
				INTO WS-LINE-RATE-TEXT
			END-STRING
		END-IF
		IF WS-LINE-RATE > WS-FLAG-PCT
			SET RATE-OVER-LIMIT TO TRUE
		END-IF
	ELSE
		MOVE ZERO TO WS-LINE-RATE
		MOVE "   N/A" TO WS-LINE-RATE-TEXT
	END-IF.

*> By reason there is no shipment figure of the reason's own, so
*> the rate is the reason's returns against everything shipped;
*> by category and state it is against what that category or
*> state shipped, and lines over RTNFLAG -- or with returns but no
*> shipments in the range (NS) -- are flagged.
WriteDetailLine.
	IF WS-LINES-ON-PAGE >= WS-LINES-PER-PAGE
		PERFORM WritePageHeader
		PERFORM WriteColumnHeader
	END-IF.
	MOVE SPACES TO WS-DTL-DESC.
	MOVE SPACES TO WS-DTL-SHIPPED.
	MOVE SPACES TO WS-DTL-FLAG.
	MOVE WS-BRK-KEY TO WS-DTL-KEY.
	MOVE WS-KEY-RETURNED TO WS-LINE-RETURNED.
	IF WS-BRK-SECTION = 1
		PERFORM LookupReasonDesc
		MOVE WS-TOTAL-SHIPPED TO WS-LINE-SHIPPED
		PERFORM ComputeReturnRate
	ELSE
		MOVE WS-KEY-SHIPPED TO WS-LINE-SHIPPED
		MOVE WS-KEY-SHIPPED TO WS-SHIPPED-EDIT
		MOVE WS-SHIPPED-EDIT TO WS-DTL-SHIPPED
		PERFORM ComputeReturnRate
		IF WS-LINE-SHIPPED = ZERO
			MOVE "NS" TO WS-DTL-FLAG
			ADD 1 TO WS-FLAGGED-COUNT
		END-IF
		IF RATE-OVER-LIMIT
			MOVE "**" TO WS-DTL-FLAG
			ADD 1 TO WS-FLAGGED-COUNT
		END-IF
	END-IF.
	MOVE WS-KEY-RETURNED    TO WS-DTL-RETURNED.
	MOVE WS-KEY-RESTOCKED   TO WS-DTL-RESTOCKED.
	MOVE WS-KEY-QUARANTINED TO WS-DTL-QUARANTINED.
	MOVE WS-KEY-SCRAPPED    TO WS-DTL-SCRAPPED.
	MOVE WS-LINE-RATE-TEXT  TO WS-DTL-RATE.
	MOVE WS-DETAIL-LINE TO RPT-LINE.
	WRITE RPT-LINE.
	ADD 1 TO WS-LINES-ON-PAGE.

LookupReasonDesc.
	IF WS-REASON-COUNT > ZERO
		SET WS-RIDX TO 1
		SEARCH WS-REASON-ENTRY
			AT END
				MOVE "(NOT ON LIST)" TO WS-DTL-DESC
			WHEN WS-REASON-CODE (WS-RIDX) = WS-BRK-KEY (1:2)
				MOVE WS-REASON-DESC (WS-RIDX) TO WS-DTL-DESC
		END-SEARCH
	END-IF.

WriteSectionHeader.
	IF WS-LINES-ON-PAGE + 4 >= WS-LINES-PER-PAGE
		PERFORM WritePageHeader
	ELSE
		MOVE SPACES TO RPT-LINE
		WRITE RPT-LINE
		ADD 1 TO WS-LINES-ON-PAGE
	END-IF.
	EVALUATE WS-BRK-SECTION
		WHEN 1
			MOVE "RETURNS BY REASON (RATE AGAINST ALL UNITS SHIPPED)"
				TO RPT-LINE
		WHEN 2
			MOVE "RETURNS BY CATEGORY" TO RPT-LINE
		WHEN OTHER
			MOVE "RETURNS BY STATE" TO RPT-LINE
	END-EVALUATE.
	WRITE RPT-LINE.
	ADD 1 TO WS-LINES-ON-PAGE.
	PERFORM WriteColumnHeader.

WriteColumnHeader.
	MOVE "KEY        DESCRIPTION       SHIPPED RETURNED RESTOCK  QUARNT   SCRAP   RATE"
		TO RPT-LINE.
	WRITE RPT-LINE.
	MOVE "---        -----------       ------- -------- -------  ------   -----   ----"
		TO RPT-LINE.
	WRITE RPT-LINE.
	ADD 2 TO WS-LINES-ON-PAGE.

WritePageHeader.
	ADD 1 TO WS-PAGE-NO.
	IF WS-PAGE-NO > 1
		MOVE SPACES TO RPT-LINE
		WRITE RPT-LINE
	END-IF.
	MOVE SPACES TO RPT-LINE.
	STRING "CBRTNRPT -- CUSTOMER RETURNS" DELIMITED BY SIZE
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
	STRING "RETURNS AND SHIPMENTS POSTED " DELIMITED BY SIZE
		WS-FROM-DATE DELIMITED BY SIZE
		" THROUGH " DELIMITED BY SIZE
		WS-TO-DATE DELIMITED BY SIZE
		"   FLAGGED OVER " DELIMITED BY SIZE
		WS-FLAG-PCT DELIMITED BY SIZE
		"%" DELIMITED BY SIZE
		INTO RPT-LINE
	END-STRING.
	WRITE RPT-LINE.
	MOVE 2 TO WS-LINES-ON-PAGE.

WriteReportFooter.
	IF WS-PAGE-NO = ZERO
		PERFORM WritePageHeader
		MOVE SPACES TO RPT-LINE
		WRITE RPT-LINE
		MOVE "NO CUSTOMER RETURNS POSTED IN THE DATE RANGE" TO RPT-LINE
		WRITE RPT-LINE
	END-IF.
	MOVE SPACES TO RPT-LINE.
	WRITE RPT-LINE.
	MOVE "UNITS SHIPPED" TO WS-TOT-LABEL.
	MOVE WS-TOTAL-SHIPPED TO WS-TOT-QTY.
	PERFORM WriteTotalLine.
	MOVE "UNITS RETURNED" TO WS-TOT-LABEL.
	MOVE WS-TOTAL-RETURNED TO WS-TOT-QTY.
	PERFORM WriteTotalLine.
	MOVE "  RESTOCKED" TO WS-TOT-LABEL.
	MOVE WS-TOTAL-RESTOCKED TO WS-TOT-QTY.
	PERFORM WriteTotalLine.
	MOVE "  TO QUARANTINE" TO WS-TOT-LABEL.
	MOVE WS-TOTAL-QUARANTINED TO WS-TOT-QTY.
	PERFORM WriteTotalLine.
	MOVE "  SCRAPPED" TO WS-TOT-LABEL.
	MOVE WS-TOTAL-SCRAPPED TO WS-TOT-QTY.
	PERFORM WriteTotalLine.
	MOVE WS-TOTAL-SHIPPED TO WS-LINE-SHIPPED.
	MOVE WS-TOTAL-RETURNED TO WS-LINE-RETURNED.
	PERFORM ComputeReturnRate.
	MOVE SPACES TO RPT-LINE.
	STRING "OVERALL RETURN RATE:        " DELIMITED BY SIZE
		WS-LINE-RATE-TEXT DELIMITED BY SIZE
		INTO RPT-LINE
	END-STRING.
	WRITE RPT-LINE.
	MOVE SPACES TO RPT-LINE.
	WRITE RPT-LINE.
	MOVE "QUARANTINE" TO RPT-LINE.
	WRITE RPT-LINE.
	MOVE "  RELEASED TO STOCK" TO WS-TOT-LABEL.
	MOVE WS-QUAR-RELEASED TO WS-TOT-QTY.
	PERFORM WriteTotalLine.
	MOVE "  SCRAPPED FROM QUARANTINE" TO WS-TOT-LABEL.
	MOVE WS-QUAR-SCRAPPED TO WS-TOT-QTY.
	PERFORM WriteTotalLine.
	MOVE "  HELD NOW (ALL DATES)" TO WS-TOT-LABEL.
	MOVE WS-QUAR-HELD TO WS-TOT-QTY.
	PERFORM WriteTotalLine.
	MOVE "  ITEMS WITH UNITS HELD" TO WS-TOT-LABEL.
	MOVE WS-QUAR-ITEMS TO WS-TOT-QTY.
	PERFORM WriteTotalLine.

WriteTotalLine.
	MOVE WS-TOTAL-LINE TO RPT-LINE.
	WRITE RPT-LINE.

AbortOnFileError.
	DISPLAY "CBRTNRPT -- FILE ERROR ON " WS-ABORT-FILE-NAME
		": STATUS=" WS-ABORT-FILE-STATUS.
	MOVE 16 TO RETURN-CODE.
	STOP RUN.
