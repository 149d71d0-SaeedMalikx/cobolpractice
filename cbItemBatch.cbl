		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS WS-REG-FILE-STATUS.

	SELECT PERIODCTL ASSIGN TO DYNAMIC FP-PERIODCTL-NAME
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS WS-PCL-FILE-STATUS.

	SELECT POSTLOG ASSIGN TO DYNAMIC FP-POSTLOG-NAME
		ORGANIZATION IS INDEXED
		ACCESS MODE IS RANDOM
		RECORD KEY IS PL-POST-KEY
		FILE STATUS IS WS-PLG-FILE-STATUS.

	SELECT ITMCKPT ASSIGN TO DYNAMIC FP-ITMCKPT-NAME
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS WS-ICK-FILE-STATUS.

DATA DIVISION.
FILE SECTION.
FD VALIDST.
		==IR-UNIT-PRICE== BY ==TRN-UNIT-PRICE==
		==IR-WHSE-CODE== BY ==TRN-WHSE-CODE==.
	05 TRN-SUBMIT-ID           PIC X(08).
*> Business date of the change (YYYYMMDD); blank means today.  The
*> hold records CBPHYSCNT writes stop short of it and so post as of
*> the run date.
	05 TRN-TRAN-DATE           PIC X(08).
	05 TRN-TRAN-DATE-N REDEFINES TRN-TRAN-DATE
	                           PIC 9(08).
*> The submitter's batch ID and the transaction's sequence number
*> within that batch.  A batch/sequence already on the posting log
*> was applied by an earlier run -- a restarted step or a file sent
*> twice -- and is listed as already posted instead of applied
*> again.  A blank batch ID applies unchecked, as before.
	05 TRN-BATCH-ID            PIC X(08).
	05 TRN-BATCH-SEQ           PIC X(06).
	05 TRN-BATCH-SEQ-N REDEFINES TRN-BATCH-SEQ
	                           PIC 9(06).

FD ITEMFILE.
01 ITEMRECORD.
FD ITMTREG.
01 REG-LINE                    PIC X(80).

FD PERIODCTL.
01 PERIODCTL-RECORD.
	COPY PERIODCTL.

FD POSTLOG.
01 POSTLOG-RECORD.
	COPY POSTLOG.

*> Commit-point record: how many transactions had been read and
*> fully applied, the last of them, and the control totals as they
*> stood.  Zero records done means the last run finished cleanly.
FD ITMCKPT.
01 ICK-RECORD.
	05 ICK-RUN-DATE            PIC 9(08).
	05 ICK-RECORDS-DONE        PIC 9(07).
	05 ICK-LAST-ITEM-ID        PIC X(06).
	05 ICK-LAST-BATCH-ID       PIC X(08).
	05 ICK-LAST-BATCH-SEQ      PIC X(06).
	05 ICK-ADDS-APPLIED        PIC 9(07).
	05 ICK-ADDS-REJECTED       PIC 9(07).
	05 ICK-CHGS-APPLIED        PIC 9(07).
	05 ICK-CHGS-REJECTED       PIC 9(07).
	05 ICK-DELS-APPLIED        PIC 9(07).
	05 ICK-DELS-REJECTED       PIC 9(07).
	05 ICK-BAD-ACTIONS         PIC 9(07).
	05 ICK-LATE-APPLIED        PIC 9(07).
	05 ICK-LATE-REJECTED       PIC 9(07).
	05 ICK-ALREADY-POSTED      PIC 9(07).

WORKING-STORAGE SECTION.
COPY FILEPARM.
COPY BUSDPARM.
COPY JRNLPARM.

01 WS-RUN-DATE.
	05 WS-RUN-YYYY          PIC 9(4).
	05 WS-RUN-MM            PIC 9(2).
	05 WS-RUN-DD            PIC 9(2).
01 WS-RUN-DATE-N REDEFINES WS-RUN-DATE
                               PIC 9(08).

01 WS-TRN-FILE-STATUS          PIC X(02) VALUE SPACES.
01 WS-ITM-FILE-STATUS          PIC X(02) VALUE SPACES.
01 WS-REG-FILE-STATUS          PIC X(02) VALUE SPACES.
01 WS-PCL-FILE-STATUS          PIC X(02) VALUE SPACES.
01 WS-PLG-FILE-STATUS          PIC X(02) VALUE SPACES.
01 WS-ICK-FILE-STATUS          PIC X(02) VALUE SPACES.
01 WS-ABORT-FILE-NAME          PIC X(40) VALUE SPACES.
01 WS-ABORT-FILE-STATUS        PIC X(02) VALUE SPACES.

	88 STATE-FOUND          VALUE "Y".
	88 STATE-NOT-FOUND      VALUE "N".
01 WS-VST-FILE-STATUS          PIC X(02) VALUE SPACES.
01 WS-DISPOSITION              PIC X(14).
01 WS-REASON                   PIC X(30).

01 WS-ADDS-APPLIED             PIC 9(07) VALUE ZERO.
01 WS-BAD-ACTIONS              PIC 9(07) VALUE ZERO.
01 WS-TRANS-READ               PIC 9(07) VALUE ZERO.

*> Closed-period protection, off the period-control record: the
*> last day of the latest closed period (zero when none is) and
*> what to do with a transaction dated on or before it.
01 WS-CLOSED-THRU-DATE         PIC 9(08) VALUE ZERO.
01 WS-LATE-ACTION              PIC X(01) VALUE "R".
	88 LATE-REJECT          VALUE "R".
	88 LATE-REDIRECT        VALUE "P".
01 WS-LATE-SW                  PIC X(01) VALUE "N".
	88 TRANSACTION-LATE     VALUE "Y".
	88 TRANSACTION-NOT-LATE VALUE "N".
01 WS-LATE-APPLIED             PIC 9(07) VALUE ZERO.
01 WS-LATE-REJECTED            PIC 9(07) VALUE ZERO.

*> Double-posting protection and commit points.  A batched
*> transaction found on the posting log is listed and left alone.
*> Every WS-CKPT-INTERVAL transactions the position and the control
*> totals are saved to ITMCKPT; a restart reads past the committed
*> transactions and carries on from there with the totals restored,
*> the way CBCOUNTF restarts its count.
01 WS-LOGGED-SW                PIC X(01) VALUE "N".
	88 ALREADY-POSTED       VALUE "Y".
	88 NOT-ALREADY-POSTED   VALUE "N".
01 WS-ALREADY-POSTED-COUNT     PIC 9(07) VALUE ZERO.
01 WS-CKPT-INTERVAL            PIC 9(05) VALUE 500.
01 WS-RECS-SINCE-CKPT          PIC 9(05) VALUE ZERO.
01 WS-RESTART-SW               PIC X(01) VALUE "N".
	88 RESTART-ACTIVE       VALUE "Y".
	88 RESTART-NOT-ACTIVE   VALUE "N".
01 WS-RESTART-RECORDS          PIC 9(07) VALUE ZERO.
01 WS-RESTART-RUN-DATE         PIC 9(08) VALUE ZERO.
01 WS-RESTART-ITEM-ID          PIC X(06) VALUE SPACES.
01 WS-RESTART-BATCH-ID         PIC X(08) VALUE SPACES.
01 WS-RESTART-BATCH-SEQ        PIC X(06) VALUE SPACES.

01 WS-DETAIL-LINE.
	05 WS-DTL-ACTION         PIC X(01).
	05 FILLER                PIC X(02) VALUE SPACES.
	05 WS-DTL-ITEM-ID        PIC X(06).
	05 FILLER                PIC X(02) VALUE SPACES.
	05 WS-DTL-DISP           PIC X(14).
	05 FILLER                PIC X(02) VALUE SPACES.
	05 WS-DTL-REASON         PIC X(30).

	DISPLAY "CBITMBATCH -- BATCH ITEM/STATE MASTER MAINTENANCE".
	PERFORM LoadFileParms.
	PERFORM LoadValidStates.
	MOVE "P" TO BD-FUNCTION.
	CALL "CBBUSDTE" USING BD-DATE-PARMS.
	MOVE BD-RESULT-DATE TO WS-RUN-DATE.
	PERFORM LoadPeriodControl.
	PERFORM CheckForRestart.
	PERFORM OpenFiles.
	PERFORM WriteRegisterHeader.
	PERFORM ReadTransaction.
	IF RESTART-ACTIVE
		PERFORM SkipToCommitPoint
	END-IF.
	PERFORM ApplyTransaction UNTIL EOFT.
	PERFORM WriteControlTotals.
	PERFORM CloseFiles.
	PERFORM ClearCheckpoint.
	DISPLAY "CBITMBATCH TRANSACTIONS READ: " WS-TRANS-READ.
	DISPLAY "CBITMBATCH ALREADY POSTED -- SKIPPED: "
		WS-ALREADY-POSTED-COUNT.
	DISPLAY "CBITMBATCH -- DONE".
	STOP RUN.

	IF FP-VALIDST-NAME = SPACES
		MOVE FP-VALIDST-DEFAULT TO FP-VALIDST-NAME
	END-IF.
	MOVE FP-PERIODCTL-DEFAULT TO FP-PERIODCTL-NAME.
	ACCEPT FP-PERIODCTL-NAME FROM ENVIRONMENT "PERIODCTL".
	IF FP-PERIODCTL-NAME = SPACES
		MOVE FP-PERIODCTL-DEFAULT TO FP-PERIODCTL-NAME
	END-IF.
	MOVE FP-POSTLOG-DEFAULT TO FP-POSTLOG-NAME.
	ACCEPT FP-POSTLOG-NAME FROM ENVIRONMENT "POSTLOG".
	IF FP-POSTLOG-NAME = SPACES
		MOVE FP-POSTLOG-DEFAULT TO FP-POSTLOG-NAME
	END-IF.
	MOVE FP-ITMCKPT-DEFAULT TO FP-ITMCKPT-NAME.
	ACCEPT FP-ITMCKPT-NAME FROM ENVIRONMENT "ITMCKPT".
	IF FP-ITMCKPT-NAME = SPACES
		MOVE FP-ITMCKPT-DEFAULT TO FP-ITMCKPT-NAME
	END-IF.

*> Same master list CBSTATEVAL and CBITMMNT use -- a warehouse file
*> with a bad state is rejected on the register instead of turning
			SET STATE-FOUND TO TRUE
	END-SEARCH.

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
				IF PCL-LATE-REDIRECT
					SET LATE-REDIRECT TO TRUE
				END-IF
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

OpenFiles.
	OPEN INPUT ITMTRANS.
	IF WS-TRN-FILE-STATUS NOT = "00"
		MOVE WS-REG-FILE-STATUS TO WS-ABORT-FILE-STATUS
		PERFORM AbortOnFileError
	END-IF.
*> The posting log is shared with CBMOVPOST and kept from run to
*> run -- created on first use.
	OPEN I-O POSTLOG.
	IF WS-PLG-FILE-STATUS = "35"
		OPEN OUTPUT POSTLOG
		CLOSE POSTLOG
		OPEN I-O POSTLOG
	END-IF.
	IF WS-PLG-FILE-STATUS NOT = "00"
		MOVE "POSTLOG" TO WS-ABORT-FILE-NAME
		MOVE WS-PLG-FILE-STATUS TO WS-ABORT-FILE-STATUS
		PERFORM AbortOnFileError
	END-IF.

CloseFiles.
	CLOSE ITMTRANS.
		MOVE WS-REG-FILE-STATUS TO WS-ABORT-FILE-STATUS
		PERFORM AbortOnFileError
	END-IF.
	CLOSE POSTLOG.
	IF WS-PLG-FILE-STATUS NOT = "00"
		MOVE "POSTLOG" TO WS-ABORT-FILE-NAME
		MOVE WS-PLG-FILE-STATUS TO WS-ABORT-FILE-STATUS
		PERFORM AbortOnFileError
	END-IF.

*> A checkpoint with records done means the run before this one
*> stopped part-way -- pick up after its last commit point rather
*> than apply the committed transactions again.
CheckForRestart.
	OPEN INPUT ITMCKPT.
	IF WS-ICK-FILE-STATUS NOT = "00" AND WS-ICK-FILE-STATUS NOT = "35"
		MOVE "ITMCKPT" TO WS-ABORT-FILE-NAME
		MOVE WS-ICK-FILE-STATUS TO WS-ABORT-FILE-STATUS
		PERFORM AbortOnFileError
	END-IF.
	IF WS-ICK-FILE-STATUS = "00"
		READ ITMCKPT
		IF WS-ICK-FILE-STATUS = "00" AND ICK-RECORDS-DONE NUMERIC
				AND ICK-RECORDS-DONE > ZERO
			MOVE ICK-RECORDS-DONE   TO WS-RESTART-RECORDS
			MOVE ICK-RUN-DATE       TO WS-RESTART-RUN-DATE
			MOVE ICK-LAST-ITEM-ID   TO WS-RESTART-ITEM-ID
			MOVE ICK-LAST-BATCH-ID  TO WS-RESTART-BATCH-ID
			MOVE ICK-LAST-BATCH-SEQ TO WS-RESTART-BATCH-SEQ
			MOVE ICK-ADDS-APPLIED   TO WS-ADDS-APPLIED
			MOVE ICK-ADDS-REJECTED  TO WS-ADDS-REJECTED
			MOVE ICK-CHGS-APPLIED   TO WS-CHGS-APPLIED
			MOVE ICK-CHGS-REJECTED  TO WS-CHGS-REJECTED
			MOVE ICK-DELS-APPLIED   TO WS-DELS-APPLIED
			MOVE ICK-DELS-REJECTED  TO WS-DELS-REJECTED
			MOVE ICK-BAD-ACTIONS    TO WS-BAD-ACTIONS
			MOVE ICK-LATE-APPLIED   TO WS-LATE-APPLIED
			MOVE ICK-LATE-REJECTED  TO WS-LATE-REJECTED
			MOVE ICK-ALREADY-POSTED TO WS-ALREADY-POSTED-COUNT
			SET RESTART-ACTIVE TO TRUE
			DISPLAY "CBITMBATCH -- RESTARTING AT COMMIT POINT AFTER "
				"TRANSACTION " WS-RESTART-RECORDS
			IF WS-RESTART-RUN-DATE NOT = WS-RUN-DATE-N
				DISPLAY "CBITMBATCH -- COMMIT POINT WAS TAKEN ON "
					"PROCESSING DATE " WS-RESTART-RUN-DATE
			END-IF
		END-IF
		CLOSE ITMCKPT
	END-IF.

*> The transactions the earlier run committed are read past, not
*> applied again, and the last of them has to be the one the
*> checkpoint names -- if it is not, ITMTRANS has changed since and
*> the restart stops rather than guess where to pick up.
SkipToCommitPoint.
	PERFORM ReadTransaction
		UNTIL EOFT OR WS-TRANS-READ >= WS-RESTART-RECORDS.
	IF EOFT
	OR TRN-ITEM-ID NOT = WS-RESTART-ITEM-ID
	OR TRN-BATCH-ID NOT = WS-RESTART-BATCH-ID
	OR TRN-BATCH-SEQ NOT = WS-RESTART-BATCH-SEQ
		DISPLAY "CBITMBATCH -- COMMIT-POINT TRANSACTION "
			WS-RESTART-RECORDS " (ITEM " WS-RESTART-ITEM-ID
			") NOT FOUND ON RESTART -- ITMTRANS MAY HAVE CHANGED"
			" SINCE THE COMMIT POINT"
		DISPLAY "CBITMBATCH -- CLEAR ITMCKPT AND RERUN FROM THE TOP"
			" INSTEAD OF RESTARTING"
		MOVE 16 TO RETURN-CODE
		STOP RUN
	END-IF.
	MOVE SPACES TO REG-LINE.
	STRING "** RESTARTED AT COMMIT POINT AFTER TRANSACTION "
			DELIMITED BY SIZE
		WS-RESTART-RECORDS DELIMITED BY SIZE
		" -- TOTALS INCLUDE THE EARLIER RUN **" DELIMITED BY SIZE
		INTO REG-LINE
	END-STRING.
	WRITE REG-LINE.
	PERFORM ReadTransaction.

TakeCommitPoint.
	ADD 1 TO WS-RECS-SINCE-CKPT.
	IF WS-RECS-SINCE-CKPT >= WS-CKPT-INTERVAL
		PERFORM WriteCheckpoint
		MOVE ZERO TO WS-RECS-SINCE-CKPT
	END-IF.

WriteCheckpoint.
	OPEN OUTPUT ITMCKPT.
	IF WS-ICK-FILE-STATUS NOT = "00"
		MOVE "ITMCKPT" TO WS-ABORT-FILE-NAME
		MOVE WS-ICK-FILE-STATUS TO WS-ABORT-FILE-STATUS
		PERFORM AbortOnFileError
	END-IF.
	MOVE WS-RUN-DATE-N    TO ICK-RUN-DATE.
	MOVE WS-TRANS-READ    TO ICK-RECORDS-DONE.
	MOVE TRN-ITEM-ID      TO ICK-LAST-ITEM-ID.
	MOVE TRN-BATCH-ID     TO ICK-LAST-BATCH-ID.
	MOVE TRN-BATCH-SEQ    TO ICK-LAST-BATCH-SEQ.
	MOVE WS-ADDS-APPLIED  TO ICK-ADDS-APPLIED.
	MOVE WS-ADDS-REJECTED TO ICK-ADDS-REJECTED.
	MOVE WS-CHGS-APPLIED  TO ICK-CHGS-APPLIED.
	MOVE WS-CHGS-REJECTED TO ICK-CHGS-REJECTED.
	MOVE WS-DELS-APPLIED  TO ICK-DELS-APPLIED.
	MOVE WS-DELS-REJECTED TO ICK-DELS-REJECTED.
	MOVE WS-BAD-ACTIONS   TO ICK-BAD-ACTIONS.
	MOVE WS-LATE-APPLIED  TO ICK-LATE-APPLIED.
	MOVE WS-LATE-REJECTED TO ICK-LATE-REJECTED.
	MOVE WS-ALREADY-POSTED-COUNT TO ICK-ALREADY-POSTED.
	WRITE ICK-RECORD.
	IF WS-ICK-FILE-STATUS NOT = "00"
		MOVE "ITMCKPT" TO WS-ABORT-FILE-NAME
		MOVE WS-ICK-FILE-STATUS TO WS-ABORT-FILE-STATUS
		PERFORM AbortOnFileError
	END-IF.
	CLOSE ITMCKPT.
	IF WS-ICK-FILE-STATUS NOT = "00"
		MOVE "ITMCKPT" TO WS-ABORT-FILE-NAME
		MOVE WS-ICK-FILE-STATUS TO WS-ABORT-FILE-STATUS
		PERFORM AbortOnFileError
	END-IF.

ClearCheckpoint.
	OPEN OUTPUT ITMCKPT.
	IF WS-ICK-FILE-STATUS NOT = "00"
		MOVE "ITMCKPT" TO WS-ABORT-FILE-NAME
		MOVE WS-ICK-FILE-STATUS TO WS-ABORT-FILE-STATUS
		PERFORM AbortOnFileError
	END-IF.
	MOVE ZERO TO ICK-RECORD.
	MOVE WS-RUN-DATE-N TO ICK-RUN-DATE.
	MOVE SPACES TO ICK-LAST-ITEM-ID.
	MOVE SPACES TO ICK-LAST-BATCH-ID.
	MOVE SPACES TO ICK-LAST-BATCH-SEQ.
	WRITE ICK-RECORD.
	IF WS-ICK-FILE-STATUS NOT = "00"
		MOVE "ITMCKPT" TO WS-ABORT-FILE-NAME
		MOVE WS-ICK-FILE-STATUS TO WS-ABORT-FILE-STATUS
		PERFORM AbortOnFileError
	END-IF.
	CLOSE ITMCKPT.
	IF WS-ICK-FILE-STATUS NOT = "00"
		MOVE "ITMCKPT" TO WS-ABORT-FILE-NAME
		MOVE WS-ICK-FILE-STATUS TO WS-ABORT-FILE-STATUS
		PERFORM AbortOnFileError
	END-IF.

ReadTransaction.
	READ ITMTRANS

ApplyTransaction.
	MOVE SPACES TO WS-REASON.
	PERFORM CheckAlreadyApplied.
	IF NOT-ALREADY-POSTED
		PERFORM CheckPostingPeriod
	END-IF.
	IF WS-REASON = SPACES AND TRN-BATCH-ID NOT = SPACES
			AND TRN-BATCH-SEQ NOT NUMERIC
		MOVE "BATCH SEQUENCE NOT NUMERIC" TO WS-REASON
	END-IF.
	IF ALREADY-POSTED
		ADD 1 TO WS-ALREADY-POSTED-COUNT
		MOVE "ALREADY-POSTED" TO WS-DISPOSITION
		STRING TRN-BATCH-ID DELIMITED BY SIZE
			"/" DELIMITED BY SIZE
			TRN-BATCH-SEQ DELIMITED BY SIZE
			" ON " DELIMITED BY SIZE
			PL-POST-DATE DELIMITED BY SIZE
			INTO WS-REASON
		END-STRING
	ELSE
	IF WS-REASON = SPACES
		EVALUATE TRN-ACTION
			WHEN "A"
				PERFORM EditTransaction
				IF WS-REASON = SPACES
					PERFORM ApplyAdd
				ELSE
					ADD 1 TO WS-ADDS-REJECTED
					MOVE "REJECTED" TO WS-DISPOSITION
				END-IF
			WHEN "C"
				PERFORM EditTransaction
				IF WS-REASON = SPACES
					PERFORM ApplyChange
				ELSE
					ADD 1 TO WS-CHGS-REJECTED
					MOVE "REJECTED" TO WS-DISPOSITION
				END-IF
			WHEN "D"
				PERFORM ApplyDelete
			WHEN OTHER
				ADD 1 TO WS-BAD-ACTIONS
				MOVE "REJECTED" TO WS-DISPOSITION
				MOVE "INVALID ACTION CODE" TO WS-REASON
		END-EVALUATE
		IF TRANSACTION-LATE AND WS-DISPOSITION = "APPLIED "
			ADD 1 TO WS-LATE-APPLIED
			STRING "LATE " DELIMITED BY SIZE
				TRN-TRAN-DATE DELIMITED BY SIZE
				" -- TO OPEN PERIOD" DELIMITED BY SIZE
				INTO WS-REASON
			END-STRING
		END-IF
		IF WS-DISPOSITION = "APPLIED " AND TRN-BATCH-ID NOT = SPACES
			PERFORM WritePostLog
		END-IF
	ELSE
		PERFORM RejectByAction
	END-IF
	END-IF.
	PERFORM WriteRegisterLine.
	PERFORM TakeCommitPoint.
	PERFORM ReadTransaction.

*> A batched transaction already on the posting log has been
*> applied before.
CheckAlreadyApplied.
	SET NOT-ALREADY-POSTED TO TRUE.
	IF TRN-BATCH-ID NOT = SPACES AND TRN-BATCH-SEQ NUMERIC
		MOVE "CBITMBATCH"    TO PL-PROGRAM
		MOVE TRN-BATCH-ID    TO PL-BATCH-ID
		MOVE TRN-BATCH-SEQ-N TO PL-BATCH-SEQ
		READ POSTLOG
			INVALID KEY
				CONTINUE
			NOT INVALID KEY
				SET ALREADY-POSTED TO TRUE
		END-READ
		IF WS-PLG-FILE-STATUS NOT = "00"
		AND WS-PLG-FILE-STATUS NOT = "23"
			MOVE "POSTLOG" TO WS-ABORT-FILE-NAME
			MOVE WS-PLG-FILE-STATUS TO WS-ABORT-FILE-STATUS
			PERFORM AbortOnFileError
		END-IF
	END-IF.

*> Logged the moment the master has taken the change.
WritePostLog.
	MOVE "T" TO BD-FUNCTION.
	CALL "CBBUSDTE" USING BD-DATE-PARMS.
	MOVE "CBITMBATCH"    TO PL-PROGRAM.
	MOVE TRN-BATCH-ID    TO PL-BATCH-ID.
	MOVE TRN-BATCH-SEQ-N TO PL-BATCH-SEQ.
	MOVE WS-RUN-DATE-N   TO PL-POST-DATE.
	MOVE BD-RESULT-TIME  TO PL-POST-TIME.
	MOVE TRN-ITEM-ID     TO PL-ITEM-ID.
	MOVE TRN-ACTION      TO PL-TRAN-TYPE.
	WRITE POSTLOG-RECORD.
	IF WS-PLG-FILE-STATUS NOT = "00"
		MOVE "POSTLOG" TO WS-ABORT-FILE-NAME
		MOVE WS-PLG-FILE-STATUS TO WS-ABORT-FILE-STATUS
		PERFORM AbortOnFileError
	END-IF.

*> A transaction dated on or before the last day of the latest
*> closed period is late.  Applied at all, it applies as of the run
*> date -- the journal carries today -- so the closed period's
*> snapshot stays as it was frozen.
CheckPostingPeriod.
	SET TRANSACTION-NOT-LATE TO TRUE.
	IF TRN-TRAN-DATE NOT = SPACES
		IF TRN-TRAN-DATE NOT NUMERIC OR TRN-TRAN-DATE-N = ZERO
			MOVE "TRANSACTION DATE NOT VALID" TO WS-REASON
		ELSE
			IF FUNCTION TEST-DATE-YYYYMMDD (TRN-TRAN-DATE-N)
					NOT = ZERO
				MOVE "TRANSACTION DATE NOT VALID" TO WS-REASON
			ELSE
				IF TRN-TRAN-DATE-N <= WS-CLOSED-THRU-DATE
					SET TRANSACTION-LATE TO TRUE
					IF LATE-REJECT
						ADD 1 TO WS-LATE-REJECTED
						MOVE "DATED INTO CLOSED PERIOD" TO WS-REASON
					END-IF
				END-IF
			END-IF
		END-IF
	END-IF.

RejectByAction.
	MOVE "REJECTED" TO WS-DISPOSITION.
	EVALUATE TRN-ACTION
		WHEN "A"
			ADD 1 TO WS-ADDS-REJECTED
		WHEN "C"
			ADD 1 TO WS-CHGS-REJECTED
		WHEN "D"
			ADD 1 TO WS-DELS-REJECTED
		WHEN OTHER
			ADD 1 TO WS-BAD-ACTIONS
	END-EVALUATE.

*> Adds and changes carry new field values, so they get the same
*> edits CBITMMNT applies at the keyboard before anything reaches
		INTO REG-LINE
	END-STRING.
	WRITE REG-LINE.
	MOVE "A  ITEMID  DISP            REASON" TO REG-LINE.
	WRITE REG-LINE.
	MOVE "-  ------  ----            ------" TO REG-LINE.
	WRITE REG-LINE.

WriteRegisterLine.
	MOVE WS-BAD-ACTIONS TO WS-TOT-REJECTED.
	MOVE WS-TOTAL-LINE TO REG-LINE.
	WRITE REG-LINE.
	MOVE "  OF WHICH LATE" TO WS-TOT-LABEL.
	MOVE WS-LATE-APPLIED  TO WS-TOT-APPLIED.
	MOVE WS-LATE-REJECTED TO WS-TOT-REJECTED.
	MOVE WS-TOTAL-LINE TO REG-LINE.
	WRITE REG-LINE.
	MOVE SPACES TO REG-LINE.
	STRING "LATE = DATED ON OR BEFORE " DELIMITED BY SIZE
		WS-CLOSED-THRU-DATE DELIMITED BY SIZE
		", THE END OF THE LATEST CLOSED PERIOD" DELIMITED BY SIZE
		INTO REG-LINE
	END-STRING.
	WRITE REG-LINE.
	MOVE SPACES TO REG-LINE.
	STRING "ALREADY POSTED -- SKIPPED: " DELIMITED BY SIZE
		WS-ALREADY-POSTED-COUNT DELIMITED BY SIZE
		INTO REG-LINE
	END-STRING.
	WRITE REG-LINE.

AbortOnFileError.
	DISPLAY "CBITMBATCH -- FILE ERROR ON " WS-ABORT-FILE-NAME
