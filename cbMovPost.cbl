		RECORD KEY IS RO-ITEM-ID
		FILE STATUS IS WS-OPN-FILE-STATUS.

	SELECT ITEMCOST ASSIGN TO DYNAMIC FP-ITEMCOST-NAME
		ORGANIZATION IS INDEXED
		ACCESS MODE IS DYNAMIC
		RECORD KEY IS IC-ITEM-ID
		FILE STATUS IS WS-CST-FILE-STATUS.

	SELECT LOTBAL ASSIGN TO DYNAMIC FP-LOTBAL-NAME
		ORGANIZATION IS INDEXED
		ACCESS MODE IS DYNAMIC
		RECORD KEY IS LB-LOT-KEY
		FILE STATUS IS WS-LOT-FILE-STATUS.

	SELECT MOVHOLD ASSIGN TO DYNAMIC FP-MOVHOLD-NAME
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS WS-HLD-FILE-STATUS.
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS WS-AGE-FILE-STATUS.

	SELECT PERIODCTL ASSIGN TO DYNAMIC FP-PERIODCTL-NAME
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS WS-PCL-FILE-STATUS.

	SELECT QUARBAL ASSIGN TO DYNAMIC FP-QUARBAL-NAME
		ORGANIZATION IS INDEXED
		ACCESS MODE IS RANDOM
		RECORD KEY IS QB-ITEM-ID
		FILE STATUS IS WS-QTN-FILE-STATUS.

	SELECT RTNHIST ASSIGN TO DYNAMIC FP-RTNHIST-NAME
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS WS-RTH-FILE-STATUS.

	SELECT RTNREASN ASSIGN TO DYNAMIC FP-RTNREASN-NAME
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS WS-RSN-FILE-STATUS.

	SELECT POSTLOG ASSIGN TO DYNAMIC FP-POSTLOG-NAME
		ORGANIZATION IS INDEXED
		ACCESS MODE IS RANDOM
		RECORD KEY IS PL-POST-KEY
		FILE STATUS IS WS-PLG-FILE-STATUS.

	SELECT MOVCKPT ASSIGN TO DYNAMIC FP-MOVCKPT-NAME
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS WS-MCK-FILE-STATUS.

DATA DIVISION.
FILE SECTION.
FD MOVTRANS.
		88 MOV-RECEIPT       VALUE "R".
		88 MOV-SHIPMENT      VALUE "S".
		88 MOV-TRANSFER      VALUE "T".
		88 MOV-RETURN        VALUE "C".
		88 MOV-QUARANTINE    VALUE "Q".
	05 MOV-QTY                 PIC 9(07).
	05 MOV-DEST-STATE          PIC X(02).
*> What was paid per unit, on receipts -- implied two decimals.  A
*> receipt with the cost left blank posts at the current average.
	05 MOV-UNIT-COST           PIC X(07).
*> Lot and expiry (YYYYMMDD) on receipts of lot-controlled stock.
*> A blank lot posts untracked; a lot with a blank expiry never
*> expires and ships after everything dated.
	05 MOV-LOT-NO              PIC X(10).
	05 MOV-EXPIRY-DATE         PIC X(08).
*> The business date the movement happened (YYYYMMDD); blank means
*> today.  A date inside a closed period is rejected or posted to
*> the open period as the period-control record directs.
	05 MOV-TRAN-DATE           PIC X(08).
*> Customer returns (type C) carry the customer's reason code off
*> the RTNREASN list and a disposition: R restock, Q quarantine,
*> S scrap.  A type Q movement takes units back out of quarantine
*> with disposition R (release to stock) or S (scrap).
	05 MOV-REASON-CODE         PIC X(02).
	05 MOV-DISPOSITION         PIC X(01).
*> The submitter's batch ID and the movement's sequence number
*> within that batch.  A batch/sequence already on the posting log
*> has been applied before -- a restarted run or a file sent twice
*> -- and is listed as already posted instead of posting again.  A
*> blank batch ID posts unchecked, as before.
	05 MOV-BATCH-ID            PIC X(08).
	05 MOV-BATCH-SEQ           PIC X(06).

FD VALIDST.
01	VS-RECORD.
01 REPLOPEN-RECORD.
	COPY REPLORD.

FD ITEMCOST.
01 ITEMCOST-RECORD.
	COPY ITEMCOST.

FD LOTBAL.
01 LOTBAL-RECORD.
	COPY LOTBAL.

FD MOVHOLD.
01 MOVHOLD-RECORD.
	88 EOFH     VALUE HIGH-VALUES.
01 MOVHOLDW-RECORD.
	COPY MOVHOLD REPLACING ==HLD-ITEM-ID== BY ==HLW-ITEM-ID==
		==HLD-QTY== BY ==HLW-QTY==
		==HLD-DATE-HELD== BY ==HLW-DATE-HELD==
		==HLD-BATCH-ID== BY ==HLW-BATCH-ID==
		==HLD-BATCH-SEQ== BY ==HLW-BATCH-SEQ==.

FD HOLDAGE.
01 AGE-LINE                    PIC X(80).

FD PERIODCTL.
01 PERIODCTL-RECORD.
	COPY PERIODCTL.

FD QUARBAL.
01 QUARBAL-RECORD.
	COPY QUARBAL.

FD RTNHIST.
01 RTNHIST-RECORD.
	COPY RTNHIST.

*> The return reasons quality reports on: a two-character code and
*> what it means.
FD RTNREASN.
01 RTNREASN-RECORD.
	88 EOFN     VALUE HIGH-VALUES.
	05 RR-REASON-CODE          PIC X(02).
	05 FILLER                  PIC X(01).
	05 RR-DESCRIPTION          PIC X(30).

FD POSTLOG.
01 POSTLOG-RECORD.
	COPY POSTLOG.

*> Commit-point record.  The control record says which pass was
*> under way, how many of that pass's transaction records (or, in
*> the retry pass, holds) had been read and fully applied, and the
*> last of them, so a restart can read past exactly those and check
*> it is on the same file.  From the retry pass on, a hold record
*> follows for every hold the run had written to the new hold file
*> by then, carried (C) or new (N) -- that file is rebuilt on a
*> restart, and those holds would otherwise be lost.  A control
*> record with pass zero means the last run finished cleanly.
FD MOVCKPT.
01 MCK-CONTROL-RECORD.
	88 EOFK     VALUE HIGH-VALUES.
	05 MCK-REC-TYPE            PIC X(01).
		88 MCK-CONTROL       VALUE "C".
		88 MCK-HOLD          VALUE "H".
	05 MCK-RUN-DATE            PIC 9(08).
	05 MCK-PASS                PIC 9(01).
	05 MCK-RECORDS-DONE        PIC 9(07).
	05 MCK-LAST-ITEM-ID        PIC X(06).
	05 MCK-LAST-BATCH-ID       PIC X(08).
	05 MCK-LAST-BATCH-SEQ      PIC X(06).
01 MCK-HOLD-RECORD.
	05 FILLER                  PIC X(01).
	COPY MOVHOLD REPLACING ==HLD-ITEM-ID== BY ==MCK-HOLD-ITEM-ID==
		==HLD-QTY== BY ==MCK-HOLD-QTY==
		==HLD-DATE-HELD== BY ==MCK-HOLD-DATE-HELD==
		==HLD-BATCH-ID== BY ==MCK-HOLD-BATCH-ID==
		==HLD-BATCH-SEQ== BY ==MCK-HOLD-BATCH-SEQ==.
	05 MCK-HOLD-ORIGIN         PIC X(01).

WORKING-STORAGE SECTION.
COPY FILEPARM.
COPY BUSDPARM.
COPY JRNLPARM.

01 WS-RUN-DATE.
01 WS-EXC-FILE-STATUS          PIC X(02) VALUE SPACES.
01 WS-LDG-FILE-STATUS          PIC X(02) VALUE SPACES.
01 WS-OPN-FILE-STATUS          PIC X(02) VALUE SPACES.
01 WS-CST-FILE-STATUS          PIC X(02) VALUE SPACES.
01 WS-LOT-FILE-STATUS          PIC X(02) VALUE SPACES.
01 WS-HLD-FILE-STATUS          PIC X(02) VALUE SPACES.
01 WS-HLW-FILE-STATUS          PIC X(02) VALUE SPACES.
01 WS-AGE-FILE-STATUS          PIC X(02) VALUE SPACES.
01 WS-PCL-FILE-STATUS          PIC X(02) VALUE SPACES.
01 WS-QTN-FILE-STATUS          PIC X(02) VALUE SPACES.
01 WS-RTH-FILE-STATUS          PIC X(02) VALUE SPACES.
01 WS-RSN-FILE-STATUS          PIC X(02) VALUE SPACES.
01 WS-PLG-FILE-STATUS          PIC X(02) VALUE SPACES.
01 WS-MCK-FILE-STATUS          PIC X(02) VALUE SPACES.
01 WS-ABORT-FILE-NAME          PIC X(40) VALUE SPACES.
01 WS-ABORT-FILE-STATUS        PIC X(02) VALUE SPACES.

		88 CUR-RECEIPT       VALUE "R".
		88 CUR-SHIPMENT      VALUE "S".
		88 CUR-TRANSFER      VALUE "T".
		88 CUR-RETURN        VALUE "C".
		88 CUR-QUARANTINE    VALUE "Q".
	05 WS-CUR-QTY            PIC X(07).
	05 WS-CUR-QTY-N REDEFINES WS-CUR-QTY
	                         PIC 9(07).
	05 WS-CUR-DEST-STATE     PIC X(02).
	05 WS-CUR-UNIT-COST      PIC X(07).
	05 WS-CUR-UNIT-COST-N REDEFINES WS-CUR-UNIT-COST
	                         PIC 9(05)V99.
	05 WS-CUR-LOT-NO         PIC X(10).
	05 WS-CUR-EXPIRY         PIC X(08).
	05 WS-CUR-EXPIRY-N REDEFINES WS-CUR-EXPIRY
	                         PIC 9(08).
	05 WS-CUR-TRAN-DATE      PIC X(08).
	05 WS-CUR-TRAN-DATE-N REDEFINES WS-CUR-TRAN-DATE
	                         PIC 9(08).
	05 WS-CUR-REASON-CODE    PIC X(02).
	05 WS-CUR-DISPOSITION    PIC X(01).
		88 CUR-DISP-RESTOCK  VALUE "R".
		88 CUR-DISP-QUARANTINE VALUE "Q".
		88 CUR-DISP-SCRAP    VALUE "S".
	05 WS-CUR-BATCH-ID       PIC X(08).
	05 WS-CUR-BATCH-SEQ      PIC X(06).
	05 WS-CUR-BATCH-SEQ-N REDEFINES WS-CUR-BATCH-SEQ
	                         PIC 9(06).
01 WS-CUR-DATE-HELD            PIC 9(08) VALUE ZERO.

01 WS-VST-FILE-STATUS          PIC X(02) VALUE SPACES.
	88 ATTR-FILE-PRESENT    VALUE "Y".
01 WS-ITEM-DESC                PIC X(30) VALUE SPACES.

*> Costing for the movement being posted: the item's average as
*> it stood before the movement, the unit cost the movement is
*> carried at in the ledger, and the extended cost.
01 WS-COST-FOUND-SW            PIC X(01) VALUE "N".
	88 COST-FOUND           VALUE "Y".
	88 COST-NOT-FOUND       VALUE "N".
01 WS-AVG-COST                 PIC 9(05)V9(04) VALUE ZERO.
01 WS-MOVE-UNIT-COST           PIC 9(05)V9(04) VALUE ZERO.
01 WS-MOVE-COST                PIC 9(11)V99 VALUE ZERO.
01 WS-RECEIVED-COST            PIC 9(13)V99 VALUE ZERO.
01 WS-SHIPPED-COST             PIC 9(13)V99 VALUE ZERO.
01 WS-COST-DISPLAY             PIC $$$,$$$,$$$,$$9.99.
01 WS-COST-DISPLAY2            PIC $$$,$$$,$$$,$$9.99.

*> Lot handling for the movement being posted.  A shipment draws
*> its lots down in key order -- earliest expiry first -- until the
*> quantity is covered or the item's lots run out; whatever is left
*> comes from stock that predates lot tracking.
01 WS-LOT-ITEM-SW              PIC X(01) VALUE "N".
	88 LOT-ITEM-DONE        VALUE "Y".
	88 LOT-ITEM-NOT-DONE    VALUE "N".
01 WS-LOT-REMAINING            PIC 9(07) VALUE ZERO.
01 WS-LOT-DRAW                 PIC 9(07) VALUE ZERO.
01 WS-LOTS-DRAWN               PIC 9(03) VALUE ZERO.
01 WS-LOT-RECEIPTS             PIC 9(07) VALUE ZERO.
01 WS-LOTS-EMPTIED             PIC 9(07) VALUE ZERO.
01 WS-LOT-UNTRACKED-QTY        PIC 9(09) VALUE ZERO.

*> Closed-period protection, off the period-control record: the
*> last day of the latest closed period (zero when none is) and
*> what to do with a movement dated on or before it.
01 WS-CLOSED-THRU-DATE         PIC 9(08) VALUE ZERO.
01 WS-LATE-ACTION              PIC X(01) VALUE "R".
	88 LATE-REJECT          VALUE "R".
	88 LATE-REDIRECT        VALUE "P".
01 WS-LATE-SW                  PIC X(01) VALUE "N".
	88 MOVEMENT-LATE        VALUE "Y".
	88 MOVEMENT-NOT-LATE    VALUE "N".
01 WS-LATE-REJECTED            PIC 9(07) VALUE ZERO.
01 WS-LATE-REDIRECTED          PIC 9(07) VALUE ZERO.

*> Returns: the reason codes on file (none loaded means the list
*> is not kept here and any code is taken), and the item's
*> quarantine balance as it stood before the movement.
01 WS-REASON-COUNT             PIC 9(03) COMP VALUE ZERO.
77 WS-REASON-MAX               PIC 9(03) COMP VALUE 100.
01 WS-REASON-TABLE.
	05 WS-REASON-ENTRY OCCURS 1 TO 100 TIMES
			DEPENDING ON WS-REASON-COUNT
			INDEXED BY WS-RIDX.
		10 WS-REASON-CODE       PIC X(02).
01 WS-REASON-OK-SW             PIC X(01) VALUE "N".
	88 REASON-FOUND         VALUE "Y".
	88 REASON-NOT-FOUND     VALUE "N".
01 WS-QUAR-FOUND-SW            PIC X(01) VALUE "N".
	88 QUAR-FOUND           VALUE "Y".
	88 QUAR-NOT-FOUND       VALUE "N".
01 WS-QUAR-QTY                 PIC 9(07) VALUE ZERO.
01 WS-RETURNS-POSTED           PIC 9(07) VALUE ZERO.
01 WS-RETURN-RESTOCKED         PIC 9(09) VALUE ZERO.
01 WS-RETURN-QUARANTINED       PIC 9(09) VALUE ZERO.
01 WS-RETURN-SCRAPPED          PIC 9(09) VALUE ZERO.
01 WS-QUAR-MOVES-POSTED        PIC 9(07) VALUE ZERO.
01 WS-QUAR-RELEASED            PIC 9(09) VALUE ZERO.
01 WS-QUAR-SCRAPPED            PIC 9(09) VALUE ZERO.

01 WS-POST-TIME                PIC 9(08) VALUE ZERO.
01 WS-POST-SEQ                 PIC 9(03) VALUE ZERO.

*> Double-posting protection.  A batched movement found on the
*> posting log was applied by an earlier run; one whose batch and
*> sequence is already waiting on the hold file has been held
*> before.  Either way it is listed and left alone.  The hold table
*> carries the key of every hold written this run (plus, on a
*> restart in the shipment pass, the holds the commit point saved);
*> the ones the shipment pass writes are the ones a commit point
*> saves.
01 WS-LOGGED-SW                PIC X(01) VALUE "N".
	88 ALREADY-POSTED       VALUE "Y".
	88 NOT-ALREADY-POSTED   VALUE "N".
01 WS-HELD-KEY-SW              PIC X(01) VALUE "N".
	88 ALREADY-HELD         VALUE "Y".
	88 NOT-ALREADY-HELD     VALUE "N".
01 WS-ALREADY-POSTED-COUNT     PIC 9(07) VALUE ZERO.
01 WS-ALREADY-HELD-COUNT       PIC 9(07) VALUE ZERO.
01 WS-HOLD-COUNT               PIC 9(04) COMP VALUE ZERO.
77 WS-HOLD-MAX                 PIC 9(04) COMP VALUE 2000.
01 WS-HOLD-TABLE.
	05 WS-HOLD-ENTRY OCCURS 1 TO 2000 TIMES
			DEPENDING ON WS-HOLD-COUNT
			INDEXED BY WS-HIDX.
		10 WS-HOLD-ORIGIN       PIC X(01).
			88 HOLD-CARRIED     VALUE "C".
			88 HOLD-NEW         VALUE "N".
		10 WS-HOLD-ITEM-ID      PIC X(06).
		10 WS-HOLD-QTY          PIC 9(07).
		10 WS-HOLD-DATE-HELD    PIC 9(08).
		10 WS-HOLD-BATCH-ID     PIC X(08).
		10 WS-HOLD-BATCH-SEQ    PIC X(06).
01 WS-HOLD-TABLE-SW            PIC X(01) VALUE "N".
	88 HOLD-TABLE-FULL      VALUE "Y".

*> Commit points: every WS-CKPT-INTERVAL transaction records the
*> pass has read and applied, the position is saved to MOVCKPT.
*> The pass numbers are the three passes Begin runs -- 1 receipts,
*> 2 held-shipment retry, 3 shipments.  A restart goes back to the
*> pass the checkpoint names: the records (or holds) committed in
*> it are read past, and any earlier pass is skipped entirely.
*> From the retry pass on, every hold the run has written to the
*> new hold file so far is saved with the commit point, since that
*> file is rebuilt from scratch on a restart.
01 WS-CKPT-INTERVAL            PIC 9(05) VALUE 500.
01 WS-RECS-SINCE-CKPT          PIC 9(05) VALUE ZERO.
01 WS-CURRENT-PASS             PIC 9(01) VALUE ZERO.
01 WS-PASS-RECORDS             PIC 9(07) VALUE ZERO.
01 WS-RESTART-SW               PIC X(01) VALUE "N".
	88 RESTART-ACTIVE       VALUE "Y".
	88 RESTART-NOT-ACTIVE   VALUE "N".
01 WS-RESTART-PASS             PIC 9(01) VALUE ZERO.
01 WS-RESTART-RECORDS          PIC 9(07) VALUE ZERO.
01 WS-RESTART-RUN-DATE         PIC 9(08) VALUE ZERO.
01 WS-RESTART-ITEM-ID          PIC X(06) VALUE SPACES.
01 WS-RESTART-BATCH-ID         PIC X(08) VALUE SPACES.
01 WS-RESTART-BATCH-SEQ        PIC X(06) VALUE SPACES.
01 WS-HOLDS-RESTORED           PIC 9(04) COMP VALUE ZERO.
01 WS-HOLDS-RESTORED-DISPLAY   PIC 9(04) VALUE ZERO.
01 WS-CKPT-SW                  PIC X(01) VALUE "Y".
	88 CKPT-ACTIVE          VALUE "Y".
	88 CKPT-SUSPENDED       VALUE "N".

01 WS-HOLDAGE-PARM             PIC X(03) VALUE SPACES.
01 WS-HOLD-AGE-LIMIT           PIC 9(03) VALUE 5.
01 WS-HOLD-AGE-DAYS            PIC S9(05) VALUE ZERO.
01 WS-AGE-DAYS-DISPLAY         PIC ZZZZ9.

01 WS-RECEIPTS-POSTED          PIC 9(07) VALUE ZERO.
01 WS-SHIPMENTS-POSTED         PIC 9(07) VALUE ZERO.
	PERFORM LoadFileParms.
	PERFORM LoadValidStates.
	PERFORM LoadHoldAgeLimit.
	PERFORM LoadReturnReasons.
	MOVE "P" TO BD-FUNCTION.
	CALL "CBBUSDTE" USING BD-DATE-PARMS.
	MOVE BD-RESULT-DATE TO WS-RUN-DATE.
	PERFORM LoadPeriodControl.
	PERFORM CheckForRestart.
	PERFORM OpenFiles.
	PERFORM WriteRegisterHeader.
	IF RESTART-ACTIVE
		PERFORM WriteRestartNote
	END-IF.
	PERFORM PostReceipts.
	PERFORM RetryHeldShipments.
	PERFORM PostShipments.
	PERFORM WriteControlTotals.
	PERFORM CloseFiles.
	PERFORM ClearCheckpoint.
	PERFORM ReplaceHoldFile.
	DISPLAY "CBMOVPOST MOVEMENTS READ: " WS-TRANS-READ.
	DISPLAY "CBMOVPOST REJECTED: " WS-MOVES-REJECTED.
	DISPLAY "CBMOVPOST ALREADY POSTED -- SKIPPED: "
		WS-ALREADY-POSTED-COUNT
		"  ALREADY HELD -- SKIPPED: " WS-ALREADY-HELD-COUNT.
	DISPLAY "CBMOVPOST NEW HOLDS: " WS-MOVES-HELD
		"  HOLDS FILLED: " WS-HOLDS-POSTED
		"  HOLDS CARRIED: " WS-HOLDS-CARRIED.
	DISPLAY "CBMOVPOST RECEIPTS MATCHED TO ORDERS: " WS-ORDERS-MATCHED
		"  ORDERS FILLED: " WS-ORDERS-FILLED.
	DISPLAY "CBMOVPOST DATED INTO A CLOSED PERIOD -- REJECTED: "
		WS-LATE-REJECTED "  POSTED TO OPEN PERIOD: " WS-LATE-REDIRECTED.
	DISPLAY "CBMOVPOST CUSTOMER RETURNS POSTED: " WS-RETURNS-POSTED
		"  QUARANTINE RELEASES/SCRAPS: " WS-QUAR-MOVES-POSTED.
	DISPLAY "CBMOVPOST -- DONE".
	STOP RUN.

	IF FP-VALIDST-NAME = SPACES
		MOVE FP-VALIDST-DEFAULT TO FP-VALIDST-NAME
	END-IF.
	MOVE FP-ITEMCOST-DEFAULT TO FP-ITEMCOST-NAME.
	ACCEPT FP-ITEMCOST-NAME FROM ENVIRONMENT "ITEMCOST".
	IF FP-ITEMCOST-NAME = SPACES
		MOVE FP-ITEMCOST-DEFAULT TO FP-ITEMCOST-NAME
	END-IF.
	MOVE FP-LOTBAL-DEFAULT TO FP-LOTBAL-NAME.
	ACCEPT FP-LOTBAL-NAME FROM ENVIRONMENT "LOTBAL".
	IF FP-LOTBAL-NAME = SPACES
		MOVE FP-LOTBAL-DEFAULT TO FP-LOTBAL-NAME
	END-IF.
	MOVE FP-PERIODCTL-DEFAULT TO FP-PERIODCTL-NAME.
	ACCEPT FP-PERIODCTL-NAME FROM ENVIRONMENT "PERIODCTL".
	IF FP-PERIODCTL-NAME = SPACES
		MOVE FP-PERIODCTL-DEFAULT TO FP-PERIODCTL-NAME
	END-IF.
	MOVE FP-QUARBAL-DEFAULT TO FP-QUARBAL-NAME.
	ACCEPT FP-QUARBAL-NAME FROM ENVIRONMENT "QUARBAL".
	IF FP-QUARBAL-NAME = SPACES
		MOVE FP-QUARBAL-DEFAULT TO FP-QUARBAL-NAME
	END-IF.
	MOVE FP-RTNHIST-DEFAULT TO FP-RTNHIST-NAME.
	ACCEPT FP-RTNHIST-NAME FROM ENVIRONMENT "RTNHIST".
	IF FP-RTNHIST-NAME = SPACES
		MOVE FP-RTNHIST-DEFAULT TO FP-RTNHIST-NAME
	END-IF.
	MOVE FP-RTNREASN-DEFAULT TO FP-RTNREASN-NAME.
	ACCEPT FP-RTNREASN-NAME FROM ENVIRONMENT "RTNREASN".
	IF FP-RTNREASN-NAME = SPACES
		MOVE FP-RTNREASN-DEFAULT TO FP-RTNREASN-NAME
	END-IF.
	MOVE FP-POSTLOG-DEFAULT TO FP-POSTLOG-NAME.
	ACCEPT FP-POSTLOG-NAME FROM ENVIRONMENT "POSTLOG".
	IF FP-POSTLOG-NAME = SPACES
		MOVE FP-POSTLOG-DEFAULT TO FP-POSTLOG-NAME
	END-IF.
	MOVE FP-MOVCKPT-DEFAULT TO FP-MOVCKPT-NAME.
	ACCEPT FP-MOVCKPT-NAME FROM ENVIRONMENT "MOVCKPT".
	IF FP-MOVCKPT-NAME = SPACES
		MOVE FP-MOVCKPT-DEFAULT TO FP-MOVCKPT-NAME
	END-IF.

*> Same master list CBSTATEVAL, CBITMMNT and CBITMBATCH use -- a
*> transfer to a bad destination state is rejected on the register
			SET STATE-FOUND TO TRUE
	END-SEARCH.

*> The return-reason list.  Without it returns still post, on
*> whatever non-blank reason they carry, and the returns report
*> shows the codes without descriptions.
LoadReturnReasons.
	OPEN INPUT RTNREASN.
	IF WS-RSN-FILE-STATUS = "35"
		DISPLAY "CBMOVPOST -- NO RETURN-REASON FILE -- ANY REASON"
			" CODE ACCEPTED"
	ELSE
		IF WS-RSN-FILE-STATUS NOT = "00"
			MOVE "RTNREASN" TO WS-ABORT-FILE-NAME
			MOVE WS-RSN-FILE-STATUS TO WS-ABORT-FILE-STATUS
			PERFORM AbortOnFileError
		END-IF
		PERFORM ReadReturnReason
		PERFORM AddReturnReason UNTIL EOFN
		CLOSE RTNREASN
		IF WS-RSN-FILE-STATUS NOT = "00"
			MOVE "RTNREASN" TO WS-ABORT-FILE-NAME
			MOVE WS-RSN-FILE-STATUS TO WS-ABORT-FILE-STATUS
			PERFORM AbortOnFileError
		END-IF
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
			DISPLAY "CBMOVPOST -- RETURN-REASON TABLE FULL AT "
				WS-REASON-MAX
			MOVE 16 TO RETURN-CODE
			STOP RUN
		END-IF
		ADD 1 TO WS-REASON-COUNT
		MOVE RR-REASON-CODE TO WS-REASON-CODE (WS-REASON-COUNT)
	END-IF.
	PERFORM ReadReturnReason.

LookupReturnReason.
	SET REASON-FOUND TO TRUE.
	IF WS-REASON-COUNT > ZERO
		SET WS-RIDX TO 1
		SEARCH WS-REASON-ENTRY
			AT END
				SET REASON-NOT-FOUND TO TRUE
			WHEN WS-REASON-CODE (WS-RIDX) = WS-CUR-REASON-CODE
				SET REASON-FOUND TO TRUE
		END-SEARCH
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
	DISPLAY "CBMOVPOST PERIODS CLOSED THROUGH: " WS-CLOSED-THRU-DATE
		"  LATE MOVEMENTS: " WS-LATE-ACTION
		" (R=REJECT, P=POST TO OPEN PERIOD)".

*> HOLDDAYS sets how many business days a hold may wait before it
*> shows on the aging report -- weekends and BUSCAL holidays do not
*> age a hold.  A parameter that is absent or not numeric
*> leaves the shipped default in place.
LoadHoldAgeLimit.
	ACCEPT WS-HOLDAGE-PARM FROM ENVIRONMENT "HOLDDAYS".
				"' NOT NUMERIC -- USING " WS-HOLD-AGE-LIMIT " DAYS"
		END-IF
	END-IF.
	DISPLAY "CBMOVPOST HOLD AGING LIMIT: " WS-HOLD-AGE-LIMIT
		" BUSINESS DAYS".

OpenFiles.
	OPEN I-O ITEMFILE.
			PERFORM AbortOnFileError
		END-IF
	END-IF.
*> Average costs accumulate across runs like the ledger -- created
*> on first use.
	OPEN I-O ITEMCOST.
	IF WS-CST-FILE-STATUS = "35"
		OPEN OUTPUT ITEMCOST
		CLOSE ITEMCOST
		OPEN I-O ITEMCOST
	END-IF.
	IF WS-CST-FILE-STATUS NOT = "00"
		MOVE "ITEMCOST" TO WS-ABORT-FILE-NAME
		MOVE WS-CST-FILE-STATUS TO WS-ABORT-FILE-STATUS
		PERFORM AbortOnFileError
	END-IF.
*> Lot balances likewise carry over from run to run.
	OPEN I-O LOTBAL.
	IF WS-LOT-FILE-STATUS = "35"
		OPEN OUTPUT LOTBAL
		CLOSE LOTBAL
		OPEN I-O LOTBAL
	END-IF.
	IF WS-LOT-FILE-STATUS NOT = "00"
		MOVE "LOTBAL" TO WS-ABORT-FILE-NAME
		MOVE WS-LOT-FILE-STATUS TO WS-ABORT-FILE-STATUS
		PERFORM AbortOnFileError
	END-IF.
*> So do quarantine balances, and the returns history is appended
*> to run after run like the journal.
	OPEN I-O QUARBAL.
	IF WS-QTN-FILE-STATUS = "35"
		OPEN OUTPUT QUARBAL
		CLOSE QUARBAL
		OPEN I-O QUARBAL
	END-IF.
	IF WS-QTN-FILE-STATUS NOT = "00"
		MOVE "QUARBAL" TO WS-ABORT-FILE-NAME
		MOVE WS-QTN-FILE-STATUS TO WS-ABORT-FILE-STATUS
		PERFORM AbortOnFileError
	END-IF.
	OPEN EXTEND RTNHIST.
	IF WS-RTH-FILE-STATUS = "35"
		OPEN OUTPUT RTNHIST
	END-IF.
	IF WS-RTH-FILE-STATUS NOT = "00"
		MOVE "RTNHIST" TO WS-ABORT-FILE-NAME
		MOVE WS-RTH-FILE-STATUS TO WS-ABORT-FILE-STATUS
		PERFORM AbortOnFileError
	END-IF.
*> The posting log is shared with CBITMBATCH and kept from run to
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
	OPEN OUTPUT MOVHOLDW.
	IF WS-HLW-FILE-STATUS NOT = "00"
		MOVE "MOVHOLDW" TO WS-ABORT-FILE-NAME
			PERFORM AbortOnFileError
		END-IF
	END-IF.
	CLOSE ITEMCOST.
	IF WS-CST-FILE-STATUS NOT = "00"
		MOVE "ITEMCOST" TO WS-ABORT-FILE-NAME
		MOVE WS-CST-FILE-STATUS TO WS-ABORT-FILE-STATUS
		PERFORM AbortOnFileError
	END-IF.
	CLOSE LOTBAL.
	IF WS-LOT-FILE-STATUS NOT = "00"
		MOVE "LOTBAL" TO WS-ABORT-FILE-NAME
		MOVE WS-LOT-FILE-STATUS TO WS-ABORT-FILE-STATUS
		PERFORM AbortOnFileError
	END-IF.
	CLOSE QUARBAL.
	IF WS-QTN-FILE-STATUS NOT = "00"
		MOVE "QUARBAL" TO WS-ABORT-FILE-NAME
		MOVE WS-QTN-FILE-STATUS TO WS-ABORT-FILE-STATUS
		PERFORM AbortOnFileError
	END-IF.
	CLOSE RTNHIST.
	IF WS-RTH-FILE-STATUS NOT = "00"
		MOVE "RTNHIST" TO WS-ABORT-FILE-NAME
		MOVE WS-RTH-FILE-STATUS TO WS-ABORT-FILE-STATUS
		PERFORM AbortOnFileError
	END-IF.
	CLOSE POSTLOG.
	IF WS-PLG-FILE-STATUS NOT = "00"
		MOVE "POSTLOG" TO WS-ABORT-FILE-NAME
		MOVE WS-PLG-FILE-STATUS TO WS-ABORT-FILE-STATUS
		PERFORM AbortOnFileError
	END-IF.
	CLOSE MOVHOLDW.
	IF WS-HLW-FILE-STATUS NOT = "00"
		MOVE "MOVHOLDW" TO WS-ABORT-FILE-NAME
*> The surviving and newly written holds replace the old hold file
*> so tomorrow's run retries exactly what is still waiting -- same
*> delete/rename handoff CBMERGE uses for its cleaned merge file.
*> The checkpoint is cleared first: a failure between the two
*> leaves the old hold file and a clean start, and the rerun's
*> batched shipments are caught on the posting log.
ReplaceHoldFile.
	CALL "CBL_DELETE_FILE" USING FP-MOVHOLD-NAME.
	CALL "CBL_RENAME_FILE" USING FP-MOVHOLDW-NAME FP-MOVHOLD-NAME
		RETURNING WS-HOLD-RC
	END-CALL.

*> A checkpoint naming a pass means the run before this one stopped
*> part-way -- pick up after its last commit point rather than post
*> the committed records again.  Same restart handling as CBCOUNTF.
CheckForRestart.
	OPEN INPUT MOVCKPT.
	IF WS-MCK-FILE-STATUS NOT = "00" AND WS-MCK-FILE-STATUS NOT = "35"
		MOVE "MOVCKPT" TO WS-ABORT-FILE-NAME
		MOVE WS-MCK-FILE-STATUS TO WS-ABORT-FILE-STATUS
		PERFORM AbortOnFileError
	END-IF.
	IF WS-MCK-FILE-STATUS = "00"
		PERFORM ReadCheckpoint
		IF NOT EOFK AND MCK-CONTROL AND MCK-PASS NUMERIC
				AND MCK-PASS > ZERO
			MOVE MCK-PASS           TO WS-RESTART-PASS
			MOVE MCK-RECORDS-DONE   TO WS-RESTART-RECORDS
			MOVE MCK-RUN-DATE       TO WS-RESTART-RUN-DATE
			MOVE MCK-LAST-ITEM-ID   TO WS-RESTART-ITEM-ID
			MOVE MCK-LAST-BATCH-ID  TO WS-RESTART-BATCH-ID
			MOVE MCK-LAST-BATCH-SEQ TO WS-RESTART-BATCH-SEQ
			SET RESTART-ACTIVE TO TRUE
			DISPLAY "CBMOVPOST -- RESTARTING AT COMMIT POINT: PASS "
				WS-RESTART-PASS " AFTER RECORD " WS-RESTART-RECORDS
			IF WS-RESTART-RUN-DATE NOT = WS-RUN-DATE-N
				DISPLAY "CBMOVPOST -- COMMIT POINT WAS TAKEN ON "
					"PROCESSING DATE " WS-RESTART-RUN-DATE
			END-IF
			PERFORM ReadCheckpoint
			PERFORM RestoreCheckpointHold UNTIL EOFK
			MOVE WS-HOLDS-RESTORED TO WS-HOLDS-RESTORED-DISPLAY
			DISPLAY "CBMOVPOST -- HOLDS RESTORED FROM COMMIT POINT: "
				WS-HOLDS-RESTORED-DISPLAY
		END-IF
		CLOSE MOVCKPT
		IF WS-MCK-FILE-STATUS NOT = "00"
			MOVE "MOVCKPT" TO WS-ABORT-FILE-NAME
			MOVE WS-MCK-FILE-STATUS TO WS-ABORT-FILE-STATUS
			PERFORM AbortOnFileError
		END-IF
	END-IF.

ReadCheckpoint.
	READ MOVCKPT
		AT END SET EOFK TO TRUE
	END-READ.
	IF WS-MCK-FILE-STATUS NOT = "00" AND WS-MCK-FILE-STATUS NOT = "10"
		MOVE "MOVCKPT" TO WS-ABORT-FILE-NAME
		MOVE WS-MCK-FILE-STATUS TO WS-ABORT-FILE-STATUS
		PERFORM AbortOnFileError
	END-IF.

RestoreCheckpointHold.
	IF MCK-HOLD
		ADD 1 TO WS-HOLD-COUNT
		ADD 1 TO WS-HOLDS-RESTORED
		IF MCK-HOLD-ORIGIN = "C"
			SET HOLD-CARRIED (WS-HOLD-COUNT) TO TRUE
		ELSE
			SET HOLD-NEW (WS-HOLD-COUNT) TO TRUE
		END-IF
		MOVE MCK-HOLD-ITEM-ID   TO WS-HOLD-ITEM-ID (WS-HOLD-COUNT)
		MOVE MCK-HOLD-QTY       TO WS-HOLD-QTY (WS-HOLD-COUNT)
		MOVE MCK-HOLD-DATE-HELD TO WS-HOLD-DATE-HELD (WS-HOLD-COUNT)
		MOVE MCK-HOLD-BATCH-ID  TO WS-HOLD-BATCH-ID (WS-HOLD-COUNT)
		MOVE MCK-HOLD-BATCH-SEQ TO WS-HOLD-BATCH-SEQ (WS-HOLD-COUNT)
	END-IF.
	PERFORM ReadCheckpoint.

WriteRestoredHold.
	MOVE WS-HOLD-ITEM-ID (WS-HIDX)   TO HLW-ITEM-ID.
	MOVE WS-HOLD-QTY (WS-HIDX)       TO HLW-QTY.
	MOVE WS-HOLD-DATE-HELD (WS-HIDX) TO HLW-DATE-HELD.
	MOVE WS-HOLD-BATCH-ID (WS-HIDX)  TO HLW-BATCH-ID.
	MOVE WS-HOLD-BATCH-SEQ (WS-HIDX) TO HLW-BATCH-SEQ.
	WRITE MOVHOLDW-RECORD.
	IF WS-HLW-FILE-STATUS NOT = "00"
		MOVE "MOVHOLDW" TO WS-ABORT-FILE-NAME
		MOVE WS-HLW-FILE-STATUS TO WS-ABORT-FILE-STATUS
		PERFORM AbortOnFileError
	END-IF.

*> The transaction records the earlier run committed are read past,
*> not posted again, and the last of them has to be the one the
*> checkpoint names -- if it is not, MOVTRANS has changed since and
*> the restart stops rather than guess where to pick up.
SkipToCommitPoint.
	PERFORM ReadMovement
		UNTIL EOFM OR WS-PASS-RECORDS >= WS-RESTART-RECORDS.
	IF EOFM
	OR MOV-ITEM-ID NOT = WS-RESTART-ITEM-ID
	OR MOV-BATCH-ID NOT = WS-RESTART-BATCH-ID
	OR MOV-BATCH-SEQ NOT = WS-RESTART-BATCH-SEQ
		DISPLAY "CBMOVPOST -- COMMIT-POINT RECORD " WS-RESTART-RECORDS
			" (ITEM " WS-RESTART-ITEM-ID ") NOT FOUND ON RESTART --"
			" MOVTRANS MAY HAVE CHANGED SINCE THE COMMIT POINT"
		DISPLAY "CBMOVPOST -- CLEAR MOVCKPT AND RERUN FROM THE TOP"
			" INSTEAD OF RESTARTING"
		MOVE 16 TO RETURN-CODE
		STOP RUN
	END-IF.
	PERFORM ReadMovement.

TakeCommitPoint.
	ADD 1 TO WS-RECS-SINCE-CKPT.
	IF WS-RECS-SINCE-CKPT >= WS-CKPT-INTERVAL AND CKPT-ACTIVE
		PERFORM WriteCheckpoint
		MOVE ZERO TO WS-RECS-SINCE-CKPT
	END-IF.

WriteCheckpoint.
	OPEN OUTPUT MOVCKPT.
	IF WS-MCK-FILE-STATUS NOT = "00"
		MOVE "MOVCKPT" TO WS-ABORT-FILE-NAME
		MOVE WS-MCK-FILE-STATUS TO WS-ABORT-FILE-STATUS
		PERFORM AbortOnFileError
	END-IF.
	MOVE SPACES TO MCK-CONTROL-RECORD.
	SET MCK-CONTROL TO TRUE.
	MOVE WS-RUN-DATE-N   TO MCK-RUN-DATE.
	MOVE WS-CURRENT-PASS TO MCK-PASS.
	MOVE WS-PASS-RECORDS TO MCK-RECORDS-DONE.
	IF WS-PASS-RECORDS > ZERO
		IF WS-CURRENT-PASS = 2
			MOVE HLD-ITEM-ID   TO MCK-LAST-ITEM-ID
			MOVE HLD-BATCH-ID  TO MCK-LAST-BATCH-ID
			MOVE HLD-BATCH-SEQ TO MCK-LAST-BATCH-SEQ
		ELSE
			MOVE MOV-ITEM-ID   TO MCK-LAST-ITEM-ID
			MOVE MOV-BATCH-ID  TO MCK-LAST-BATCH-ID
			MOVE MOV-BATCH-SEQ TO MCK-LAST-BATCH-SEQ
		END-IF
	END-IF.
	WRITE MCK-CONTROL-RECORD.
	IF WS-MCK-FILE-STATUS NOT = "00"
		MOVE "MOVCKPT" TO WS-ABORT-FILE-NAME
		MOVE WS-MCK-FILE-STATUS TO WS-ABORT-FILE-STATUS
		PERFORM AbortOnFileError
	END-IF.
	IF WS-CURRENT-PASS > 1
		PERFORM SaveCheckpointHold VARYING WS-HIDX FROM 1 BY 1
			UNTIL WS-HIDX > WS-HOLD-COUNT
	END-IF.
	CLOSE MOVCKPT.
	IF WS-MCK-FILE-STATUS NOT = "00"
		MOVE "MOVCKPT" TO WS-ABORT-FILE-NAME
		MOVE WS-MCK-FILE-STATUS TO WS-ABORT-FILE-STATUS
		PERFORM AbortOnFileError
	END-IF.

SaveCheckpointHold.
	MOVE SPACES TO MCK-HOLD-RECORD.
	SET MCK-HOLD TO TRUE.
	MOVE WS-HOLD-ITEM-ID (WS-HIDX)   TO MCK-HOLD-ITEM-ID.
	MOVE WS-HOLD-QTY (WS-HIDX)       TO MCK-HOLD-QTY.
	MOVE WS-HOLD-DATE-HELD (WS-HIDX) TO MCK-HOLD-DATE-HELD.
	MOVE WS-HOLD-BATCH-ID (WS-HIDX)  TO MCK-HOLD-BATCH-ID.
	MOVE WS-HOLD-BATCH-SEQ (WS-HIDX) TO MCK-HOLD-BATCH-SEQ.
	MOVE WS-HOLD-ORIGIN (WS-HIDX)    TO MCK-HOLD-ORIGIN.
	WRITE MCK-HOLD-RECORD.
	IF WS-MCK-FILE-STATUS NOT = "00"
		MOVE "MOVCKPT" TO WS-ABORT-FILE-NAME
		MOVE WS-MCK-FILE-STATUS TO WS-ABORT-FILE-STATUS
		PERFORM AbortOnFileError
	END-IF.

ClearCheckpoint.
	OPEN OUTPUT MOVCKPT.
	IF WS-MCK-FILE-STATUS NOT = "00"
		MOVE "MOVCKPT" TO WS-ABORT-FILE-NAME
		MOVE WS-MCK-FILE-STATUS TO WS-ABORT-FILE-STATUS
		PERFORM AbortOnFileError
	END-IF.
	MOVE SPACES TO MCK-CONTROL-RECORD.
	SET MCK-CONTROL TO TRUE.
	MOVE WS-RUN-DATE-N TO MCK-RUN-DATE.
	MOVE ZERO TO MCK-PASS.
	MOVE ZERO TO MCK-RECORDS-DONE.
	WRITE MCK-CONTROL-RECORD.
	IF WS-MCK-FILE-STATUS NOT = "00"
		MOVE "MOVCKPT" TO WS-ABORT-FILE-NAME
		MOVE WS-MCK-FILE-STATUS TO WS-ABORT-FILE-STATUS
		PERFORM AbortOnFileError
	END-IF.
	CLOSE MOVCKPT.
	IF WS-MCK-FILE-STATUS NOT = "00"
		MOVE "MOVCKPT" TO WS-ABORT-FILE-NAME
		MOVE WS-MCK-FILE-STATUS TO WS-ABORT-FILE-STATUS
		PERFORM AbortOnFileError
	END-IF.

*> Pass 1: everything that brings stock in -- receipts, customer
*> returns and releases out of quarantine -- so stock arriving
*> today is on hand before any held shipment is retried.  Returns
*> go here whatever their disposition, so a return and the
*> quarantine release that follows it on the same file post in
*> order.  This pass also carries
*> the movements-read control count -- the shipment pass reads the
*> same file again, so counting both would double the total.  A
*> restart from a commit point taken after this pass finished skips
*> it, and the shipment pass does the counting instead.  Finishing
*> the pass is itself a commit point -- but not when it was skipped,
*> or the restart's own checkpoint would be overwritten.
PostReceipts.
	MOVE 1 TO WS-CURRENT-PASS.
	IF RESTART-ACTIVE AND WS-RESTART-PASS > 1
		MOVE "** RECEIPT PASS COMPLETED BEFORE THE RESTART **"
			TO REG-LINE
		WRITE REG-LINE
		MOVE 2 TO WS-CURRENT-PASS
	ELSE
		SET COUNTING-PASS TO TRUE
		PERFORM OpenMovTrans
		PERFORM ReadMovement
		IF RESTART-ACTIVE AND WS-RESTART-RECORDS > ZERO
			PERFORM SkipToCommitPoint
		END-IF
		PERFORM PostOneReceipt UNTIL EOFM
		PERFORM CloseMovTrans
		SET NOT-COUNTING-PASS TO TRUE
		MOVE 2 TO WS-CURRENT-PASS
		MOVE ZERO TO WS-PASS-RECORDS
		IF CKPT-ACTIVE
			PERFORM WriteCheckpoint
		END-IF
	END-IF.

PostOneReceipt.
	IF MOV-RECEIPT OR MOV-RETURN OR MOV-QUARANTINE
		MOVE MOV-ITEM-ID TO WS-CUR-ITEM-ID
		MOVE MOV-TYPE    TO WS-CUR-TYPE
		MOVE MOV-QTY     TO WS-CUR-QTY
		MOVE SPACES      TO WS-CUR-DEST-STATE
		MOVE MOV-UNIT-COST TO WS-CUR-UNIT-COST
		MOVE MOV-LOT-NO  TO WS-CUR-LOT-NO
		MOVE MOV-EXPIRY-DATE TO WS-CUR-EXPIRY
		MOVE MOV-TRAN-DATE TO WS-CUR-TRAN-DATE
		MOVE MOV-REASON-CODE TO WS-CUR-REASON-CODE
		MOVE MOV-DISPOSITION TO WS-CUR-DISPOSITION
		MOVE MOV-BATCH-ID TO WS-CUR-BATCH-ID
		MOVE MOV-BATCH-SEQ TO WS-CUR-BATCH-SEQ
		PERFORM PostCurrentMovement
	END-IF.
	PERFORM TakeCommitPoint.
	PERFORM ReadMovement.

*> Pass 2: every shipment waiting on the backorder-hold file gets
*> another try now that today's receipts are applied.  Holds that
*> still cannot fill are carried forward with their original held
*> date, and the ones past the aging limit go on the aging report.
*> The old hold file is only replaced at the end of the run, so a
*> restart must not retry the holds already filled: a restart
*> inside this pass reads past the committed holds, and one past it
*> skips the pass.  Either way the holds the commit point saved go
*> back on the new hold file first.  Finishing the pass is a commit
*> point, carrying every hold still waiting.
RetryHeldShipments.
	IF RESTART-ACTIVE AND WS-RESTART-PASS > 1
		PERFORM WriteRestoredHold VARYING WS-HIDX FROM 1 BY 1
			UNTIL WS-HIDX > WS-HOLDS-RESTORED
	END-IF.
	IF RESTART-ACTIVE AND WS-RESTART-PASS > 2
		MOVE "** HELD-SHIPMENT RETRY COMPLETED BEFORE THE RESTART **"
			TO REG-LINE
		WRITE REG-LINE
	ELSE
		PERFORM RetryHoldFile
		MOVE 3 TO WS-CURRENT-PASS
		MOVE ZERO TO WS-PASS-RECORDS
		IF CKPT-ACTIVE
			PERFORM WriteCheckpoint
		END-IF
	END-IF.

RetryHoldFile.
	SET RETRY-PASS TO TRUE.
	MOVE ZERO TO WS-PASS-RECORDS.
	MOVE ZERO TO WS-RECS-SINCE-CKPT.
	OPEN INPUT MOVHOLD.
	IF WS-HLD-FILE-STATUS = "35"
		SET NOT-RETRY-PASS TO TRUE
		SET HOLD-FILE-PRESENT TO TRUE
		PERFORM WriteRetrySeparator
		PERFORM ReadHold
		IF RESTART-ACTIVE AND WS-RESTART-PASS = 2
				AND WS-RESTART-RECORDS > ZERO
			PERFORM SkipToHoldCommitPoint
		END-IF
		PERFORM RetryOneHold UNTIL EOFH
		CLOSE MOVHOLD
		IF WS-HLD-FILE-STATUS NOT = "00"
		SET NOT-RETRY-PASS TO TRUE
	END-IF.

*> Same check as SkipToCommitPoint, against the hold file.
SkipToHoldCommitPoint.
	PERFORM ReadHold
		UNTIL EOFH OR WS-PASS-RECORDS >= WS-RESTART-RECORDS.
	IF EOFH
	OR HLD-ITEM-ID NOT = WS-RESTART-ITEM-ID
	OR HLD-BATCH-ID NOT = WS-RESTART-BATCH-ID
	OR HLD-BATCH-SEQ NOT = WS-RESTART-BATCH-SEQ
		DISPLAY "CBMOVPOST -- COMMIT-POINT HOLD " WS-RESTART-RECORDS
			" (ITEM " WS-RESTART-ITEM-ID ") NOT FOUND ON RESTART --"
			" MOVHOLD MAY HAVE CHANGED SINCE THE COMMIT POINT"
		DISPLAY "CBMOVPOST -- CLEAR MOVCKPT AND RERUN FROM THE TOP"
			" INSTEAD OF RESTARTING"
		MOVE 16 TO RETURN-CODE
		STOP RUN
	END-IF.
	PERFORM ReadHold.

ReadHold.
	READ MOVHOLD
		AT END SET EOFH TO TRUE
		NOT AT END ADD 1 TO WS-PASS-RECORDS
	END-READ.
	IF WS-HLD-FILE-STATUS NOT = "00" AND WS-HLD-FILE-STATUS NOT = "10"
		MOVE "MOVHOLD" TO WS-ABORT-FILE-NAME
	MOVE "S"           TO WS-CUR-TYPE.
	MOVE HLD-QTY       TO WS-CUR-QTY-N.
	MOVE HLD-DATE-HELD TO WS-CUR-DATE-HELD.
	MOVE SPACES        TO WS-CUR-UNIT-COST.
	MOVE SPACES        TO WS-CUR-LOT-NO.
	MOVE SPACES        TO WS-CUR-EXPIRY.
	MOVE SPACES        TO WS-CUR-TRAN-DATE.
	MOVE SPACES        TO WS-CUR-REASON-CODE.
	MOVE SPACES        TO WS-CUR-DISPOSITION.
	MOVE HLD-BATCH-ID  TO WS-CUR-BATCH-ID.
	MOVE HLD-BATCH-SEQ TO WS-CUR-BATCH-SEQ.
	PERFORM PostCurrentMovement.
	PERFORM TakeCommitPoint.
	PERFORM ReadHold.

*> Pass 3: the rest of the day's transaction file -- shipments,
*> inter-state transfers, and anything with a bad type so it still
*> reaches the register and the exceptions dataset.  Restarting
*> inside this pass, the committed records are read past.
PostShipments.
	MOVE 3 TO WS-CURRENT-PASS.
	IF RESTART-ACTIVE AND WS-RESTART-PASS > 1
		SET COUNTING-PASS TO TRUE
	END-IF.
	PERFORM OpenMovTrans.
	PERFORM ReadMovement.
	IF RESTART-ACTIVE AND WS-RESTART-PASS = 3
			AND WS-RESTART-RECORDS > ZERO
		PERFORM SkipToCommitPoint
	END-IF.
	PERFORM PostOneShipment UNTIL EOFM.
	PERFORM CloseMovTrans.
	SET NOT-COUNTING-PASS TO TRUE.

PostOneShipment.
	IF NOT MOV-RECEIPT AND NOT MOV-RETURN AND NOT MOV-QUARANTINE
		MOVE MOV-ITEM-ID    TO WS-CUR-ITEM-ID
		MOVE MOV-TYPE       TO WS-CUR-TYPE
		MOVE MOV-QTY        TO WS-CUR-QTY
		MOVE MOV-DEST-STATE TO WS-CUR-DEST-STATE
		MOVE SPACES         TO WS-CUR-UNIT-COST
		MOVE SPACES         TO WS-CUR-LOT-NO
		MOVE SPACES         TO WS-CUR-EXPIRY
		MOVE MOV-TRAN-DATE  TO WS-CUR-TRAN-DATE
		MOVE SPACES         TO WS-CUR-REASON-CODE
		MOVE SPACES         TO WS-CUR-DISPOSITION
		MOVE MOV-BATCH-ID   TO WS-CUR-BATCH-ID
		MOVE MOV-BATCH-SEQ  TO WS-CUR-BATCH-SEQ
		PERFORM PostCurrentMovement
	END-IF.
	PERFORM TakeCommitPoint.
	PERFORM ReadMovement.

OpenMovTrans.
	MOVE SPACES TO MOV-RECORD.
	MOVE ZERO TO WS-PASS-RECORDS.
	MOVE ZERO TO WS-RECS-SINCE-CKPT.
	OPEN INPUT MOVTRANS.
	IF WS-MOV-FILE-STATUS NOT = "00"
		MOVE "MOVTRANS" TO WS-ABORT-FILE-NAME
	READ MOVTRANS
		AT END SET EOFM TO TRUE
		NOT AT END
			ADD 1 TO WS-PASS-RECORDS
			IF COUNTING-PASS
				ADD 1 TO WS-TRANS-READ
			END-IF
	SET MOVEMENT-NOT-HELD TO TRUE.
	MOVE ZERO TO WS-OPENING-QTY.
	MOVE ZERO TO WS-CLOSING-QTY.
	MOVE ZERO TO WS-LOTS-DRAWN.
	PERFORM CheckPostingPeriod.
	PERFORM CheckAlreadyApplied.
	EVALUATE TRUE
		WHEN ALREADY-POSTED
			ADD 1 TO WS-ALREADY-POSTED-COUNT
			MOVE SPACES TO WS-REASON
			STRING "ALREADY-POSTED " DELIMITED BY SIZE
				WS-CUR-BATCH-ID DELIMITED BY SIZE
				"/" DELIMITED BY SIZE
				WS-CUR-BATCH-SEQ DELIMITED BY SIZE
				INTO WS-REASON
			END-STRING
		WHEN ALREADY-HELD
			ADD 1 TO WS-ALREADY-HELD-COUNT
			MOVE SPACES TO WS-REASON
			STRING "ALREADY-HELD " DELIMITED BY SIZE
				WS-CUR-BATCH-ID DELIMITED BY SIZE
				"/" DELIMITED BY SIZE
				WS-CUR-BATCH-SEQ DELIMITED BY SIZE
				INTO WS-REASON
			END-STRING
		WHEN WS-CUR-BATCH-ID NOT = SPACES
				AND WS-CUR-BATCH-SEQ NOT NUMERIC
			MOVE "BATCH SEQUENCE NOT NUMERIC" TO WS-REASON
			PERFORM RejectMovement
		WHEN NOT CUR-RECEIPT AND NOT CUR-SHIPMENT
				AND NOT CUR-TRANSFER AND NOT CUR-RETURN
				AND NOT CUR-QUARANTINE
			MOVE "INVALID MOVEMENT TYPE" TO WS-REASON
			PERFORM RejectMovement
		WHEN WS-CUR-QTY NOT NUMERIC
			MOVE "QUANTITY NOT NUMERIC" TO WS-REASON
			PERFORM RejectMovement
		WHEN WS-CUR-TRAN-DATE NOT = SPACES
				AND (WS-CUR-TRAN-DATE NOT NUMERIC
					OR WS-CUR-TRAN-DATE-N = ZERO)
			MOVE "TRANSACTION DATE NOT VALID" TO WS-REASON
			PERFORM RejectMovement
		WHEN WS-CUR-TRAN-DATE NOT = SPACES
				AND FUNCTION TEST-DATE-YYYYMMDD (WS-CUR-TRAN-DATE-N)
					NOT = ZERO
			MOVE "TRANSACTION DATE NOT VALID" TO WS-REASON
			PERFORM RejectMovement
		WHEN MOVEMENT-LATE AND LATE-REJECT
			ADD 1 TO WS-LATE-REJECTED
			MOVE "DATED INTO CLOSED PERIOD" TO WS-REASON
			PERFORM RejectMovement
		WHEN CUR-RECEIPT AND WS-CUR-UNIT-COST NOT = SPACES
				AND WS-CUR-UNIT-COST NOT NUMERIC
			MOVE "UNIT COST NOT NUMERIC" TO WS-REASON
			PERFORM RejectMovement
		WHEN CUR-RECEIPT AND WS-CUR-LOT-NO NOT = SPACES
				AND WS-CUR-EXPIRY NOT = SPACES
				AND WS-CUR-EXPIRY NOT NUMERIC
			MOVE "EXPIRY DATE NOT NUMERIC" TO WS-REASON
			PERFORM RejectMovement
		WHEN CUR-RECEIPT AND WS-CUR-LOT-NO NOT = SPACES
				AND WS-CUR-EXPIRY NOT = SPACES
				AND FUNCTION TEST-DATE-YYYYMMDD (WS-CUR-EXPIRY-N)
					NOT = ZERO
			MOVE "EXPIRY DATE NOT VALID" TO WS-REASON
			PERFORM RejectMovement
		WHEN CUR-RECEIPT AND WS-CUR-LOT-NO = SPACES
				AND WS-CUR-EXPIRY NOT = SPACES
			MOVE "EXPIRY GIVEN WITHOUT A LOT" TO WS-REASON
			PERFORM RejectMovement
		WHEN CUR-RETURN AND WS-CUR-REASON-CODE = SPACES
			MOVE "RETURN REASON MISSING" TO WS-REASON
			PERFORM RejectMovement
		WHEN CUR-RETURN
				AND NOT CUR-DISP-RESTOCK AND NOT CUR-DISP-QUARANTINE
				AND NOT CUR-DISP-SCRAP
			MOVE "DISPOSITION NOT R, Q OR S" TO WS-REASON
			PERFORM RejectMovement
		WHEN CUR-QUARANTINE
				AND NOT CUR-DISP-RESTOCK AND NOT CUR-DISP-SCRAP
			MOVE "QUARANTINE DISPOSITION NOT R OR S" TO WS-REASON
			PERFORM RejectMovement
		WHEN CUR-RETURN
			PERFORM LookupReturnReason
			IF REASON-FOUND
				PERFORM ApplyMovement
			ELSE
				MOVE SPACES TO WS-REASON
				STRING "RETURN REASON " DELIMITED BY SIZE
					WS-CUR-REASON-CODE DELIMITED BY SIZE
					" NOT ON FILE" DELIMITED BY SIZE
					INTO WS-REASON
				END-STRING
				PERFORM RejectMovement
			END-IF
		WHEN CUR-TRANSFER
			PERFORM CheckTransferDest
			IF WS-REASON = SPACES
		WHEN OTHER
			PERFORM ApplyMovement
	END-EVALUATE.
	IF MOVEMENT-POSTED AND MOVEMENT-LATE
		ADD 1 TO WS-LATE-REDIRECTED
	END-IF.
	IF MOVEMENT-POSTED AND WS-CUR-BATCH-ID NOT = SPACES
		PERFORM WritePostLog
	END-IF.
	PERFORM WriteRegisterLine.

*> A batched movement already on the posting log has been applied;
*> a batched shipment whose key is already on the hold file is
*> waiting there.  Holds being retried are checked against the log
*> only -- they are the hold file.
CheckAlreadyApplied.
	SET NOT-ALREADY-POSTED TO TRUE.
	SET NOT-ALREADY-HELD TO TRUE.
	IF WS-CUR-BATCH-ID NOT = SPACES AND WS-CUR-BATCH-SEQ NUMERIC
		MOVE "CBMOVPOST"        TO PL-PROGRAM
		MOVE WS-CUR-BATCH-ID    TO PL-BATCH-ID
		MOVE WS-CUR-BATCH-SEQ-N TO PL-BATCH-SEQ
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
		IF NOT-ALREADY-POSTED AND CUR-SHIPMENT AND NOT-RETRY-PASS
			PERFORM FindHeldKey
		END-IF
	END-IF.

FindHeldKey.
	IF WS-HOLD-COUNT > ZERO
		SET WS-HIDX TO 1
		SEARCH WS-HOLD-ENTRY
			AT END
				CONTINUE
			WHEN WS-HOLD-BATCH-ID (WS-HIDX) = WS-CUR-BATCH-ID
					AND WS-HOLD-BATCH-SEQ (WS-HIDX) = WS-CUR-BATCH-SEQ
				SET ALREADY-HELD TO TRUE
		END-SEARCH
	END-IF.

*> Logged the moment the movement has posted -- a held shipment is
*> logged when its hold fills, under the shipment's own key.
WritePostLog.
	MOVE "T" TO BD-FUNCTION.
	CALL "CBBUSDTE" USING BD-DATE-PARMS.
	MOVE "CBMOVPOST"        TO PL-PROGRAM.
	MOVE WS-CUR-BATCH-ID    TO PL-BATCH-ID.
	MOVE WS-CUR-BATCH-SEQ-N TO PL-BATCH-SEQ.
	MOVE WS-RUN-DATE-N      TO PL-POST-DATE.
	MOVE BD-RESULT-TIME     TO PL-POST-TIME.
	MOVE WS-CUR-ITEM-ID     TO PL-ITEM-ID.
	MOVE WS-CUR-TYPE        TO PL-TRAN-TYPE.
	WRITE POSTLOG-RECORD.
	IF WS-PLG-FILE-STATUS NOT = "00"
		MOVE "POSTLOG" TO WS-ABORT-FILE-NAME
		MOVE WS-PLG-FILE-STATUS TO WS-ABORT-FILE-STATUS
		PERFORM AbortOnFileError
	END-IF.

*> A movement dated on or before the last day of the latest closed
*> period is late.  Posted at all, it posts as of the run date --
*> the ledger, journal and GL extract all carry today -- so the
*> closed period's figures stay as they were frozen.
CheckPostingPeriod.
	SET MOVEMENT-NOT-LATE TO TRUE.
	IF WS-CUR-TRAN-DATE NOT = SPACES AND WS-CUR-TRAN-DATE NUMERIC
		IF WS-CUR-TRAN-DATE-N <= WS-CLOSED-THRU-DATE
			SET MOVEMENT-LATE TO TRUE
		END-IF
	END-IF.

CheckTransferDest.
	MOVE WS-CUR-DEST-STATE TO WS-LOOKUP-STATE.
	PERFORM LookupValidState.
			MOVE WS-OPENING-QTY TO WS-CLOSING-QTY
			PERFORM ApplyTransfer
		ELSE
		IF CUR-RETURN OR CUR-QUARANTINE
			MOVE WS-OPENING-QTY TO WS-CLOSING-QTY
			PERFORM ApplyReturn
		ELSE
		IF CUR-SHIPMENT AND WS-CUR-QTY-N > IR-QTY-ON-HAND
			MOVE WS-OPENING-QTY TO WS-CLOSING-QTY
			PERFORM HoldMovement
						MOVE "C" TO JP-ACTION
						MOVE ITEMRECORD TO JP-AFTER-IMAGE
						PERFORM WriteJournal
						PERFORM CostMovement
						PERFORM WriteLedgerRecord
						PERFORM PostLotMovement
				END-REWRITE
			END-IF
		END-IF
		END-IF
		END-IF
	END-IF.

*> An inter-state transfer relocates the item's whole on-hand
					MOVE "C" TO JP-ACTION
					MOVE ITEMRECORD TO JP-AFTER-IMAGE
					PERFORM WriteJournal
					PERFORM CostMovement
					PERFORM WriteLedgerRecord
			END-REWRITE
	END-EVALUATE.

*> Only true receipts pay down replenishment orders -- a customer
*> return is not the vendor delivering against the order.
CountPostedMovement.
	EVALUATE TRUE
		WHEN CUR-RECEIPT
			ADD 1 TO WS-RECEIPTS-POSTED
			PERFORM MatchReplenishment
		WHEN CUR-RETURN
			ADD 1 TO WS-RETURNS-POSTED
			EVALUATE TRUE
				WHEN CUR-DISP-RESTOCK
					ADD WS-CUR-QTY-N TO WS-RETURN-RESTOCKED
				WHEN CUR-DISP-QUARANTINE
					ADD WS-CUR-QTY-N TO WS-RETURN-QUARANTINED
				WHEN OTHER
					ADD WS-CUR-QTY-N TO WS-RETURN-SCRAPPED
			END-EVALUATE
		WHEN CUR-QUARANTINE
			ADD 1 TO WS-QUAR-MOVES-POSTED
			IF CUR-DISP-RESTOCK
				ADD WS-CUR-QTY-N TO WS-QUAR-RELEASED
			ELSE
				ADD WS-CUR-QTY-N TO WS-QUAR-SCRAPPED
			END-IF
		WHEN CUR-TRANSFER
			ADD 1 TO WS-TRANSFERS-POSTED
		WHEN RETRY-PASS
		END-READ
	END-IF.

*> A customer return, or a release or scrap out of quarantine.
*> Only restocked or released units go back on hand; a return to
*> quarantine adds to the item's quarantine balance instead, and
*> a scrapped return touches no balance at all -- it is still
*> journaled and ledgered (opening equal to closing) so every
*> return leaves a trace.  Returned units go back as untracked
*> stock, outside the lot balances, and at the average cost.
ApplyReturn.
	PERFORM FindQuarantine.
	MOVE ITEMRECORD TO JP-BEFORE-IMAGE.
	IF CUR-QUARANTINE AND WS-CUR-QTY-N > WS-QUAR-QTY
		MOVE "EXCEEDS QUARANTINE BALANCE" TO WS-REASON
	END-IF.
	IF WS-REASON = SPACES AND CUR-DISP-RESTOCK
		ADD WS-CUR-QTY-N TO IR-QTY-ON-HAND
			ON SIZE ERROR
				MOVE "RETURN OVERFLOWS ON-HAND" TO WS-REASON
		END-ADD
	END-IF.
	IF WS-REASON = SPACES AND CUR-RETURN AND CUR-DISP-QUARANTINE
		ADD WS-CUR-QTY-N TO WS-QUAR-QTY
			ON SIZE ERROR
				MOVE "RETURN OVERFLOWS QUARANTINE" TO WS-REASON
		END-ADD
	END-IF.
	IF WS-REASON = SPACES AND CUR-QUARANTINE
		SUBTRACT WS-CUR-QTY-N FROM WS-QUAR-QTY
	END-IF.
	IF WS-REASON NOT = SPACES
		PERFORM RejectMovement
	ELSE
		MOVE IR-QTY-ON-HAND TO WS-CLOSING-QTY
		REWRITE ITEMRECORD
			INVALID KEY
				MOVE "REWRITE FAILED" TO WS-REASON
				PERFORM RejectMovement
			NOT INVALID KEY
				SET MOVEMENT-POSTED TO TRUE
				PERFORM CountPostedMovement
				IF CUR-QUARANTINE OR CUR-DISP-QUARANTINE
					PERFORM SaveQuarantine
				END-IF
				MOVE "C" TO JP-ACTION
				MOVE ITEMRECORD TO JP-AFTER-IMAGE
				PERFORM WriteJournal
				PERFORM CostMovement
				PERFORM WriteLedgerRecord
				PERFORM WriteReturnHistory
		END-REWRITE
	END-IF.

FindQuarantine.
	MOVE WS-CUR-ITEM-ID TO QB-ITEM-ID.
	READ QUARBAL KEY IS QB-ITEM-ID
		INVALID KEY
			SET QUAR-NOT-FOUND TO TRUE
			MOVE ZERO TO WS-QUAR-QTY
		NOT INVALID KEY
			SET QUAR-FOUND TO TRUE
			MOVE QB-QTY-HELD TO WS-QUAR-QTY
	END-READ.

SaveQuarantine.
	MOVE WS-CUR-ITEM-ID TO QB-ITEM-ID.
	MOVE WS-QUAR-QTY    TO QB-QTY-HELD.
	MOVE WS-RUN-DATE-N  TO QB-LAST-DATE.
	EVALUATE TRUE
		WHEN QUAR-FOUND AND WS-QUAR-QTY = ZERO
			DELETE QUARBAL RECORD
				INVALID KEY
					MOVE "QUARBAL" TO WS-ABORT-FILE-NAME
					MOVE WS-QTN-FILE-STATUS TO WS-ABORT-FILE-STATUS
					PERFORM AbortOnFileError
			END-DELETE
		WHEN QUAR-FOUND
			REWRITE QUARBAL-RECORD
				INVALID KEY
					MOVE "QUARBAL" TO WS-ABORT-FILE-NAME
					MOVE WS-QTN-FILE-STATUS TO WS-ABORT-FILE-STATUS
					PERFORM AbortOnFileError
			END-REWRITE
		WHEN WS-QUAR-QTY > ZERO
			MOVE WS-RUN-DATE-N TO QB-FIRST-DATE
			WRITE QUARBAL-RECORD
				INVALID KEY
					MOVE "QUARBAL" TO WS-ABORT-FILE-NAME
					MOVE WS-QTN-FILE-STATUS TO WS-ABORT-FILE-STATUS
					PERFORM AbortOnFileError
			END-WRITE
	END-EVALUATE.

*> Stamped to match the ledger record just written.
WriteReturnHistory.
	MOVE ML-POST-DATE       TO RH-POST-DATE.
	MOVE ML-POST-TIME       TO RH-POST-TIME.
	MOVE WS-CUR-ITEM-ID     TO RH-ITEM-ID.
	MOVE IR-ITEM-STATE      TO RH-ITEM-STATE.
	MOVE WS-CUR-TYPE        TO RH-MOVE-TYPE.
	MOVE WS-CUR-REASON-CODE TO RH-REASON-CODE.
	MOVE WS-CUR-DISPOSITION TO RH-DISPOSITION.
	MOVE WS-CUR-QTY-N       TO RH-QTY.
	MOVE WS-MOVE-UNIT-COST  TO RH-UNIT-COST.
	WRITE RTNHIST-RECORD.
	IF WS-RTH-FILE-STATUS NOT = "00"
		MOVE "RTNHIST" TO WS-ABORT-FILE-NAME
		MOVE WS-RTH-FILE-STATUS TO WS-ABORT-FILE-STATUS
		PERFORM AbortOnFileError
	END-IF.

*> An oversold shipment waits on the hold file for the next run's
*> receipts instead of dying in MOVEXCP to be rekeyed by hand.  A
*> hold being retried keeps its original held date; a new hold is
	MOVE WS-CUR-ITEM-ID   TO HLW-ITEM-ID.
	MOVE WS-CUR-QTY-N     TO HLW-QTY.
	MOVE WS-CUR-DATE-HELD TO HLW-DATE-HELD.
	MOVE WS-CUR-BATCH-ID  TO HLW-BATCH-ID.
	MOVE WS-CUR-BATCH-SEQ TO HLW-BATCH-SEQ.
	WRITE MOVHOLDW-RECORD.
	IF WS-HLW-FILE-STATUS NOT = "00"
		MOVE "MOVHOLDW" TO WS-ABORT-FILE-NAME
		MOVE WS-HLW-FILE-STATUS TO WS-ABORT-FILE-STATUS
		PERFORM AbortOnFileError
	END-IF.
	PERFORM RememberHold.

*> Past the table's capacity a hold is still written, but it can no
*> longer be saved at a commit point or matched against a repeat,
*> so commit points stop for the rest of the run.
RememberHold.
	IF WS-HOLD-COUNT < WS-HOLD-MAX
		ADD 1 TO WS-HOLD-COUNT
		IF RETRY-PASS
			SET HOLD-CARRIED (WS-HOLD-COUNT) TO TRUE
		ELSE
			SET HOLD-NEW (WS-HOLD-COUNT) TO TRUE
		END-IF
		MOVE WS-CUR-ITEM-ID   TO WS-HOLD-ITEM-ID (WS-HOLD-COUNT)
		MOVE WS-CUR-QTY-N     TO WS-HOLD-QTY (WS-HOLD-COUNT)
		MOVE WS-CUR-DATE-HELD TO WS-HOLD-DATE-HELD (WS-HOLD-COUNT)
		MOVE WS-CUR-BATCH-ID  TO WS-HOLD-BATCH-ID (WS-HOLD-COUNT)
		MOVE WS-CUR-BATCH-SEQ TO WS-HOLD-BATCH-SEQ (WS-HOLD-COUNT)
	ELSE
		IF NOT HOLD-TABLE-FULL
			SET HOLD-TABLE-FULL TO TRUE
			SET CKPT-SUSPENDED TO TRUE
			DISPLAY "CBMOVPOST -- HOLD TABLE FULL AT " WS-HOLD-MAX
				" -- NO FURTHER COMMIT POINTS THIS RUN"
		END-IF
	END-IF.

CheckHoldAge.
	MOVE "C" TO BD-FUNCTION.
	MOVE WS-CUR-DATE-HELD TO BD-FROM-DATE.
	MOVE WS-RUN-DATE-N TO BD-TO-DATE.
	CALL "CBBUSDTE" USING BD-DATE-PARMS.
	MOVE BD-DAYS TO WS-HOLD-AGE-DAYS.
	IF WS-HOLD-AGE-DAYS > WS-HOLD-AGE-LIMIT
		ADD 1 TO WS-HOLDS-AGED
		PERFORM WriteAgingLine
		PERFORM AbortOnFileError
	END-IF.

*> Weighted-average costing.  A receipt carrying a cost is booked
*> at that cost and moves the average: the stock already on hand
*> at the old average plus the units received at their cost, over
*> the new on-hand quantity.  Everything else -- shipments,
*> transfers, receipts keyed without a cost -- goes out at the
*> average as it stands.  An item with no cost record yet starts
*> from its unit price, the only figure there is for stock that
*> arrived before costing began.
CostMovement.
	PERFORM FindItemCost.
	MOVE WS-AVG-COST TO WS-MOVE-UNIT-COST.
	IF CUR-RECEIPT AND WS-CUR-UNIT-COST NUMERIC
		MOVE WS-CUR-UNIT-COST-N TO WS-MOVE-UNIT-COST
		IF WS-CLOSING-QTY > ZERO
			COMPUTE WS-AVG-COST ROUNDED =
				(WS-OPENING-QTY * WS-AVG-COST
					+ WS-CUR-QTY-N * WS-CUR-UNIT-COST-N)
				/ WS-CLOSING-QTY
				ON SIZE ERROR
					MOVE WS-CUR-UNIT-COST-N TO WS-AVG-COST
			END-COMPUTE
		END-IF
		PERFORM SaveItemCost
	END-IF.
	COMPUTE WS-MOVE-COST ROUNDED = WS-CUR-QTY-N * WS-MOVE-UNIT-COST
		ON SIZE ERROR
			MOVE ZERO TO WS-MOVE-COST
	END-COMPUTE.
	IF CUR-RECEIPT
		ADD WS-MOVE-COST TO WS-RECEIVED-COST
	ELSE
		IF CUR-SHIPMENT
			ADD WS-MOVE-COST TO WS-SHIPPED-COST
		END-IF
	END-IF.

FindItemCost.
	MOVE WS-CUR-ITEM-ID TO IC-ITEM-ID.
	READ ITEMCOST KEY IS IC-ITEM-ID
		INVALID KEY
			SET COST-NOT-FOUND TO TRUE
			MOVE IR-UNIT-PRICE TO WS-AVG-COST
		NOT INVALID KEY
			SET COST-FOUND TO TRUE
			MOVE IC-AVG-COST TO WS-AVG-COST
	END-READ.

SaveItemCost.
	MOVE WS-CUR-ITEM-ID     TO IC-ITEM-ID.
	MOVE WS-AVG-COST        TO IC-AVG-COST.
	MOVE WS-RUN-DATE-N      TO IC-LAST-RCPT-DATE.
	MOVE WS-CUR-UNIT-COST-N TO IC-LAST-RCPT-COST.
	IF COST-FOUND
		REWRITE ITEMCOST-RECORD
			INVALID KEY
				MOVE "ITEMCOST" TO WS-ABORT-FILE-NAME
				MOVE WS-CST-FILE-STATUS TO WS-ABORT-FILE-STATUS
				PERFORM AbortOnFileError
		END-REWRITE
	ELSE
		WRITE ITEMCOST-RECORD
			INVALID KEY
				MOVE "ITEMCOST" TO WS-ABORT-FILE-NAME
				MOVE WS-CST-FILE-STATUS TO WS-ABORT-FILE-STATUS
				PERFORM AbortOnFileError
		END-WRITE
	END-IF.

*> Lot balances follow the master: a receipt with a lot adds to
*> that lot (opening it if new), a shipment -- new or retried from
*> the hold file -- draws down the item's lots first-expired-first-
*> out.  Transfers move the whole item, lots and all, so leave the
*> lot file alone.
PostLotMovement.
	EVALUATE TRUE
		WHEN CUR-RECEIPT AND WS-CUR-LOT-NO NOT = SPACES
			PERFORM ReceiveLot
		WHEN CUR-SHIPMENT
			PERFORM DrawLotsFefo
	END-EVALUATE.

ReceiveLot.
	MOVE WS-CUR-ITEM-ID TO LB-ITEM-ID.
	IF WS-CUR-EXPIRY = SPACES
		MOVE 99999999 TO LB-EXPIRY-DATE
	ELSE
		MOVE WS-CUR-EXPIRY-N TO LB-EXPIRY-DATE
	END-IF.
	MOVE WS-CUR-LOT-NO TO LB-LOT-NO.
	ADD 1 TO WS-LOT-RECEIPTS.
	READ LOTBAL KEY IS LB-LOT-KEY
		INVALID KEY
			MOVE WS-CUR-QTY-N TO LB-LOT-QTY
			MOVE WS-RUN-DATE-N TO LB-RECEIVED-DATE
			WRITE LOTBAL-RECORD
				INVALID KEY
					MOVE "LOTBAL" TO WS-ABORT-FILE-NAME
					MOVE WS-LOT-FILE-STATUS TO WS-ABORT-FILE-STATUS
					PERFORM AbortOnFileError
			END-WRITE
		NOT INVALID KEY
			ADD WS-CUR-QTY-N TO LB-LOT-QTY
				ON SIZE ERROR
					MOVE 9999999 TO LB-LOT-QTY
			END-ADD
			REWRITE LOTBAL-RECORD
				INVALID KEY
					MOVE "LOTBAL" TO WS-ABORT-FILE-NAME
					MOVE WS-LOT-FILE-STATUS TO WS-ABORT-FILE-STATUS
					PERFORM AbortOnFileError
			END-REWRITE
	END-READ.

DrawLotsFefo.
	MOVE WS-CUR-QTY-N TO WS-LOT-REMAINING.
	SET LOT-ITEM-NOT-DONE TO TRUE.
	MOVE WS-CUR-ITEM-ID TO LB-ITEM-ID.
	MOVE ZERO TO LB-EXPIRY-DATE.
	MOVE LOW-VALUES TO LB-LOT-NO.
	START LOTBAL KEY IS >= LB-LOT-KEY
		INVALID KEY
			SET LOT-ITEM-DONE TO TRUE
	END-START.
	PERFORM DrawNextLot UNTIL LOT-ITEM-DONE.
	ADD WS-LOT-REMAINING TO WS-LOT-UNTRACKED-QTY.

DrawNextLot.
	READ LOTBAL NEXT RECORD
		AT END
			SET LOT-ITEM-DONE TO TRUE
	END-READ.
	IF WS-LOT-FILE-STATUS NOT = "00" AND WS-LOT-FILE-STATUS NOT = "10"
		MOVE "LOTBAL" TO WS-ABORT-FILE-NAME
		MOVE WS-LOT-FILE-STATUS TO WS-ABORT-FILE-STATUS
		PERFORM AbortOnFileError
	END-IF.
	IF LOT-ITEM-NOT-DONE
		IF LB-ITEM-ID NOT = WS-CUR-ITEM-ID
			SET LOT-ITEM-DONE TO TRUE
		ELSE
			PERFORM DrawFromLot
		END-IF
	END-IF.

DrawFromLot.
	IF LB-LOT-QTY > WS-LOT-REMAINING
		MOVE WS-LOT-REMAINING TO WS-LOT-DRAW
	ELSE
		MOVE LB-LOT-QTY TO WS-LOT-DRAW
	END-IF.
	SUBTRACT WS-LOT-DRAW FROM LB-LOT-QTY.
	SUBTRACT WS-LOT-DRAW FROM WS-LOT-REMAINING.
	ADD 1 TO WS-LOTS-DRAWN.
	IF LB-LOT-QTY = ZERO
		ADD 1 TO WS-LOTS-EMPTIED
		DELETE LOTBAL RECORD
			INVALID KEY
				MOVE "LOTBAL" TO WS-ABORT-FILE-NAME
				MOVE WS-LOT-FILE-STATUS TO WS-ABORT-FILE-STATUS
				PERFORM AbortOnFileError
		END-DELETE
	ELSE
		REWRITE LOTBAL-RECORD
			INVALID KEY
				MOVE "LOTBAL" TO WS-ABORT-FILE-NAME
				MOVE WS-LOT-FILE-STATUS TO WS-ABORT-FILE-STATUS
				PERFORM AbortOnFileError
		END-REWRITE
	END-IF.
	IF WS-LOT-REMAINING = ZERO
		SET LOT-ITEM-DONE TO TRUE
	END-IF.

WriteJournal.
	MOVE "CBMOVPOST" TO JP-SOURCE.
	MOVE SPACES TO JP-OPERATOR.
*> centiseconds and the run sequence breaks the remaining ties, so
*> keys stay unique however fast the postings come.
WriteLedgerRecord.
	MOVE "T" TO BD-FUNCTION.
	CALL "CBBUSDTE" USING BD-DATE-PARMS.
	MOVE BD-RESULT-TIME TO WS-POST-TIME.
	IF WS-POST-SEQ >= 999
		MOVE ZERO TO WS-POST-SEQ
	ELSE
	MOVE WS-CUR-QTY-N   TO ML-MOVE-QTY.
	MOVE WS-OPENING-QTY TO ML-OPENING-QTY.
	MOVE WS-CLOSING-QTY TO ML-CLOSING-QTY.
	MOVE IR-ITEM-STATE  TO ML-ITEM-STATE.
	MOVE WS-MOVE-UNIT-COST TO ML-UNIT-COST.
	MOVE WS-MOVE-COST   TO ML-MOVE-COST.
	MOVE IR-UNIT-PRICE  TO ML-UNIT-PRICE.
	WRITE MOVLEDGR-RECORD.
	IF WS-LDG-FILE-STATUS NOT = "00"
		MOVE "MOVLEDGR" TO WS-ABORT-FILE-NAME
		TO REG-LINE.
	WRITE REG-LINE.

*> The register of a restarted run covers what the restart posted;
*> the earlier run's register has the rest.
WriteRestartNote.
	MOVE SPACES TO REG-LINE.
	STRING "** RESTARTED AT COMMIT POINT -- PASS " DELIMITED BY SIZE
		WS-RESTART-PASS DELIMITED BY SIZE
		" AFTER RECORD " DELIMITED BY SIZE
		WS-RESTART-RECORDS DELIMITED BY SIZE
		" -- TOTALS COVER THIS RESTART ONLY **" DELIMITED BY SIZE
		INTO REG-LINE
	END-STRING.
	WRITE REG-LINE.

WriteRetrySeparator.
	MOVE SPACES TO REG-LINE.
	WRITE REG-LINE.
	PERFORM LookupItemAttributes.
	MOVE WS-ITEM-DESC TO WS-DTL-DESC.
	EVALUATE TRUE
		WHEN MOVEMENT-POSTED AND MOVEMENT-LATE
			MOVE SPACES TO WS-DTL-REASON
			STRING "LATE " DELIMITED BY SIZE
				WS-CUR-TRAN-DATE DELIMITED BY SIZE
				" -- TO OPEN PERIOD" DELIMITED BY SIZE
				INTO WS-DTL-REASON
			END-STRING
		WHEN MOVEMENT-POSTED AND CUR-TRANSFER
			MOVE SPACES TO WS-DTL-REASON
			STRING "TRANSFERRED TO " DELIMITED BY SIZE
				WS-CUR-DEST-STATE DELIMITED BY SIZE
				INTO WS-DTL-REASON
			END-STRING
		WHEN MOVEMENT-POSTED AND CUR-RETURN
			MOVE SPACES TO WS-DTL-REASON
			EVALUATE TRUE
				WHEN CUR-DISP-RESTOCK
					STRING "RETURN " DELIMITED BY SIZE
						WS-CUR-REASON-CODE DELIMITED BY SIZE
						" -- RESTOCKED" DELIMITED BY SIZE
						INTO WS-DTL-REASON
					END-STRING
				WHEN CUR-DISP-QUARANTINE
					STRING "RETURN " DELIMITED BY SIZE
						WS-CUR-REASON-CODE DELIMITED BY SIZE
						" -- TO QUARANTINE" DELIMITED BY SIZE
						INTO WS-DTL-REASON
					END-STRING
				WHEN OTHER
					STRING "RETURN " DELIMITED BY SIZE
						WS-CUR-REASON-CODE DELIMITED BY SIZE
						" -- SCRAPPED" DELIMITED BY SIZE
						INTO WS-DTL-REASON
					END-STRING
			END-EVALUATE
		WHEN MOVEMENT-POSTED AND CUR-QUARANTINE AND CUR-DISP-RESTOCK
			MOVE "RELEASED FROM QUARANTINE" TO WS-DTL-REASON
		WHEN MOVEMENT-POSTED AND CUR-QUARANTINE
			MOVE "SCRAPPED FROM QUARANTINE" TO WS-DTL-REASON
		WHEN MOVEMENT-POSTED AND CUR-RECEIPT
				AND WS-CUR-LOT-NO NOT = SPACES
			MOVE SPACES TO WS-DTL-REASON
			STRING "LOT " DELIMITED BY SIZE
				WS-CUR-LOT-NO DELIMITED BY SIZE
				" EXP " DELIMITED BY SIZE
				LB-EXPIRY-DATE DELIMITED BY SIZE
				INTO WS-DTL-REASON
			END-STRING
		WHEN MOVEMENT-POSTED AND WS-LOTS-DRAWN > ZERO
			MOVE SPACES TO WS-DTL-REASON
			STRING "FEFO FROM " DELIMITED BY SIZE
				WS-LOTS-DRAWN DELIMITED BY SIZE
				" LOT(S)" DELIMITED BY SIZE
				INTO WS-DTL-REASON
			END-STRING
		WHEN MOVEMENT-POSTED
			MOVE SPACES TO WS-DTL-REASON
		WHEN OTHER
	END-STRING.
	WRITE REG-LINE.
	MOVE SPACES TO REG-LINE.
	STRING "RETURNS POSTED: " DELIMITED BY SIZE
		WS-RETURNS-POSTED DELIMITED BY SIZE
		"  UNITS RESTOCKED: " DELIMITED BY SIZE
		WS-RETURN-RESTOCKED DELIMITED BY SIZE
		"  QUARANTINED: " DELIMITED BY SIZE
		WS-RETURN-QUARANTINED DELIMITED BY SIZE
		"  SCRAPPED: " DELIMITED BY SIZE
		WS-RETURN-SCRAPPED DELIMITED BY SIZE
		INTO REG-LINE
	END-STRING.
	WRITE REG-LINE.
	MOVE SPACES TO REG-LINE.
	STRING "QUARANTINE MOVEMENTS: " DELIMITED BY SIZE
		WS-QUAR-MOVES-POSTED DELIMITED BY SIZE
		"  UNITS RELEASED TO STOCK: " DELIMITED BY SIZE
		WS-QUAR-RELEASED DELIMITED BY SIZE
		"  UNITS SCRAPPED: " DELIMITED BY SIZE
		WS-QUAR-SCRAPPED DELIMITED BY SIZE
		INTO REG-LINE
	END-STRING.
	WRITE REG-LINE.
	MOVE SPACES TO REG-LINE.
	STRING "NEW HOLDS: " DELIMITED BY SIZE
		WS-MOVES-HELD DELIMITED BY SIZE
		"  HOLDS RETRIED: " DELIMITED BY SIZE
		INTO REG-LINE
	END-STRING.
	WRITE REG-LINE.
	MOVE WS-HOLDS-RESTORED TO WS-HOLDS-RESTORED-DISPLAY.
	MOVE SPACES TO REG-LINE.
	STRING "ALREADY POSTED -- SKIPPED: " DELIMITED BY SIZE
		WS-ALREADY-POSTED-COUNT DELIMITED BY SIZE
		"  ALREADY HELD -- SKIPPED: " DELIMITED BY SIZE
		WS-ALREADY-HELD-COUNT DELIMITED BY SIZE
		"  HOLDS RESTORED FROM COMMIT POINT: " DELIMITED BY SIZE
		WS-HOLDS-RESTORED-DISPLAY DELIMITED BY SIZE
		INTO REG-LINE
	END-STRING.
	WRITE REG-LINE.
	MOVE WS-RECEIVED-COST TO WS-COST-DISPLAY.
	MOVE WS-SHIPPED-COST  TO WS-COST-DISPLAY2.
	MOVE SPACES TO REG-LINE.
	STRING "RECEIVED AT COST: " DELIMITED BY SIZE
		WS-COST-DISPLAY DELIMITED BY SIZE
		"  SHIPPED AT AVERAGE COST: " DELIMITED BY SIZE
		WS-COST-DISPLAY2 DELIMITED BY SIZE
		INTO REG-LINE
	END-STRING.
	WRITE REG-LINE.
	MOVE SPACES TO REG-LINE.
	STRING "LOT RECEIPTS: " DELIMITED BY SIZE
		WS-LOT-RECEIPTS DELIMITED BY SIZE
		"  LOTS EMPTIED BY SHIPMENTS: " DELIMITED BY SIZE
		WS-LOTS-EMPTIED DELIMITED BY SIZE
		"  UNITS SHIPPED FROM UNTRACKED STOCK: " DELIMITED BY SIZE
		WS-LOT-UNTRACKED-QTY DELIMITED BY SIZE
		INTO REG-LINE
	END-STRING.
	WRITE REG-LINE.
	MOVE SPACES TO REG-LINE.
	STRING "CLOSED THROUGH: " DELIMITED BY SIZE
		WS-CLOSED-THRU-DATE DELIMITED BY SIZE
		"  LATE REJECTED: " DELIMITED BY SIZE
		WS-LATE-REJECTED DELIMITED BY SIZE
		"  LATE POSTED TO OPEN PERIOD: " DELIMITED BY SIZE
		WS-LATE-REDIRECTED DELIMITED BY SIZE
		INTO REG-LINE
	END-STRING.
	WRITE REG-LINE.

WriteAgingHeader.
	MOVE SPACES TO AGE-LINE.
	STRING "CBMOVPOST -- BACKORDER HOLDS OVER " DELIMITED BY SIZE
		WS-HOLD-AGE-LIMIT DELIMITED BY SIZE
		" BUSINESS DAYS   RUN DATE: " DELIMITED BY SIZE
		WS-RUN-MM DELIMITED BY SIZE
		"/" DELIMITED BY SIZE
		WS-RUN-DD DELIMITED BY SIZE
