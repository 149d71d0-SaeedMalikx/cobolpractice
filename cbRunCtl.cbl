	05 RC-RUN-DATE             PIC 9(08).
	05 FILLER                  PIC X(01).
	05 RC-STEP-NAME            PIC X(08).
	05 FILLER                  PIC X(01).
	05 RC-MARK-TIME            PIC X(08).

WORKING-STORAGE SECTION.
COPY FILEPARM.
COPY BUSDPARM.

*> Run-control state for the CBDRIVE chain: one record per step
*> completed clean on the current business date.  CHECK at the top
*> the JCL COND logic skips it on a resubmit; MARK records a clean
*> completion (and starts a fresh slate when the date has rolled);
*> RESET is the operator's force-full-run -- it empties the file.
*> The business date is the processing date from CBBUSDTE, so a
*> chain that runs past midnight, or is resubmitted next morning
*> before operations rolls the date, still resumes where it stopped.
*> MARK also stamps the time of day the step completed (HHMMSSCC,
*> counted past 24 hours after midnight as CBBUSDTE stamps it;
*> spaces on records written before the stamp was kept), so a
*> later step can tell what was posted after it -- CBROLLFWD
*> takes STEP015's stamp as the moment its backup was taken.

01 WS-CTL-FILE-STATUS          PIC X(02) VALUE SPACES.
01 WS-ABORT-FILE-NAME          PIC X(40) VALUE SPACES.
			DEPENDING ON WS-STEP-COUNT
			INDEXED BY WS-SIDX.
		10 WS-STEP-NAME          PIC X(08).
		10 WS-STEP-TIME          PIC X(08).
01 WS-MARK-TIME                PIC 9(08) VALUE ZERO.
01 WS-FOUND-SW                 PIC X(01) VALUE "N".
	88 STEP-FOUND           VALUE "Y".
	88 STEP-NOT-FOUND       VALUE "N".
PROCEDURE DIVISION.
Begin.
	PERFORM LoadFileParms.
	MOVE "P" TO BD-FUNCTION.
	CALL "CBBUSDTE" USING BD-DATE-PARMS.
	MOVE BD-RESULT-DATE TO WS-RUN-DATE.
	ACCEPT WS-PARM-FUNC FROM ENVIRONMENT "RUNFUNC".
	ACCEPT WS-PARM-STEP FROM ENVIRONMENT "RUNSTEP".
	EVALUATE TRUE
		END-IF
		ADD 1 TO WS-STEP-COUNT
		MOVE RC-STEP-NAME TO WS-STEP-NAME (WS-STEP-COUNT)
		MOVE RC-MARK-TIME TO WS-STEP-TIME (WS-STEP-COUNT)
	END-IF.
	PERFORM ReadRunControl.

		END-IF
		ADD 1 TO WS-STEP-COUNT
		MOVE WS-PARM-STEP TO WS-STEP-NAME (WS-STEP-COUNT)
		SET WS-SIDX TO WS-STEP-COUNT
	END-IF.
	MOVE "T" TO BD-FUNCTION.
	CALL "CBBUSDTE" USING BD-DATE-PARMS.
	MOVE BD-RESULT-TIME TO WS-MARK-TIME.
	MOVE WS-MARK-TIME TO WS-STEP-TIME (WS-SIDX).
	PERFORM RewriteRunControl.
	DISPLAY "CBRUNCTL -- " WS-PARM-STEP " MARKED COMPLETE FOR "
		WS-RUN-DATE.
	MOVE SPACES TO RUNCTL-RECORD.
	MOVE WS-RUN-DATE TO RC-RUN-DATE.
	MOVE WS-STEP-NAME (WS-SIDX) TO RC-STEP-NAME.
	MOVE WS-STEP-TIME (WS-SIDX) TO RC-MARK-TIME.
	WRITE RUNCTL-RECORD.
	IF WS-CTL-FILE-STATUS NOT = "00"
		MOVE "RUNCTL" TO WS-ABORT-FILE-NAME
