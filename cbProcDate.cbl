IDENTIFICATION DIVISION.
PROGRAM-ID. CBPROCDT.
AUTHOR. SAEEDMALIK.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
	SELECT PROCDATE ASSIGN TO DYNAMIC FP-PROCDATE-NAME
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS WS-PDT-FILE-STATUS.

DATA DIVISION.
FILE SECTION.
FD PROCDATE.
01 PROCDATE-RECORD.
	COPY PROCDATE.

WORKING-STORAGE SECTION.
COPY FILEPARM.
COPY BUSDPARM.

*> Operator maintenance of the processing-date control record.
*> SHOW displays it; SET puts the suite on the date in PDDATE (a
*> new installation, or a correction); ROLL is the end-of-day step
*> that moves it to the next working day on the business calendar.
*> A date that is not a working day is accepted on SET -- a special
*> weekend run is the operator's call -- but ends RC 4 so the job
*> log shows it.

01 WS-PDT-FILE-STATUS          PIC X(02) VALUE SPACES.
01 WS-ABORT-FILE-NAME          PIC X(40) VALUE SPACES.
01 WS-ABORT-FILE-STATUS        PIC X(02) VALUE SPACES.

01 WS-PARM-FUNC                PIC X(08) VALUE SPACES.
	88 FUNC-SHOW            VALUE "SHOW" " ".
	88 FUNC-SET             VALUE "SET".
	88 FUNC-ROLL            VALUE "ROLL".
01 WS-PARM-DATE                PIC X(08) VALUE SPACES.
01 WS-PARM-DATE-N REDEFINES WS-PARM-DATE
                               PIC 9(08).

01 WS-RECORD-SW                PIC X(01) VALUE "N".
	88 RECORD-ON-FILE       VALUE "Y".
	88 NO-RECORD-ON-FILE    VALUE "N".
01 WS-OLD-PROCESS-DATE         PIC 9(08) VALUE ZERO.
01 WS-NEW-PROCESS-DATE         PIC 9(08) VALUE ZERO.
01 WS-CLOCK-DATE               PIC 9(08) VALUE ZERO.
01 WS-CLOCK-TIME               PIC 9(08) VALUE ZERO.

PROCEDURE DIVISION.
Begin.
	DISPLAY "CBPROCDT -- PROCESSING-DATE CONTROL".
	PERFORM LoadFileParms.
	ACCEPT WS-PARM-FUNC FROM ENVIRONMENT "PDFUNC".
	ACCEPT WS-PARM-DATE FROM ENVIRONMENT "PDDATE".
	PERFORM LoadControlRecord.
	EVALUATE TRUE
		WHEN FUNC-SHOW
			PERFORM ShowControlRecord
		WHEN FUNC-SET
			PERFORM SetProcessDate
		WHEN FUNC-ROLL
			PERFORM RollProcessDate
		WHEN OTHER
			DISPLAY "CBPROCDT -- SET PDFUNC TO SHOW, SET OR ROLL"
			MOVE 16 TO RETURN-CODE
	END-EVALUATE.
	STOP RUN.

LoadFileParms.
	MOVE FP-PROCDATE-DEFAULT TO FP-PROCDATE-NAME.
	ACCEPT FP-PROCDATE-NAME FROM ENVIRONMENT "PROCDATE".
	IF FP-PROCDATE-NAME = SPACES
		MOVE FP-PROCDATE-DEFAULT TO FP-PROCDATE-NAME
	END-IF.

LoadControlRecord.
	SET NO-RECORD-ON-FILE TO TRUE.
	OPEN INPUT PROCDATE.
	IF WS-PDT-FILE-STATUS NOT = "35"
		IF WS-PDT-FILE-STATUS NOT = "00"
			MOVE "PROCDATE" TO WS-ABORT-FILE-NAME
			MOVE WS-PDT-FILE-STATUS TO WS-ABORT-FILE-STATUS
			PERFORM AbortOnFileError
		END-IF
		READ PROCDATE
			AT END
				CONTINUE
			NOT AT END
				SET RECORD-ON-FILE TO TRUE
				MOVE PD-PROCESS-DATE TO WS-OLD-PROCESS-DATE
		END-READ
		CLOSE PROCDATE
	END-IF.

ShowControlRecord.
	IF NO-RECORD-ON-FILE
		DISPLAY "CBPROCDT -- NO CONTROL RECORD -- PROGRAMS ARE RUNNING"
			" ON THE SYSTEM DATE.  SET ONE WITH PDFUNC=SET"
		MOVE 4 TO RETURN-CODE
	ELSE
		DISPLAY "CBPROCDT PROCESSING DATE: " PD-PROCESS-DATE
			"  PRIOR: " PD-PRIOR-DATE
		DISPLAY "CBPROCDT LAST " PD-CHANGED-BY " ON " PD-CHANGED-DATE
			" AT " PD-CHANGED-TIME
	END-IF.

SetProcessDate.
	IF WS-PARM-DATE NOT NUMERIC
		DISPLAY "CBPROCDT -- PDDATE '" WS-PARM-DATE
			"' IS NOT A YYYYMMDD DATE -- NOTHING CHANGED"
		MOVE 16 TO RETURN-CODE
		STOP RUN
	END-IF.
	IF FUNCTION TEST-DATE-YYYYMMDD (WS-PARM-DATE-N) NOT = ZERO
		DISPLAY "CBPROCDT -- PDDATE '" WS-PARM-DATE
			"' IS NOT A YYYYMMDD DATE -- NOTHING CHANGED"
		MOVE 16 TO RETURN-CODE
		STOP RUN
	END-IF.
	MOVE WS-PARM-DATE-N TO WS-NEW-PROCESS-DATE.
	MOVE "W" TO BD-FUNCTION.
	MOVE WS-NEW-PROCESS-DATE TO BD-FROM-DATE.
	CALL "CBBUSDTE" USING BD-DATE-PARMS.
	IF BD-NON-WORKING-DAY
		DISPLAY "CBPROCDT -- " WS-NEW-PROCESS-DATE " IS NOT A WORKING"
			" DAY ON THE BUSINESS CALENDAR -- SET ANYWAY"
		MOVE 4 TO RETURN-CODE
	END-IF.
	PERFORM WriteControlRecord.
	DISPLAY "CBPROCDT -- PROCESSING DATE SET TO " WS-NEW-PROCESS-DATE.

*> Rolling with no record on file has nothing to roll from; the
*> operator sets the first date explicitly.
RollProcessDate.
	IF NO-RECORD-ON-FILE
		DISPLAY "CBPROCDT -- NO CONTROL RECORD TO ROLL -- SET THE"
			" FIRST PROCESSING DATE WITH PDFUNC=SET"
		MOVE 16 TO RETURN-CODE
		STOP RUN
	END-IF.
	MOVE "N" TO BD-FUNCTION.
	MOVE WS-OLD-PROCESS-DATE TO BD-FROM-DATE.
	CALL "CBBUSDTE" USING BD-DATE-PARMS.
	MOVE BD-RESULT-DATE TO WS-NEW-PROCESS-DATE.
	PERFORM WriteControlRecord.
	DISPLAY "CBPROCDT -- PROCESSING DATE ROLLED FROM "
		WS-OLD-PROCESS-DATE " TO " WS-NEW-PROCESS-DATE.

WriteControlRecord.
	ACCEPT WS-CLOCK-DATE FROM DATE YYYYMMDD.
	ACCEPT WS-CLOCK-TIME FROM TIME.
	MOVE WS-NEW-PROCESS-DATE TO PD-PROCESS-DATE.
	MOVE WS-OLD-PROCESS-DATE TO PD-PRIOR-DATE.
	MOVE WS-CLOCK-DATE       TO PD-CHANGED-DATE.
	MOVE WS-CLOCK-TIME       TO PD-CHANGED-TIME.
	IF FUNC-SET
		MOVE "SET" TO PD-CHANGED-BY
	ELSE
		MOVE "ROLL" TO PD-CHANGED-BY
	END-IF.
	OPEN OUTPUT PROCDATE.
	IF WS-PDT-FILE-STATUS NOT = "00"
		MOVE "PROCDATE" TO WS-ABORT-FILE-NAME
		MOVE WS-PDT-FILE-STATUS TO WS-ABORT-FILE-STATUS
		PERFORM AbortOnFileError
	END-IF.
	WRITE PROCDATE-RECORD.
	IF WS-PDT-FILE-STATUS NOT = "00"
		MOVE "PROCDATE" TO WS-ABORT-FILE-NAME
		MOVE WS-PDT-FILE-STATUS TO WS-ABORT-FILE-STATUS
		PERFORM AbortOnFileError
	END-IF.
	CLOSE PROCDATE.
	IF WS-PDT-FILE-STATUS NOT = "00"
		MOVE "PROCDATE" TO WS-ABORT-FILE-NAME
		MOVE WS-PDT-FILE-STATUS TO WS-ABORT-FILE-STATUS
		PERFORM AbortOnFileError
	END-IF.

AbortOnFileError.
	DISPLAY "CBPROCDT -- FILE ERROR ON " WS-ABORT-FILE-NAME
		": STATUS=" WS-ABORT-FILE-STATUS.
	MOVE 16 TO RETURN-CODE.
	STOP RUN.
