IDENTIFICATION DIVISION.
PROGRAM-ID. CBBUSDTE.
AUTHOR. SAEEDMALIK.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
	SELECT PROCDATE ASSIGN TO DYNAMIC FP-PROCDATE-NAME
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS WS-PDT-FILE-STATUS.

	SELECT BUSCAL ASSIGN TO DYNAMIC FP-BUSCAL-NAME
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS WS-CAL-FILE-STATUS.

DATA DIVISION.
FILE SECTION.
FD PROCDATE.
01 PROCDATE-RECORD.
	COPY PROCDATE.

*> One line per exception to the Monday-to-Friday week: the date,
*> H for a holiday (not worked) or W for a weekend day that is
*> worked, and a description for whoever maintains the file.
FD BUSCAL.
01 BUSCAL-RECORD.
	88 EOFC     VALUE HIGH-VALUES.
	05 BC-CAL-DATE             PIC 9(08).
	05 FILLER                  PIC X(01).
	05 BC-DAY-TYPE             PIC X(01).
		88 BC-HOLIDAY           VALUE "H".
		88 BC-WORKED            VALUE "W".
	05 FILLER                  PIC X(01).
	05 BC-DESCRIPTION          PIC X(30).

WORKING-STORAGE SECTION.
COPY FILEPARM.

01 WS-PDT-FILE-STATUS          PIC X(02) VALUE SPACES.
01 WS-CAL-FILE-STATUS          PIC X(02) VALUE SPACES.
01 WS-ABORT-FILE-NAME          PIC X(40) VALUE SPACES.
01 WS-ABORT-FILE-STATUS        PIC X(02) VALUE SPACES.

*> The control record and the calendar are read once per run and
*> kept for every later CALL.
01 WS-PROCDATE-SW              PIC X(01) VALUE "N".
	88 PROCDATE-LOADED      VALUE "Y".
01 WS-CALENDAR-SW              PIC X(01) VALUE "N".
	88 CALENDAR-LOADED      VALUE "Y".
01 WS-PROCESS-DATE             PIC 9(08) VALUE ZERO.
01 WS-PROCESS-SOURCE           PIC X(01) VALUE SPACE.
01 WS-SYSTEM-DATE              PIC 9(08) VALUE ZERO.
01 WS-SYSTEM-TIME              PIC 9(08) VALUE ZERO.
01 WS-DAYS-PAST                PIC S9(07) COMP VALUE ZERO.

01 WS-CAL-COUNT                PIC 9(04) COMP VALUE ZERO.
77 WS-CAL-MAX                  PIC 9(04) COMP VALUE 1000.
01 WS-CAL-SKIPPED              PIC 9(04) COMP VALUE ZERO.
01 WS-CALENDAR-TABLE.
	05 WS-CAL-ENTRY OCCURS 1 TO 1000 TIMES
			DEPENDING ON WS-CAL-COUNT
			INDEXED BY WS-CIDX.
		10 WS-CAL-DAY-NO         PIC 9(07) COMP.
		10 WS-CAL-TYPE           PIC X(01).

*> Day numbers run from 1 = Monday 01/01/1601, so the remainder of
*> (day number - 1) / 7 is 0 for Monday through 6 for Sunday.
01 WS-FROM-DAY-NO              PIC 9(07) COMP VALUE ZERO.
01 WS-TO-DAY-NO                PIC 9(07) COMP VALUE ZERO.
01 WS-TEST-DAY-NO              PIC 9(07) COMP VALUE ZERO.
01 WS-SPAN-DAYS                PIC 9(07) COMP VALUE ZERO.
01 WS-WHOLE-WEEKS              PIC 9(07) COMP VALUE ZERO.
01 WS-ODD-DAYS                 PIC 9(07) COMP VALUE ZERO.
01 WS-ODD-SUB                  PIC 9(07) COMP VALUE ZERO.
01 WS-DAY-OFFSET               PIC 9(07) COMP VALUE ZERO.
01 WS-WEEK-QUOTIENT            PIC 9(07) COMP VALUE ZERO.
01 WS-WEEKDAY-NO               PIC 9(01) VALUE ZERO.
	88 WEEKEND-DAY          VALUE 5 6.
01 WS-WORKING-COUNT            PIC S9(07) COMP VALUE ZERO.
01 WS-WORKING-SW               PIC X(01) VALUE "N".
	88 DAY-IS-WORKING       VALUE "Y".
	88 DAY-IS-NOT-WORKING   VALUE "N".
01 WS-SEARCH-TRIES             PIC 9(03) COMP VALUE ZERO.

LINKAGE SECTION.
COPY BUSDPARM.

PROCEDURE DIVISION USING BD-DATE-PARMS.
Begin.
	EVALUATE TRUE
		WHEN BD-GET-PROCESS-DATE
			IF NOT PROCDATE-LOADED
				PERFORM LoadProcessDate
			END-IF
			MOVE WS-PROCESS-DATE   TO BD-RESULT-DATE
			MOVE WS-PROCESS-SOURCE TO BD-DATE-SOURCE
		WHEN BD-COUNT-DAYS
			PERFORM RequireCalendar
			PERFORM CountWorkingDays
		WHEN BD-TEST-WORKING-DAY
			PERFORM RequireCalendar
			COMPUTE WS-TEST-DAY-NO =
				FUNCTION INTEGER-OF-DATE (BD-FROM-DATE)
			PERFORM TestWorkingDay
			IF DAY-IS-WORKING
				SET BD-WORKING-DAY TO TRUE
			ELSE
				SET BD-NON-WORKING-DAY TO TRUE
			END-IF
		WHEN BD-GET-NEXT-WORKDAY
			PERFORM RequireCalendar
			PERFORM FindNextWorkingDay
		WHEN BD-GET-TIME-STAMP
			IF NOT PROCDATE-LOADED
				PERFORM LoadProcessDate
			END-IF
			PERFORM StampTimeOfDay
		WHEN OTHER
			DISPLAY "CBBUSDTE -- UNKNOWN FUNCTION '" BD-FUNCTION "'"
			MOVE 16 TO RETURN-CODE
			STOP RUN
	END-EVALUATE.
	GOBACK.

*> No control record yet (a new installation, or a test region)
*> falls back to the system date so the suite still runs, but says
*> so on the console every job that hits it.
LoadProcessDate.
	MOVE FP-PROCDATE-DEFAULT TO FP-PROCDATE-NAME.
	ACCEPT FP-PROCDATE-NAME FROM ENVIRONMENT "PROCDATE".
	IF FP-PROCDATE-NAME = SPACES
		MOVE FP-PROCDATE-DEFAULT TO FP-PROCDATE-NAME
	END-IF.
	OPEN INPUT PROCDATE.
	IF WS-PDT-FILE-STATUS = "35"
		PERFORM UseSystemDate
	ELSE
		IF WS-PDT-FILE-STATUS NOT = "00"
			MOVE "PROCDATE" TO WS-ABORT-FILE-NAME
			MOVE WS-PDT-FILE-STATUS TO WS-ABORT-FILE-STATUS
			PERFORM AbortOnFileError
		END-IF
		READ PROCDATE
			AT END
				PERFORM UseSystemDate
			NOT AT END
				PERFORM TakeControlDate
		END-READ
		CLOSE PROCDATE
	END-IF.
	SET PROCDATE-LOADED TO TRUE.

TakeControlDate.
	IF PD-PROCESS-DATE NOT NUMERIC
	OR FUNCTION TEST-DATE-YYYYMMDD (PD-PROCESS-DATE) NOT = ZERO
		DISPLAY "CBBUSDTE -- PROCESSING-DATE CONTROL RECORD IS NOT A"
			" VALID DATE -- CORRECT IT WITH CBPROCDT"
		MOVE 16 TO RETURN-CODE
		STOP RUN
	END-IF.
	MOVE PD-PROCESS-DATE TO WS-PROCESS-DATE.
	SET BD-FROM-CONTROL TO TRUE.
	MOVE BD-DATE-SOURCE TO WS-PROCESS-SOURCE.

UseSystemDate.
	ACCEPT WS-SYSTEM-DATE FROM DATE YYYYMMDD.
	DISPLAY "CBBUSDTE -- NO PROCESSING-DATE CONTROL RECORD -- USING"
		" THE SYSTEM DATE " WS-SYSTEM-DATE.
	MOVE WS-SYSTEM-DATE TO WS-PROCESS-DATE.
	SET BD-FROM-CLOCK TO TRUE.
	MOVE BD-DATE-SOURCE TO WS-PROCESS-SOURCE.

*> Three days past the processing date is as far as the eight-digit
*> time can count; a date left unrolled longer than that stamps as
*> the third day.
StampTimeOfDay.
	ACCEPT WS-SYSTEM-DATE FROM DATE YYYYMMDD.
	ACCEPT WS-SYSTEM-TIME FROM TIME.
	COMPUTE WS-DAYS-PAST = FUNCTION INTEGER-OF-DATE (WS-SYSTEM-DATE)
		- FUNCTION INTEGER-OF-DATE (WS-PROCESS-DATE).
	IF WS-DAYS-PAST < ZERO
		MOVE ZERO TO WS-DAYS-PAST
	END-IF.
	IF WS-DAYS-PAST > 3
		MOVE 3 TO WS-DAYS-PAST
	END-IF.
	COMPUTE BD-RESULT-TIME = WS-SYSTEM-TIME + WS-DAYS-PAST * 24000000.

*> No calendar file means a plain Monday-to-Friday week.
RequireCalendar.
	IF NOT CALENDAR-LOADED
		PERFORM LoadCalendar
		SET CALENDAR-LOADED TO TRUE
	END-IF.

LoadCalendar.
	MOVE FP-BUSCAL-DEFAULT TO FP-BUSCAL-NAME.
	ACCEPT FP-BUSCAL-NAME FROM ENVIRONMENT "BUSCAL".
	IF FP-BUSCAL-NAME = SPACES
		MOVE FP-BUSCAL-DEFAULT TO FP-BUSCAL-NAME
	END-IF.
	MOVE ZERO TO WS-CAL-COUNT.
	OPEN INPUT BUSCAL.
	IF WS-CAL-FILE-STATUS = "35"
		DISPLAY "CBBUSDTE -- NO BUSINESS CALENDAR ON FILE -- MONDAY TO"
			" FRIDAY ARE WORKING DAYS"
	ELSE
		IF WS-CAL-FILE-STATUS NOT = "00"
			MOVE "BUSCAL" TO WS-ABORT-FILE-NAME
			MOVE WS-CAL-FILE-STATUS TO WS-ABORT-FILE-STATUS
			PERFORM AbortOnFileError
		END-IF
		PERFORM ReadCalendar
		PERFORM StoreCalendarDay UNTIL EOFC
		CLOSE BUSCAL
		IF WS-CAL-SKIPPED > ZERO
			DISPLAY "CBBUSDTE -- " WS-CAL-SKIPPED " BUSCAL LINES IGNORED"
				" (DATE NOT VALID OR TYPE NOT H/W)"
		END-IF
	END-IF.

ReadCalendar.
	READ BUSCAL
		AT END SET EOFC TO TRUE
	END-READ.
	IF WS-CAL-FILE-STATUS NOT = "00" AND WS-CAL-FILE-STATUS NOT = "10"
		MOVE "BUSCAL" TO WS-ABORT-FILE-NAME
		MOVE WS-CAL-FILE-STATUS TO WS-ABORT-FILE-STATUS
		PERFORM AbortOnFileError
	END-IF.

StoreCalendarDay.
	IF BC-CAL-DATE NUMERIC
	AND FUNCTION TEST-DATE-YYYYMMDD (BC-CAL-DATE) = ZERO
	AND (BC-HOLIDAY OR BC-WORKED)
		IF WS-CAL-COUNT >= WS-CAL-MAX
			DISPLAY "CBBUSDTE -- CALENDAR TABLE FULL AT " WS-CAL-MAX
			MOVE 16 TO RETURN-CODE
			STOP RUN
		END-IF
		ADD 1 TO WS-CAL-COUNT
		COMPUTE WS-CAL-DAY-NO (WS-CAL-COUNT) =
			FUNCTION INTEGER-OF-DATE (BC-CAL-DATE)
		MOVE BC-DAY-TYPE TO WS-CAL-TYPE (WS-CAL-COUNT)
	ELSE
		ADD 1 TO WS-CAL-SKIPPED
	END-IF.
	PERFORM ReadCalendar.

*> Whole weeks count five days each; the odd days left over are
*> tested one by one; then each calendar exception inside the span
*> takes a weekday out or puts a weekend day back.
CountWorkingDays.
	MOVE ZERO TO BD-DAYS.
	IF BD-TO-DATE > BD-FROM-DATE
		COMPUTE WS-FROM-DAY-NO = FUNCTION INTEGER-OF-DATE (BD-FROM-DATE)
		COMPUTE WS-TO-DAY-NO = FUNCTION INTEGER-OF-DATE (BD-TO-DATE)
		COMPUTE WS-SPAN-DAYS = WS-TO-DAY-NO - WS-FROM-DAY-NO
		DIVIDE WS-SPAN-DAYS BY 7 GIVING WS-WHOLE-WEEKS
			REMAINDER WS-ODD-DAYS
		COMPUTE WS-WORKING-COUNT = WS-WHOLE-WEEKS * 5
		PERFORM CountOneOddDay VARYING WS-ODD-SUB FROM 1 BY 1
			UNTIL WS-ODD-SUB > WS-ODD-DAYS
		IF WS-CAL-COUNT > ZERO
			PERFORM ApplyOneException VARYING WS-CIDX FROM 1 BY 1
				UNTIL WS-CIDX > WS-CAL-COUNT
		END-IF
		IF WS-WORKING-COUNT > ZERO
			MOVE WS-WORKING-COUNT TO BD-DAYS
		END-IF
	END-IF.

CountOneOddDay.
	COMPUTE WS-TEST-DAY-NO = WS-FROM-DAY-NO + WS-WHOLE-WEEKS * 7
		+ WS-ODD-SUB.
	PERFORM FindWeekday.
	IF NOT WEEKEND-DAY
		ADD 1 TO WS-WORKING-COUNT
	END-IF.

ApplyOneException.
	IF WS-CAL-DAY-NO (WS-CIDX) > WS-FROM-DAY-NO
	AND WS-CAL-DAY-NO (WS-CIDX) NOT > WS-TO-DAY-NO
		MOVE WS-CAL-DAY-NO (WS-CIDX) TO WS-TEST-DAY-NO
		PERFORM FindWeekday
		IF WS-CAL-TYPE (WS-CIDX) = "H" AND NOT WEEKEND-DAY
			SUBTRACT 1 FROM WS-WORKING-COUNT
		END-IF
		IF WS-CAL-TYPE (WS-CIDX) = "W" AND WEEKEND-DAY
			ADD 1 TO WS-WORKING-COUNT
		END-IF
	END-IF.

FindWeekday.
	COMPUTE WS-DAY-OFFSET = WS-TEST-DAY-NO - 1.
	DIVIDE WS-DAY-OFFSET BY 7 GIVING WS-WEEK-QUOTIENT
		REMAINDER WS-WEEKDAY-NO.

TestWorkingDay.
	PERFORM FindWeekday.
	IF WEEKEND-DAY
		SET DAY-IS-NOT-WORKING TO TRUE
	ELSE
		SET DAY-IS-WORKING TO TRUE
	END-IF.
	IF WS-CAL-COUNT > ZERO
		SET WS-CIDX TO 1
		SEARCH WS-CAL-ENTRY
			AT END
				CONTINUE
			WHEN WS-CAL-DAY-NO (WS-CIDX) = WS-TEST-DAY-NO
				IF WS-CAL-TYPE (WS-CIDX) = "H"
					SET DAY-IS-NOT-WORKING TO TRUE
				ELSE
					SET DAY-IS-WORKING TO TRUE
				END-IF
		END-SEARCH
	END-IF.

*> A calendar that closes more than a year solid is a keying error;
*> stop looking rather than loop.
FindNextWorkingDay.
	COMPUTE WS-TEST-DAY-NO = FUNCTION INTEGER-OF-DATE (BD-FROM-DATE).
	MOVE ZERO TO WS-SEARCH-TRIES.
	SET DAY-IS-NOT-WORKING TO TRUE.
	PERFORM TryNextDay
		UNTIL DAY-IS-WORKING OR WS-SEARCH-TRIES > 366.
	IF DAY-IS-NOT-WORKING
		DISPLAY "CBBUSDTE -- NO WORKING DAY WITHIN A YEAR OF "
			BD-FROM-DATE " -- CHECK THE BUSINESS CALENDAR"
		MOVE 16 TO RETURN-CODE
		STOP RUN
	END-IF.
	COMPUTE BD-RESULT-DATE = FUNCTION DATE-OF-INTEGER (WS-TEST-DAY-NO).

TryNextDay.
	ADD 1 TO WS-TEST-DAY-NO.
	ADD 1 TO WS-SEARCH-TRIES.
	PERFORM TestWorkingDay.

AbortOnFileError.
	DISPLAY "CBBUSDTE -- FILE ERROR ON " WS-ABORT-FILE-NAME
		": STATUS=" WS-ABORT-FILE-STATUS.
	MOVE 16 TO RETURN-CODE.
	STOP RUN.
