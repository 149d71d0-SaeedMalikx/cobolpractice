*> BUSDPARM.CPY
*> Parameter area for CALLs to CBBUSDTE, the suite's business-date
*> service.  Every program takes its run date from it instead of the
*> system clock, and the aging programs count working days with it.
*> The caller sets BD-FUNCTION and the dates the function needs:
*>   P  processing date -- BD-RESULT-DATE is the date on the
*>      PROCDATE control record operations sets and rolls forward
*>      at end of day (the system date, with a console warning and
*>      BD-FROM-CLOCK set, when no control record is on file);
*>   C  count business days -- BD-DAYS is the number of working
*>      days after BD-FROM-DATE up to and including BD-TO-DATE
*>      (zero when TO is not after FROM);
*>   W  working-day test -- BD-WORKING-DAY is set for BD-FROM-DATE;
*>   N  next working day -- BD-RESULT-DATE is the first working day
*>      after BD-FROM-DATE;
*>   T  time stamp -- BD-RESULT-TIME is the time of day (HHMMSSCC)
*>      to stamp beside the processing date, counted on past 24
*>      hours for each day the clock has run beyond the processing
*>      date (00:30 the morning after is 24:30:00), so stamps on a
*>      processing date stay in order when a chain runs past
*>      midnight.
*> Monday to Friday are working days unless the BUSCAL calendar file
*> names the date a holiday; a Saturday or Sunday BUSCAL names as
*> worked counts as a working day.  COPY this in both the caller's
*> WORKING-STORAGE and the subprogram's LINKAGE SECTION.
 01  BD-DATE-PARMS.
     05  BD-FUNCTION                PIC X(01).
         88  BD-GET-PROCESS-DATE    VALUE "P".
         88  BD-COUNT-DAYS          VALUE "C".
         88  BD-TEST-WORKING-DAY    VALUE "W".
         88  BD-GET-NEXT-WORKDAY    VALUE "N".
         88  BD-GET-TIME-STAMP      VALUE "T".
     05  BD-FROM-DATE               PIC 9(08).
     05  BD-TO-DATE                 PIC 9(08).
     05  BD-RESULT-DATE             PIC 9(08).
     05  BD-RESULT-TIME             PIC 9(08).
     05  BD-DAYS                    PIC 9(07).
     05  BD-DAY-SW                  PIC X(01).
         88  BD-WORKING-DAY         VALUE "Y".
         88  BD-NON-WORKING-DAY     VALUE "N".
     05  BD-DATE-SOURCE             PIC X(01).
         88  BD-FROM-CONTROL        VALUE "C".
         88  BD-FROM-CLOCK          VALUE "S".
