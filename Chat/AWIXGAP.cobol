      *  record and nothing notices.  AWIXGAP reads the operations-  *
      *  maintained business-day calendar (AWIXCAL) and, for every   *
      *  working day in the requested range, looks for at least one  *
      *  clean (AH-SEVERITY = 0) run on the day's AWIXDSUM summary   *
      *  record, which AWIXDSB rolls forward from AWIXHIST ahead of  *
      *  this step.  Working days with no clean run are reported as  *
      *  gaps and the program ends with RETURN-CODE 8 so the alert   *
      *  step in the job can page operations.                        *
      *                                                               *
      *  The date range comes from the GAPSTART / GAPEND keys in     *
      *  AWIXPARM (YYYYMMDD); either may be omitted, in which case   *
      *  the programs expected every working night (AWIXCHK,         *
      *  AWIXEXT, AWIXCON); the monthly archive is sequenced and     *
      *  recorded by the AWIXCTL run control instead.                 *
      *                                                               *
      *  The reverse case is reported too: any AWIXHIST run or       *
      *  AWIXPLOG execution on a holiday or planned-outage date in   *
      *  the range is listed as an unexpected run -- a job running   *
      *  during a planned outage is as much an incident as a missed  *
      *  one -- and also ends the step with RETURN-CODE 8.  Dates    *
      *  the operator released through the CALOVRD parameter (the    *
      *  override AWIXMP and AWIXCTL honour) are exempt.             *
      ****************************************************************
      ****************************************************************
      **           I D          D I V I S I O N                    ***
               Record Key Is AH-GREG-KEY
               Alternate Record Key Is AH-RUN-DATE With Duplicates
               File Status Is WS-Hist-Status.
           Select AWIXDSUM-FILE Assign To "AWIXDSUM"
               Organization Is Indexed
               Access Mode Is Random
               Record Key Is DS-SUM-KEY
               File Status Is WS-Dsum-Status.
           Select Optional AWIXPARM-FILE Assign To "AWIXPARM"
               Organization Is Indexed
               Access Mode Is Sequential
       Data Division.
       File Section.
       COPY AWIXHIST.
       COPY AWIXDSUM.
       COPY AWIXPARM.
       COPY AWIXCAL.


       Working-Storage Section.
       77   WS-Hist-Status       PIC X(2).
       77   WS-Dsum-Status       PIC X(2).
       77   WS-Parm-Status       PIC X(2).
       77   WS-Cal-Status        PIC X(2).
       77   WS-Gapo-Status       PIC X(2).
           88  Scan-Eof                    Value "Y".
       77   WS-Clean-Flag        PIC X     Value "N".
           88  Clean-Run-Found             Value "Y".
       77   WS-Summary-Flag      PIC X     Value "N".
           88  Summary-Found               Value "Y".

       77   WS-Gap-Start         PIC X(8)  Value Spaces.
       77   WS-Gap-End           PIC X(8)  Value Spaces.
       77   WS-List-Item         PIC X(8).
       77   WS-Suite-Gap-Count   PIC 9(7)  Value Zero.
      ****************************************************************
      **  Unexpected-run check.  Holiday and outage dates in range
      **  are noted as the calendar is read (the most recent 200 are
      **  kept); their AWIXHIST runs and AWIXPLOG executions are
      **  listed once the calendar is done.
      ****************************************************************
       01   WS-Offday-Table.
            02  WS-Offday-Entry   Occurs 200 Times.
                03  WS-Offday-Date   PIC X(8).
                03  WS-Offday-Reason PIC X(14).
                03  WS-Offday-Desc   PIC X(30).
       77   WS-Offday-Count      PIC 9(4)  Value Zero.
       77   WS-Offday-Sub        PIC 9(4)  Binary.
       77   WS-Offday-Hit-Flag   PIC X     Value "N".
           88  Offday-Found                Value "Y".
       77   WS-Offday-Overflow   PIC 9(7)  Value Zero.
       77   WS-Cal-Override      PIC X(80) Value Spaces.
       77   WS-Cal-Ovrd-Flag     PIC X     Value "N".
           88  Cal-Override-Set            Value "Y".
       77   WS-Unexpected-Count  PIC 9(7)  Value Zero.
       77   WS-Unexp-Program     PIC X(8).
       77   WS-Unexp-Date        PIC X(8).
       77   WS-Unexp-Time        PIC X(9).
       77   WS-Unexp-Severity    PIC 9(4).
      ****************************************************************
      **  Declarations for the AWIXLOG suite run-log call made just
      **  before the program ends.
      ****************************************************************
           Perform Until Cal-Eof
               Perform 200-Process-Calendar-Day
           End-Perform.
           Perform 450-Report-Unexpected-Runs.
           Perform 500-Finalize-Report.
           If Plog-Open
               Close AWIXPLOG-FILE
           End-If.
           Close AWIXHIST-FILE AWIXDSUM-FILE AWIXCAL-FILE
               AWIXGAPO-FILE.
           Perform 900-Log-Execution.
           Stop Run.
      **
      ** Load the range parameters and open the calendar, summary,
      ** history and report files.
      **
       100-Initialize.
           Perform 110-Load-Parameters.
               Move 16 to Return-Code
               Stop Run
           End-If.
           Open Input AWIXDSUM-FILE.
           If WS-Dsum-Status Not = "00"
               Display "AWIXGAP: unable to open AWIXDSUM, status="
                   WS-Dsum-Status
               Close AWIXHIST-FILE
               Move 16 to Return-Code
               Stop Run
           End-If.
           Open Input AWIXCAL-FILE.
           If WS-Cal-Status Not = "00"
               Display "AWIXGAP: unable to open AWIXCAL, status="
                   WS-Cal-Status
               Close AWIXHIST-FILE AWIXDSUM-FILE
               Move 16 to Return-Code
               Stop Run
           End-If.
                   Move PARM-VALUE(1:8) to WS-Gap-End
               When "SUITELIST"
                   Perform 117-Parse-Suite-List
               When "CALOVRD"
                   Move PARM-VALUE to WS-Cal-Override
               When Other
                   Continue
           End-Evaluate.
                       Perform 420-Check-Suite-Members
                   End-If
               End-If
           Else
               If (CAL-HOLIDAY Or CAL-OUTAGE)
                   And CAL-DATE Not Greater Greg(1:8)
                   And (WS-Gap-Start = Spaces
                       Or CAL-DATE Not Less WS-Gap-Start)
                   And (WS-Gap-End = Spaces
                       Or CAL-DATE Not Greater WS-Gap-End)
                   Perform 250-Note-Non-Working-Day
               End-If
           End-If.
           Perform 120-Read-Calendar.
      **
      ** Remember a holiday or outage date for the unexpected-run
      ** section, unless CALOVRD released it -- runs on a released
      ** date were sanctioned, and AWIXMP/AWIXCTL said so in their
      ** own output when they ran.  The calendar is read oldest
      ** first, so once the table is full the oldest date is shifted
      ** out to make room: the recent dates, tonight's included,
      ** are always the ones checked.
      **
       250-Note-Non-Working-Day.
           Move CAL-DATE to WS-Check-Date.
           Perform 260-Check-Override.
           If Not Cal-Override-Set
               If WS-Offday-Count = 200
                   Add 1 to WS-Offday-Overflow
                   Perform Varying WS-Offday-Sub From 1 By 1
                       Until WS-Offday-Sub = 200
                       Move WS-Offday-Entry(WS-Offday-Sub + 1)
                           to WS-Offday-Entry(WS-Offday-Sub)
                   End-Perform
               Else
                   Add 1 to WS-Offday-Count
               End-If
               Move CAL-DATE to WS-Offday-Date(WS-Offday-Count)
               Move CAL-DESC to WS-Offday-Desc(WS-Offday-Count)
               If CAL-HOLIDAY
                   Move "HOLIDAY"
                       to WS-Offday-Reason(WS-Offday-Count)
               Else
                   Move "PLANNED OUTAGE"
                       to WS-Offday-Reason(WS-Offday-Count)
               End-If
           End-If.
      **
      ** Is the date being checked one of the blank-separated
      ** CALOVRD dates?
      **
       260-Check-Override.
           Move "N" to WS-Cal-Ovrd-Flag.
           Move 1 to WS-List-Pointer.
           Perform Until WS-List-Pointer > 80 Or Cal-Override-Set
               Move Spaces to WS-List-Item
               Unstring WS-Cal-Override Delimited By All " "
                   Into WS-List-Item
                   With Pointer WS-List-Pointer
               End-Unstring
               If WS-List-Item = WS-Check-Date
                   Set Cal-Override-Set to True
               End-If
           End-Perform.
      **
      ** Read the calendar date's daily summary: the day is covered
      ** when at least one of its runs was logged with severity
      ** zero.  No summary record means no run at all.
      **
       300-Check-For-Clean-Run.
           Move "N" to WS-Clean-Flag.
           Move CAL-DATE to WS-Check-Date.
           Perform 310-Read-Day-Summary.
           If Summary-Found
               And DS-CLEAN-COUNT > Zero
               Set Clean-Run-Found to True
           End-If.
      **
      ** Read the local AWIXDSUM record for WS-Check-Date.
      **
       310-Read-Day-Summary.
           Set DS-LOCAL to True.
           Move Spaces to DS-SITE-ID.
           Move WS-Check-Date to DS-RUN-DATE.
           Read AWIXDSUM-FILE
               Invalid Key
                   Move "N" to WS-Summary-Flag
               Not Invalid Key
                   Move "Y" to WS-Summary-Flag
           End-Read.
           If WS-Dsum-Status Not = "00" And WS-Dsum-Status Not = "23"
               Display "AWIXGAP: AWIXDSUM read failed, status="
                   WS-Dsum-Status
               Move 16 to Return-Code
               Close AWIXHIST-FILE AWIXDSUM-FILE AWIXCAL-FILE
                   AWIXGAPO-FILE
               Stop Run
           End-If.
      **
      ** Report a working day that has no clean run.
      **
       400-Write-Gap-Line.
           Add 1 to WS-Gap-Count.
           Move Spaces to AWIXGAPO-LINE.
           String "  *** NO CLEAN RUN " WS-Check-Date(1:4) "-"
                   WS-Check-Date(5:2) "-" WS-Check-Date(7:2)
                   "  " CAL-DESC
           Write AWIXGAPO-LINE.
           Perform 810-Check-Gapo-Status.
      **
      ** List every run on a holiday or outage date: AWIXMP's own
      ** history records date by date, then one pass over the
      ** suite run log for any program that executed on one.
      **
       450-Report-Unexpected-Runs.
           Move Spaces to AWIXGAPO-LINE.
           Write AWIXGAPO-LINE.
           Perform 810-Check-Gapo-Status.
           Move "UNEXPECTED RUNS ON HOLIDAY / PLANNED OUTAGE DATES"
               to AWIXGAPO-LINE.
           Write AWIXGAPO-LINE.
           Perform 810-Check-Gapo-Status.
           Perform Varying WS-Offday-Sub From 1 By 1
               Until WS-Offday-Sub > WS-Offday-Count
               Perform 460-List-Hist-Runs
           End-Perform.
           If Plog-Open And WS-Offday-Count > Zero
               Perform 470-Scan-Plog-Activity
           End-If.
           If WS-Offday-Overflow > Zero
               Move Spaces to AWIXGAPO-LINE
               String "      NOTE " WS-Offday-Overflow
                       " OLDEST NON-WORKING DAYS NOT CHECKED "
                       "- NARROW GAPSTART/GAPEND"
                   Delimited By Size Into AWIXGAPO-LINE
               Write AWIXGAPO-LINE
               Perform 810-Check-Gapo-Status
           End-If.
      **
      ** List AWIXMP's runs on one non-working date.  The daily
      ** summary says whether there were any; only then is the
      ** history browsed for the individual runs.  Today's date is
      ** always browsed -- a run since tonight's summary roll would
      ** not be in it yet.
      **
       460-List-Hist-Runs.
           Move WS-Offday-Date(WS-Offday-Sub) to WS-Check-Date.
           Perform 310-Read-Day-Summary.
           If (Summary-Found And DS-RUN-COUNT > Zero)
               Or WS-Check-Date = Greg(1:8)
               Perform 465-Browse-Hist-Runs
           End-If.
      **
      ** Browse the AH-RUN-DATE group for the non-working date;
      ** every record on it, clean or failed, is a run that should
      ** not have happened.
      **
       465-Browse-Hist-Runs.
           Move WS-Check-Date to AH-RUN-DATE.
           Move "N" to WS-Scan-Flag.
           Start AWIXHIST-FILE Key Is Equal AH-RUN-DATE
               Invalid Key
                   Set Scan-Eof to True
           End-Start.
           Perform Until Scan-Eof
               Read AWIXHIST-FILE Next Record
                   At End Set Scan-Eof to True
               End-Read
               If Not Scan-Eof
                   If AH-RUN-DATE Not = WS-Check-Date
                       Set Scan-Eof to True
                   Else
                       Move "AWIXMP"    to WS-Unexp-Program
                       Move AH-RUN-DATE to WS-Unexp-Date
                       Move AH-RUN-TIME to WS-Unexp-Time
                       Move AH-SEVERITY to WS-Unexp-Severity
                       Perform 480-Write-Unexpected-Line
                   End-If
               End-If
           End-Perform.
      **
      ** Read the whole suite run log once and list each execution
      ** that falls on one of the noted non-working dates.
      **
       470-Scan-Plog-Activity.
           Move "N" to WS-Plog-Eof-Flag.
           Move Low-Values to PL-LOG-KEY.
           Start AWIXPLOG-FILE Key Not Less PL-LOG-KEY
               Invalid Key
                   Set Plog-Eof to True
           End-Start.
           Perform Until Plog-Eof
               Read AWIXPLOG-FILE Next Record
                   At End Set Plog-Eof to True
               End-Read
               If Not Plog-Eof
                   Move "N" to WS-Offday-Hit-Flag
                   Perform Varying WS-Offday-Sub From 1 By 1
                       Until WS-Offday-Sub > WS-Offday-Count
                           Or Offday-Found
                       If WS-Offday-Date(WS-Offday-Sub)
                           = PL-RUN-DATE
                           Set Offday-Found to True
                       End-If
                   End-Perform
                   If Offday-Found
                       Subtract 1 from WS-Offday-Sub
                       Move PL-PROGRAM  to WS-Unexp-Program
                       Move PL-RUN-DATE to WS-Unexp-Date
                       Move PL-RUN-TIME to WS-Unexp-Time
                       Move PL-SEVERITY to WS-Unexp-Severity
                       Perform 480-Write-Unexpected-Line
                   End-If
               End-If
           End-Perform.
      **
      ** Report one run on a non-working date, with the calendar's
      ** reason and description for the date at WS-Offday-Sub.
      **
       480-Write-Unexpected-Line.
           Add 1 to WS-Unexpected-Count.
           Move Spaces to AWIXGAPO-LINE.
           String "  *** " WS-Unexp-Program " RAN ON "
                   WS-Offday-Reason(WS-Offday-Sub) " "
                   WS-Unexp-Date(1:4) "-" WS-Unexp-Date(5:2) "-"
                   WS-Unexp-Date(7:2) " " WS-Unexp-Time(1:2) ":"
                   WS-Unexp-Time(3:2) ":" WS-Unexp-Time(5:2)
                   "  SEV=" WS-Unexp-Severity "  "
                   WS-Offday-Desc(WS-Offday-Sub)
               Delimited By Size Into AWIXGAPO-LINE.
           Write AWIXGAPO-LINE.
           Perform 810-Check-Gapo-Status.
      **
      ** Write the totals and set the return code the alert step
      ** keys off: 8 when any gap or unexpected run was found, 0 on
      ** a fully covered, quiet range.
      **
       500-Finalize-Report.
           Move Spaces to AWIXGAPO-LINE.
           Write AWIXGAPO-LINE.
           Perform 810-Check-Gapo-Status.
           Move Spaces to AWIXGAPO-LINE.
           String "WORKING DAYS CHECKED=" WS-Days-Checked
                   "  GAPS FOUND=" WS-Gap-Count
                   "  SUITE GAPS=" WS-Suite-Gap-Count
                   "  UNEXPECTED RUNS=" WS-Unexpected-Count
               Delimited By Size Into AWIXGAPO-LINE.
           Write AWIXGAPO-LINE.
           Perform 810-Check-Gapo-Status.
           If WS-Gap-Count > Zero
               Or WS-Suite-Gap-Count > Zero
               Or WS-Unexpected-Count > Zero
               Move 8 to Return-Code
           End-If.
      **
               Display "AWIXGAP: AWIXGAPO write failed, status="
                   WS-Gapo-Status
               Move 16 to Return-Code
               Close AWIXHIST-FILE AWIXDSUM-FILE AWIXCAL-FILE
                   AWIXGAPO-FILE
               Stop Run
           End-If.
      **
