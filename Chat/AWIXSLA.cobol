      *  online bring-up deadline.  AWIXRPT's runtime trend says a    *
      *  run is getting slower; nobody measured whether it actually   *
      *  finished in time.  For every elapsed working day on the      *
      *  AWIXCAL calendar, AWIXSLA reads the day's AWIXDSUM summary   *
      *  record (rolled forward from AWIXHIST by AWIXDSB) and asks:   *
      *  did a clean run complete at or before the deadline?  A day   *
      *  whose clean run completed late is listed, a working day      *
      *  with no timed clean run at all is listed as such, and each   *
      *  month is rolled up to an SLA-attainment percentage against   *
      *  the agreed target.                                           *
      *                                                               *
      *  The deadline comes from the SLATIME key in AWIXPARM          *
      *  (HHMMSS, default 040000 -- the 04:00 online bring-up); the   *
       Environment Division.
       Input-Output Section.
       File-Control.
           Select AWIXDSUM-FILE Assign To "AWIXDSUM"
               Organization Is Indexed
               Access Mode Is Random
               Record Key Is DS-SUM-KEY
               File Status Is WS-Dsum-Status.
           Select Optional AWIXPARM-FILE Assign To "AWIXPARM"
               Organization Is Indexed
               Access Mode Is Sequential
      ****************************************************************
       Data Division.
       File Section.
       COPY AWIXDSUM.
       COPY AWIXPARM.
       COPY AWIXCAL.

       01  AWIXSLAO-LINE         PIC X(132).

       Working-Storage Section.
       77   WS-Dsum-Status       PIC X(2).
       77   WS-Parm-Status       PIC X(2).
       77   WS-Cal-Status        PIC X(2).
       77   WS-Slao-Status       PIC X(2).
       77   WS-Cal-Eof-Flag      PIC X     Value "N".
           88  Cal-Eof                     Value "Y".
       77   WS-Met-Flag          PIC X     Value "N".
           88  Deadline-Met                Value "Y".
       77   WS-Timed-Flag        PIC X     Value "N".

      *    The completion deadline (HHMMSS) and attainment target.
      *    The nightly chain runs wholly after midnight on the
      *    business date (DS-RUN-DATE), so a run's end time
      *    compares directly against the deadline: at or before
      *    SLATIME met the window, after it did not -- including a
      *    rerun that finished mid-morning or later.
               Perform 200-Process-Calendar-Day
           End-Perform.
           Perform 500-Finalize-Report.
           Close AWIXDSUM-FILE AWIXCAL-FILE AWIXSLAO-FILE.
           Perform 900-Log-Execution.
           Stop Run.
      **
      ** Load the deadline and range parameters and open the
      ** calendar, summary and report files.
      **
       100-Initialize.
           Perform 110-Load-Parameters.
               Move 16 to Return-Code
               Stop Run
           End-If.
           Open Input AWIXDSUM-FILE.
           If WS-Dsum-Status Not = "00"
               Display "AWIXSLA: unable to open AWIXDSUM, status="
                   WS-Dsum-Status
               Move 16 to Return-Code
               Stop Run
           End-If.
           If WS-Cal-Status Not = "00"
               Display "AWIXSLA: unable to open AWIXCAL, status="
                   WS-Cal-Status
               Close AWIXDSUM-FILE
               Move 16 to Return-Code
               Stop Run
           End-If.
               Move Zero to WS-Month-Met
           End-If.
      **
      ** Read the calendar date's daily summary and decide whether
      ** the day met the deadline.  Only a clean run that carries a
      ** completion time counts, and the summary holds the earliest
      ** such completion: at or before the deadline meets the day,
      ** after it is listed as a late run.  Failed runs already have
      ** their own report (AWIXRPT / AWIXGAP) and are not re-flagged
      ** here.
      **
       300-Check-Day-Deadline.
           Move "N" to WS-Met-Flag.
           Move "N" to WS-Timed-Flag.
           Move CAL-DATE to WS-Check-Date.
           Set DS-LOCAL to True.
           Move Spaces to DS-SITE-ID.
           Move WS-Check-Date to DS-RUN-DATE.
           Read AWIXDSUM-FILE
               Invalid Key
                   Continue
               Not Invalid Key
                   If DS-CLEAN-END Not = Spaces
                       Set Timed-Clean-Found to True
                       If DS-CLEAN-END(1:6) Not Greater WS-Deadline
                           Set Deadline-Met to True
                       Else
                           Perform 400-Write-Late-Line
                       End-If
                   End-If
           End-Read.
           If WS-Dsum-Status Not = "00" And WS-Dsum-Status Not = "23"
               Display "AWIXSLA: AWIXDSUM read failed, status="
                   WS-Dsum-Status
               Move 16 to Return-Code
               Close AWIXDSUM-FILE AWIXCAL-FILE AWIXSLAO-FILE
               Stop Run
           End-If.
      **
      ** List the clean run of a day that completed after the
      ** deadline.
      **
       400-Write-Late-Line.
           Add 1 to WS-Late-Run-Count.
           Move DS-CLEAN-ELAPSED to WS-Disp-Elapsed.
           Move Spaces to AWIXSLAO-LINE.
           String "  *** LATE COMPLETION " DS-RUN-DATE(1:4) "-"
                   DS-RUN-DATE(5:2) "-" DS-RUN-DATE(7:2)
                   "  ENDED " DS-CLEAN-END(1:2) ":" DS-CLEAN-END(3:2)
                   ":" DS-CLEAN-END(5:2)
                   "  ELAPSED=" WS-Disp-Elapsed
               Delimited By Size Into AWIXSLAO-LINE.
           Write AWIXSLAO-LINE.
               Display "AWIXSLA: AWIXSLAO write failed, status="
                   WS-Slao-Status
               Move 16 to Return-Code
               Close AWIXDSUM-FILE AWIXCAL-FILE AWIXSLAO-FILE
               Stop Run
           End-If.
      **
