      *  AWIXMP and produces a daily run summary: how many times     *
      *  AWIXMP ran each day, the first/last run of the day, and a   *
      *  flagged list of any run whose logged severity was non-zero. *
      *  The day lines come from the AWIXDSUM daily summary AWIXDSB  *
      *  builds, for every day still held in AWIXHIST; the history   *
      *  itself is browsed only for the days whose individual runs   *
      *  have to be shown -- a flagged run, or a run that may have   *
      *  run long against the trailing average.                      *
      ****************************************************************
      ****************************************************************
      **           I D          D I V I S I O N                    ***
       File-Control.
           Select AWIXHIST-FILE Assign To "AWIXHIST"
               Organization Is Indexed
               Access Mode Is Dynamic
               Record Key Is AH-GREG-KEY
               Alternate Record Key Is AH-RUN-DATE With Duplicates
               File Status Is WS-Hist-Status.
           Select AWIXDSUM-FILE Assign To "AWIXDSUM"
               Organization Is Indexed
               Access Mode Is Dynamic
               Record Key Is DS-SUM-KEY
               File Status Is WS-Dsum-Status.
           Select AWIXRPT-FILE Assign To "AWIXRPTO"
               Organization Is Sequential
               File Status Is WS-Rpt-Status.
       File Section.
       COPY AWIXHIST.

       COPY AWIXDSUM.

       FD  AWIXRPT-FILE
           LABEL RECORDS ARE STANDARD.
       01  AWIXRPT-LINE          PIC X(132).

       Working-Storage Section.
       77   WS-Hist-Status       PIC X(2).
       77   WS-Dsum-Status       PIC X(2).
       77   WS-Rpt-Status        PIC X(2).
       77   WS-Fbd-Status        PIC X(2).
       77   WS-Ann-Status        PIC X(2).
       77   WS-Disp-Word         PIC X(13).
       77   WS-Total-Unack       PIC 9(7)  Value Zero.
       77   WS-Eof-Flag          PIC X     Value "N".
           88  Dsum-Eof                    Value "Y".
       77   WS-Scan-Flag         PIC X     Value "N".
           88  Scan-Eof                    Value "Y".
       77   WS-Browse-Flag       PIC X     Value "N".
           88  Browse-Day                  Value "Y".
       77   WS-Day-Date          PIC X(8)  Value Spaces.

      ****************************************************************
      **  Runtime-trend accumulators.  Day figures cover only runs
      **  so a run can be compared against the average of everything
      **  before it.
      ****************************************************************
       77   WS-Day-Dur-Avg       COMP-2.
       77   WS-Trail-Count       PIC 9(7)  Value Zero.
       77   WS-Trail-Total       COMP-2    Value 0.
      *    completed, but AH-WARN-COUNT services warned below the
      *    SEVWARN threshold.  Surfaced per day and in the totals
      *    so they cost a report line instead of disappearing.
       77   WS-Total-Warnings    PIC 9(7)  Value Zero.

       77   WS-Disp-Lildate      PIC -(9)9.
       Procedure Division.
       000-Main-Logic.
           Perform 100-Initialize.
           Perform Until Dsum-Eof
               Perform 200-Process-Day
           End-Perform.
           Perform 500-Finalize-Report.
           If Fbd-Open
           If Ann-Open
               Close AWIXANN-FILE
           End-If.
           Close AWIXHIST-FILE AWIXDSUM-FILE AWIXRPT-FILE.
           Stop Run.
      **
      ** Open the files, write the report header and read the first
      ** day's summary.
      **
       100-Initialize.
           Perform 110-Load-Parameters.
               Move 16 to Return-Code
               Stop Run
           End-If.
           Open Input AWIXDSUM-FILE.
           If WS-Dsum-Status Not = "00"
               Display "AWIXRPT: unable to open AWIXDSUM, status="
                   WS-Dsum-Status
               Close AWIXHIST-FILE
               Move 16 to Return-Code
               Stop Run
           End-If.
      *    The feedback-code dictionary and the annotations file are
      *    both optional: without them the flagged lines simply
      *    print undecoded and undispositioned, as they always did.
           Move Spaces to AWIXRPT-LINE.
           Write AWIXRPT-LINE.
           Perform 810-Check-Rpt-Status.
           Perform 120-Position-Summary.
      **
      ** Read the control file, if one is present, for the RPTMODE
      ** reporting option.  As elsewhere, unknown keys are ignored
                   Continue
           End-Evaluate.
      **
      ** The report covers the days AWIXHIST still holds: the oldest
      ** record in the cluster fixes the first day, and the summary
      ** is read from there.  An empty cluster reports nothing.
      **
       120-Position-Summary.
           Move Low-Values to AH-GREG-KEY.
           Start AWIXHIST-FILE Key Not Less AH-GREG-KEY
               Invalid Key
                   Set Dsum-Eof to True
           End-Start.
           If Not Dsum-Eof
               Read AWIXHIST-FILE Next Record
                   At End Set Dsum-Eof to True
               End-Read
           End-If.
           If Not Dsum-Eof
               Set DS-LOCAL to True
               Move Spaces to DS-SITE-ID
               Move AH-RUN-DATE to DS-RUN-DATE
               Start AWIXDSUM-FILE Key Not Less DS-SUM-KEY
                   Invalid Key
                       Set Dsum-Eof to True
               End-Start
           End-If.
           Perform 130-Read-Summary.
      **
      ** Read the next local summary day; the local high-water
      ** control record, or the first central record, ends the
      ** report.
      **
       130-Read-Summary.
           If Not Dsum-Eof
               Read AWIXDSUM-FILE Next Record
                   At End Set Dsum-Eof to True
               End-Read
           End-If.
           If Not Dsum-Eof
               If Not DS-LOCAL Or DS-CONTROL-RECORD
                   Set Dsum-Eof to True
               End-If
           End-If.
      **
      ** Process one summary day: show its individual runs when it
      ** needs them, then its day lines.
      **
      ** A day's runs are browsed when it has a flagged run, or when
      ** one of its timed runs could have run half again longer than
      ** the trailing average of the runs before it: with a single
      ** timed run that is decided from the summary alone, with
      ** several the runs are taken one at a time as they always
      ** were.  Any other day only rolls its timed runs into the
      ** trailing average.
      **
       200-Process-Day.
           Move DS-RUN-DATE to WS-Day-Date.
           Move "N" to WS-Browse-Flag.
           If DS-FAIL-COUNT > Zero
               Set Browse-Day to True
           End-If.
           If Not Unack-Mode
               And (DS-TIMED-COUNT > 1
                   Or (DS-TIMED-COUNT = 1
                       And WS-Trail-Count Not Less 5
                       And DS-ELAPSED-MAX Greater WS-Trail-Avg * 1.5))
               Set Browse-Day to True
           End-If.
           If Browse-Day
               Perform 210-Browse-Day-Runs
           Else
               If DS-TIMED-COUNT > Zero
                   Add DS-TIMED-COUNT to WS-Trail-Count
                   Add DS-ELAPSED-TOTAL to WS-Trail-Total
                   Compute WS-Trail-Avg =
                       WS-Trail-Total / WS-Trail-Count
               End-If
           End-If.
           Add DS-RUN-COUNT to WS-Total-Runs.
           Add DS-WARN-TOTAL to WS-Total-Warnings.
           If Not Unack-Mode
               Perform 300-Write-Day-Summary
           End-If.
           Perform 130-Read-Summary.
      **
      ** Browse the day's AH-RUN-DATE group, flagging any non-zero
      ** severity and measuring each timed run.  Same START-then-
      ** scan shape as AWIXMP's duplicate-run guard.
      **
       210-Browse-Day-Runs.
           Move WS-Day-Date to AH-RUN-DATE.
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
                   If AH-RUN-DATE Not = WS-Day-Date
                       Set Scan-Eof to True
                   Else
                       If AH-SEVERITY Not = Zero
                           Perform 400-Write-Flagged-Line
                       End-If
                       If AH-END-TIME Not = Spaces
                           Perform 250-Track-Runtime
                       End-If
                   End-If
               End-If
           End-Perform.
      **
      ** Flag one timed run when it ran materially (half again)
      ** longer than the trailing average of the runs before it,
      ** and then roll it into that trailing average.  The
      ** comparison needs a few runs of history before it means
      ** anything.
      **
       250-Track-Runtime.
           If WS-Trail-Count Not Less 5
               And AH-ELAPSED-SECS Greater WS-Trail-Avg * 1.5
               And Not Unack-Mode
      **
       300-Write-Day-Summary.
           Add 1 to WS-Total-Days.
           Move DS-FIRST-LILDATE to WS-Disp-Lildate.
           Move DS-FIRST-LILSECS to WS-Disp-Lilsecs.
           Move Spaces to AWIXRPT-LINE.
           String "DAY " WS-Day-Date(1:4) "-" WS-Day-Date(5:2) "-"
                   WS-Day-Date(7:2)
                   "  RUNS=" DS-RUN-COUNT
                   "  WARNINGS=" DS-WARN-TOTAL
                   "  FIRST-LILDATE=" WS-Disp-Lildate
                   "  FIRST-LILSECS=" WS-Disp-Lilsecs
               Delimited By Size Into AWIXRPT-LINE.
           Write AWIXRPT-LINE.
           Perform 810-Check-Rpt-Status.
           Move DS-LAST-LILDATE to WS-Disp-Lildate.
           Move DS-LAST-LILSECS to WS-Disp-Lilsecs.
           Move Spaces to AWIXRPT-LINE.
           String "         LAST-LILDATE="  WS-Disp-Lildate
                   "  LAST-LILSECS=" WS-Disp-Lilsecs
               Delimited By Size Into AWIXRPT-LINE.
           Write AWIXRPT-LINE.
           Perform 810-Check-Rpt-Status.
           If DS-TIMED-COUNT Greater Than Zero
               Compute WS-Day-Dur-Avg =
                   DS-ELAPSED-TOTAL / DS-TIMED-COUNT
               Move DS-ELAPSED-MIN to WS-Disp-Duration
               Move DS-ELAPSED-MAX to WS-Disp-Duration-2
               Move WS-Day-Dur-Avg to WS-Disp-Duration-3
               Move Spaces to AWIXRPT-LINE
               String "         RUNTIME MIN=" WS-Disp-Duration
           Write AWIXRPT-LINE.
           Perform 810-Check-Rpt-Status.
      **
      ** Write the report totals.
      **
       500-Finalize-Report.
           Move Spaces to AWIXRPT-LINE.
           Write AWIXRPT-LINE.
           Perform 810-Check-Rpt-Status.
               Display "AWIXRPT: AWIXRPTO write failed, status="
                   WS-Rpt-Status
               Move 16 to Return-Code
               Close AWIXHIST-FILE AWIXDSUM-FILE AWIXRPT-FILE
               Stop Run
           End-If.
       End program AWIXRPT.
