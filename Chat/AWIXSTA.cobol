      *  (AH-SEVERITY = 0) run, then a failure breakdown by           *
      *  AH-SERVICE and AH-FB-DETAIL, the mean number of working      *
      *  days between failure days, and -- when the head-office       *
      *  AWIXCENT runs are summarized and a SITELIST is available --  *
      *  each site's availability over the same range.                *
      *                                                               *
      *  The working days come from the AWIXCAL calendar exactly as   *
      *  AWIXGAP reads it; a day counts as available when at least    *
      *  one clean run was logged, and as a failure day when any run  *
      *  logged a non-zero severity.  Both come from the AWIXDSUM     *
      *  daily summary AWIXDSB builds, local and per site; AWIXHIST   *
      *  itself is browsed only on failure days, for the service and  *
      *  feedback detail of each flagged run.  STASTART / STAEND in   *
      *  AWIXPARM bound the range (either open), and SITELIST is the  *
      *  same blank-separated list AWIXCON reads.                     *
      ****************************************************************
      ****************************************************************
      **           I D          D I V I S I O N                    ***
               Record Key Is AH-GREG-KEY
               Alternate Record Key Is AH-RUN-DATE With Duplicates
               File Status Is WS-Hist-Status.
           Select AWIXDSUM-FILE Assign To "AWIXDSUM"
               Organization Is Indexed
               Access Mode Is Dynamic
               Record Key Is DS-SUM-KEY
               File Status Is WS-Dsum-Status.
           Select Optional AWIXPARM-FILE Assign To "AWIXPARM"
               Organization Is Indexed
               Access Mode Is Sequential
       File Section.
       COPY AWIXHIST.

       COPY AWIXDSUM.

       COPY AWIXPARM.


       Working-Storage Section.
       77   WS-Hist-Status       PIC X(2).
       77   WS-Dsum-Status       PIC X(2).
       77   WS-Parm-Status       PIC X(2).
       77   WS-Cal-Status        PIC X(2).
       77   WS-Stao-Status       PIC X(2).
       77   WS-Sites-Flag        PIC X     Value "N".
           88  Sites-Summarized            Value "Y".
       77   WS-Summary-Flag      PIC X     Value "N".
           88  Summary-Found               Value "Y".
       77   WS-Cal-Eof-Flag      PIC X     Value "N".
           88  Cal-Eof                     Value "Y".
       77   WS-Scan-Flag         PIC X     Value "N".
           88  Scan-Eof                    Value "Y".
       77   WS-Clean-Flag        PIC X     Value "N".
           88  Clean-Run-Found             Value "Y".
       77   WS-Failed-Flag       PIC X     Value "N".
       77   WS-Fail-Hit-Flag     PIC X     Value "N".
           88  Fail-Entry-Found            Value "Y".
       77   WS-Overflow-Count    PIC 9(7)  Value Zero.
      *    Flagged runs the summary counts but AWIXHIST no longer
      *    holds -- archived and purged by AWIXARC since.
       77   WS-Day-Flagged-Found PIC 9(5)  Value Zero.
       77   WS-Purged-Fail-Count PIC 9(7)  Value Zero.

      ****************************************************************
      **  Per-site availability, driven by the SITELIST parameter
      **  exactly as AWIXCON uses it and the per-site AWIXDSUM
      **  summary of AWIXCENT.  Per date each site's state is
      **  MISSING with no summary, FAILED with runs but none clean,
      **  CLEAN with a severity-zero run; the date then counts into
      **  that site's availability.
      ****************************************************************
       01   WS-Site-Table.
            02  WS-Site-Entry     Occurs 8 Times.
               Perform 200-Process-Calendar-Day
           End-Perform.
           Perform 500-Finalize-Report.
           Close AWIXHIST-FILE AWIXDSUM-FILE AWIXCAL-FILE
               AWIXSTAO-FILE.
           Stop Run.
      **
      ** Load the parameters and open the calendar, summary, history
      ** and report files.
      **
       100-Initialize.
               Move 16 to Return-Code
               Stop Run
           End-If.
           Open Input AWIXDSUM-FILE.
           If WS-Dsum-Status Not = "00"
               Display "AWIXSTA: unable to open AWIXDSUM, status="
                   WS-Dsum-Status
               Close AWIXHIST-FILE
               Move 16 to Return-Code
               Stop Run
           End-If.
           Perform 130-Check-Site-Summary.
           Open Input AWIXCAL-FILE.
           If WS-Cal-Status Not = "00"
               Display "AWIXSTA: unable to open AWIXCAL, status="
                   WS-Cal-Status
               Close AWIXHIST-FILE AWIXDSUM-FILE
               Move 16 to Return-Code
               Stop Run
           End-If.
               End-Read
           End-Perform.
      **
      ** The per-site section needs the central runs summarized:
      ** only head office has AWIXCENT, and a single-site
      ** installation, whose summary holds no central records,
      ** simply gets no per-site section.
      **
       130-Check-Site-Summary.
           Set DS-CENTRAL to True.
           Move Low-Values to DS-SITE-ID DS-RUN-DATE.
           Start AWIXDSUM-FILE Key Not Less DS-SUM-KEY
               Invalid Key
                   Continue
               Not Invalid Key
                   Read AWIXDSUM-FILE Next Record
                       At End Continue
                       Not At End
                           If DS-CENTRAL
                               Set Sites-Summarized to True
                           End-If
                   End-Read
           End-Start.
      **
      ** Process one calendar date: only elapsed working days inside
      ** the requested range count into the figures.
      **
                       Add 1 to WS-Fail-Days
                       Add 1 to WS-Month-Fail
                   End-If
                   If Sites-Summarized And WS-Site-Count > Zero
                       Perform 360-Tally-Sites
                   End-If
               End-If
               Move Zero to WS-Month-Fail
           End-If.
      **
      ** Read the calendar date's daily summary and classify the
      ** day: clean when any severity-zero run was logged, a failure
      ** day when any run was flagged.  Only a failure day sends the
      ** program to AWIXHIST, for the breakdown.
      **
       300-Tally-Day.
           Move "N" to WS-Clean-Flag.
           Move "N" to WS-Failed-Flag.
           Move CAL-DATE to WS-Check-Date.
           Set DS-LOCAL to True.
           Move Spaces to DS-SITE-ID.
           Move WS-Check-Date to DS-RUN-DATE.
           Perform 310-Read-Summary.
           If Summary-Found
               If DS-CLEAN-COUNT > Zero
                   Set Clean-Run-Found to True
               End-If
               If DS-FAIL-COUNT > Zero
                   Set Failed-Run-Found to True
                   Add DS-FAIL-COUNT to WS-Flagged-Runs
                   Perform 340-Browse-Failure-Day
               End-If
           End-If.
      **
      ** Read the AWIXDSUM record whose key has been set.
      **
       310-Read-Summary.
           Read AWIXDSUM-FILE
               Invalid Key
                   Move "N" to WS-Summary-Flag
               Not Invalid Key
                   Move "Y" to WS-Summary-Flag
           End-Read.
           If WS-Dsum-Status Not = "00" And WS-Dsum-Status Not = "23"
               Display "AWIXSTA: AWIXDSUM read failed, status="
                   WS-Dsum-Status
               Move 16 to Return-Code
               Close AWIXHIST-FILE AWIXDSUM-FILE AWIXCAL-FILE
                   AWIXSTAO-FILE
               Stop Run
           End-If.
      **
      ** Browse the AH-RUN-DATE alternate key for a failure day.
      ** Same START-then-scan shape as AWIXMP's duplicate-run guard.
      ** Flagged runs the summary counted that are no longer in the
      ** cluster are counted apart, so the breakdown still adds up.
      **
       340-Browse-Failure-Day.
           Move Zero to WS-Day-Flagged-Found.
           Move WS-Check-Date to AH-RUN-DATE.
           Start AWIXHIST-FILE Key Is Equal AH-RUN-DATE
               Invalid Key
               Not Invalid Key
                   Perform 350-Scan-Days-Runs
           End-Start.
           If WS-Day-Flagged-Found Less Than DS-FAIL-COUNT
               Compute WS-Purged-Fail-Count = WS-Purged-Fail-Count
                   + DS-FAIL-COUNT - WS-Day-Flagged-Found
           End-If.
      **
      ** Read forward through the date's AH-RUN-DATE group, folding
      ** every flagged run into the failure breakdown.
                   If AH-RUN-DATE Not = WS-Check-Date
                       Set Scan-Eof to True
                   Else
                       If AH-SEVERITY Not = Zero
                           Add 1 to WS-Day-Flagged-Found
                           Perform 355-Count-Failure-Kind
                       End-If
                   End-If
               End-If
           End-If.
      **
      ** Read each expected site's summary for the calendar date and
      ** set its state, then count the date into each site's
      ** availability.
      **
       360-Tally-Sites.
           Perform Varying WS-Site-Sub From 1 By 1
               Until WS-Site-Sub > WS-Site-Count
               Move "M" to WS-Site-State(WS-Site-Sub)
               Set DS-CENTRAL to True
               Move WS-Site-Name(WS-Site-Sub) to DS-SITE-ID
               Move WS-Check-Date to DS-RUN-DATE
               Perform 310-Read-Summary
               If Summary-Found
                   If DS-CLEAN-COUNT > Zero
                       Move "C" to WS-Site-State(WS-Site-Sub)
                   Else
                       If DS-RUN-COUNT > Zero
                           Move "F" to WS-Site-State(WS-Site-Sub)
                       End-If
                   End-If
               End-If
               Add 1 to WS-Site-Days(WS-Site-Sub)
               If WS-Site-State(WS-Site-Sub) = "C"
                   Add 1 to WS-Site-Clean(WS-Site-Sub)
               End-If
           End-Perform.
      **
      ** Write the availability line for the month just ended.
      **
       450-Write-Month-Line.
           Perform 810-Check-Stao-Status.
           Perform 510-Write-Failure-Breakdown.
           Perform 520-Write-Mtbf-Line.
           If Sites-Summarized And WS-Site-Count > Zero
               Perform 530-Write-Site-Lines
           End-If.
           Move Spaces to AWIXSTAO-LINE.
      **
       510-Write-Failure-Breakdown.
           If WS-Fail-Kinds = Zero
               And WS-Purged-Fail-Count = Zero
               Move "NO FLAGGED RUNS IN RANGE" to AWIXSTAO-LINE
               Write AWIXSTAO-LINE
               Perform 810-Check-Stao-Status
                   Perform 810-Check-Stao-Status
               End-If
           End-If.
           If WS-Purged-Fail-Count > Zero
               Move Spaces to AWIXSTAO-LINE
               String "  (FLAGGED RUNS SINCE ARCHIVED, NO DETAIL: "
                       WS-Purged-Fail-Count " RUNS)"
                   Delimited By Size Into AWIXSTAO-LINE
               Write AWIXSTAO-LINE
               Perform 810-Check-Stao-Status
           End-If.
      **
      ** One breakdown line.
      **
               Display "AWIXSTA: AWIXSTAO write failed, status="
                   WS-Stao-Status
               Move 16 to Return-Code
               Close AWIXHIST-FILE AWIXDSUM-FILE AWIXCAL-FILE
                   AWIXSTAO-FILE
               Stop Run
           End-If.
       End program AWIXSTA.
