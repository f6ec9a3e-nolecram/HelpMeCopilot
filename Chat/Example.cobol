           Select AWIXJRN-FILE Assign To "AWIXJRN"
               Organization Is Sequential
               File Status Is WS-Jrn-Status.
           Select AWIXCAL-FILE Assign To "AWIXCAL"
               Organization Is Sequential
               File Status Is WS-Cal-Status.
      ****************************************************************
      **           D A T A      D I V I S I O N                    ***
      ****************************************************************
       COPY AWIXPARM.
       COPY AWIXIFC.
       COPY AWIXJRN.
       COPY AWIXCAL.

       Working-Storage Section.
       77   WS-Hist-Status    PIC X(2).
       77   WS-Parm-Status    PIC X(2).
       77   WS-Iface-Status   PIC X(2).
       77   WS-Jrn-Status     PIC X(2).
       77   WS-Cal-Status     PIC X(2).
       77   WS-Parm-Trim      PIC X(80).
       77   WS-Parm-Length    PIC 9(4) Binary.
      ****************************************************************
       77   WS-Today-Date     PIC X(8).
       77   WS-Scan-Flag      PIC X     Value "N".
           88  Scan-Eof                 Value "Y".
      *    Calendar check: tonight's date must be a working day in
      *    AWIXCAL.  A holiday, a planned outage or a date the
      *    calendar does not carry at all refuses the run, unless
      *    the date is listed in the CALOVRD parameter (blank-
      *    separated YYYYMMDD dates) -- the operator's way of
      *    running a night the calendar says not to.
       77   WS-Cal-Override   PIC X(80) Value Spaces.
       77   WS-Cal-Eof-Flag   PIC X     Value "N".
           88  Cal-Eof                  Value "Y".
       77   WS-Cal-Found-Flag PIC X     Value "N".
           88  Cal-Date-Found           Value "Y".
       77   WS-Cal-Run-Flag   PIC X     Value "Y".
           88  Cal-Run-Allowed          Value "Y".
       77   WS-Cal-Ovrd-Flag  PIC X     Value "N".
           88  Cal-Override-Set         Value "Y".
       77   WS-Cal-Reason     PIC X(20) Value Spaces.
       77   WS-List-Pointer   PIC 9(4).
       77   WS-List-Item      PIC X(8).

      ****************************************************************
      **  Declarations for the run-completion timestamp and elapsed
       77   End-Greg          PIC X(17) Value Spaces.
       77   Elapsed-Secs      COMP-2    Value 0.
      ****************************************************************
      **  Declarations for the AWIXCTU control-totals call: each run
      **  logged to AWIXHIST is posted as an add, so AWIXBAL can prove
      **  the cluster holds every run.
      ****************************************************************
       COPY AWIXCTUP.
      ****************************************************************
      **  Declarations for the UTC-normalized timestamp.
      ****************************************************************
       77   Utc-Gmt-Offset    COMP-2.
               Stop Run
           End-If.
           Perform 020-Check-Duplicate-Run.
           If Not Dup-Run-Found
               Perform 040-Check-Calendar
           End-If.
           Evaluate True
               When Dup-Run-Found
                   Perform 030-Warn-Duplicate-Run
               When Not Cal-Run-Allowed
                   Perform 050-Refuse-Calendar-Run
               When Other
                   Perform 100-Say-Hello
                   Perform 200-Get-Date
                   Perform 300-Say-Goodbye
           End-Evaluate.
           Close AWIXHIST-FILE AWIXIFACE-FILE AWIXJRN-FILE.
           Stop Run.
      **
               ") -- skipping duplicate execution.".
           Move 4 to Return-Code.
      **
      ** Look tonight's date up in the AWIXCAL business-day
      ** calendar.  Only a working day lets the run through; on a
      ** holiday, a planned outage or a date missing from the
      ** calendar the run is refused -- a night that should not
      ** have run must not be logged as a normal one -- unless
      ** CALOVRD names tonight's date.  The calendar is not kept in
      ** date order, so the whole member is searched.
      **
       040-Check-Calendar.
           Open Input AWIXCAL-FILE.
           If WS-Cal-Status Not = "00"
               Display "AWIXMP: unable to open AWIXCAL, status="
                   WS-Cal-Status
               Close AWIXHIST-FILE AWIXIFACE-FILE AWIXJRN-FILE
               Move 16 to Return-Code
               Stop Run
           End-If.
           Move "N" to WS-Cal-Eof-Flag.
           Move "N" to WS-Cal-Found-Flag.
           Perform Until Cal-Eof Or Cal-Date-Found
               Read AWIXCAL-FILE
                   At End Set Cal-Eof to True
               End-Read
               If Not Cal-Eof
                   And CAL-DATE Numeric
                   And CAL-DATE = WS-Today-Date
                   Set Cal-Date-Found to True
               End-If
           End-Perform.
           Close AWIXCAL-FILE.
           Evaluate True
               When Not Cal-Date-Found
                   Move "NOT IN CALENDAR" to WS-Cal-Reason
               When CAL-WORKING-DAY
                   Move Spaces to WS-Cal-Reason
               When CAL-HOLIDAY
                   Move "HOLIDAY" to WS-Cal-Reason
               When CAL-OUTAGE
                   Move "PLANNED OUTAGE" to WS-Cal-Reason
               When Other
                   Move "NOT A WORKING DAY" to WS-Cal-Reason
           End-Evaluate.
           If WS-Cal-Reason = Spaces
               Move "Y" to WS-Cal-Run-Flag
           Else
               Perform 045-Check-Calendar-Override
               If Cal-Override-Set
                   Display "AWIXMP: " WS-Today-Date " is "
                       WS-Cal-Reason " - running under CALOVRD "
                       "override"
                   Move "Y" to WS-Cal-Run-Flag
               Else
                   Move "N" to WS-Cal-Run-Flag
               End-If
           End-If.
      **
      ** Is tonight's date one of the blank-separated dates in the
      ** CALOVRD parameter?
      **
       045-Check-Calendar-Override.
           Move "N" to WS-Cal-Ovrd-Flag.
           Move 1 to WS-List-Pointer.
           Perform Until WS-List-Pointer > 80 Or Cal-Override-Set
               Move Spaces to WS-List-Item
               Unstring WS-Cal-Override Delimited By All " "
                   Into WS-List-Item
                   With Pointer WS-List-Pointer
               End-Unstring
               If WS-List-Item = WS-Today-Date
                   Set Cal-Override-Set to True
               End-If
           End-Perform.
      **
      ** The calendar says tonight is not a night to run -- refuse
      ** without logging a history record, as for a duplicate, and
      ** end with the calendar-refusal return code the JCL alerts
      ** on (class CALREFUS).
      **
       050-Refuse-Calendar-Run.
           Display "AWIXMP: " WS-Today-Date " is " WS-Cal-Reason
               " in AWIXCAL -- run refused (set CALOVRD to run "
               "it).".
           Move 2 to Return-Code.
      **
      ** Read the control file, if one is present, and let its
      ** values override the compiled-in greeting text and date
      ** pattern mask.  Unknown keys are ignored; anything the file
                   Move PARM-VALUE to Ending-Msg
               When "SITEID"
                   Move PARM-VALUE(1:4) to WS-Site-Id
               When "CALOVRD"
                   Move PARM-VALUE to WS-Cal-Override
               When "SEVWARN"
                   Move Function Trim(PARM-VALUE) to WS-Parm-Trim
                   If Function Test-Numval(WS-Parm-Trim) = Zero
               Move 16 to Return-Code
           Else
               Perform 315-Journal-History-Write
               Perform 317-Post-Control-Totals
           End-If.
      **
      ** Mirror the history write to the forward-recovery journal.
               Move 16 to Return-Code
           End-If.
      **
      ** Post the history write to the AWIXCTOT control totals.  Like
      ** a journal failure, a posting that did not happen fails the
      ** step: tomorrow's balancing would otherwise report a record
      ** that is really there as unaccounted for.
      **
       317-Post-Control-Totals.
           Initialize AWIXCTU-PARMS.
           Move "AWIXMP" to CTU-PROGRAM.
           Set CTU-ADD to True.
           Move Low-Values to CTU-LAST-KEY.
           Set CTU-HASH to True.
           CALL "AWIXCTU" Using AWIXCTU-PARMS AWIXHIST-RECORD.
           Set CTU-POST to True.
           CALL "AWIXCTU" Using AWIXCTU-PARMS AWIXHIST-RECORD.
           If CTU-STATUS Not = "00"
               Display "AWIXMP: AWIXCTOT control-total post failed, "
                   "status=" CTU-STATUS
               Move 16 to Return-Code
           End-If.
      **
      ** Write the same run's timestamp and severity to the fixed-
      ** width interchange file so the monitoring dashboard can poll
      ** it without reading SYSOUT.
