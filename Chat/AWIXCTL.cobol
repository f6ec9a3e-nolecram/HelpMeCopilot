      *  the card (the JCL records 0 below the job's alerting        *
      *  threshold and 8 at or above it).                             *
      *                                                               *
      *  A step the operator has marked BYPASSED through the AWIXCOV *
      *  override transaction counts as ended clean: it satisfies    *
      *  its dependents and is itself skipped (RETURN-CODE 1).       *
      *                                                               *
      *  START also checks tonight's date against the AWIXCAL        *
      *  business-day calendar: on a holiday, a planned outage or a  *
      *  date the calendar does not carry, the step is refused with  *
      *  RETURN-CODE 2 (alert class CALREFUS) -- unless the date is  *
      *  listed in the CALOVRD key of AWIXPARM, the same override    *
      *  AWIXMP honours.                                              *
      *                                                               *
      *  The business date on every record comes from CEELOCT at    *
      *  the moment of the call.  That is correct because the        *
      *  nightly chain runs wholly after midnight on the business    *
               Access Mode Is Random
               Record Key Is CT-CTL-KEY
               File Status Is WS-Ctlf-Status.
           Select AWIXCAL-FILE Assign To "AWIXCAL"
               Organization Is Sequential
               File Status Is WS-Cal-Status.
           Select Optional AWIXPARM-FILE Assign To "AWIXPARM"
               Organization Is Indexed
               Access Mode Is Sequential
               Record Key Is PARM-KEY
               File Status Is WS-Parm-Status.
      ****************************************************************
      **           D A T A      D I V I S I O N                    ***
      ****************************************************************
           02  FILLER                 PIC X(45).

       COPY AWIXCTLF.
       COPY AWIXCAL.
       COPY AWIXPARM.

       Working-Storage Section.
       77   WS-Ctli-Status       PIC X(2).
       77   WS-Found-Flag        PIC X     Value "N".
           88  Record-Found                Value "Y".
      ****************************************************************
      **  Calendar check on START.  CALOVRD (blank-separated
      **  YYYYMMDD dates) lets a night the calendar rules out run.
      ****************************************************************
       77   WS-Cal-Status        PIC X(2).
       77   WS-Parm-Status       PIC X(2).
       77   WS-Cal-Override      PIC X(80) Value Spaces.
       77   WS-Cal-Eof-Flag      PIC X     Value "N".
           88  Cal-Eof                     Value "Y".
       77   WS-Cal-Found-Flag    PIC X     Value "N".
           88  Cal-Date-Found              Value "Y".
       77   WS-Cal-Ovrd-Flag     PIC X     Value "N".
           88  Cal-Override-Set            Value "Y".
       77   WS-Cal-Reason        PIC X(20) Value Spaces.
       77   WS-List-Pointer      PIC 9(4).
       77   WS-List-Item         PIC X(8).
      ****************************************************************
      **  Declarations for the local date/time service.
      ****************************************************************
       01   Feedback.
      **
       200-Start-Step.
           Perform 250-Read-Step-Record.
           Evaluate True
               When Record-Found And CT-ENDED
                   And CT-RETCODE Less Than 8
                   Display "AWIXCTL: " WS-Step " already completed "
                       "clean for " WS-Today-Date " - skipping"
                   Move 1 to Return-Code
               When Record-Found And CT-BYPASSED
                   Display "AWIXCTL: " WS-Step " bypassed by operator "
                       "for " WS-Today-Date " - skipping"
                   Move 1 to Return-Code
               When Other
                   Perform 210-Check-Calendar
                   If Return-Code = Zero
                       Perform 220-Check-Prereq
                   End-If
                   If Return-Code = Zero
                       Perform 230-Check-Cond-Step
                   End-If
                   If Return-Code = Zero
                       Perform 240-Record-Start
                   End-If
           End-Evaluate.
      **
      ** Tonight must be a working day in AWIXCAL, or a date the
      ** operator has listed in CALOVRD.  The calendar is only
      ** needed here, so it (and the parameter file) is opened for
      ** START alone and END steps need no AWIXCAL DD.
      **
       210-Check-Calendar.
           Perform 215-Load-Override.
           Open Input AWIXCAL-FILE.
           If WS-Cal-Status Not = "00"
               Display "AWIXCTL: unable to open AWIXCAL, status="
                   WS-Cal-Status
               Close AWIXCTLF-FILE
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
           If WS-Cal-Reason Not = Spaces
               Perform 217-Check-Override
               If Cal-Override-Set
                   Display "AWIXCTL: " WS-Today-Date " is "
                       WS-Cal-Reason " - " WS-Step
                       " allowed by CALOVRD override"
               Else
                   Display "AWIXCTL: " WS-Today-Date " is "
                       WS-Cal-Reason " in AWIXCAL - " WS-Step
                       " refused"
                   Move 2 to Return-Code
               End-If
           End-If.
      **
      ** Pick the CALOVRD key out of the control file, if one is
      ** present; every other key belongs to other programs.
      **
       215-Load-Override.
           Open Input AWIXPARM-FILE.
           If WS-Parm-Status = "00"
               Perform Until WS-Parm-Status Not = "00"
                   Read AWIXPARM-FILE
                       At End Move "10" to WS-Parm-Status
                       Not At End
                           If PARM-KEY = "CALOVRD"
                               Move PARM-VALUE to WS-Cal-Override
                           End-If
                   End-Read
               End-Perform
               Close AWIXPARM-FILE
           End-If.
      **
      ** Is tonight's date one of the CALOVRD dates?
      **
       217-Check-Override.
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
      ** The named prerequisite must have ended clean tonight, or
      ** been bypassed by the operator.
      **
       220-Check-Prereq.
           If WS-Prereq = Spaces Or WS-Prereq = "NONE"
                           " - " WS-Step " refused"
                       Move 12 to Return-Code
                   Not Invalid Key
                       If (CT-ENDED And CT-RETCODE Less Than 8)
                           Or CT-BYPASSED
                           Continue
                       Else
                           Display "AWIXCTL: prerequisite " WS-Prereq
      ** The conditional step only blocks when it has a record
      ** tonight: started-but-not-ended (mid-flight or abended) or
      ** ended dirty both refuse; no record at all -- the monthly
      ** archive on a non-archive night -- is fine, and so is a
      ** step the operator has bypassed.
      **
       230-Check-Cond-Step.
           If WS-Cond-Step = Spaces Or WS-Cond-Step = "NONE"
                   Invalid Key
                       Continue
                   Not Invalid Key
                       If (CT-ENDED And CT-RETCODE Less Than 8)
                           Or CT-BYPASSED
                           Continue
                       Else
                           Display "AWIXCTL: " WS-Cond-Step
                   Move Greg          to CT-START-STAMP
               End-If
               Set CT-ENDED to True
               Move Space to CT-OVERRIDE
               Move Greg to CT-END-STAMP
               Compute CT-RETCODE =
                   Function Numval(WS-End-Rc)
