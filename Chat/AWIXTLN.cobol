      ****************************************************************
      *  AWIXTLN rebuilds each night's job chain from the AWIXCTLF   *
      *  run-control file.  AWIXSLA only sees AWIXMP's AH-END-TIME,  *
      *  so when the window runs late nobody can say which step ate  *
      *  the time; every controlled step already leaves a start and  *
      *  end stamp here.  For each night, in start order:            *
      *                                                               *
      *    - every step with its state, start and end time and       *
      *      duration;                                                *
      *    - the idle gap before each step: the time between the     *
      *      latest end of the steps before it and its own start;    *
      *    - the critical path: working back from the step that      *
      *      ended last, each step's predecessor is the step that    *
      *      ended latest at or before it started -- the one it was  *
      *      waiting on -- so the path is the chain that set the     *
      *      finish time;                                             *
      *    - the longest step, and the headroom left before the      *
      *      SLATIME bring-up deadline (default 040000, as AWIXSLA); *
      *    - each step's rolling average over its last TLNAVGN       *
      *      timed nights (default 7), with CREEP marked against a   *
      *      step that ran more than TLNCREEP percent (default 20)   *
      *      over it -- the step that is creeping before it breaks   *
      *      the bring-up;                                            *
      *    - a flag on any night with a step left STARTED, which is  *
      *      a step that abended mid-flight and was never cleared.   *
      *                                                               *
      *  A step closed by the AWIXCOV override transaction is shown  *
      *  as OVERRIDE; its stamps are the operator's, not the step's, *
      *  so it is kept out of the averages and the critical path.    *
      *  TLNSTART / TLNEND (YYYYMMDD) bound the nights reported; the *
      *  rolling averages are built from every night in that range.  *
      *  RETURN-CODE 8 when a night in the last TLNSTUCKD days       *
      *  (default 1: today's and yesterday's) has a step left        *
      *  STARTED, so the job alerts on a fresh abend and not every   *
      *  night after it.  A step stuck on an older night is still    *
      *  listed but no longer raises the return code.                 *
      ****************************************************************
      ****************************************************************
      **           I D          D I V I S I O N                    ***
      ****************************************************************
       Identification Division.
       Program-id.    AWIXTLN.
      ****************************************************************
      **           E N V I R O N M E N T   D I V I S I O N          ***
      ****************************************************************
       Environment Division.
       Input-Output Section.
       File-Control.
           Select AWIXCTLF-FILE Assign To "AWIXCTLF"
               Organization Is Indexed
               Access Mode Is Sequential
               Record Key Is CT-CTL-KEY
               File Status Is WS-Ctlf-Status.
           Select Optional AWIXPARM-FILE Assign To "AWIXPARM"
               Organization Is Indexed
               Access Mode Is Sequential
               Record Key Is PARM-KEY
               File Status Is WS-Parm-Status.
           Select AWIXTLNO-FILE Assign To "AWIXTLNO"
               Organization Is Sequential
               File Status Is WS-Tlno-Status.
      ****************************************************************
      **           D A T A      D I V I S I O N                    ***
      ****************************************************************
       Data Division.
       File Section.
       COPY AWIXCTLF.
       COPY AWIXPARM.

       FD  AWIXTLNO-FILE
           LABEL RECORDS ARE STANDARD.
       01  AWIXTLNO-LINE         PIC X(132).

       Working-Storage Section.
       77   WS-Ctlf-Status       PIC X(2).
       77   WS-Parm-Status       PIC X(2).
       77   WS-Tlno-Status       PIC X(2).
       77   WS-Eof-Flag          PIC X     Value "N".
           88  Ctlf-Eof                    Value "Y".

       77   WS-Tln-Start         PIC X(8)  Value Spaces.
       77   WS-Tln-End           PIC X(8)  Value Spaces.
       77   WS-Avg-Nights        PIC 9(4)  Value 7.
       77   WS-Creep-Pct         PIC 9(3)  Value 20.
       77   WS-Deadline          PIC X(6)  Value "040000".
       77   WS-Stuck-Days        PIC 9(3)  Value 1.
       77   WS-Stuck-Cutoff      PIC X(8)  Value Spaces.
       77   WS-Stuck-Cutoff-Num  PIC 9(8).
       77   WS-Today-Num         PIC 9(8).
       77   WS-Parm-Trim         PIC X(80).

      ****************************************************************
      **  One night's steps, held in start-time order.  Times are
      **  seconds from midnight of the business date, so a stamp on
      **  the day after (a chain run late into the morning) still
      **  orders and subtracts correctly.
      ****************************************************************
       77   WS-Night-Date        PIC X(8)  Value Spaces.
       01   WS-Step-Table.
            02  WS-Tl-Entry       Occurs 40 Times.
                03  WS-Tl-Step        PIC X(8).
                03  WS-Tl-State       PIC X(1).
                    88  Tl-Started            Value "S".
                    88  Tl-Ended              Value "E".
                    88  Tl-Bypassed           Value "B".
                03  WS-Tl-Override    PIC X(1).
                    88  Tl-Overridden         Value "Y".
                03  WS-Tl-Retcode     PIC 9(4).
                03  WS-Tl-Start-Stamp PIC X(17).
                03  WS-Tl-End-Stamp   PIC X(17).
                03  WS-Tl-Start-Secs  COMP-2.
                03  WS-Tl-End-Secs    COMP-2.
                03  WS-Tl-Duration    COMP-2.
                03  WS-Tl-Timed       PIC X(1).
                    88  Tl-Timed              Value "Y".
                03  WS-Tl-Critical    PIC X(1).
                    88  Tl-Critical           Value "Y".
       77   WS-Tl-Count          PIC 9(4)  Value Zero.
       77   WS-Tl-Sub            PIC 9(4)  Binary.
       77   WS-Tl-Ins            PIC 9(4)  Binary.
       77   WS-Tl-Last           PIC 9(4)  Binary.
       77   WS-Tl-Longest        PIC 9(4)  Binary.
       77   WS-Tl-Prev           PIC 9(4)  Binary.
       77   WS-Tl-Cur            PIC 9(4)  Binary.
       77   WS-Tl-Dropped        PIC 9(4)  Value Zero.
       77   WS-Night-Stuck       PIC 9(4)  Value Zero.

      *    Work copy for the stamp being converted to seconds.
       01   WS-Stamp-Work.
            02  WS-Stamp-Date     PIC X(8).
            02  WS-Stamp-Hh       PIC 9(2).
            02  WS-Stamp-Mi       PIC 9(2).
            02  WS-Stamp-Ss       PIC 9(2).
            02  WS-Stamp-Ms       PIC 9(3).
       77   WS-Stamp-Secs        COMP-2.
       01   WS-Deadline-Work.
            02  WS-Deadline-Hh    PIC 9(2).
            02  WS-Deadline-Mi    PIC 9(2).
            02  WS-Deadline-Ss    PIC 9(2).
       77   WS-Deadline-Secs     COMP-2.

       77   WS-Frontier-Secs     COMP-2.
       77   WS-Gap-Secs          COMP-2.
       77   WS-Night-Idle        COMP-2.
       77   WS-Night-Window      COMP-2.
       77   WS-Headroom          COMP-2.
       77   WS-Best-End          COMP-2.

      ****************************************************************
      **  The critical path, worked backwards from the last step and
      **  printed forwards.
      ****************************************************************
       01   WS-Path-Table.
            02  WS-Path-Step-Sub  PIC 9(4)  Binary Occurs 40 Times.
       77   WS-Path-Count        PIC 9(4)  Value Zero.
       77   WS-Path-Sub          PIC 9(4)  Binary.
       77   WS-Path-Pointer      PIC 9(4).

      ****************************************************************
      **  Rolling per-step history: the last TLNAVGN timed durations
      **  of each step seen, held as a ring, so each night can be set
      **  against the nights before it.
      ****************************************************************
       01   WS-Roll-Table.
            02  WS-Roll-Entry     Occurs 60 Times.
                03  WS-Roll-Step      PIC X(8).
                03  WS-Roll-Filled    PIC 9(4).
                03  WS-Roll-Next      PIC 9(4).
                03  WS-Roll-Nights    PIC 9(7).
                03  WS-Roll-Creeps    PIC 9(7).
                03  WS-Roll-Max       COMP-2.
                03  WS-Roll-Dur       COMP-2 Occurs 30 Times.
       77   WS-Roll-Count        PIC 9(4)  Value Zero.
       77   WS-Roll-Sub          PIC 9(4)  Binary.
       77   WS-Roll-Ring-Sub     PIC 9(4)  Binary.
       77   WS-Roll-Hit-Flag     PIC X     Value "N".
           88  Roll-Found                  Value "Y".
       77   WS-Roll-Total        COMP-2.
       77   WS-Roll-Avg          COMP-2.
       77   WS-Roll-Full-Count   PIC 9(4)  Value Zero.

       01   WS-Step-Notes.
            02  WS-Note-Critical  PIC X(9).
            02  WS-Note-Longest   PIC X(9).
            02  WS-Note-Creep     PIC X(9).
            02  WS-Note-Override  PIC X(9).
            02  WS-Note-State     PIC X(12).
       77   WS-State-Word        PIC X(8).
       77   WS-Start-Time        PIC X(8).
       77   WS-End-Time          PIC X(8).
       77   WS-Clock-Time        PIC X(8).

       77   WS-Nights-Reported   PIC 9(7)  Value Zero.
       77   WS-Nights-Stuck      PIC 9(7)  Value Zero.
       77   WS-Nights-Stuck-Rec  PIC 9(7)  Value Zero.
       77   WS-Nights-Late       PIC 9(7)  Value Zero.
       77   WS-Creep-Count       PIC 9(7)  Value Zero.

       77   WS-Disp-Secs         PIC -(6)9.999.
       77   WS-Disp-Secs-2       PIC -(6)9.999.
       77   WS-Disp-Secs-3       PIC -(6)9.999.
       77   WS-Disp-Count        PIC Z(3)9.
       77   WS-Path-Line         PIC X(132).
      ****************************************************************
      **  Declarations for the local date/time service.
      ****************************************************************
       01   Feedback.
           COPY CEEIGZCT.
       77   Lildate              PIC S9(9) Binary.
       77   Lilsecs              COMP-2.
       77   Greg                 PIC X(17).
      ****************************************************************
      **  Declarations for the AWIXLOG suite run-log call made just
      **  before the program ends.
      ****************************************************************
       77   WS-Log-Program       PIC X(8).
       77   WS-Log-Severity      PIC 9(4) Binary.
      ****************************************************************
      **           P R O C      D I V I S I O N                    ***
      ****************************************************************
       Procedure Division.
       000-Main-Logic.
           Perform 100-Initialize.
           Perform Until Ctlf-Eof
               Perform 200-Load-Night
               Perform 300-Report-Night
           End-Perform.
           Perform 500-Finalize-Report.
           Close AWIXCTLF-FILE AWIXTLNO-FILE.
           Perform 900-Log-Execution.
           Stop Run.
      **
      ** Load the range and threshold parameters, open the run-
      ** control file and the report, and position the read at the
      ** first night of the requested range.
      **
       100-Initialize.
           Perform 110-Load-Parameters.
           CALL "CEELOCT" Using Lildate Lilsecs Greg Feedback.
           If Fb-severity > 0
               Display "AWIXTLN: CEELOCT error - severity="
                   Fb-severity " detail=" Fb-detail
               Move 16 to Return-Code
               Stop Run
           End-If.
           Move Greg(1:8) to WS-Today-Num.
           Compute WS-Stuck-Cutoff-Num = Function Date-Of-Integer(
               Function Integer-Of-Date(WS-Today-Num) - WS-Stuck-Days).
           Move WS-Stuck-Cutoff-Num to WS-Stuck-Cutoff.
           Move WS-Deadline to WS-Deadline-Work.
           Compute WS-Deadline-Secs = WS-Deadline-Hh * 3600
               + WS-Deadline-Mi * 60 + WS-Deadline-Ss.
           Open Input AWIXCTLF-FILE.
           If WS-Ctlf-Status Not = "00"
               Display "AWIXTLN: unable to open AWIXCTLF, status="
                   WS-Ctlf-Status
               Move 16 to Return-Code
               Stop Run
           End-If.
           Open Output AWIXTLNO-FILE.
           Move "AWIXTLN - Nightly Chain Timeline and Critical Path"
               to AWIXTLNO-LINE.
           Write AWIXTLNO-LINE.
           Perform 810-Check-Tlno-Status.
           Move Spaces to AWIXTLNO-LINE.
           Move WS-Avg-Nights to WS-Disp-Count.
           String "BRING-UP = " WS-Deadline(1:2) ":" WS-Deadline(3:2)
                   ":" WS-Deadline(5:2)
                   "  ROLLING AVERAGE OVER " WS-Disp-Count " NIGHTS"
                   "  CREEP THRESHOLD = " WS-Creep-Pct " PCT"
               Delimited By Size Into AWIXTLNO-LINE.
           Write AWIXTLNO-LINE.
           Perform 810-Check-Tlno-Status.
           Move Spaces to AWIXTLNO-LINE.
           String "STEPS LEFT STARTED ALERT FROM NIGHT "
                   WS-Stuck-Cutoff(1:4) "-" WS-Stuck-Cutoff(5:2) "-"
                   WS-Stuck-Cutoff(7:2) " ON (TLNSTUCKD = "
                   WS-Stuck-Days " DAYS)"
               Delimited By Size Into AWIXTLNO-LINE.
           Write AWIXTLNO-LINE.
           Perform 810-Check-Tlno-Status.
           If WS-Tln-Start Not = Spaces
               Move WS-Tln-Start to CT-RUN-DATE
               Move Low-Values to CT-STEP
               Start AWIXCTLF-FILE Key Not Less CT-CTL-KEY
                   Invalid Key
                       Set Ctlf-Eof to True
               End-Start
           End-If.
           Perform 120-Read-Control.
      **
      ** Read the control file, if one is present, for the TLNSTART
      ** / TLNEND range, the TLNAVGN averaging window, the TLNCREEP
      ** threshold, the TLNSTUCKD alerting window and the SLATIME
      ** bring-up deadline shared with AWIXSLA.  As elsewhere,
      ** unknown keys are ignored and a missing file or key keeps
      ** the compiled-in default.
      **
       110-Load-Parameters.
           Open Input AWIXPARM-FILE.
           If WS-Parm-Status = "00"
               Perform Until WS-Parm-Status Not = "00"
                   Read AWIXPARM-FILE
                       At End Move "10" to WS-Parm-Status
                       Not At End Perform 115-Apply-Parameter
                   End-Read
               End-Perform
               Close AWIXPARM-FILE
           End-If.
      **
      ** Apply one parameter record loaded from AWIXPARM.
      **
       115-Apply-Parameter.
           Evaluate PARM-KEY
               When "TLNSTART"
                   Move PARM-VALUE(1:8) to WS-Tln-Start
               When "TLNEND"
                   Move PARM-VALUE(1:8) to WS-Tln-End
               When "TLNAVGN"
                   Move Function Trim(PARM-VALUE) to WS-Parm-Trim
                   If Function Test-Numval(WS-Parm-Trim) = Zero
                       And Function Numval(WS-Parm-Trim) > Zero
                       And Function Numval(WS-Parm-Trim) Not > 30
                       Compute WS-Avg-Nights =
                           Function Numval(WS-Parm-Trim)
                   Else
                       Display "AWIXTLN: TLNAVGN not 1-30, "
                           "using default " WS-Avg-Nights
                   End-If
               When "TLNCREEP"
                   Move Function Trim(PARM-VALUE) to WS-Parm-Trim
                   If Function Test-Numval(WS-Parm-Trim) = Zero
                       And Function Numval(WS-Parm-Trim) Not > 999
                       Compute WS-Creep-Pct =
                           Function Numval(WS-Parm-Trim)
                   Else
                       Display "AWIXTLN: TLNCREEP not numeric, "
                           "using default " WS-Creep-Pct
                   End-If
               When "TLNSTUCKD"
                   Move Function Trim(PARM-VALUE) to WS-Parm-Trim
                   If Function Test-Numval(WS-Parm-Trim) = Zero
                       And Function Numval(WS-Parm-Trim) Not < Zero
                       And Function Numval(WS-Parm-Trim) Not > 999
                       Compute WS-Stuck-Days =
                           Function Numval(WS-Parm-Trim)
                   Else
                       Display "AWIXTLN: TLNSTUCKD not 0-999, "
                           "using default " WS-Stuck-Days
                   End-If
               When "SLATIME"
                   If PARM-VALUE(1:6) Numeric
                       Move PARM-VALUE(1:6) to WS-Deadline
                   Else
                       Display "AWIXTLN: SLATIME value not HHMMSS, "
                           "using default " WS-Deadline
                   End-If
               When Other
                   Continue
           End-Evaluate.
      **
      ** Read the next run-control record; the first one past the
      ** end of the range ends the report.
      **
       120-Read-Control.
           If Not Ctlf-Eof
               Read AWIXCTLF-FILE Next Record
                   At End Set Ctlf-Eof to True
               End-Read
           End-If.
           If Not Ctlf-Eof
               And WS-Tln-End Not = Spaces
               And CT-RUN-DATE Greater Than WS-Tln-End
               Set Ctlf-Eof to True
           End-If.
      **
      ** Gather every record for the night at hand into the step
      ** table, in start-time order.
      **
       200-Load-Night.
           Move CT-RUN-DATE to WS-Night-Date.
           Move Zero to WS-Tl-Count WS-Tl-Dropped.
           Perform Until Ctlf-Eof
               Or CT-RUN-DATE Not = WS-Night-Date
               Perform 210-Table-Step
               Perform 120-Read-Control
           End-Perform.
      **
      ** Insert one step in start-time order.  Steps past the table
      ** size are counted and reported rather than silently lost.
      **
       210-Table-Step.
           If WS-Tl-Count Not Less 40
               Add 1 to WS-Tl-Dropped
           Else
               Move CT-START-STAMP to WS-Stamp-Work
               Perform 220-Stamp-To-Secs
               Move 1 to WS-Tl-Ins
               Perform Until WS-Tl-Ins > WS-Tl-Count
                   Or WS-Tl-Start-Secs(WS-Tl-Ins) > WS-Stamp-Secs
                   Add 1 to WS-Tl-Ins
               End-Perform
               Perform Varying WS-Tl-Sub From WS-Tl-Count By -1
                   Until WS-Tl-Sub < WS-Tl-Ins
                   Move WS-Tl-Entry(WS-Tl-Sub)
                       to WS-Tl-Entry(WS-Tl-Sub + 1)
               End-Perform
               Add 1 to WS-Tl-Count
               Move CT-STEP        to WS-Tl-Step(WS-Tl-Ins)
               Move CT-STATE       to WS-Tl-State(WS-Tl-Ins)
               Move CT-OVERRIDE    to WS-Tl-Override(WS-Tl-Ins)
               Move CT-RETCODE     to WS-Tl-Retcode(WS-Tl-Ins)
               Move CT-START-STAMP to WS-Tl-Start-Stamp(WS-Tl-Ins)
               Move CT-END-STAMP   to WS-Tl-End-Stamp(WS-Tl-Ins)
               Move WS-Stamp-Secs  to WS-Tl-Start-Secs(WS-Tl-Ins)
               Move Zero to WS-Tl-End-Secs(WS-Tl-Ins)
                   WS-Tl-Duration(WS-Tl-Ins)
               Move "N" to WS-Tl-Timed(WS-Tl-Ins)
               Move "N" to WS-Tl-Critical(WS-Tl-Ins)
               If CT-END-STAMP Not = Spaces
                   And Not CT-STARTED
                   Move CT-END-STAMP to WS-Stamp-Work
                   Perform 220-Stamp-To-Secs
                   Move WS-Stamp-Secs to WS-Tl-End-Secs(WS-Tl-Ins)
                   Compute WS-Tl-Duration(WS-Tl-Ins) =
                       WS-Stamp-Secs - WS-Tl-Start-Secs(WS-Tl-Ins)
                   If Not CT-OVERRIDDEN
                       Move "Y" to WS-Tl-Timed(WS-Tl-Ins)
                   End-If
               End-If
           End-If.
      **
      ** Convert the YYYYMMDDHHMMSSmmm stamp in WS-Stamp-Work to
      ** seconds from midnight of the night's business date.  A
      ** stamp that is not a time at all counts as midnight.
      **
       220-Stamp-To-Secs.
           If WS-Stamp-Hh Numeric And WS-Stamp-Mi Numeric
               And WS-Stamp-Ss Numeric And WS-Stamp-Ms Numeric
               Compute WS-Stamp-Secs = WS-Stamp-Hh * 3600
                   + WS-Stamp-Mi * 60 + WS-Stamp-Ss
                   + WS-Stamp-Ms / 1000
               If WS-Stamp-Date Greater Than WS-Night-Date
                   Add 86400 to WS-Stamp-Secs
               End-If
           Else
               Move Zero to WS-Stamp-Secs
           End-If.
      **
      ** Report one night: find the last and longest steps, trace
      ** the critical path, then list the steps and the night's
      ** findings.
      **
       300-Report-Night.
           Add 1 to WS-Nights-Reported.
           Move Zero to WS-Tl-Last WS-Tl-Longest WS-Night-Stuck.
           Perform Varying WS-Tl-Sub From 1 By 1
               Until WS-Tl-Sub > WS-Tl-Count
               If Tl-Started(WS-Tl-Sub)
                   Add 1 to WS-Night-Stuck
               End-If
               If Tl-Timed(WS-Tl-Sub)
                   If WS-Tl-Last = Zero
                       Move WS-Tl-Sub to WS-Tl-Last
                   Else
                       If WS-Tl-End-Secs(WS-Tl-Sub)
                           > WS-Tl-End-Secs(WS-Tl-Last)
                           Move WS-Tl-Sub to WS-Tl-Last
                       End-If
                   End-If
                   If WS-Tl-Longest = Zero
                       Move WS-Tl-Sub to WS-Tl-Longest
                   Else
                       If WS-Tl-Duration(WS-Tl-Sub)
                           > WS-Tl-Duration(WS-Tl-Longest)
                           Move WS-Tl-Sub to WS-Tl-Longest
                       End-If
                   End-If
               End-If
           End-Perform.
           Perform 310-Trace-Critical-Path.
           Perform 320-Write-Night-Header.
           Move -1 to WS-Frontier-Secs.
           Move Zero to WS-Night-Idle.
           Perform Varying WS-Tl-Sub From 1 By 1
               Until WS-Tl-Sub > WS-Tl-Count
               Perform 400-Write-Step-Line
           End-Perform.
           Perform 450-Write-Night-Findings.
      **
      ** Work back from the last step: each predecessor is the
      ** timed step that ended latest at or before the current step
      ** started.  The path is stored last-first.
      **
       310-Trace-Critical-Path.
           Move Zero to WS-Path-Count.
           Move WS-Tl-Last to WS-Tl-Cur.
           Perform Until WS-Tl-Cur = Zero
               Or WS-Path-Count Not Less 40
               Add 1 to WS-Path-Count
               Move WS-Tl-Cur to WS-Path-Step-Sub(WS-Path-Count)
               Move "Y" to WS-Tl-Critical(WS-Tl-Cur)
               Move Zero to WS-Tl-Prev
               Move -1 to WS-Best-End
               Perform Varying WS-Tl-Sub From 1 By 1
                   Until WS-Tl-Sub > WS-Tl-Count
                   If Tl-Timed(WS-Tl-Sub)
                       And WS-Tl-Sub Not = WS-Tl-Cur
                       And Not Tl-Critical(WS-Tl-Sub)
                       And WS-Tl-End-Secs(WS-Tl-Sub)
                           Not > WS-Tl-Start-Secs(WS-Tl-Cur)
                       And WS-Tl-End-Secs(WS-Tl-Sub) > WS-Best-End
                       Move WS-Tl-Sub to WS-Tl-Prev
                       Move WS-Tl-End-Secs(WS-Tl-Sub) to WS-Best-End
                   End-If
               End-Perform
               Move WS-Tl-Prev to WS-Tl-Cur
           End-Perform.
      **
      ** Night heading: date, step count, and the window from the
      ** first start to the last timed end.
      **
       320-Write-Night-Header.
           Move Spaces to AWIXTLNO-LINE.
           Write AWIXTLNO-LINE.
           Perform 810-Check-Tlno-Status.
           Move WS-Tl-Count to WS-Disp-Count.
           Move Spaces to AWIXTLNO-LINE.
           If WS-Tl-Last = Zero
               String "NIGHT " WS-Night-Date(1:4) "-"
                       WS-Night-Date(5:2) "-" WS-Night-Date(7:2)
                       "  STEPS=" WS-Disp-Count
                       "  NO TIMED STEP COMPLETED"
                   Delimited By Size Into AWIXTLNO-LINE
           Else
               Compute WS-Night-Window =
                   WS-Tl-End-Secs(WS-Tl-Last) - WS-Tl-Start-Secs(1)
               Move WS-Night-Window to WS-Disp-Secs
               Move WS-Tl-Start-Stamp(1) to WS-Stamp-Work
               Perform 420-Format-Time
               Move WS-Clock-Time to WS-Start-Time
               Move WS-Tl-End-Stamp(WS-Tl-Last) to WS-Stamp-Work
               Perform 420-Format-Time
               Move WS-Clock-Time to WS-End-Time
               String "NIGHT " WS-Night-Date(1:4) "-"
                       WS-Night-Date(5:2) "-" WS-Night-Date(7:2)
                       "  STEPS=" WS-Disp-Count
                       "  FIRST START " WS-Start-Time
                       "  LAST END " WS-End-Time
                       " (" WS-Tl-Step(WS-Tl-Last) ")"
                       "  WINDOW=" WS-Disp-Secs " SECS"
                   Delimited By Size Into AWIXTLNO-LINE
           End-If.
           Write AWIXTLNO-LINE.
           Perform 810-Check-Tlno-Status.
           Move Spaces to AWIXTLNO-LINE.
           String "  STEP      STATE     START     END       "
                   "   DURATION  IDLE-BEFORE     ROLL-AVG  NOTES"
               Delimited By Size Into AWIXTLNO-LINE.
           Write AWIXTLNO-LINE.
           Perform 810-Check-Tlno-Status.
      **
      ** One step of the night: times, duration, the idle gap since
      ** the latest end before it, its rolling average and notes.
      **
       400-Write-Step-Line.
           Move Spaces to WS-Step-Notes.
           Move Zero to WS-Gap-Secs.
           If WS-Frontier-Secs Not < Zero
               And WS-Tl-Start-Secs(WS-Tl-Sub) > WS-Frontier-Secs
               Compute WS-Gap-Secs =
                   WS-Tl-Start-Secs(WS-Tl-Sub) - WS-Frontier-Secs
               Add WS-Gap-Secs to WS-Night-Idle
           End-If.
           If Not Tl-Started(WS-Tl-Sub)
               And WS-Tl-End-Secs(WS-Tl-Sub) > WS-Frontier-Secs
               Move WS-Tl-End-Secs(WS-Tl-Sub) to WS-Frontier-Secs
           End-If.
           Evaluate True
               When Tl-Started(WS-Tl-Sub)
                   Move "STARTED" to WS-State-Word
                   Move "NEVER ENDED" to WS-Note-State
               When Tl-Ended(WS-Tl-Sub)
                   Move "ENDED" to WS-State-Word
                   If WS-Tl-Retcode(WS-Tl-Sub) Not Less 8
                       Move "FAILED" to WS-Note-State
                   End-If
               When Tl-Bypassed(WS-Tl-Sub)
                   Move "BYPASSED" to WS-State-Word
               When Other
                   Move WS-Tl-State(WS-Tl-Sub) to WS-State-Word
           End-Evaluate.
           If Tl-Critical(WS-Tl-Sub)
               Move "CRITICAL" to WS-Note-Critical
           End-If.
           If WS-Tl-Sub = WS-Tl-Longest
               Move "LONGEST" to WS-Note-Longest
           End-If.
           If Tl-Overridden(WS-Tl-Sub)
               Move "OVERRIDE" to WS-Note-Override
           End-If.
           Move WS-Tl-Start-Stamp(WS-Tl-Sub) to WS-Stamp-Work.
           Perform 420-Format-Time.
           Move WS-Clock-Time to WS-Start-Time.
           Move Spaces to WS-End-Time.
           If Not Tl-Started(WS-Tl-Sub)
               Move WS-Tl-End-Stamp(WS-Tl-Sub) to WS-Stamp-Work
               Perform 420-Format-Time
               Move WS-Clock-Time to WS-End-Time
           End-If.
           Move WS-Tl-Duration(WS-Tl-Sub) to WS-Disp-Secs.
           Move WS-Gap-Secs to WS-Disp-Secs-2.
           Move Zero to WS-Disp-Secs-3.
           If Tl-Timed(WS-Tl-Sub)
               Perform 430-Roll-Step-Average
           End-If.
           Move Spaces to AWIXTLNO-LINE.
           String "  " WS-Tl-Step(WS-Tl-Sub)
                   "  " WS-State-Word
                   "  " WS-Start-Time
                   "  " WS-End-Time
                   "  " WS-Disp-Secs
                   "  " WS-Disp-Secs-2
                   "  " WS-Disp-Secs-3
                   "  " WS-Step-Notes
               Delimited By Size Into AWIXTLNO-LINE.
           Write AWIXTLNO-LINE.
           Perform 810-Check-Tlno-Status.
      **
      ** Cut the stamp in WS-Stamp-Work to HH:MM:SS.
      **
       420-Format-Time.
           Move Spaces to WS-Clock-Time.
           If WS-Stamp-Date Not = Spaces
               String WS-Stamp-Work(9:2) ":" WS-Stamp-Work(11:2)
                       ":" WS-Stamp-Work(13:2)
                   Delimited By Size Into WS-Clock-Time
           End-If.
      **
      ** Set the step's duration against its rolling average of the
      ** nights before, flag CREEP past the threshold, then add
      ** tonight to the ring.  The average is shown only once there
      ** are three nights to average, and CREEP needs the same.
      **
       430-Roll-Step-Average.
           Move "N" to WS-Roll-Hit-Flag.
           Perform Varying WS-Roll-Sub From 1 By 1
               Until WS-Roll-Sub > WS-Roll-Count
               Or Roll-Found
               If WS-Roll-Step(WS-Roll-Sub) = WS-Tl-Step(WS-Tl-Sub)
                   Set Roll-Found to True
               End-If
           End-Perform.
           If Roll-Found
               Subtract 1 from WS-Roll-Sub
           Else
               If WS-Roll-Count Less Than 60
                   Add 1 to WS-Roll-Count
                   Move WS-Roll-Count to WS-Roll-Sub
                   Move WS-Tl-Step(WS-Tl-Sub)
                       to WS-Roll-Step(WS-Roll-Sub)
                   Move Zero to WS-Roll-Filled(WS-Roll-Sub)
                       WS-Roll-Nights(WS-Roll-Sub)
                       WS-Roll-Creeps(WS-Roll-Sub)
                       WS-Roll-Max(WS-Roll-Sub)
                   Move 1 to WS-Roll-Next(WS-Roll-Sub)
               Else
                   Move Zero to WS-Roll-Sub
               End-If
           End-If.
           If WS-Roll-Sub > Zero
               Perform 440-Compute-Roll-Average
               If WS-Roll-Filled(WS-Roll-Sub) Not Less 3
                   Move WS-Roll-Avg to WS-Disp-Secs-3
                   If WS-Tl-Duration(WS-Tl-Sub) > WS-Roll-Avg
                       * (100 + WS-Creep-Pct) / 100
                       Move "CREEP" to WS-Note-Creep
                       Add 1 to WS-Creep-Count
                       Add 1 to WS-Roll-Creeps(WS-Roll-Sub)
                   End-If
               End-If
               Move WS-Roll-Next(WS-Roll-Sub) to WS-Roll-Ring-Sub
               Move WS-Tl-Duration(WS-Tl-Sub)
                   to WS-Roll-Dur(WS-Roll-Sub WS-Roll-Ring-Sub)
               If WS-Roll-Filled(WS-Roll-Sub) Less Than WS-Avg-Nights
                   Add 1 to WS-Roll-Filled(WS-Roll-Sub)
               End-If
               If WS-Roll-Next(WS-Roll-Sub) Not Less WS-Avg-Nights
                   Move 1 to WS-Roll-Next(WS-Roll-Sub)
               Else
                   Add 1 to WS-Roll-Next(WS-Roll-Sub)
               End-If
               Add 1 to WS-Roll-Nights(WS-Roll-Sub)
               If WS-Tl-Duration(WS-Tl-Sub)
                   > WS-Roll-Max(WS-Roll-Sub)
                   Move WS-Tl-Duration(WS-Tl-Sub)
                       to WS-Roll-Max(WS-Roll-Sub)
               End-If
           End-If.
      **
      ** Average the filled slots of the step's ring.
      **
       440-Compute-Roll-Average.
           Move Zero to WS-Roll-Total WS-Roll-Avg.
           Perform Varying WS-Roll-Ring-Sub From 1 By 1
               Until WS-Roll-Ring-Sub > WS-Roll-Filled(WS-Roll-Sub)
               Add WS-Roll-Dur(WS-Roll-Sub WS-Roll-Ring-Sub)
                   to WS-Roll-Total
           End-Perform.
           If WS-Roll-Filled(WS-Roll-Sub) > Zero
               Compute WS-Roll-Avg =
                   WS-Roll-Total / WS-Roll-Filled(WS-Roll-Sub)
           End-If.
      **
      ** The night's findings: critical path, longest step, idle
      ** time, bring-up headroom and any step left STARTED.
      **
       450-Write-Night-Findings.
           If WS-Path-Count > Zero
               Move Spaces to WS-Path-Line
               Move 1 to WS-Path-Pointer
               String "  CRITICAL PATH: " Delimited By Size
                   Into WS-Path-Line With Pointer WS-Path-Pointer
               Perform Varying WS-Path-Sub From WS-Path-Count By -1
                   Until WS-Path-Sub < 1
                   Move WS-Path-Step-Sub(WS-Path-Sub) to WS-Tl-Cur
                   String Function Trim(WS-Tl-Step(WS-Tl-Cur))
                       Delimited By Size
                       Into WS-Path-Line With Pointer WS-Path-Pointer
                   If WS-Path-Sub > 1
                       String " > " Delimited By Size
                           Into WS-Path-Line
                           With Pointer WS-Path-Pointer
                   End-If
               End-Perform
               Move WS-Path-Line to AWIXTLNO-LINE
               Write AWIXTLNO-LINE
               Perform 810-Check-Tlno-Status
           End-If.
           If WS-Tl-Longest > Zero
               Move WS-Tl-Duration(WS-Tl-Longest) to WS-Disp-Secs
               Move WS-Night-Idle to WS-Disp-Secs-2
               Move Spaces to AWIXTLNO-LINE
               String "  LONGEST STEP: " WS-Tl-Step(WS-Tl-Longest)
                       "  DURATION=" WS-Disp-Secs " SECS"
                       "  TOTAL IDLE=" WS-Disp-Secs-2 " SECS"
                   Delimited By Size Into AWIXTLNO-LINE
               Write AWIXTLNO-LINE
               Perform 810-Check-Tlno-Status
           End-If.
           If WS-Tl-Last > Zero
               Compute WS-Headroom =
                   WS-Deadline-Secs - WS-Tl-End-Secs(WS-Tl-Last)
               Move WS-Headroom to WS-Disp-Secs
               Move Spaces to AWIXTLNO-LINE
               If WS-Headroom < Zero
                   Add 1 to WS-Nights-Late
                   String "  *** LAST END PAST BRING-UP BY "
                           WS-Disp-Secs " SECS"
                       Delimited By Size Into AWIXTLNO-LINE
               Else
                   String "  HEADROOM BEFORE BRING-UP="
                           WS-Disp-Secs " SECS"
                       Delimited By Size Into AWIXTLNO-LINE
               End-If
               Write AWIXTLNO-LINE
               Perform 810-Check-Tlno-Status
           End-If.
           If WS-Night-Stuck > Zero
               Add 1 to WS-Nights-Stuck
               Move WS-Night-Stuck to WS-Disp-Count
               Move Spaces to AWIXTLNO-LINE
               If WS-Night-Date Not Less WS-Stuck-Cutoff
                   Add 1 to WS-Nights-Stuck-Rec
                   String "  *** " WS-Disp-Count
                           " STEP(S) LEFT STARTED - ABENDED OR NEVER "
                           "CLEARED (SEE AWIXCOV)"
                       Delimited By Size Into AWIXTLNO-LINE
               Else
                   String "  *** " WS-Disp-Count
                           " STEP(S) LEFT STARTED - ABENDED OR NEVER "
                           "CLEARED (OLDER THAN TLNSTUCKD, NOT ALERTED)"
                       Delimited By Size Into AWIXTLNO-LINE
               End-If
               Write AWIXTLNO-LINE
               Perform 810-Check-Tlno-Status
           End-If.
           If WS-Tl-Dropped > Zero
               Move WS-Tl-Dropped to WS-Disp-Count
               Move Spaces to AWIXTLNO-LINE
               String "  *** " WS-Disp-Count
                       " STEP(S) NOT SHOWN - 40 STEP LIMIT"
                   Delimited By Size Into AWIXTLNO-LINE
               Write AWIXTLNO-LINE
               Perform 810-Check-Tlno-Status
           End-If.
      **
      ** Per-step rolling averages as they stand after the last
      ** night, the totals, and the alerting return code: 8 when a
      ** night inside the TLNSTUCKD window has a step left STARTED.
      **
       500-Finalize-Report.
           Move Spaces to AWIXTLNO-LINE.
           Write AWIXTLNO-LINE.
           Perform 810-Check-Tlno-Status.
           Move WS-Avg-Nights to WS-Disp-Count.
           Move Spaces to AWIXTLNO-LINE.
           String "STEP AVERAGES (LAST " WS-Disp-Count
                   " TIMED NIGHTS)       NIGHTS     ROLL-AVG"
                   "      LONGEST   CREEPS"
               Delimited By Size Into AWIXTLNO-LINE.
           Write AWIXTLNO-LINE.
           Perform 810-Check-Tlno-Status.
           Perform Varying WS-Roll-Sub From 1 By 1
               Until WS-Roll-Sub > WS-Roll-Count
               Perform 440-Compute-Roll-Average
               Move WS-Roll-Avg to WS-Disp-Secs
               Move WS-Roll-Max(WS-Roll-Sub) to WS-Disp-Secs-2
               Move Spaces to AWIXTLNO-LINE
               String "  " WS-Roll-Step(WS-Roll-Sub)
                       "                         "
                       WS-Roll-Nights(WS-Roll-Sub)
                       "  " WS-Disp-Secs
                       "  " WS-Disp-Secs-2
                       "  " WS-Roll-Creeps(WS-Roll-Sub)
                   Delimited By Size Into AWIXTLNO-LINE
               Write AWIXTLNO-LINE
               Perform 810-Check-Tlno-Status
           End-Perform.
           Move Spaces to AWIXTLNO-LINE.
           Write AWIXTLNO-LINE.
           Perform 810-Check-Tlno-Status.
           String "NIGHTS REPORTED=" WS-Nights-Reported
                   "  WITH STEPS LEFT STARTED=" WS-Nights-Stuck
                   " (ALERTED=" WS-Nights-Stuck-Rec ")"
                   "  PAST BRING-UP=" WS-Nights-Late
                   "  CREEP FLAGS=" WS-Creep-Count
               Delimited By Size Into AWIXTLNO-LINE.
           Write AWIXTLNO-LINE.
           Perform 810-Check-Tlno-Status.
           If WS-Nights-Stuck-Rec > Zero
               Move 8 to Return-Code
           End-If.
      **
      ** A write to the AWIXTLNO report failed -- abort rather than
      ** hand over a timeline with nights missing from it.
      **
       810-Check-Tlno-Status.
           If WS-Tlno-Status Not = "00"
               Display "AWIXTLN: AWIXTLNO write failed, status="
                   WS-Tlno-Status
               Move 16 to Return-Code
               Close AWIXCTLF-FILE AWIXTLNO-FILE
               Stop Run
           End-If.
      **
      ** Log this execution to the suite run log, so the satellite
      ** programs are visible to monitoring and to AWIXGAP's
      ** suite-coverage check, not just AWIXMP.
      **
       900-Log-Execution.
           Move "AWIXTLN" to WS-Log-Program.
           Move Return-Code to WS-Log-Severity.
           CALL "AWIXLOG" Using WS-Log-Program WS-Log-Severity.
       End program AWIXTLN.
