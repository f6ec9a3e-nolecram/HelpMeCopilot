      ****************************************************************
      *  AWIXPIT answers the first question asked after a failed     *
      *  night: what was AWIXPARM set to then, and had someone just  *
      *  changed it?  AWIXPAUD holds every change AWIXPRM accepted,  *
      *  with its old and new value; this program puts it to use in  *
      *  two sections.                                                *
      *                                                               *
      *  PARAMETERS AS OF -- the complete parameter set as it stood  *
      *  at the date/time on the AWIXPITI card, rebuilt backwards    *
      *  from the current AWIXPARM.  Undoing every later change,     *
      *  newest first, leaves each key at the old value of its       *
      *  earliest change after that moment, so one forward pass of   *
      *  the audit does it; a key whose old value was blank did not  *
      *  exist yet.  Keys that differ from today's value are marked  *
      *  with the current value beside them.  A key whose latest     *
      *  audited value is not what AWIXPARM holds now was changed    *
      *  outside AWIXPRM (IDCAMS, a restore) and is flagged: the     *
      *  audit cannot vouch for its earlier values.                   *
      *                                                               *
      *  CHANGE CORRELATION -- every change in the PITSTART / PITEND *
      *  range (YYYYMMDD, either open) beside the outcomes of the    *
      *  PITNIGHTS nights that followed it (default 3): the night's  *
      *  AWIXMP runs from the AWIXDSUM daily summary, and the worst  *
      *  AWIXPLOG severity of each SUITELIST program.  Each night is *
      *  measured against the same number of nights before the      *
      *  change and marked FAILED for a flagged AWIXMP run, WARN     *
      *  JUMP for more warnings than any night before, RUNTIME when  *
      *  the average elapsed moved more than PITRTPCT percent        *
      *  (default 25) either way, and SUITE FAIL for a suite program *
      *  that ended 16.  A night belongs after a change when its     *
      *  first run started after the change was made.                 *
      *                                                               *
      *  The AWIXPITI card carries the as-of moment in columns 1-17  *
      *  as YYYYMMDD, YYYYMMDDHHMMSS or a full YYYYMMDDHHMMSSmmm;    *
      *  a date alone means the end of that day.  No card, or a      *
      *  blank one, means now.  RETURN-CODE 16 on a file error or an *
      *  unreadable card, otherwise 0 -- the report is for change    *
      *  management to read, not an alert.                            *
      ****************************************************************
      ****************************************************************
      **           I D          D I V I S I O N                    ***
      ****************************************************************
       Identification Division.
       Program-id.    AWIXPIT.
      ****************************************************************
      **           E N V I R O N M E N T   D I V I S I O N          ***
      ****************************************************************
       Environment Division.
       Input-Output Section.
       File-Control.
           Select AWIXPARM-FILE Assign To "AWIXPARM"
               Organization Is Indexed
               Access Mode Is Sequential
               Record Key Is PARM-KEY
               File Status Is WS-Parm-Status.
           Select AWIXPAUD-FILE Assign To "AWIXPAUD"
               Organization Is Indexed
               Access Mode Is Dynamic
               Record Key Is PA-AUDIT-KEY
               File Status Is WS-Paud-Status.
           Select AWIXDSUM-FILE Assign To "AWIXDSUM"
               Organization Is Indexed
               Access Mode Is Dynamic
               Record Key Is DS-SUM-KEY
               File Status Is WS-Dsum-Status.
           Select Optional AWIXPLOG-FILE Assign To "AWIXPLOG"
               Organization Is Indexed
               Access Mode Is Dynamic
               Record Key Is PL-LOG-KEY
               File Status Is WS-Plog-Status.
           Select Optional AWIXPITI-FILE Assign To "AWIXPITI"
               Organization Is Sequential
               File Status Is WS-Piti-Status.
           Select AWIXPITO-FILE Assign To "AWIXPITO"
               Organization Is Sequential
               File Status Is WS-Pito-Status.
      ****************************************************************
      **           D A T A      D I V I S I O N                    ***
      ****************************************************************
       Data Division.
       File Section.
       COPY AWIXPARM.

       FD  AWIXPAUD-FILE
           LABEL RECORDS ARE STANDARD.
       COPY AWIXPAUD.

       COPY AWIXDSUM.

       COPY AWIXPLOG.

       FD  AWIXPITI-FILE
           LABEL RECORDS ARE STANDARD.
       01  AWIXPITI-CARD.
           02  PTI-ASOF              PIC X(17).
           02  FILLER                PIC X(63).

       FD  AWIXPITO-FILE
           LABEL RECORDS ARE STANDARD.
       01  AWIXPITO-LINE         PIC X(132).

       Working-Storage Section.
       77   WS-Parm-Status       PIC X(2).
       77   WS-Paud-Status       PIC X(2).
       77   WS-Dsum-Status       PIC X(2).
       77   WS-Plog-Status       PIC X(2).
       77   WS-Piti-Status       PIC X(2).
       77   WS-Pito-Status       PIC X(2).
       77   WS-Plog-Open-Flag    PIC X     Value "N".
           88  Plog-Open                   Value "Y".
       77   WS-Paud-Eof-Flag     PIC X     Value "N".
           88  Paud-Eof                    Value "Y".
       77   WS-Dsum-Eof-Flag     PIC X     Value "N".
           88  Dsum-Eof                    Value "Y".
       77   WS-Plog-Eof-Flag     PIC X     Value "N".
           88  Plog-Eof                    Value "Y".

      *    The as-of moment, padded to a full 17-byte stamp.
       77   WS-Asof-Stamp        PIC X(17).
       77   WS-Asof-In           PIC X(17).
       77   WS-Pit-Start         PIC X(8)  Value Spaces.
       77   WS-Pit-End           PIC X(8)  Value Spaces.
       77   WS-Pit-Nights        PIC 9(4)  Value 3.
       77   WS-Rt-Pct            PIC 9(3)  Value 25.
       77   WS-Parm-Trim         PIC X(80).

      ****************************************************************
      **  The parameter set: one entry per key in today's AWIXPARM,
      **  in key order, then any key known only from the audit.  The
      **  as-of value starts as today's and is replaced by the old
      **  value of the key's earliest change after the as-of moment.
      ****************************************************************
       01   WS-Pit-Table.
            02  WS-Pit-Entry      Occurs 200 Times.
                03  WS-Pit-Key        PIC X(10).
                03  WS-Pit-Now-Value  PIC X(80).
                03  WS-Pit-Now-Flag   PIC X(1).
                    88  Pit-Now-Set           Value "Y".
                03  WS-Pit-Asof-Value PIC X(80).
                03  WS-Pit-Asof-Flag  PIC X(1).
                    88  Pit-Asof-Set          Value "Y".
                03  WS-Pit-Undone     PIC X(1).
                    88  Pit-Undone            Value "Y".
                03  WS-Pit-Last-New   PIC X(80).
                03  WS-Pit-Audited    PIC X(1).
                    88  Pit-Audited           Value "Y".
       77   WS-Pit-Count         PIC 9(4)  Value Zero.
       77   WS-Pit-Sub           PIC 9(4)  Binary.
       77   WS-Pit-Hit-Flag      PIC X     Value "N".
           88  Pit-Found                   Value "Y".
       77   WS-Pit-Overflow      PIC 9(7)  Value Zero.
       77   WS-Changed-Count     PIC 9(7)  Value Zero.
       77   WS-Untracked-Count   PIC 9(7)  Value Zero.
       77   WS-Audit-Count       PIC 9(7)  Value Zero.

      ****************************************************************
      **  SUITELIST programs whose AWIXPLOG outcome is shown for each
      **  night, parsed as AWIXGAP parses it.
      ****************************************************************
       01   WS-Suite-Table.
            02  WS-Suite-Entry    Occurs 8 Times.
                03  WS-Suite-Name PIC X(8).
       77   WS-Suite-Count       PIC 9(4)  Value Zero.
       77   WS-Suite-Sub         PIC 9(4)  Binary.
       77   WS-List-Pointer      PIC 9(4).
       77   WS-List-Item         PIC X(8).
       77   WS-Suite-Worst       PIC 9(4).
       77   WS-Suite-Found-Flag  PIC X     Value "N".
           88  Suite-Logged                Value "Y".
       77   WS-Suite-Fail-Flag   PIC X     Value "N".
           88  Suite-Failed                Value "Y".
       77   WS-Line-Pointer      PIC 9(4).

      ****************************************************************
      **  The nights before the change at hand: the last PITNIGHTS
      **  summary days read, oldest first.  Changes and summary days
      **  are both taken in time order, so the window only ever moves
      **  forward.
      ****************************************************************
       01   WS-Ring-Table.
            02  WS-Ring-Entry     Occurs 10 Times.
                03  WS-Ring-Fail      PIC 9(5).
                03  WS-Ring-Warn      PIC 9(7).
                03  WS-Ring-Timed     PIC 9(5).
                03  WS-Ring-Elapsed   COMP-2.
       77   WS-Ring-Count        PIC 9(4)  Value Zero.
       77   WS-Ring-Sub          PIC 9(4)  Binary.
       77   WS-Before-Fail-Nights PIC 9(4).
       77   WS-Before-Max-Warn   PIC 9(7).
       77   WS-Before-Timed      PIC 9(7).
       77   WS-Before-Elapsed    COMP-2.
       77   WS-Before-Avg        COMP-2.

      *    Where the summary read stood before the nights after a
      *    change were read, so it can be put back for the next one.
       77   WS-Resume-Key        PIC X(13).
       77   WS-Resume-Eof-Flag   PIC X     Value "N".
           88  Resume-At-Eof               Value "Y".
       77   WS-After-Count       PIC 9(4).
       77   WS-Night-Avg         COMP-2.
       77   WS-Night-Pct         PIC S9(5).
       77   WS-Night-Flagged     PIC X     Value "N".
           88  Night-Flagged               Value "Y".
       77   WS-Change-Flagged    PIC X     Value "N".
           88  Change-Flagged              Value "Y".

       77   WS-Changes-Reported  PIC 9(7)  Value Zero.
       77   WS-Changes-Flagged   PIC 9(7)  Value Zero.

       77   WS-Disp-Secs         PIC -(6)9.999.
       77   WS-Disp-Pct          PIC -(4)9.
       77   WS-Disp-Sev          PIC 9(4).
      ****************************************************************
      **  Declarations for the date/time service: "now" when no as-of
      **  moment is given.
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
           Perform 200-Rebuild-As-Of.
           Perform 300-Report-As-Of.
           Perform 400-Correlate-Changes.
           Perform 500-Finalize-Report.
           Close AWIXPAUD-FILE AWIXDSUM-FILE AWIXPITO-FILE.
           If Plog-Open
               Close AWIXPLOG-FILE
           End-If.
           Perform 900-Log-Execution.
           Stop Run.
      **
      ** Read the as-of card, load today's AWIXPARM into the table
      ** (and this program's own keys from it), and open the audit,
      ** summary, run-log and report files.
      **
       100-Initialize.
           CALL "CEELOCT" Using Lildate Lilsecs Greg Feedback.
           If Fb-severity > 0
               Display "AWIXPIT: CEELOCT error - severity="
                   Fb-severity " detail=" Fb-detail
               Move 16 to Return-Code
               Stop Run
           End-If.
           Perform 105-Read-Asof-Card.
           Perform 110-Load-Parameters.
           Open Input AWIXPAUD-FILE.
           If WS-Paud-Status Not = "00"
               Display "AWIXPIT: unable to open AWIXPAUD, status="
                   WS-Paud-Status
               Move 16 to Return-Code
               Stop Run
           End-If.
           Open Input AWIXDSUM-FILE.
           If WS-Dsum-Status Not = "00"
               Display "AWIXPIT: unable to open AWIXDSUM, status="
                   WS-Dsum-Status
               Close AWIXPAUD-FILE
               Move 16 to Return-Code
               Stop Run
           End-If.
      *    The suite run log is optional: without it the nights
      *    show AWIXMP's outcome alone.
           Open Input AWIXPLOG-FILE.
           If WS-Plog-Status = "00"
               Set Plog-Open to True
           End-If.
           Open Output AWIXPITO-FILE.
           Move "AWIXPIT - AWIXPARM Point-in-Time Correlation"
               to AWIXPITO-LINE.
           Write AWIXPITO-LINE.
           Perform 810-Check-Pito-Status.
      **
      ** Take the as-of moment from the card and pad it to a full
      ** stamp: a date alone runs to the last millisecond of the day,
      ** a time to the last millisecond of its second.
      **
       105-Read-Asof-Card.
           Move Spaces to WS-Asof-In.
           Open Input AWIXPITI-FILE.
           If WS-Piti-Status = "00"
               Read AWIXPITI-FILE
                   At End Continue
                   Not At End Move PTI-ASOF to WS-Asof-In
               End-Read
               Close AWIXPITI-FILE
           End-If.
           Evaluate True
               When WS-Asof-In = Spaces
                   Move Greg to WS-Asof-Stamp
               When WS-Asof-In(1:8) Numeric
                   And WS-Asof-In(9:9) = Spaces
                   Move WS-Asof-In(1:8) to WS-Asof-Stamp
                   Move "235959999" to WS-Asof-Stamp(9:9)
               When WS-Asof-In(1:14) Numeric
                   And WS-Asof-In(15:3) = Spaces
                   Move WS-Asof-In(1:14) to WS-Asof-Stamp
                   Move "999" to WS-Asof-Stamp(15:3)
               When WS-Asof-In Numeric
                   Move WS-Asof-In to WS-Asof-Stamp
               When Other
                   Display "AWIXPIT: AWIXPITI as-of not YYYYMMDD"
                       "[HHMMSS[mmm]], found " WS-Asof-In
                   Move 16 to Return-Code
                   Stop Run
           End-Evaluate.
      **
      ** Read today's AWIXPARM.  Unlike the other batch readers this
      ** program needs the file: it is the starting point of the
      ** reconstruction.
      **
       110-Load-Parameters.
           Open Input AWIXPARM-FILE.
           If WS-Parm-Status Not = "00"
               Display "AWIXPIT: unable to open AWIXPARM, status="
                   WS-Parm-Status
               Move 16 to Return-Code
               Stop Run
           End-If.
           Perform Until WS-Parm-Status Not = "00"
               Read AWIXPARM-FILE
                   At End Move "10" to WS-Parm-Status
                   Not At End Perform 115-Apply-Parameter
               End-Read
           End-Perform.
           Close AWIXPARM-FILE.
      **
      ** Take one current parameter into the table, and apply it
      ** when it is one of this program's own.
      **
       115-Apply-Parameter.
           If WS-Pit-Count Less Than 200
               Add 1 to WS-Pit-Count
               Move PARM-KEY   to WS-Pit-Key(WS-Pit-Count)
               Move PARM-VALUE to WS-Pit-Now-Value(WS-Pit-Count)
               Move PARM-VALUE to WS-Pit-Asof-Value(WS-Pit-Count)
               Move "Y" to WS-Pit-Now-Flag(WS-Pit-Count)
               Move "Y" to WS-Pit-Asof-Flag(WS-Pit-Count)
               Move "N" to WS-Pit-Undone(WS-Pit-Count)
               Move "N" to WS-Pit-Audited(WS-Pit-Count)
               Move Spaces to WS-Pit-Last-New(WS-Pit-Count)
           Else
               Add 1 to WS-Pit-Overflow
           End-If.
           Evaluate PARM-KEY
               When "PITSTART"
                   Move PARM-VALUE(1:8) to WS-Pit-Start
               When "PITEND"
                   Move PARM-VALUE(1:8) to WS-Pit-End
               When "PITNIGHTS"
                   Move Function Trim(PARM-VALUE) to WS-Parm-Trim
                   If Function Test-Numval(WS-Parm-Trim) = Zero
                       And Function Numval(WS-Parm-Trim) > Zero
                       And Function Numval(WS-Parm-Trim) Not > 10
                       Compute WS-Pit-Nights =
                           Function Numval(WS-Parm-Trim)
                   Else
                       Display "AWIXPIT: PITNIGHTS not 1-10, "
                           "using default " WS-Pit-Nights
                   End-If
               When "PITRTPCT"
                   Move Function Trim(PARM-VALUE) to WS-Parm-Trim
                   If Function Test-Numval(WS-Parm-Trim) = Zero
                       And Function Numval(WS-Parm-Trim) Not > 999
                       Compute WS-Rt-Pct =
                           Function Numval(WS-Parm-Trim)
                   Else
                       Display "AWIXPIT: PITRTPCT not numeric, "
                           "using default " WS-Rt-Pct
                   End-If
               When "SUITELIST"
                   Perform 117-Parse-Suite-List
               When Other
                   Continue
           End-Evaluate.
      **
      ** Split the blank-separated SUITELIST value into the suite
      ** table (at most 8 programs), as AWIXGAP does.
      **
       117-Parse-Suite-List.
           Move Zero to WS-Suite-Count.
           Move 1 to WS-List-Pointer.
           Perform Until WS-List-Pointer > 80
               Or WS-Suite-Count = 8
               Move Spaces to WS-List-Item
               Unstring PARM-VALUE Delimited By All " "
                   Into WS-List-Item
                   With Pointer WS-List-Pointer
               End-Unstring
               If WS-List-Item Not = Spaces
                   Add 1 to WS-Suite-Count
                   Move WS-List-Item
                       to WS-Suite-Name(WS-Suite-Count)
               End-If
           End-Perform.
      **
      ** One pass over the whole audit, in change order.  The first
      ** change to a key after the as-of moment gives its value at
      ** that moment (its old value); every change moves the key's
      ** latest audited value on, for the check against today.
      **
       200-Rebuild-As-Of.
           Move Low-Values to PA-AUDIT-KEY.
           Start AWIXPAUD-FILE Key Not Less PA-AUDIT-KEY
               Invalid Key
                   Set Paud-Eof to True
           End-Start.
           Perform Until Paud-Eof
               Read AWIXPAUD-FILE Next Record
                   At End Set Paud-Eof to True
                   Not At End Perform 210-Apply-Audit-Record
               End-Read
           End-Perform.
      **
      ** Apply one audit record to its key's entry.
      **
       210-Apply-Audit-Record.
           Add 1 to WS-Audit-Count.
           Perform 220-Find-Key.
           If Pit-Found
               If PA-STAMP Greater Than WS-Asof-Stamp
                   And Not Pit-Undone(WS-Pit-Sub)
                   Move PA-OLD-VALUE to WS-Pit-Asof-Value(WS-Pit-Sub)
                   If PA-OLD-VALUE = Spaces
                       Move "N" to WS-Pit-Asof-Flag(WS-Pit-Sub)
                   Else
                       Move "Y" to WS-Pit-Asof-Flag(WS-Pit-Sub)
                   End-If
                   Move "Y" to WS-Pit-Undone(WS-Pit-Sub)
               End-If
               Move PA-NEW-VALUE to WS-Pit-Last-New(WS-Pit-Sub)
               Move "Y" to WS-Pit-Audited(WS-Pit-Sub)
           End-If.
      **
      ** Find the audit record's key in the table, adding it when it
      ** is no longer in AWIXPARM at all (removed outside AWIXPRM):
      ** its as-of value is then its last audited value until an
      ** earlier change says otherwise.
      **
       220-Find-Key.
           Move "N" to WS-Pit-Hit-Flag.
           Perform Varying WS-Pit-Sub From 1 By 1
               Until WS-Pit-Sub > WS-Pit-Count Or Pit-Found
               If WS-Pit-Key(WS-Pit-Sub) = PA-PARM-KEY
                   Set Pit-Found to True
               End-If
           End-Perform.
           If Pit-Found
               Subtract 1 from WS-Pit-Sub
           Else
               If WS-Pit-Count Less Than 200
                   Add 1 to WS-Pit-Count
                   Move WS-Pit-Count to WS-Pit-Sub
                   Move PA-PARM-KEY to WS-Pit-Key(WS-Pit-Sub)
                   Move Spaces to WS-Pit-Now-Value(WS-Pit-Sub)
                   Move "N" to WS-Pit-Now-Flag(WS-Pit-Sub)
                   Move Spaces to WS-Pit-Asof-Value(WS-Pit-Sub)
                   Move "N" to WS-Pit-Asof-Flag(WS-Pit-Sub)
                   Move "N" to WS-Pit-Undone(WS-Pit-Sub)
                   Move "N" to WS-Pit-Audited(WS-Pit-Sub)
                   Set Pit-Found to True
               Else
                   Add 1 to WS-Pit-Overflow
               End-If
           End-If.
      **
      ** Write the parameter set as of the requested moment.
      **
       300-Report-As-Of.
           Move Spaces to AWIXPITO-LINE.
           Write AWIXPITO-LINE.
           Perform 810-Check-Pito-Status.
           String "PARAMETERS AS OF " WS-Asof-Stamp(1:4) "-"
                   WS-Asof-Stamp(5:2) "-" WS-Asof-Stamp(7:2) " "
                   WS-Asof-Stamp(9:2) ":" WS-Asof-Stamp(11:2) ":"
                   WS-Asof-Stamp(13:2) "." WS-Asof-Stamp(15:3)
                   "  (" WS-Audit-Count " AUDIT RECORDS READ)"
               Delimited By Size Into AWIXPITO-LINE.
           Write AWIXPITO-LINE.
           Perform 810-Check-Pito-Status.
           Perform Varying WS-Pit-Sub From 1 By 1
               Until WS-Pit-Sub > WS-Pit-Count
               Perform 310-Write-Parameter
           End-Perform.
           If WS-Pit-Overflow > Zero
               Move Spaces to AWIXPITO-LINE
               String "  NOTE " WS-Pit-Overflow
                       " KEYS OR CHANGES BEYOND THE 200-KEY TABLE"
                       " NOT RECONSTRUCTED"
                   Delimited By Size Into AWIXPITO-LINE
               Write AWIXPITO-LINE
               Perform 810-Check-Pito-Status
           End-If.
           Move Spaces to AWIXPITO-LINE.
           String "KEYS=" WS-Pit-Count
                   "  CHANGED SINCE=" WS-Changed-Count
                   "  CHANGED OUTSIDE AWIXPRM=" WS-Untracked-Count
               Delimited By Size Into AWIXPITO-LINE.
           Write AWIXPITO-LINE.
           Perform 810-Check-Pito-Status.
      **
      ** One key: its value then, today's value when that differs,
      ** and a flag when today's value is not the last one audited.
      **
       310-Write-Parameter.
           Move Spaces to AWIXPITO-LINE.
           If Pit-Asof-Set(WS-Pit-Sub)
               String "  " WS-Pit-Key(WS-Pit-Sub) " = "
                       WS-Pit-Asof-Value(WS-Pit-Sub)
                   Delimited By Size Into AWIXPITO-LINE
           Else
               String "  " WS-Pit-Key(WS-Pit-Sub) "   (NOT SET)"
                   Delimited By Size Into AWIXPITO-LINE
           End-If.
           Write AWIXPITO-LINE.
           Perform 810-Check-Pito-Status.
           If WS-Pit-Asof-Flag(WS-Pit-Sub)
                   Not = WS-Pit-Now-Flag(WS-Pit-Sub)
               Or WS-Pit-Asof-Value(WS-Pit-Sub)
                   Not = WS-Pit-Now-Value(WS-Pit-Sub)
               Add 1 to WS-Changed-Count
               Move Spaces to AWIXPITO-LINE
               If Pit-Now-Set(WS-Pit-Sub)
                   String "     CHANGED SINCE, NOW = "
                           WS-Pit-Now-Value(WS-Pit-Sub)
                       Delimited By Size Into AWIXPITO-LINE
               Else
                   String "     CHANGED SINCE, NOW NOT SET"
                       Delimited By Size Into AWIXPITO-LINE
               End-If
               Write AWIXPITO-LINE
               Perform 810-Check-Pito-Status
           End-If.
           If Pit-Audited(WS-Pit-Sub)
               And WS-Pit-Last-New(WS-Pit-Sub)
                   Not = WS-Pit-Now-Value(WS-Pit-Sub)
               Add 1 to WS-Untracked-Count
               Move Spaces to AWIXPITO-LINE
               String "     *** LAST AUDITED VALUE IS NOT TODAY'S -"
                       " CHANGED OUTSIDE AWIXPRM, EARLIER VALUES"
                       " UNVERIFIED"
                   Delimited By Size Into AWIXPITO-LINE
               Write AWIXPITO-LINE
               Perform 810-Check-Pito-Status
           End-If.
      **
      ** Walk the changes in the PITSTART / PITEND range in time
      ** order, each beside the nights before and after it.
      **
       400-Correlate-Changes.
           Move Spaces to AWIXPITO-LINE.
           Write AWIXPITO-LINE.
           Perform 810-Check-Pito-Status.
           Move Spaces to AWIXPITO-LINE.
           String "CHANGE CORRELATION  (NIGHTS BEFORE/AFTER="
                   WS-Pit-Nights "  RUNTIME THRESHOLD=" WS-Rt-Pct
                   " PCT)"
               Delimited By Size Into AWIXPITO-LINE.
           Write AWIXPITO-LINE.
           Perform 810-Check-Pito-Status.
           Set DS-LOCAL to True.
           Move Low-Values to DS-SITE-ID DS-RUN-DATE.
           Start AWIXDSUM-FILE Key Not Less DS-SUM-KEY
               Invalid Key
                   Set Dsum-Eof to True
           End-Start.
           Perform 430-Read-Summary.
           Move "N" to WS-Paud-Eof-Flag.
           Move Low-Values to PA-AUDIT-KEY.
           If WS-Pit-Start Not = Spaces
               Move WS-Pit-Start to PA-STAMP(1:8)
           End-If.
           Start AWIXPAUD-FILE Key Not Less PA-AUDIT-KEY
               Invalid Key
                   Set Paud-Eof to True
           End-Start.
           Perform Until Paud-Eof
               Read AWIXPAUD-FILE Next Record
                   At End Set Paud-Eof to True
               End-Read
               If Not Paud-Eof
                   If WS-Pit-End Not = Spaces
                       And PA-STAMP(1:8) Greater Than WS-Pit-End
                       Set Paud-Eof to True
                   Else
                       Perform 410-Correlate-One-Change
                   End-If
               End-If
           End-Perform.
      **
      ** One change: bring the before-window up to it, report it with
      ** its baseline, list the nights after it, then put the summary
      ** read back where the after-nights began.
      **
       410-Correlate-One-Change.
           Add 1 to WS-Changes-Reported.
           Move "N" to WS-Change-Flagged.
           Perform Until Dsum-Eof
               Or DS-RUN-DATE Greater Than PA-STAMP(1:8)
               Or (DS-RUN-DATE = PA-STAMP(1:8)
                   And DS-FIRST-TIME Greater Than PA-STAMP(9:9))
               Perform 440-Push-Before-Night
               Perform 430-Read-Summary
           End-Perform.
           Move DS-SUM-KEY to WS-Resume-Key.
           Move WS-Dsum-Eof-Flag to WS-Resume-Eof-Flag.
           Perform 420-Write-Change-Lines.
           Move Zero to WS-After-Count.
           Perform Until Dsum-Eof Or WS-After-Count = WS-Pit-Nights
               Add 1 to WS-After-Count
               Perform 450-Write-Night-Lines
               Perform 430-Read-Summary
           End-Perform.
           If WS-After-Count = Zero
               Move "    NO NIGHTS SUMMARIZED SINCE THIS CHANGE"
                   to AWIXPITO-LINE
               Write AWIXPITO-LINE
               Perform 810-Check-Pito-Status
           End-If.
           If Change-Flagged
               Add 1 to WS-Changes-Flagged
           End-If.
           Move WS-Resume-Eof-Flag to WS-Dsum-Eof-Flag.
           If Not Dsum-Eof
               Move WS-Resume-Key to DS-SUM-KEY
               Start AWIXDSUM-FILE Key Not Less DS-SUM-KEY
                   Invalid Key
                       Set Dsum-Eof to True
               End-Start
               Perform 430-Read-Summary
           End-If.
      **
      ** The change itself, its old and new values, and the baseline
      ** of the nights before it.
      **
       420-Write-Change-Lines.
           Move Spaces to AWIXPITO-LINE.
           Write AWIXPITO-LINE.
           Perform 810-Check-Pito-Status.
           String "CHANGE " PA-STAMP(1:4) "-" PA-STAMP(5:2) "-"
                   PA-STAMP(7:2) " " PA-STAMP(9:2) ":"
                   PA-STAMP(11:2) ":" PA-STAMP(13:2)
                   "  " PA-PARM-KEY "  BY " PA-OPERATOR
               Delimited By Size Into AWIXPITO-LINE.
           Write AWIXPITO-LINE.
           Perform 810-Check-Pito-Status.
           Move Spaces to AWIXPITO-LINE.
           String "    OLD: " PA-OLD-VALUE
               Delimited By Size Into AWIXPITO-LINE.
           Write AWIXPITO-LINE.
           Perform 810-Check-Pito-Status.
           Move Spaces to AWIXPITO-LINE.
           String "    NEW: " PA-NEW-VALUE
               Delimited By Size Into AWIXPITO-LINE.
           Write AWIXPITO-LINE.
           Perform 810-Check-Pito-Status.
           Perform 445-Compute-Baseline.
           Move Spaces to AWIXPITO-LINE.
           If WS-Ring-Count = Zero
               String "    BEFORE: NO NIGHTS SUMMARIZED"
                   Delimited By Size Into AWIXPITO-LINE
           Else
               Move WS-Before-Avg to WS-Disp-Secs
               String "    BEFORE: NIGHTS=" WS-Ring-Count
                       "  FAILED NIGHTS=" WS-Before-Fail-Nights
                       "  MAX WARNINGS=" WS-Before-Max-Warn
                       "  AVG ELAPSED=" WS-Disp-Secs
                   Delimited By Size Into AWIXPITO-LINE
           End-If.
           Write AWIXPITO-LINE.
           Perform 810-Check-Pito-Status.
      **
      ** Read the next local summary day; the local control record
      ** ends the days.
      **
       430-Read-Summary.
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
      ** Add the summary day in hand to the before-window, dropping
      ** the oldest night once the window is full.
      **
       440-Push-Before-Night.
           If WS-Ring-Count = WS-Pit-Nights
               Perform Varying WS-Ring-Sub From 2 By 1
                   Until WS-Ring-Sub > WS-Ring-Count
                   Move WS-Ring-Entry(WS-Ring-Sub)
                       to WS-Ring-Entry(WS-Ring-Sub - 1)
               End-Perform
           Else
               Add 1 to WS-Ring-Count
           End-If.
           Move DS-FAIL-COUNT    to WS-Ring-Fail(WS-Ring-Count).
           Move DS-WARN-TOTAL    to WS-Ring-Warn(WS-Ring-Count).
           Move DS-TIMED-COUNT   to WS-Ring-Timed(WS-Ring-Count).
           Move DS-ELAPSED-TOTAL to WS-Ring-Elapsed(WS-Ring-Count).
      **
      ** Sum the before-window: failed nights, the most warnings on
      ** any one night, and the average elapsed of its timed runs.
      **
       445-Compute-Baseline.
           Move Zero to WS-Before-Fail-Nights WS-Before-Max-Warn
               WS-Before-Timed.
           Move 0 to WS-Before-Elapsed WS-Before-Avg.
           Perform Varying WS-Ring-Sub From 1 By 1
               Until WS-Ring-Sub > WS-Ring-Count
               If WS-Ring-Fail(WS-Ring-Sub) > Zero
                   Add 1 to WS-Before-Fail-Nights
               End-If
               If WS-Ring-Warn(WS-Ring-Sub) > WS-Before-Max-Warn
                   Move WS-Ring-Warn(WS-Ring-Sub)
                       to WS-Before-Max-Warn
               End-If
               Add WS-Ring-Timed(WS-Ring-Sub) to WS-Before-Timed
               Add WS-Ring-Elapsed(WS-Ring-Sub) to WS-Before-Elapsed
           End-Perform.
           If WS-Before-Timed > Zero
               Compute WS-Before-Avg =
                   WS-Before-Elapsed / WS-Before-Timed
           End-If.
      **
      ** One night after the change: AWIXMP's outcome with its
      ** flags, then the suite programs' outcomes.
      **
       450-Write-Night-Lines.
           Move "N" to WS-Night-Flagged.
           Move Spaces to AWIXPITO-LINE.
           Move 1 to WS-Line-Pointer.
           Move 0 to WS-Night-Avg.
           If DS-TIMED-COUNT > Zero
               Compute WS-Night-Avg =
                   DS-ELAPSED-TOTAL / DS-TIMED-COUNT
           End-If.
           Move WS-Night-Avg to WS-Disp-Secs.
           Move DS-WORST-SEVERITY to WS-Disp-Sev.
           String "    NIGHT " DS-RUN-DATE(1:4) "-" DS-RUN-DATE(5:2)
                   "-" DS-RUN-DATE(7:2)
                   "  RUNS=" DS-RUN-COUNT
                   "  WORST SEV=" WS-Disp-Sev
                   "  WARNINGS=" DS-WARN-TOTAL
                   "  AVG ELAPSED=" WS-Disp-Secs
               Delimited By Size Into AWIXPITO-LINE
               With Pointer WS-Line-Pointer.
           If DS-FAIL-COUNT > Zero
               Set Night-Flagged to True
               String "  *** FAILED"
                   Delimited By Size Into AWIXPITO-LINE
                   With Pointer WS-Line-Pointer
           End-If.
           If WS-Ring-Count > Zero
               And DS-WARN-TOTAL > WS-Before-Max-Warn
               Set Night-Flagged to True
               String "  *** WARN JUMP"
                   Delimited By Size Into AWIXPITO-LINE
                   With Pointer WS-Line-Pointer
           End-If.
           If WS-Before-Timed > Zero
               And WS-Before-Avg > 0
               And DS-TIMED-COUNT > Zero
               Compute WS-Night-Pct Rounded =
                   (WS-Night-Avg - WS-Before-Avg) * 100
                   / WS-Before-Avg
               If WS-Night-Pct > WS-Rt-Pct
                   Or WS-Night-Pct < 0 - WS-Rt-Pct
                   Set Night-Flagged to True
                   Move WS-Night-Pct to WS-Disp-Pct
                   String "  *** RUNTIME " WS-Disp-Pct " PCT"
                       Delimited By Size Into AWIXPITO-LINE
                       With Pointer WS-Line-Pointer
               End-If
           End-If.
           Write AWIXPITO-LINE.
           Perform 810-Check-Pito-Status.
           If Plog-Open And WS-Suite-Count > Zero
               Perform 460-Write-Suite-Line
           End-If.
           If Night-Flagged
               Set Change-Flagged to True
           End-If.
      **
      ** Each SUITELIST program's worst AWIXPLOG severity on the
      ** night ("----" when it did not log at all).
      **
       460-Write-Suite-Line.
           Move "N" to WS-Suite-Fail-Flag.
           Move Spaces to AWIXPITO-LINE.
           Move 1 to WS-Line-Pointer.
           String "      SUITE:"
               Delimited By Size Into AWIXPITO-LINE
               With Pointer WS-Line-Pointer.
           Perform Varying WS-Suite-Sub From 1 By 1
               Until WS-Suite-Sub > WS-Suite-Count
               Perform 465-Scan-Member-Log
               If Suite-Logged
                   Move WS-Suite-Worst to WS-Disp-Sev
                   String " " WS-Suite-Name(WS-Suite-Sub) "="
                           WS-Disp-Sev
                       Delimited By Size Into AWIXPITO-LINE
                       With Pointer WS-Line-Pointer
                   If WS-Suite-Worst Not Less 16
                       Set Suite-Failed to True
                   End-If
               Else
                   String " " WS-Suite-Name(WS-Suite-Sub) "=----"
                       Delimited By Size Into AWIXPITO-LINE
                       With Pointer WS-Line-Pointer
               End-If
           End-Perform.
           If Suite-Failed
               Set Change-Flagged to True
               String "  *** SUITE FAIL"
                   Delimited By Size Into AWIXPITO-LINE
                   With Pointer WS-Line-Pointer
           End-If.
           Write AWIXPITO-LINE.
           Perform 810-Check-Pito-Status.
      **
      ** Browse the run log for the member's records on the night:
      ** the key is program + timestamp, so positioning at the
      ** program and date reads that day's executions contiguously,
      ** as in AWIXGAP.
      **
       465-Scan-Member-Log.
           Move "N" to WS-Suite-Found-Flag.
           Move Zero to WS-Suite-Worst.
           Move "N" to WS-Plog-Eof-Flag.
           Move WS-Suite-Name(WS-Suite-Sub) to PL-PROGRAM.
           Move DS-RUN-DATE to PL-RUN-DATE.
           Move Low-Values to PL-RUN-TIME.
           Start AWIXPLOG-FILE Key Not Less PL-LOG-KEY
               Invalid Key
                   Set Plog-Eof to True
           End-Start.
           Perform Until Plog-Eof
               Read AWIXPLOG-FILE Next Record
                   At End Set Plog-Eof to True
               End-Read
               If Not Plog-Eof
                   If PL-PROGRAM Not = WS-Suite-Name(WS-Suite-Sub)
                       Or PL-RUN-DATE Not = DS-RUN-DATE
                       Set Plog-Eof to True
                   Else
                       Set Suite-Logged to True
                       If PL-SEVERITY > WS-Suite-Worst
                           Move PL-SEVERITY to WS-Suite-Worst
                       End-If
                   End-If
               End-If
           End-Perform.
      **
      ** Write the report totals.
      **
       500-Finalize-Report.
           Move Spaces to AWIXPITO-LINE.
           Write AWIXPITO-LINE.
           Perform 810-Check-Pito-Status.
           String "CHANGES REPORTED=" WS-Changes-Reported
                   "  FOLLOWED BY A FLAGGED NIGHT=" WS-Changes-Flagged
               Delimited By Size Into AWIXPITO-LINE.
           Write AWIXPITO-LINE.
           Perform 810-Check-Pito-Status.
      **
      ** A write to the AWIXPITO report failed -- abort rather than
      ** hand change management a partial picture.
      **
       810-Check-Pito-Status.
           If WS-Pito-Status Not = "00"
               Display "AWIXPIT: AWIXPITO write failed, status="
                   WS-Pito-Status
               Move 16 to Return-Code
               Close AWIXPAUD-FILE AWIXDSUM-FILE AWIXPITO-FILE
               If Plog-Open
                   Close AWIXPLOG-FILE
               End-If
               Perform 900-Log-Execution
               Stop Run
           End-If.
      **
      ** Log this execution to the suite run log, so the satellite
      ** programs are visible to monitoring and to AWIXGAP's
      ** suite-coverage check, not just AWIXMP.
      **
       900-Log-Execution.
           Move "AWIXPIT" to WS-Log-Program.
           Move Return-Code to WS-Log-Severity.
           CALL "AWIXLOG" Using WS-Log-Program WS-Log-Severity.
       End program AWIXPIT.
