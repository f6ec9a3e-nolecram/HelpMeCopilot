      ****************************************************************
      *  AWIXCOV is the CICS override transaction for the AWIXCTLF   *
      *  run-control file, companion to the AWIXPRM and AWIXACK      *
      *  maintenance transactions.  When a nightly step abends       *
      *  mid-flight its run-control record stays STARTED and AWIXCTL *
      *  refuses every dependent step with RETURN-CODE 12; this      *
      *  transaction lets an authorized operator (access is          *
      *  controlled by transaction security on AWIXCOV's transid)    *
      *  clear it without touching the cluster from IDCAMS.  The     *
      *  operator keys one of:                                        *
      *                                                               *
      *    (blank)              - list tonight's steps with state,   *
      *                           start and end times and return     *
      *                           code                                *
      *    STEP                 - display that one step              *
      *    STEP     A reason... - override the step, where A is:     *
      *                             C  ENDED clean   (return code 0) *
      *                             F  ENDED failed  (return code 8) *
      *                             B  BYPASSED                      *
      *                                                               *
      *  The step name is in columns 1-8, the action letter in       *
      *  column 10 and the reason, which is mandatory, from column   *
      *  12.  "Tonight" is today's date from CEELOCT, the same       *
      *  business date AWIXCTL keys on.  A step with no record       *
      *  tonight can still be overridden -- a bypass is most often   *
      *  for a step that will not be run at all.  The end stamp of a *
      *  step that never ended is set to the moment of the override. *
      *                                                               *
      *  Every accepted override writes an AWIXCAUD audit record     *
      *  (timestamp, step, operator id, old and new state and        *
      *  return code, reason) before the run-control record is      *
      *  changed, so no step is ever cleared without its trail.      *
      ****************************************************************
      ****************************************************************
      **           I D          D I V I S I O N                    ***
      ****************************************************************
       Identification Division.
       Program-id.    AWIXCOV.
      ****************************************************************
      **           D A T A      D I V I S I O N                    ***
      ****************************************************************
       Data Division.
       Working-Storage Section.
       COPY AWIXCTLR.
       COPY AWIXCAUD.

       77   WS-Resp               PIC S9(8) Comp.
       77   WS-Input-Line         PIC X(71).
       77   WS-Input-Length       PIC S9(4) Comp Value 71.
       77   WS-Step-In            PIC X(8).
       77   WS-Action-In          PIC X(1).
           88  Action-Clean                 Value "C".
           88  Action-Failed                Value "F".
           88  Action-Bypass                Value "B".
       77   WS-Reason-In          PIC X(60).
       77   WS-Today-Date         PIC X(8).
       77   WS-Operator-Id        PIC X(8).
      *    RIDFLD for STARTBR/READNEXT -- kept separate from the
      *    record key, as in AWIXPRM, because CICS overwrites RIDFLD
      *    with the key of each record read.
       77   WS-Browse-Key         PIC X(16).
       77   WS-Ctl-Key            PIC X(16).
       77   WS-Eof-Flag           PIC X     Value "N".
           88  Browse-Eof                   Value "Y".
       77   WS-Browse-Active      PIC X     Value "N".
           88  Browse-Active                Value "Y".
       77   WS-Update-Flag        PIC X     Value "N".
           88  Record-Exists                Value "Y".
       77   WS-Resp-Disp          PIC -(8)9.
       01   WS-Cmsg-Line          PIC X(40).

       77   WS-Prompt             PIC X(70) Value
            "AWIXCOV - Enter STEP C/F/B reason, STEP to inquire, blank t
      -     "o list: ".

       77   WS-Bad-Input-Msg      PIC X(60) Value
            "AWIXCOV - Key step, then C, F or B in col 10, then reason."
            .

       77   WS-No-Reason-Msg      PIC X(60) Value
            "AWIXCOV - A reason is required; override NOT applied.".

       77   WS-Not-Found-Msg      PIC X(60) Value
            "AWIXCOV - No run-control record for that step tonight.".

       77   WS-Empty-Msg          PIC X(60) Value
            "AWIXCOV - No run-control records for tonight.".

       77   WS-No-Change-Msg      PIC X(60) Value
            "AWIXCOV - Step is already in that state; nothing changed.".

       77   WS-Updated-Msg        PIC X(60) Value
            "AWIXCOV - Step overridden and audit record written.".

       77   WS-Added-Msg          PIC X(60) Value
            "AWIXCOV - Step recorded and audit record written.".

       77   WS-Audit-Fail-Msg     PIC X(60) Value
            "AWIXCOV - Audit write failed; override NOT applied.".

       77   WS-File-Err-Msg       PIC X(60) Value
            "AWIXCOV - AWIXCTLF file error; see CSMT.".

       01   WS-Title-Line.
            02  FILLER            PIC X(26) Value
                "AWIXCOV - RUN CONTROL FOR ".
            02  TL-Run-Date       PIC X(8).
            02  FILLER            PIC X(26) Value Spaces.

       01   WS-Detail-Line.
            02  DL-Step           PIC X(8).
            02  FILLER            PIC X(1)  Value Space.
            02  DL-State          PIC X(8).
            02  FILLER            PIC X(1)  Value Space.
            02  DL-Start-Time     PIC X(8).
            02  FILLER            PIC X(1)  Value Space.
            02  DL-End-Time       PIC X(8).
            02  FILLER            PIC X(4)  Value " RC=".
            02  DL-Retcode        PIC 9(4).
            02  FILLER            PIC X(1)  Value Space.
            02  DL-Override       PIC X(8).
            02  FILLER            PIC X(8)  Value Spaces.

       01   WS-Response-Area.
            02  WS-Response-Lines  Occurs 20 Times.
                03  WS-Response-Line  PIC X(60).
       77   WS-Response-Count     PIC 9(4) Value Zero.
      ****************************************************************
      **  Declarations for the date/time service used to fix tonight's
      **  business date and to stamp the audit record.
      ****************************************************************
       01   Feedback.
           COPY CEEIGZCT.
       77   Lildate               PIC S9(9) Binary.
       77   Lilsecs               COMP-2.
       77   Greg                  PIC X(17).
      ****************************************************************
      **           P R O C      D I V I S I O N                    ***
      ****************************************************************
       Procedure Division.
       000-Main-Logic.
           Perform 100-Prompt-For-Input.
           Perform 150-Get-Timestamp.
           Perform 200-Parse-Input.
           Evaluate True
               When WS-Step-In = Spaces
                   Perform 300-List-Steps
               When WS-Action-In = Space
                   And WS-Reason-In = Spaces
                   Perform 400-Inquire-Step
               When Not (Action-Clean Or Action-Failed
                   Or Action-Bypass)
                   Exec Cics Send Text
                       From(WS-Bad-Input-Msg)
                       Length(Length Of WS-Bad-Input-Msg)
                       Erase
                   End-Exec
               When WS-Reason-In = Spaces
                   Exec Cics Send Text
                       From(WS-No-Reason-Msg)
                       Length(Length Of WS-No-Reason-Msg)
                       Erase
                   End-Exec
               When Other
                   Perform 500-Override-Step
           End-Evaluate.
           Exec Cics Return End-Exec.
      **
      ** Clear the screen and ask the operator what to do.
      **
       100-Prompt-For-Input.
           Exec Cics Send Text
               From(WS-Prompt)
               Length(Length Of WS-Prompt)
               Erase
           End-Exec.
      *    Clear the buffer first: RECEIVE only fills as many bytes
      *    as the operator keyed, and the reason is whatever is left
      *    in columns 12 onward.
           Move Spaces to WS-Input-Line.
           Exec Cics Receive
               Into(WS-Input-Line)
               Length(WS-Input-Length)
               Maxlength(71)
               Resp(WS-Resp)
           End-Exec.
           If WS-Resp Not = Dfhresp(Normal)
               Move Spaces to WS-Input-Line
               Move Zero to WS-Input-Length
           End-If.
      **
      ** Fetch the local timestamp: its date part is tonight's
      ** business date, the whole of it stamps the audit record.
      **
       150-Get-Timestamp.
           CALL "CEELOCT" Using Lildate Lilsecs Greg Feedback.
           If Fb-severity > 0
               Move Fb-severity to WS-Resp-Disp
               String "AWIXCOV: CEELOCT SEVERITY=" WS-Resp-Disp
                   Delimited By Size Into WS-Cmsg-Line
               Exec Cics Writeq Td Queue("CSMT")
                   From(WS-Cmsg-Line)
                   Length(Length Of WS-Cmsg-Line)
               End-Exec
               Exec Cics Return End-Exec
           End-If.
           Move Greg(1:8) to WS-Today-Date.
      **
      ** Pull the fixed-position fields off the input line: step in
      ** columns 1-8, action letter in 10, the rest is the reason.
      **
       200-Parse-Input.
           Move WS-Input-Line(1:8)  to WS-Step-In.
           Move WS-Input-Line(10:1) to WS-Action-In.
           Move WS-Input-Line(12:)  to WS-Reason-In.
      **
      ** List every run-control record for tonight.  The browse
      ** starts at tonight's date with low step and stops at the
      ** first record for another date.
      **
       300-List-Steps.
           Move "N" to WS-Eof-Flag.
           Move "N" to WS-Browse-Active.
           Move 1 to WS-Response-Count.
           Move WS-Today-Date to TL-Run-Date.
           Move WS-Title-Line to WS-Response-Line(1).
           Move Low-Values to WS-Browse-Key.
           Move WS-Today-Date to WS-Browse-Key(1:8).
           Exec Cics Startbr File("AWIXCTLF")
               Ridfld(WS-Browse-Key)
               Gteq
               Resp(WS-Resp)
           End-Exec.
           If WS-Resp = Dfhresp(Normal)
               Set Browse-Active to True
           Else
               Set Browse-Eof to True
           End-If.
           Perform Until Browse-Eof
               Exec Cics Readnext File("AWIXCTLF")
                   Into(AWIXCTLF-RECORD)
                   Ridfld(WS-Browse-Key)
                   Resp(WS-Resp)
               End-Exec
               If WS-Resp = Dfhresp(Normal)
                   And CT-RUN-DATE = WS-Today-Date
                   Perform 350-Add-List-Line
               Else
                   Set Browse-Eof to True
               End-If
           End-Perform.
           If Browse-Active
               Exec Cics Endbr File("AWIXCTLF")
                   Resp(WS-Resp)
               End-Exec
               If WS-Resp Not = Dfhresp(Normal)
                   Move WS-Resp to WS-Resp-Disp
                   String "AWIXCOV: ENDBR FAILED, RESP=" WS-Resp-Disp
                       Delimited By Size Into WS-Cmsg-Line
                   Exec Cics Writeq Td Queue("CSMT")
                       From(WS-Cmsg-Line)
                       Length(Length Of WS-Cmsg-Line)
                   End-Exec
               End-If
           End-If.
           If WS-Response-Count = 1
               Exec Cics Send Text
                   From(WS-Empty-Msg)
                   Length(Length Of WS-Empty-Msg)
                   Erase
               End-Exec
           Else
               Exec Cics Send Text
                   From(WS-Response-Area)
                   Length(WS-Response-Count * 60)
                   Erase
               End-Exec
           End-If.
      **
      ** Add one step to the response, below the title line.
      **
       350-Add-List-Line.
           If WS-Response-Count Less Than 20
               Add 1 to WS-Response-Count
               Perform 360-Format-Step
               Move WS-Detail-Line
                   to WS-Response-Line(WS-Response-Count)
           End-If.
      **
      ** Format the run-control record into the detail line: state
      ** spelled out, stamps cut to HH:MM:SS, and a marker on any
      ** record whose state was last set by an override.
      **
       360-Format-Step.
           Move CT-STEP to DL-Step.
           Evaluate True
               When CT-STARTED
                   Move "STARTED" to DL-State
               When CT-ENDED
                   Move "ENDED" to DL-State
               When CT-BYPASSED
                   Move "BYPASSED" to DL-State
               When Other
                   Move CT-STATE to DL-State
           End-Evaluate.
           Move Spaces to DL-Start-Time DL-End-Time.
           If CT-START-STAMP Not = Spaces
               String CT-START-STAMP(9:2) ":" CT-START-STAMP(11:2)
                       ":" CT-START-STAMP(13:2)
                   Delimited By Size Into DL-Start-Time
           End-If.
           If CT-END-STAMP Not = Spaces
               String CT-END-STAMP(9:2) ":" CT-END-STAMP(11:2)
                       ":" CT-END-STAMP(13:2)
                   Delimited By Size Into DL-End-Time
           End-If.
           Move CT-RETCODE to DL-Retcode.
           If CT-OVERRIDDEN
               Move "OVERRIDE" to DL-Override
           Else
               Move Spaces to DL-Override
           End-If.
      **
      ** Display a single step for tonight.
      **
       400-Inquire-Step.
           Move WS-Today-Date to WS-Ctl-Key(1:8).
           Move WS-Step-In    to WS-Ctl-Key(9:8).
           Exec Cics Read File("AWIXCTLF")
               Into(AWIXCTLF-RECORD)
               Ridfld(WS-Ctl-Key)
               Resp(WS-Resp)
           End-Exec.
           If WS-Resp = Dfhresp(Normal)
               Perform 360-Format-Step
               Exec Cics Send Text
                   From(WS-Detail-Line)
                   Length(Length Of WS-Detail-Line)
                   Erase
               End-Exec
           Else
               Exec Cics Send Text
                   From(WS-Not-Found-Msg)
                   Length(Length Of WS-Not-Found-Msg)
                   Erase
               End-Exec
           End-If.
      **
      ** Apply an override: read tonight's record for update, note
      ** its state, write the audit record and only then rewrite
      ** (or add) the run-control record.  The audit write comes
      ** first so a step can never be cleared without its audit
      ** trail; CICS backs out the audit record if the update itself
      ** then fails.
      **
       500-Override-Step.
           Move "N" to WS-Update-Flag.
           Move WS-Today-Date to WS-Ctl-Key(1:8).
           Move WS-Step-In    to WS-Ctl-Key(9:8).
           Exec Cics Read File("AWIXCTLF")
               Into(AWIXCTLF-RECORD)
               Ridfld(WS-Ctl-Key)
               Update
               Resp(WS-Resp)
           End-Exec.
           Evaluate True
               When WS-Resp = Dfhresp(Normal)
                   Set Record-Exists to True
               When WS-Resp = Dfhresp(Notfnd)
                   Move Spaces to AWIXCTLF-RECORD
                   Move WS-Today-Date to CT-RUN-DATE
                   Move WS-Step-In    to CT-STEP
                   Move Zero          to CT-RETCODE
               When Other
                   Perform 910-Send-File-Error
                   Exec Cics Return End-Exec
           End-Evaluate.
           Move CT-STATE   to CA-OLD-STATE.
           Move CT-RETCODE to CA-OLD-RETCODE.
           Perform 510-Set-New-State.
           If Record-Exists
               And CT-STATE = CA-OLD-STATE
               And CT-RETCODE = CA-OLD-RETCODE
               Exec Cics Unlock File("AWIXCTLF")
                   Resp(WS-Resp)
               End-Exec
               Exec Cics Send Text
                   From(WS-No-Change-Msg)
                   Length(Length Of WS-No-Change-Msg)
                   Erase
               End-Exec
               Exec Cics Return End-Exec
           End-If.
           Perform 530-Write-Audit-Record.
           If WS-Resp Not = Dfhresp(Normal)
               Exec Cics Send Text
                   From(WS-Audit-Fail-Msg)
                   Length(Length Of WS-Audit-Fail-Msg)
                   Erase
               End-Exec
               Exec Cics Syncpoint Rollback End-Exec
               Exec Cics Return End-Exec
           End-If.
           If Record-Exists
               Exec Cics Rewrite File("AWIXCTLF")
                   From(AWIXCTLF-RECORD)
                   Resp(WS-Resp)
               End-Exec
           Else
               Exec Cics Write File("AWIXCTLF")
                   From(AWIXCTLF-RECORD)
                   Ridfld(CT-CTL-KEY)
                   Resp(WS-Resp)
               End-Exec
           End-If.
           If WS-Resp Not = Dfhresp(Normal)
               Perform 910-Send-File-Error
               Exec Cics Syncpoint Rollback End-Exec
               Exec Cics Return End-Exec
           End-If.
           If Record-Exists
               Exec Cics Send Text
                   From(WS-Updated-Msg)
                   Length(Length Of WS-Updated-Msg)
                   Erase
               End-Exec
           Else
               Exec Cics Send Text
                   From(WS-Added-Msg)
                   Length(Length Of WS-Added-Msg)
                   Erase
               End-Exec
           End-If.
      **
      ** Move the requested state into the record.  A step that
      ** never started or never ended is given the override time
      ** for the missing stamp, so the record reads as a complete
      ** (if hand-closed) step; stamps already present are kept.
      **
       510-Set-New-State.
           Evaluate True
               When Action-Clean
                   Set CT-ENDED to True
                   Move Zero to CT-RETCODE
               When Action-Failed
                   Set CT-ENDED to True
                   Move 8 to CT-RETCODE
               When Action-Bypass
                   Set CT-BYPASSED to True
                   Move Zero to CT-RETCODE
           End-Evaluate.
           If CT-START-STAMP = Spaces
               Move Greg to CT-START-STAMP
           End-If.
           If CT-END-STAMP = Spaces
               Move Greg to CT-END-STAMP
           End-If.
           Set CT-OVERRIDDEN to True.
      **
      ** Write the override-audit record: who, when, which step,
      ** old and new state and return code, and why.
      **
       530-Write-Audit-Record.
           Exec Cics Assign Userid(WS-Operator-Id) End-Exec.
           Move Greg to CA-STAMP.
           Move CT-CTL-KEY to CA-CTL-KEY.
           Move WS-Operator-Id to CA-OPERATOR.
           Move CT-STATE to CA-NEW-STATE.
           Move CT-RETCODE to CA-NEW-RETCODE.
           Move WS-Reason-In to CA-REASON.
           Exec Cics Write File("AWIXCAUD")
               From(AWIXCAUD-RECORD)
               Ridfld(CA-AUDIT-KEY)
               Resp(WS-Resp)
           End-Exec.
      **
      ** An unexpected file response -- tell the operator and log
      ** the RESP code to CSMT for the systems programmer.
      **
       910-Send-File-Error.
           Move WS-Resp to WS-Resp-Disp.
           String "AWIXCOV: FILE RESP=" WS-Resp-Disp
               Delimited By Size Into WS-Cmsg-Line.
           Exec Cics Writeq Td Queue("CSMT")
               From(WS-Cmsg-Line)
               Length(Length Of WS-Cmsg-Line)
           End-Exec.
           Exec Cics Send Text
               From(WS-File-Err-Msg)
               Length(Length Of WS-File-Err-Msg)
               Erase
           End-Exec.
       End program AWIXCOV.
