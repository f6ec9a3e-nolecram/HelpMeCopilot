      ****************************************************************
      *  AWIXFBM is the CICS maintenance transaction for the AWIXFBD *
      *  feedback-code dictionary, companion to the AWIXPRM          *
      *  parameter maintenance.  Until now an entry could only be    *
      *  added by REPRO; AWIXRPT, AWIXONL, AWIXRET and AWIXALR print *
      *  a code undecoded when it has none.  An authorized operator  *
      *  (access is controlled by transaction security on AWIXFBM's  *
      *  transid) keys one of:                                        *
      *                                                               *
      *    (blank)                 - list the dictionary from the    *
      *                              start                            *
      *    L code                  - list from that code on          *
      *    I code                  - display one entry in full       *
      *    A code=meaning;action   - add an entry                    *
      *    C code=meaning;action   - change an entry; a part left    *
      *                              empty keeps its current text    *
      *    D code                  - delete an entry                 *
      *                                                               *
      *  Every accepted add, change or delete writes an AWIXFAUD     *
      *  audit record (timestamp, code, operator id, change type,    *
      *  old and new meaning and action) before the dictionary is   *
      *  touched, so no entry changes without its trail.  The        *
      *  AWIXFBU batch report lists the codes still missing.         *
      ****************************************************************
      ****************************************************************
      **           I D          D I V I S I O N                    ***
      ****************************************************************
       Identification Division.
       Program-id.    AWIXFBM.
      ****************************************************************
      **           D A T A      D I V I S I O N                    ***
      ****************************************************************
       Data Division.
       Working-Storage Section.
       COPY AWIXFREC.
       COPY AWIXFAUD.

       77   WS-Resp               PIC S9(8) Comp.
       77   WS-Input-Line         PIC X(100).
       77   WS-Input-Length       PIC S9(4) Comp Value 100.
       77   WS-Func-In            PIC X(1).
           88  Func-List                    Value "L" " ".
           88  Func-Inquire                 Value "I".
           88  Func-Add                     Value "A".
           88  Func-Change                  Value "C".
           88  Func-Delete                  Value "D".
       77   WS-Code-In            PIC X(10).
       77   WS-Meaning-In         PIC X(40).
       77   WS-Action-In          PIC X(40).
       77   WS-Equal-Count        PIC 9(4).
       77   WS-Scan-Pointer       PIC 9(4).
       77   WS-Operator-Id        PIC X(8).
      *    RIDFLD for STARTBR/READNEXT -- kept separate from the
      *    record key, as in AWIXPRM, because CICS overwrites RIDFLD
      *    with the key of each record read.
       77   WS-Browse-Key         PIC X(10).
       77   WS-Eof-Flag           PIC X     Value "N".
           88  Browse-Eof                   Value "Y".
       77   WS-Browse-Active      PIC X     Value "N".
           88  Browse-Active                Value "Y".
       77   WS-Resp-Disp          PIC -(8)9.
       01   WS-Cmsg-Line          PIC X(40).

       77   WS-Prompt             PIC X(70) Value
            "AWIXFBM - L/I/D code, A/C code=meaning;action, blank to lis
      -     "t: ".

       77   WS-Bad-Input-Msg      PIC X(60) Value
            "AWIXFBM - Key L, I, A, C or D, a space, then the code.".

       77   WS-No-Code-Msg        PIC X(60) Value
            "AWIXFBM - A feedback code is required.".

       77   WS-No-Meaning-Msg     PIC X(60) Value
            "AWIXFBM - A new entry needs a meaning; NOT added.".

       77   WS-Not-Found-Msg      PIC X(60) Value
            "AWIXFBM - No such code in AWIXFBD.".

       77   WS-Exists-Msg         PIC X(60) Value
            "AWIXFBM - Code already in AWIXFBD; use C to change it.".

       77   WS-Empty-Msg          PIC X(60) Value
            "AWIXFBM - No AWIXFBD entries from that point.".

       77   WS-Added-Msg          PIC X(60) Value
            "AWIXFBM - Entry added and audit record written.".

       77   WS-Changed-Msg        PIC X(60) Value
            "AWIXFBM - Entry changed and audit record written.".

       77   WS-Deleted-Msg        PIC X(60) Value
            "AWIXFBM - Entry deleted and audit record written.".

       77   WS-Audit-Fail-Msg     PIC X(60) Value
            "AWIXFBM - Audit write failed; change NOT applied.".

       77   WS-File-Err-Msg       PIC X(60) Value
            "AWIXFBM - AWIXFBD file error; see CSMT.".

       01   WS-Detail-Line.
            02  DL-Fb-Code        PIC X(10).
            02  FILLER            PIC X(1)  Value Space.
            02  DL-Fb-Meaning     PIC X(40).
            02  FILLER            PIC X(9)  Value Spaces.

       01   WS-Label-Line.
            02  LL-Label          PIC X(10).
            02  LL-Text           PIC X(50).

       01   WS-Response-Area.
            02  WS-Response-Lines  Occurs 20 Times.
                03  WS-Response-Line  PIC X(60).
       77   WS-Response-Count     PIC 9(4) Value Zero.
      ****************************************************************
      **  Declarations for the date/time service used to stamp the
      **  audit record.
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
           Perform 200-Parse-Input.
           Evaluate True
               When WS-Input-Line = Spaces
                   Perform 300-List-Entries
               When WS-Input-Line(2:1) Not = Space
                   Or Not (Func-List Or Func-Inquire Or Func-Add
                       Or Func-Change Or Func-Delete)
                   Exec Cics Send Text
                       From(WS-Bad-Input-Msg)
                       Length(Length Of WS-Bad-Input-Msg)
                       Erase
                   End-Exec
               When Func-List
                   Perform 300-List-Entries
               When WS-Code-In = Spaces
                   Exec Cics Send Text
                       From(WS-No-Code-Msg)
                       Length(Length Of WS-No-Code-Msg)
                       Erase
                   End-Exec
               When Func-Inquire
                   Perform 400-Inquire-Entry
               When Func-Add
                   Perform 500-Add-Entry
               When Func-Change
                   Perform 600-Change-Entry
               When Func-Delete
                   Perform 700-Delete-Entry
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
      *    as the operator keyed, and everything after the "=" is
      *    taken as the new text.
           Move Spaces to WS-Input-Line.
           Exec Cics Receive
               Into(WS-Input-Line)
               Length(WS-Input-Length)
               Maxlength(100)
               Resp(WS-Resp)
           End-Exec.
           If WS-Resp Not = Dfhresp(Normal)
               Move Spaces to WS-Input-Line
               Move Zero to WS-Input-Length
           End-If.
      **
      ** Function letter in column 1, the code from column 3 up to
      ** the first "=", and after it the meaning up to the first
      ** ";" with the action as the rest of the line.
      **
       200-Parse-Input.
           Move Spaces to WS-Code-In WS-Meaning-In WS-Action-In.
           Move WS-Input-Line(1:1) to WS-Func-In.
           Move Zero to WS-Equal-Count.
           Inspect WS-Input-Line
               Tallying WS-Equal-Count For All "=".
           Move 3 to WS-Scan-Pointer.
           Unstring WS-Input-Line Delimited By "="
               Into WS-Code-In
               With Pointer WS-Scan-Pointer
           End-Unstring.
           If WS-Equal-Count > Zero
               And WS-Scan-Pointer Not Greater 100
               Unstring WS-Input-Line Delimited By ";"
                   Into WS-Meaning-In
                   With Pointer WS-Scan-Pointer
               End-Unstring
               If WS-Scan-Pointer Not Greater 100
                   Move WS-Input-Line(WS-Scan-Pointer:)
                       to WS-Action-In
               End-If
           End-If.
      **
      ** List dictionary entries, code and meaning, from the code
      ** keyed (or the start) for as many as the screen holds.
      **
       300-List-Entries.
           Move "N" to WS-Eof-Flag.
           Move "N" to WS-Browse-Active.
           Move Zero to WS-Response-Count.
           If WS-Code-In = Spaces
               Move Low-Values to WS-Browse-Key
           Else
               Move WS-Code-In to WS-Browse-Key
           End-If.
           Exec Cics Startbr File("AWIXFBD")
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
               Or WS-Response-Count Not Less 20
               Exec Cics Readnext File("AWIXFBD")
                   Into(AWIXFBD-RECORD)
                   Ridfld(WS-Browse-Key)
                   Resp(WS-Resp)
               End-Exec
               If WS-Resp = Dfhresp(Normal)
                   Add 1 to WS-Response-Count
                   Move FB-CODE to DL-Fb-Code
                   Move FB-MEANING to DL-Fb-Meaning
                   Move WS-Detail-Line
                       to WS-Response-Line(WS-Response-Count)
               Else
                   Set Browse-Eof to True
               End-If
           End-Perform.
           If Browse-Active
               Exec Cics Endbr File("AWIXFBD")
                   Resp(WS-Resp)
               End-Exec
               If WS-Resp Not = Dfhresp(Normal)
                   Move WS-Resp to WS-Resp-Disp
                   String "AWIXFBM: ENDBR FAILED, RESP=" WS-Resp-Disp
                       Delimited By Size Into WS-Cmsg-Line
                   Exec Cics Writeq Td Queue("CSMT")
                       From(WS-Cmsg-Line)
                       Length(Length Of WS-Cmsg-Line)
                   End-Exec
               End-If
           End-If.
           If WS-Response-Count = Zero
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
      ** Display one entry with its full meaning and action.
      **
       400-Inquire-Entry.
           Exec Cics Read File("AWIXFBD")
               Into(AWIXFBD-RECORD)
               Ridfld(WS-Code-In)
               Resp(WS-Resp)
           End-Exec.
           If WS-Resp = Dfhresp(Normal)
               Move "CODE:" to LL-Label
               Move FB-CODE to LL-Text
               Move WS-Label-Line to WS-Response-Line(1)
               Move "MEANING:" to LL-Label
               Move FB-MEANING to LL-Text
               Move WS-Label-Line to WS-Response-Line(2)
               Move "ACTION:" to LL-Label
               Move FB-ACTION to LL-Text
               Move WS-Label-Line to WS-Response-Line(3)
               Exec Cics Send Text
                   From(WS-Response-Area)
                   Length(180)
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
      ** Add a new entry: refuse a code already on file or one with
      ** no meaning, write the audit record, then the entry.
      **
       500-Add-Entry.
           If WS-Meaning-In = Spaces
               Exec Cics Send Text
                   From(WS-No-Meaning-Msg)
                   Length(Length Of WS-No-Meaning-Msg)
                   Erase
               End-Exec
               Exec Cics Return End-Exec
           End-If.
           Exec Cics Read File("AWIXFBD")
               Into(AWIXFBD-RECORD)
               Ridfld(WS-Code-In)
               Resp(WS-Resp)
           End-Exec.
           Evaluate True
               When WS-Resp = Dfhresp(Normal)
                   Exec Cics Send Text
                       From(WS-Exists-Msg)
                       Length(Length Of WS-Exists-Msg)
                       Erase
                   End-Exec
                   Exec Cics Return End-Exec
               When WS-Resp = Dfhresp(Notfnd)
                   Continue
               When Other
                   Perform 910-Send-File-Error
                   Exec Cics Return End-Exec
           End-Evaluate.
           Move Spaces to AWIXFAUD-RECORD.
           Set FA-ADDED to True.
           Move WS-Meaning-In to FA-NEW-MEANING.
           Move WS-Action-In to FA-NEW-ACTION.
           Perform 800-Write-Audit-Record.
           Move WS-Code-In to FB-CODE.
           Move WS-Meaning-In to FB-MEANING.
           Move WS-Action-In to FB-ACTION.
           Exec Cics Write File("AWIXFBD")
               From(AWIXFBD-RECORD)
               Ridfld(FB-CODE)
               Resp(WS-Resp)
           End-Exec.
           Perform 850-Check-Update.
           Exec Cics Send Text
               From(WS-Added-Msg)
               Length(Length Of WS-Added-Msg)
               Erase
           End-Exec.
      **
      ** Change an entry: read it for update, keep any part the
      ** operator left empty, audit, then rewrite.
      **
       600-Change-Entry.
           Exec Cics Read File("AWIXFBD")
               Into(AWIXFBD-RECORD)
               Ridfld(WS-Code-In)
               Update
               Resp(WS-Resp)
           End-Exec.
           Evaluate True
               When WS-Resp = Dfhresp(Normal)
                   Continue
               When WS-Resp = Dfhresp(Notfnd)
                   Exec Cics Send Text
                       From(WS-Not-Found-Msg)
                       Length(Length Of WS-Not-Found-Msg)
                       Erase
                   End-Exec
                   Exec Cics Return End-Exec
               When Other
                   Perform 910-Send-File-Error
                   Exec Cics Return End-Exec
           End-Evaluate.
           Move Spaces to AWIXFAUD-RECORD.
           Set FA-CHANGED to True.
           Move FB-MEANING to FA-OLD-MEANING.
           Move FB-ACTION to FA-OLD-ACTION.
           If WS-Meaning-In Not = Spaces
               Move WS-Meaning-In to FB-MEANING
           End-If.
           If WS-Action-In Not = Spaces
               Move WS-Action-In to FB-ACTION
           End-If.
           Move FB-MEANING to FA-NEW-MEANING.
           Move FB-ACTION to FA-NEW-ACTION.
           Perform 800-Write-Audit-Record.
           Exec Cics Rewrite File("AWIXFBD")
               From(AWIXFBD-RECORD)
               Resp(WS-Resp)
           End-Exec.
           Perform 850-Check-Update.
           Exec Cics Send Text
               From(WS-Changed-Msg)
               Length(Length Of WS-Changed-Msg)
               Erase
           End-Exec.
      **
      ** Delete an entry: read it for update so the audit record
      ** carries the text being removed, audit, then delete.
      **
       700-Delete-Entry.
           Exec Cics Read File("AWIXFBD")
               Into(AWIXFBD-RECORD)
               Ridfld(WS-Code-In)
               Update
               Resp(WS-Resp)
           End-Exec.
           Evaluate True
               When WS-Resp = Dfhresp(Normal)
                   Continue
               When WS-Resp = Dfhresp(Notfnd)
                   Exec Cics Send Text
                       From(WS-Not-Found-Msg)
                       Length(Length Of WS-Not-Found-Msg)
                       Erase
                   End-Exec
                   Exec Cics Return End-Exec
               When Other
                   Perform 910-Send-File-Error
                   Exec Cics Return End-Exec
           End-Evaluate.
           Move Spaces to AWIXFAUD-RECORD.
           Set FA-DELETED to True.
           Move FB-MEANING to FA-OLD-MEANING.
           Move FB-ACTION to FA-OLD-ACTION.
           Perform 800-Write-Audit-Record.
           Exec Cics Delete File("AWIXFBD")
               Resp(WS-Resp)
           End-Exec.
           Perform 850-Check-Update.
           Exec Cics Send Text
               From(WS-Deleted-Msg)
               Length(Length Of WS-Deleted-Msg)
               Erase
           End-Exec.
      **
      ** Stamp and write the change-audit record; the change type
      ** and texts are already in place.  A failed audit write
      ** abandons the change, as in AWIXPRM.
      **
       800-Write-Audit-Record.
           CALL "CEELOCT" Using Lildate Lilsecs Greg Feedback.
           If Fb-severity > 0
               Move Fb-severity to WS-Resp-Disp
               String "AWIXFBM: CEELOCT SEVERITY=" WS-Resp-Disp
                   Delimited By Size Into WS-Cmsg-Line
               Exec Cics Writeq Td Queue("CSMT")
                   From(WS-Cmsg-Line)
                   Length(Length Of WS-Cmsg-Line)
               End-Exec
               Exec Cics Syncpoint Rollback End-Exec
               Exec Cics Return End-Exec
           End-If.
           Exec Cics Assign Userid(WS-Operator-Id) End-Exec.
           Move Greg to FA-STAMP.
           Move WS-Code-In to FA-FB-CODE.
           Move WS-Operator-Id to FA-OPERATOR.
           Exec Cics Write File("AWIXFAUD")
               From(AWIXFAUD-RECORD)
               Ridfld(FA-AUDIT-KEY)
               Resp(WS-Resp)
           End-Exec.
           If WS-Resp Not = Dfhresp(Normal)
               Exec Cics Send Text
                   From(WS-Audit-Fail-Msg)
                   Length(Length Of WS-Audit-Fail-Msg)
                   Erase
               End-Exec
               Exec Cics Syncpoint Rollback End-Exec
               Exec Cics Return End-Exec
           End-If.
      **
      ** The dictionary update itself failed -- back out the audit
      ** record with it.
      **
       850-Check-Update.
           If WS-Resp Not = Dfhresp(Normal)
               Perform 910-Send-File-Error
               Exec Cics Syncpoint Rollback End-Exec
               Exec Cics Return End-Exec
           End-If.
      **
      ** An unexpected file response -- tell the operator and log
      ** the RESP code to CSMT for the systems programmer.
      **
       910-Send-File-Error.
           Move WS-Resp to WS-Resp-Disp.
           String "AWIXFBM: FILE RESP=" WS-Resp-Disp
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
       End program AWIXFBM.
