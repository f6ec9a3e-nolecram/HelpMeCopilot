      ****************************************************************
      *  AWIXAGE watches what happens to flagged AWIXMP runs after   *
      *  they are flagged.  AWIXACK lets operators put a disposition *
      *  on a run, but nothing chased a run nobody dispositioned, or *
      *  one left "I" (investigating) for weeks, and AWIXSTS only    *
      *  counts the last seven days.                                  *
      *                                                               *
      *  The AWIXAGEI card (columns 1-8) says what to do:             *
      *                                                               *
      *    AGE      - (the default, and a missing or blank card)     *
      *               the nightly aging.  Every flagged run on       *
      *               AWIXHIST is matched to its AWIXANN annotation. *
      *               A run with no annotation AGEUNACKH hours after *
      *               it ran (AWIXPARM, default 8), and a run left   *
      *               investigating AGEINVD days after it was put to *
      *               "I" (default 7), is listed and escalated with  *
      *               an AWIXALRT alert record, class ACKAGED or     *
      *               INVAGED, straight to the paging dataset.  The  *
      *               AWIXAGS state file remembers each escalation   *
      *               so a run pages once, not every night; the      *
      *               report lists it every night until it is dealt  *
      *               with.  At most AGEMAXALR alerts (default 20)   *
      *               go out in one night; beyond that one alert per *
      *               class says how many were held.                 *
      *    STATS    - the monthly report for the operations review:  *
      *               mean time to acknowledge (run to first         *
      *               disposition) and mean time to resolve (run to  *
      *               resolved), by AN-OPERATOR and by the failing   *
      *               AH-SERVICE.  Columns 10-15 name the month      *
      *               (YYYYMM); blank means last month.  Each        *
      *               acknowledgement and resolution counts in the   *
      *               month it happened.                              *
      *                                                               *
      *  RETURN-CODE 4 when the aging escalated anything tonight,    *
      *  16 on any file error.                                        *
      ****************************************************************
      ****************************************************************
      **           I D          D I V I S I O N                    ***
      ****************************************************************
       Identification Division.
       Program-id.    AWIXAGE.
      ****************************************************************
      **           E N V I R O N M E N T   D I V I S I O N          ***
      ****************************************************************
       Environment Division.
       Input-Output Section.
       File-Control.
           Select AWIXHIST-FILE Assign To "AWIXHIST"
               Organization Is Indexed
               Access Mode Is Dynamic
               Record Key Is AH-GREG-KEY
               Alternate Record Key Is AH-RUN-DATE With Duplicates
               File Status Is WS-Hist-Status.
           Select AWIXANN-FILE Assign To "AWIXANN"
               Organization Is Indexed
               Access Mode Is Dynamic
               Record Key Is AN-GREG-KEY
               File Status Is WS-Ann-Status.
           Select Optional AWIXAGS-FILE Assign To "AWIXAGS"
               Organization Is Indexed
               Access Mode Is Dynamic
               Record Key Is AG-GREG-KEY
               File Status Is WS-Ags-Status.
           Select Optional AWIXPARM-FILE Assign To "AWIXPARM"
               Organization Is Indexed
               Access Mode Is Sequential
               Record Key Is PARM-KEY
               File Status Is WS-Parm-Status.
           Select Optional AWIXAGEI-FILE Assign To "AWIXAGEI"
               Organization Is Sequential
               File Status Is WS-Agei-Status.
           Select Optional AWIXALRO-FILE Assign To "AWIXALRO"
               Organization Is Sequential
               File Status Is WS-Alro-Status.
           Select AWIXAGEO-FILE Assign To "AWIXAGEO"
               Organization Is Sequential
               File Status Is WS-Ageo-Status.
      ****************************************************************
      **           D A T A      D I V I S I O N                    ***
      ****************************************************************
       Data Division.
       File Section.
       COPY AWIXHIST.
       COPY AWIXANN.
       COPY AWIXAGS.
       COPY AWIXPARM.

       FD  AWIXAGEI-FILE
           LABEL RECORDS ARE STANDARD.
       01  AWIXAGEI-CARD.
           02  AGI-MODE          PIC X(8).
           02  FILLER            PIC X(1).
           02  AGI-MONTH         PIC X(6).
           02  FILLER            PIC X(65).

       FD  AWIXALRO-FILE
           LABEL RECORDS ARE STANDARD.
       COPY AWIXALRT.

       FD  AWIXAGEO-FILE
           LABEL RECORDS ARE STANDARD.
       01  AWIXAGEO-LINE         PIC X(132).

       Working-Storage Section.
       77   WS-Hist-Status       PIC X(2).
       77   WS-Ann-Status        PIC X(2).
       77   WS-Ags-Status        PIC X(2).
       77   WS-Parm-Status       PIC X(2).
       77   WS-Agei-Status       PIC X(2).
       77   WS-Alro-Status       PIC X(2).
       77   WS-Ageo-Status       PIC X(2).
       77   WS-Mode              PIC X(8)  Value "AGE".
           88  Age-Mode                    Value "AGE".
           88  Stats-Mode                  Value "STATS".
       77   WS-Ags-Open-Flag     PIC X     Value "N".
           88  Ags-Open                    Value "Y".
       77   WS-Alro-Open-Flag    PIC X     Value "N".
           88  Alro-Open                   Value "Y".
       77   WS-Eof-Flag          PIC X     Value "N".
           88  Hist-Eof                    Value "Y".
       77   WS-Ann-Eof-Flag      PIC X     Value "N".
           88  Ann-Eof                     Value "Y".
       77   WS-Ags-Eof-Flag      PIC X     Value "N".
           88  Ags-Eof                     Value "Y".
       77   WS-Ann-Found-Flag    PIC X     Value "N".
           88  Ann-Found                   Value "Y".
       77   WS-Ags-Found-Flag    PIC X     Value "N".
           88  Ags-Found                   Value "Y".
       77   WS-Hist-Found-Flag   PIC X     Value "N".
           88  Hist-Found                  Value "Y".
       77   WS-Run-Stamp         PIC X(17).

       77   WS-Unack-Hours       PIC 9(4)  Value 8.
       77   WS-Invest-Days       PIC 9(4)  Value 7.
       77   WS-Max-Alerts        PIC 9(4)  Value 20.
       77   WS-Parm-Trim         PIC X(80).
      ****************************************************************
      **  Aging arithmetic.  A Greg stamp or history key is turned
      **  into seconds since the start of the Gregorian calendar the
      **  date functions count from, so two stamps subtract.
      ****************************************************************
       01   WS-Conv-Stamp.
            02  WS-Conv-Date      PIC 9(8).
            02  WS-Conv-HH        PIC 9(2).
            02  WS-Conv-MI        PIC 9(2).
            02  WS-Conv-SS        PIC 9(2).
            02  FILLER            PIC X(3).
       77   WS-Conv-Ok-Flag      PIC X     Value "N".
           88  Conv-Ok                     Value "Y".
       77   WS-Conv-Secs         PIC S9(11)  Value Zero.
       77   WS-Now-Secs          PIC S9(11)  Value Zero.
       77   WS-From-Secs         PIC S9(11)  Value Zero.
       77   WS-Age-Secs          PIC S9(11)  Value Zero.
       77   WS-Age-Hours         PIC 9(7)  Value Zero.
       77   WS-Age-Days          PIC 9(5)  Value Zero.
      ****************************************************************
      **  The escalation being raised.
      ****************************************************************
       77   WS-Esc-Class         PIC X(8).
       77   WS-Esc-Meaning       PIC X(40).
       77   WS-Esc-Action        PIC X(40).
       77   WS-Esc-Note          PIC X(24).
       77   WS-Invest-Since      PIC X(17).
       77   WS-Sev-Disp          PIC 9(4).
       77   WS-Alerts-Written    PIC 9(7)  Value Zero.
       77   WS-Held-Unack        PIC 9(7)  Value Zero.
       77   WS-Held-Invest       PIC 9(7)  Value Zero.

       77   WS-Flagged-Count     PIC 9(7)  Value Zero.
       77   WS-Unack-Count       PIC 9(7)  Value Zero.
       77   WS-Ack-Count         PIC 9(7)  Value Zero.
       77   WS-Invest-Count      PIC 9(7)  Value Zero.
       77   WS-Resolved-Count    PIC 9(7)  Value Zero.
       77   WS-Unack-Aged        PIC 9(7)  Value Zero.
       77   WS-Invest-Aged       PIC 9(7)  Value Zero.
       77   WS-Escalated-Count   PIC 9(7)  Value Zero.
       77   WS-Pruned-Count      PIC 9(7)  Value Zero.
      ****************************************************************
      **  Monthly statistics: the month reported, the overall totals
      **  and one entry per operator and per failing service.  A
      **  full table lumps the rest into its last entry, (OTHER).
      ****************************************************************
       77   WS-Stat-Month        PIC X(6).
       77   WS-Stat-Year-Num     PIC 9(4).
       77   WS-Stat-Month-Num    PIC 9(2).
       77   WS-Elapsed-Secs      PIC 9(11)  Value Zero.
       77   WS-Tot-Ack-Count     PIC 9(7)   Value Zero.
       77   WS-Tot-Ack-Secs      PIC 9(13)  Value Zero.
       77   WS-Tot-Res-Count     PIC 9(7)   Value Zero.
       77   WS-Tot-Res-Secs      PIC 9(13)  Value Zero.
       77   WS-Stat-Oper         PIC X(8).
       77   WS-Stat-Service      PIC X(8).
       77   WS-Stat-Kind         PIC X(1).
           88  Stat-Ack                    Value "A".
           88  Stat-Resolve                Value "R".
       01   WS-Oper-Table.
            02  WS-Oper-Entry     Occurs 100 Times.
                03  WS-Oper-Id        PIC X(8).
                03  WS-Oper-Ack-Count PIC 9(7).
                03  WS-Oper-Ack-Secs  PIC 9(13).
                03  WS-Oper-Res-Count PIC 9(7).
                03  WS-Oper-Res-Secs  PIC 9(13).
       77   WS-Oper-Count        PIC 9(4)  Value Zero.
       77   WS-Oper-Sub          PIC 9(4)  Binary.
       01   WS-Svc-Table.
            02  WS-Svc-Entry      Occurs 100 Times.
                03  WS-Svc-Name       PIC X(8).
                03  WS-Svc-Ack-Count  PIC 9(7).
                03  WS-Svc-Ack-Secs   PIC 9(13).
                03  WS-Svc-Res-Count  PIC 9(7).
                03  WS-Svc-Res-Secs   PIC 9(13).
       77   WS-Svc-Count         PIC 9(4)  Value Zero.
       77   WS-Svc-Sub           PIC 9(4)  Binary.
      ****************************************************************
      **  One statistics line as it is printed: a mean elapsed time
      **  is shown in hours and minutes.
      ****************************************************************
       77   WS-Mean-Count        PIC 9(7).
       77   WS-Mean-Secs         PIC 9(13).
       77   WS-Mean-Work         PIC 9(11).
       77   WS-Mean-Hours        PIC 9(7).
       77   WS-Mean-Minutes      PIC 9(2).
       77   WS-Mean-Hours-Ed     PIC Z(6)9.
       77   WS-Mean-Text         PIC X(10).
       77   WS-Line-Name         PIC X(8).
       77   WS-Line-Ack-Count    PIC 9(7).
       77   WS-Line-Ack-Secs     PIC 9(13).
       77   WS-Line-Res-Count    PIC 9(7).
       77   WS-Line-Res-Secs     PIC 9(13).
       77   WS-Ack-Mean-Text     PIC X(10).
       77   WS-Count-Ed          PIC Z(6)9.
       77   WS-Count-Ed-2        PIC Z(6)9.
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
           If Age-Mode
               Perform 200-Age-Flagged-Runs
               Perform 300-Prune-State
               Perform 350-Write-Held-Alerts
               Perform 390-Finalize-Aging
           Else
               Perform 400-Monthly-Statistics
           End-If.
           Perform 880-Close-Files.
           Perform 900-Log-Execution.
           Stop Run.
      **
      ** Read the mode card and the parameters, stamp the run, and
      ** open the files the mode needs.
      **
       100-Initialize.
           Perform 110-Read-Mode-Card.
           Perform 120-Load-Parameters.
           CALL "CEELOCT" Using Lildate Lilsecs Greg Feedback.
           If Fb-severity > 0
               Display "AWIXAGE: CEELOCT error - severity="
                   Fb-severity " detail=" Fb-detail
               Move 16 to Return-Code
               Stop Run
           End-If.
           Move Greg to WS-Run-Stamp.
           Move Greg to WS-Conv-Stamp.
           Perform 700-Stamp-To-Seconds.
           Move WS-Conv-Secs to WS-Now-Secs.
           Open Input AWIXHIST-FILE.
           If WS-Hist-Status Not = "00"
               Display "AWIXAGE: unable to open AWIXHIST, status="
                   WS-Hist-Status
               Move 16 to Return-Code
               Stop Run
           End-If.
           Open Input AWIXANN-FILE.
           If WS-Ann-Status Not = "00"
               Display "AWIXAGE: unable to open AWIXANN, status="
                   WS-Ann-Status
               Close AWIXHIST-FILE
               Move 16 to Return-Code
               Stop Run
           End-If.
           If Age-Mode
               Perform 130-Open-Aging-Files
           End-If.
           Open Output AWIXAGEO-FILE.
           Move "AWIXAGE - Flagged-Run Aging and Response Times"
               to AWIXAGEO-LINE.
           Write AWIXAGEO-LINE.
           Perform 810-Check-Ageo-Status.
           Move Spaces to AWIXAGEO-LINE.
           String "RUN STARTED " WS-Run-Stamp
                   "  MODE=" WS-Mode
               Delimited By Size Into AWIXAGEO-LINE.
           Write AWIXAGEO-LINE.
           Perform 810-Check-Ageo-Status.
      **
      ** Take the mode from the AWIXAGEI card.  No card, or a blank
      ** one, is the nightly aging; anything else but AGE or STATS
      ** stops the step, as does a STATS month that is not YYYYMM.
      **
       110-Read-Mode-Card.
           Move Spaces to WS-Stat-Month.
           Open Input AWIXAGEI-FILE.
           If WS-Agei-Status = "00"
               Read AWIXAGEI-FILE
                   At End Continue
                   Not At End
                       If AGI-MODE Not = Spaces
                           Move AGI-MODE to WS-Mode
                       End-If
                       Move AGI-MONTH to WS-Stat-Month
               End-Read
               Close AWIXAGEI-FILE
           End-If.
           If Not Age-Mode And Not Stats-Mode
               Display "AWIXAGE: AWIXAGEI mode must be AGE or "
                   "STATS, found " WS-Mode
               Move 16 to Return-Code
               Stop Run
           End-If.
           If Stats-Mode And WS-Stat-Month Not = Spaces
               If WS-Stat-Month Numeric
                   Move WS-Stat-Month(5:2) to WS-Stat-Month-Num
               Else
                   Move Zero to WS-Stat-Month-Num
               End-If
               If WS-Stat-Month-Num < 1 Or WS-Stat-Month-Num > 12
                   Display "AWIXAGE: AWIXAGEI month must be YYYYMM, "
                       "found " WS-Stat-Month
                   Move 16 to Return-Code
                   Stop Run
               End-If
           End-If.
      **
      ** Read the control file, if one is present, for the aging
      ** thresholds.  As in AWIXMP, unknown keys are ignored and a
      ** missing file or key keeps the compiled-in default.
      **
       120-Load-Parameters.
           Open Input AWIXPARM-FILE.
           If WS-Parm-Status = "00"
               Perform Until WS-Parm-Status Not = "00"
                   Read AWIXPARM-FILE
                       At End Move "10" to WS-Parm-Status
                       Not At End Perform 125-Apply-Parameter
                   End-Read
               End-Perform
               Close AWIXPARM-FILE
           End-If.
      **
      ** Apply one parameter record loaded from AWIXPARM.
      **
       125-Apply-Parameter.
           Move Function Trim(PARM-VALUE) to WS-Parm-Trim.
           Evaluate PARM-KEY
               When "AGEUNACKH"
                   If Function Test-Numval(WS-Parm-Trim) = Zero
                       And Function Numval(WS-Parm-Trim) > Zero
                       And Function Numval(WS-Parm-Trim) Not > 9999
                       Compute WS-Unack-Hours =
                           Function Numval(WS-Parm-Trim)
                   Else
                       Display "AWIXAGE: AGEUNACKH value not 1-9999, "
                           "using default " WS-Unack-Hours
                   End-If
               When "AGEINVD"
                   If Function Test-Numval(WS-Parm-Trim) = Zero
                       And Function Numval(WS-Parm-Trim) > Zero
                       And Function Numval(WS-Parm-Trim) Not > 9999
                       Compute WS-Invest-Days =
                           Function Numval(WS-Parm-Trim)
                   Else
                       Display "AWIXAGE: AGEINVD value not 1-9999, "
                           "using default " WS-Invest-Days
                   End-If
               When "AGEMAXALR"
                   If Function Test-Numval(WS-Parm-Trim) = Zero
                       And Function Numval(WS-Parm-Trim) Not < Zero
                       And Function Numval(WS-Parm-Trim) Not > 9999
                       Compute WS-Max-Alerts =
                           Function Numval(WS-Parm-Trim)
                   Else
                       Display "AWIXAGE: AGEMAXALR value not 0-9999, "
                           "using default " WS-Max-Alerts
                   End-If
               When Other
                   Continue
           End-Evaluate.
      **
      ** The aging keeps its escalations on AWIXAGS and writes its
      ** alerts to the paging dataset, DISP=MOD like AWIXALR's.
      **
       130-Open-Aging-Files.
           Open I-O AWIXAGS-FILE.
           If WS-Ags-Status = "00" Or WS-Ags-Status = "05"
               Set Ags-Open to True
           Else
               Display "AWIXAGE: unable to open AWIXAGS, status="
                   WS-Ags-Status
               Close AWIXHIST-FILE AWIXANN-FILE
               Move 16 to Return-Code
               Stop Run
           End-If.
           Open Extend AWIXALRO-FILE.
           If WS-Alro-Status = "35" Or WS-Alro-Status = "05"
               Open Output AWIXALRO-FILE
           End-If.
           If WS-Alro-Status = "00"
               Set Alro-Open to True
           Else
               Display "AWIXAGE: unable to open AWIXALRO, status="
                   WS-Alro-Status
               Close AWIXHIST-FILE AWIXANN-FILE AWIXAGS-FILE
               Move 16 to Return-Code
               Stop Run
           End-If.
      **
      ** Browse the whole history and age every flagged run.
      **
       200-Age-Flagged-Runs.
           Move Spaces to AWIXAGEO-LINE.
           String "THRESHOLDS: NO DISPOSITION AFTER " WS-Unack-Hours
                   " HOURS, INVESTIGATING AFTER " WS-Invest-Days
                   " DAYS, AT MOST " WS-Max-Alerts " ALERTS A NIGHT"
               Delimited By Size Into AWIXAGEO-LINE.
           Write AWIXAGEO-LINE.
           Perform 810-Check-Ageo-Status.
           Move Spaces to AWIXAGEO-LINE.
           Write AWIXAGEO-LINE.
           Perform 810-Check-Ageo-Status.
           Move "FLAGGED RUNS PAST THEIR AGING THRESHOLDS"
               to AWIXAGEO-LINE.
           Write AWIXAGEO-LINE.
           Perform 810-Check-Ageo-Status.
           Move Low-Values to AH-GREG-KEY.
           Start AWIXHIST-FILE Key Not Less AH-GREG-KEY
               Invalid Key
                   Set Hist-Eof to True
           End-Start.
           Perform Until Hist-Eof
               Read AWIXHIST-FILE Next Record
                   At End Set Hist-Eof to True
               End-Read
               If Not Hist-Eof
                   If AH-SEVERITY > Zero
                       Perform 210-Age-Run
                   End-If
               End-If
           End-Perform.
           If WS-Unack-Aged = Zero And WS-Invest-Aged = Zero
               Move "  (NONE)" to AWIXAGEO-LINE
               Write AWIXAGEO-LINE
               Perform 810-Check-Ageo-Status
           End-If.
      **
      ** Age one flagged run by its disposition.  A resolved run has
      ** nothing left to chase, and its escalation record goes.
      **
       210-Age-Run.
           Add 1 to WS-Flagged-Count.
           Move "N" to WS-Ann-Found-Flag.
           Move AH-GREG-KEY to AN-GREG-KEY.
           Read AWIXANN-FILE
               Invalid Key
                   Continue
               Not Invalid Key
                   Set Ann-Found to True
           End-Read.
           Perform 220-Read-State.
           Evaluate True
               When Not Ann-Found
                   Add 1 to WS-Unack-Count
                   Perform 230-Age-Unacknowledged
               When AN-INVESTIGATING
                   Add 1 to WS-Invest-Count
                   Perform 240-Age-Investigating
               When AN-RESOLVED
                   Add 1 to WS-Resolved-Count
                   If Ags-Found
                       Delete AWIXAGS-FILE Record
                       Perform 820-Check-Ags-Status
                   End-If
               When Other
                   Add 1 to WS-Ack-Count
           End-Evaluate.
      **
      ** Read the run's escalation record, or start an empty one.
      **
       220-Read-State.
           Move "N" to WS-Ags-Found-Flag.
           Move AH-GREG-KEY to AG-GREG-KEY.
           Read AWIXAGS-FILE
               Invalid Key
                   Continue
               Not Invalid Key
                   Set Ags-Found to True
           End-Read.
           If Not Ags-Found
               Move Spaces to AWIXAGS-RECORD
               Move AH-GREG-KEY to AG-GREG-KEY
           End-If.
      **
      ** No disposition: aged in hours from the run itself.
      **
       230-Age-Unacknowledged.
           Move AH-GREG-KEY to WS-Conv-Stamp.
           Perform 700-Stamp-To-Seconds.
           If Conv-Ok
               Compute WS-Age-Secs = WS-Now-Secs - WS-Conv-Secs
               If WS-Age-Secs < Zero
                   Move Zero to WS-Age-Secs
               End-If
               Compute WS-Age-Hours = WS-Age-Secs / 3600
               If WS-Age-Hours Not Less WS-Unack-Hours
                   Add 1 to WS-Unack-Aged
                   If AG-UNACK-STAMP = Spaces
                       Move "ACKAGED" to WS-Esc-Class
                       Move Spaces to WS-Esc-Meaning
                       String "RUN " AH-RUN-TIME(1:2) ":"
                               AH-RUN-TIME(3:2) ":" AH-RUN-TIME(5:2)
                               " UNACKNOWLEDGED " WS-Age-Hours " HRS"
                           Delimited By Size Into WS-Esc-Meaning
                       Move "ACKNOWLEDGE THE RUN THROUGH AWIXACK"
                           to WS-Esc-Action
                       Perform 600-Escalate
                       Move WS-Run-Stamp to AG-UNACK-STAMP
                       Perform 250-Write-State
                       Move "*** ESCALATED TONIGHT" to WS-Esc-Note
                   Else
                       Move Spaces to WS-Esc-Note
                       String "ESCALATED " AG-UNACK-STAMP(1:4) "-"
                               AG-UNACK-STAMP(5:2) "-"
                               AG-UNACK-STAMP(7:2)
                           Delimited By Size Into WS-Esc-Note
                   End-If
                   Move AH-SEVERITY to WS-Sev-Disp
                   Move Spaces to AWIXAGEO-LINE
                   String "  " AH-RUN-DATE(1:4) "-" AH-RUN-DATE(5:2)
                           "-" AH-RUN-DATE(7:2) " " AH-RUN-TIME(1:2)
                           ":" AH-RUN-TIME(3:2) ":" AH-RUN-TIME(5:2)
                           " SEV=" WS-Sev-Disp " SVC=" AH-SERVICE
                           "  NO DISPOSITION " WS-Age-Hours " HOURS"
                           "                    " WS-Esc-Note
                       Delimited By Size Into AWIXAGEO-LINE
                   Write AWIXAGEO-LINE
                   Perform 810-Check-Ageo-Status
               End-If
           End-If.
      **
      ** Investigating: aged in days from when the run was put to
      ** "I", not from the latest comment on it.  The escalation is
      ** re-armed only by a new investigation.
      **
       240-Age-Investigating.
           If AN-INVEST-STAMP = Spaces
               Move AN-STAMP        to WS-Invest-Since
           Else
               Move AN-INVEST-STAMP to WS-Invest-Since
           End-If.
           Move WS-Invest-Since to WS-Conv-Stamp.
           Perform 700-Stamp-To-Seconds.
           If Conv-Ok
               Compute WS-Age-Secs = WS-Now-Secs - WS-Conv-Secs
               If WS-Age-Secs < Zero
                   Move Zero to WS-Age-Secs
               End-If
               Compute WS-Age-Days = WS-Age-Secs / 86400
               If WS-Age-Days Not Less WS-Invest-Days
                   Add 1 to WS-Invest-Aged
                   If AG-INVEST-SINCE Not = WS-Invest-Since
                       Move "INVAGED" to WS-Esc-Class
                       Move Spaces to WS-Esc-Meaning
                       String "RUN " AH-RUN-TIME(1:2) ":"
                               AH-RUN-TIME(3:2) ":" AH-RUN-TIME(5:2)
                               " INVESTIGATING " WS-Age-Days " DAYS"
                           Delimited By Size Into WS-Esc-Meaning
                       Move Spaces to WS-Esc-Action
                       String "INVESTIGATING SINCE "
                               WS-Invest-Since(1:8)
                               " BY " AN-OPERATOR
                           Delimited By Size Into WS-Esc-Action
                       Perform 600-Escalate
                       Move WS-Run-Stamp to AG-INVEST-STAMP
                       Move WS-Invest-Since to AG-INVEST-SINCE
                       Perform 250-Write-State
                       Move "*** ESCALATED TONIGHT" to WS-Esc-Note
                   Else
                       Move Spaces to WS-Esc-Note
                       String "ESCALATED " AG-INVEST-STAMP(1:4) "-"
                               AG-INVEST-STAMP(5:2) "-"
                               AG-INVEST-STAMP(7:2)
                           Delimited By Size Into WS-Esc-Note
                   End-If
                   Move AH-SEVERITY to WS-Sev-Disp
                   Move Spaces to AWIXAGEO-LINE
                   String "  " AH-RUN-DATE(1:4) "-" AH-RUN-DATE(5:2)
                           "-" AH-RUN-DATE(7:2) " " AH-RUN-TIME(1:2)
                           ":" AH-RUN-TIME(3:2) ":" AH-RUN-TIME(5:2)
                           " SEV=" WS-Sev-Disp " SVC=" AH-SERVICE
                           "  INVESTIGATING " WS-Age-Days " DAYS BY "
                           AN-OPERATOR " SINCE " WS-Invest-Since(1:4)
                           "-" WS-Invest-Since(5:2) "-"
                           WS-Invest-Since(7:2) "  "
                           WS-Esc-Note
                       Delimited By Size Into AWIXAGEO-LINE
                   Write AWIXAGEO-LINE
                   Perform 810-Check-Ageo-Status
               End-If
           End-If.
      **
      ** Write or rewrite the run's escalation record.
      **
       250-Write-State.
           If Ags-Found
               Rewrite AWIXAGS-RECORD
           Else
               Write AWIXAGS-RECORD
           End-If.
           Perform 820-Check-Ags-Status.
           Set Ags-Found to True.
      **
      ** Drop the escalation records of runs no longer on AWIXHIST:
      ** archived and purged, there is nothing left to age.
      **
       300-Prune-State.
           Move Low-Values to AG-GREG-KEY.
           Start AWIXAGS-FILE Key Not Less AG-GREG-KEY
               Invalid Key
                   Set Ags-Eof to True
           End-Start.
           Perform Until Ags-Eof
               Read AWIXAGS-FILE Next Record
                   At End Set Ags-Eof to True
               End-Read
               If Not Ags-Eof
                   Move "N" to WS-Hist-Found-Flag
                   Move AG-GREG-KEY to AH-GREG-KEY
                   Read AWIXHIST-FILE
                       Invalid Key
                           Continue
                       Not Invalid Key
                           Set Hist-Found to True
                   End-Read
                   If Not Hist-Found
                       Delete AWIXAGS-FILE Record
                       Perform 820-Check-Ags-Status
                       Add 1 to WS-Pruned-Count
                   End-If
               End-If
           End-Perform.
      **
      ** Escalations past the nightly alert limit were listed and
      ** recorded but not paged one by one; page once per class to
      ** say how many.
      **
       350-Write-Held-Alerts.
           If WS-Held-Unack > Zero
               Initialize AWIXALRT-RECORD
               Move "ACKAGED" to AL-CLASS
               String WS-Held-Unack " MORE RUNS UNACKNOWLEDGED"
                   Delimited By Size Into AL-MEANING
               Perform 650-Write-Alert-Record
           End-If.
           If WS-Held-Invest > Zero
               Initialize AWIXALRT-RECORD
               Move "INVAGED" to AL-CLASS
               String WS-Held-Invest " MORE RUNS INVESTIGATING TOO LONG"
                   Delimited By Size Into AL-MEANING
               Perform 650-Write-Alert-Record
           End-If.
      **
      ** Write the aging totals.
      **
       390-Finalize-Aging.
           Move Spaces to AWIXAGEO-LINE.
           Write AWIXAGEO-LINE.
           Perform 810-Check-Ageo-Status.
           String "FLAGGED RUNS=" WS-Flagged-Count
                   "  NO DISPOSITION=" WS-Unack-Count
                   "  ACKNOWLEDGED=" WS-Ack-Count
                   "  INVESTIGATING=" WS-Invest-Count
                   "  RESOLVED=" WS-Resolved-Count
               Delimited By Size Into AWIXAGEO-LINE.
           Write AWIXAGEO-LINE.
           Perform 810-Check-Ageo-Status.
           Move Spaces to AWIXAGEO-LINE.
           String "PAST THRESHOLD: NO DISPOSITION=" WS-Unack-Aged
                   "  INVESTIGATING=" WS-Invest-Aged
                   "  ESCALATED TONIGHT=" WS-Escalated-Count
                   "  ALERTS WRITTEN=" WS-Alerts-Written
               Delimited By Size Into AWIXAGEO-LINE.
           Write AWIXAGEO-LINE.
           Perform 810-Check-Ageo-Status.
           Move Spaces to AWIXAGEO-LINE.
           String "ESCALATION RECORDS DROPPED FOR PURGED RUNS="
                   WS-Pruned-Count
               Delimited By Size Into AWIXAGEO-LINE.
           Write AWIXAGEO-LINE.
           Perform 810-Check-Ageo-Status.
           If WS-Escalated-Count > Zero
               Move 4 to Return-Code
           End-If.
      **
      ** Monthly time to acknowledge and time to resolve.  Every
      ** annotation is read once; its first disposition counts if
      ** it falls in the month, and so does its resolution.
      **
       400-Monthly-Statistics.
           Perform 410-Set-Stat-Month.
           Move Spaces to AWIXAGEO-LINE.
           String "FLAGGED-RUN RESPONSE TIMES FOR " WS-Stat-Month(1:4)
                   "-" WS-Stat-Month(5:2)
               Delimited By Size Into AWIXAGEO-LINE.
           Write AWIXAGEO-LINE.
           Perform 810-Check-Ageo-Status.
           Move Low-Values to AN-GREG-KEY.
           Start AWIXANN-FILE Key Not Less AN-GREG-KEY
               Invalid Key
                   Set Ann-Eof to True
           End-Start.
           Perform Until Ann-Eof
               Read AWIXANN-FILE Next Record
                   At End Set Ann-Eof to True
               End-Read
               If Not Ann-Eof
                   If AN-ACK-STAMP(1:6) = WS-Stat-Month
                       Set Stat-Ack to True
                       Move AN-ACK-STAMP    to WS-Conv-Stamp
                       Move AN-ACK-OPERATOR to WS-Stat-Oper
                       Perform 420-Add-Sample
                   End-If
                   If AN-RESOLVED
                       And AN-RESOLVE-STAMP(1:6) = WS-Stat-Month
                       Set Stat-Resolve to True
                       Move AN-RESOLVE-STAMP to WS-Conv-Stamp
                       Move AN-OPERATOR      to WS-Stat-Oper
                       Perform 420-Add-Sample
                   End-If
               End-If
           End-Perform.
           Perform 450-Write-Statistics.
      **
      ** The month from the card, or last month.
      **
       410-Set-Stat-Month.
           If WS-Stat-Month = Spaces
               Move Greg(1:4) to WS-Stat-Year-Num
               Move Greg(5:2) to WS-Stat-Month-Num
               If WS-Stat-Month-Num = 1
                   Subtract 1 from WS-Stat-Year-Num
                   Move 12 to WS-Stat-Month-Num
               Else
                   Subtract 1 from WS-Stat-Month-Num
               End-If
               String WS-Stat-Year-Num WS-Stat-Month-Num
                   Delimited By Size Into WS-Stat-Month
           End-If.
      **
      ** Add one acknowledgement or resolution: the time from the
      ** run to the event, to the totals, the operator and the
      ** service the run failed in.
      **
       420-Add-Sample.
           Perform 700-Stamp-To-Seconds.
           Move WS-Conv-Secs to WS-From-Secs.
           Move AN-GREG-KEY to WS-Conv-Stamp.
           Perform 700-Stamp-To-Seconds.
           If Conv-Ok
               If WS-From-Secs > WS-Conv-Secs
                   Compute WS-Elapsed-Secs = WS-From-Secs - WS-Conv-Secs
               Else
                   Move Zero to WS-Elapsed-Secs
               End-If
               Perform 430-Find-Service
               Perform 440-Find-Operator
               Perform 445-Find-Service-Entry
               If Stat-Ack
                   Add 1 to WS-Tot-Ack-Count
                   Add WS-Elapsed-Secs to WS-Tot-Ack-Secs
                   Add 1 to WS-Oper-Ack-Count(WS-Oper-Sub)
                   Add WS-Elapsed-Secs to WS-Oper-Ack-Secs(WS-Oper-Sub)
                   Add 1 to WS-Svc-Ack-Count(WS-Svc-Sub)
                   Add WS-Elapsed-Secs to WS-Svc-Ack-Secs(WS-Svc-Sub)
               Else
                   Add 1 to WS-Tot-Res-Count
                   Add WS-Elapsed-Secs to WS-Tot-Res-Secs
                   Add 1 to WS-Oper-Res-Count(WS-Oper-Sub)
                   Add WS-Elapsed-Secs to WS-Oper-Res-Secs(WS-Oper-Sub)
                   Add 1 to WS-Svc-Res-Count(WS-Svc-Sub)
                   Add WS-Elapsed-Secs to WS-Svc-Res-Secs(WS-Svc-Sub)
               End-If
           End-If.
      **
      ** The service the annotated run failed in, from its history
      ** record; a run already archived and purged has none to show.
      **
       430-Find-Service.
           Move AN-GREG-KEY to AH-GREG-KEY.
           Read AWIXHIST-FILE
               Invalid Key
                   Move "(PURGED)" to WS-Stat-Service
               Not Invalid Key
                   If AH-SERVICE = Spaces
                       Move "(NONE)" to WS-Stat-Service
                   Else
                       Move AH-SERVICE to WS-Stat-Service
                   End-If
           End-Read.
      **
      ** Find or add the operator's entry.
      **
       440-Find-Operator.
           Move 1 to WS-Oper-Sub.
           Perform Until WS-Oper-Sub > WS-Oper-Count
               Or WS-Oper-Id(WS-Oper-Sub) = WS-Stat-Oper
               Add 1 to WS-Oper-Sub
           End-Perform.
           If WS-Oper-Sub > WS-Oper-Count
               If WS-Oper-Count < 100
                   Add 1 to WS-Oper-Count
                   Move WS-Oper-Count to WS-Oper-Sub
                   Initialize WS-Oper-Entry(WS-Oper-Sub)
                   Move WS-Stat-Oper to WS-Oper-Id(WS-Oper-Sub)
               Else
                   Move 100 to WS-Oper-Sub
                   Move "(OTHER)" to WS-Oper-Id(WS-Oper-Sub)
               End-If
           End-If.
      **
      ** Find or add the service's entry.
      **
       445-Find-Service-Entry.
           Move 1 to WS-Svc-Sub.
           Perform Until WS-Svc-Sub > WS-Svc-Count
               Or WS-Svc-Name(WS-Svc-Sub) = WS-Stat-Service
               Add 1 to WS-Svc-Sub
           End-Perform.
           If WS-Svc-Sub > WS-Svc-Count
               If WS-Svc-Count < 100
                   Add 1 to WS-Svc-Count
                   Move WS-Svc-Count to WS-Svc-Sub
                   Initialize WS-Svc-Entry(WS-Svc-Sub)
                   Move WS-Stat-Service to WS-Svc-Name(WS-Svc-Sub)
               Else
                   Move 100 to WS-Svc-Sub
                   Move "(OTHER)" to WS-Svc-Name(WS-Svc-Sub)
               End-If
           End-If.
      **
      ** Print the month's figures: overall, by operator and by
      ** failing service.
      **
       450-Write-Statistics.
           Move Spaces to AWIXAGEO-LINE.
           Write AWIXAGEO-LINE.
           Perform 810-Check-Ageo-Status.
           Perform 460-Write-Stat-Heading.
           Move "ALL RUNS"       to WS-Line-Name.
           Move WS-Tot-Ack-Count to WS-Line-Ack-Count.
           Move WS-Tot-Ack-Secs  to WS-Line-Ack-Secs.
           Move WS-Tot-Res-Count to WS-Line-Res-Count.
           Move WS-Tot-Res-Secs  to WS-Line-Res-Secs.
           Perform 470-Write-Stat-Line.
           Move Spaces to AWIXAGEO-LINE.
           Write AWIXAGEO-LINE.
           Perform 810-Check-Ageo-Status.
           Move "BY OPERATOR (ACKNOWLEDGED BY / RESOLVED BY)"
               to AWIXAGEO-LINE.
           Write AWIXAGEO-LINE.
           Perform 810-Check-Ageo-Status.
           Perform 460-Write-Stat-Heading.
           Perform Varying WS-Oper-Sub From 1 By 1
               Until WS-Oper-Sub > WS-Oper-Count
               Move WS-Oper-Id(WS-Oper-Sub)        to WS-Line-Name
               Move WS-Oper-Ack-Count(WS-Oper-Sub) to WS-Line-Ack-Count
               Move WS-Oper-Ack-Secs(WS-Oper-Sub)  to WS-Line-Ack-Secs
               Move WS-Oper-Res-Count(WS-Oper-Sub) to WS-Line-Res-Count
               Move WS-Oper-Res-Secs(WS-Oper-Sub)  to WS-Line-Res-Secs
               Perform 470-Write-Stat-Line
           End-Perform.
           Move Spaces to AWIXAGEO-LINE.
           Write AWIXAGEO-LINE.
           Perform 810-Check-Ageo-Status.
           Move "BY FAILING SERVICE (AH-SERVICE OF THE FLAGGED RUN)"
               to AWIXAGEO-LINE.
           Write AWIXAGEO-LINE.
           Perform 810-Check-Ageo-Status.
           Perform 460-Write-Stat-Heading.
           Perform Varying WS-Svc-Sub From 1 By 1
               Until WS-Svc-Sub > WS-Svc-Count
               Move WS-Svc-Name(WS-Svc-Sub)      to WS-Line-Name
               Move WS-Svc-Ack-Count(WS-Svc-Sub) to WS-Line-Ack-Count
               Move WS-Svc-Ack-Secs(WS-Svc-Sub)  to WS-Line-Ack-Secs
               Move WS-Svc-Res-Count(WS-Svc-Sub) to WS-Line-Res-Count
               Move WS-Svc-Res-Secs(WS-Svc-Sub)  to WS-Line-Res-Secs
               Perform 470-Write-Stat-Line
           End-Perform.
           Move Spaces to AWIXAGEO-LINE.
           Write AWIXAGEO-LINE.
           Perform 810-Check-Ageo-Status.
           Move Spaces to AWIXAGEO-LINE.
           String "TIMES ARE HOURS:MINUTES FROM THE RUN TO ITS FIRST "
                   "DISPOSITION (ACKNOWLEDGE) AND TO BEING MARKED "
                   "RESOLVED (RESOLVE)"
               Delimited By Size Into AWIXAGEO-LINE.
           Write AWIXAGEO-LINE.
           Perform 810-Check-Ageo-Status.
           Move Spaces to AWIXAGEO-LINE.
           String "EACH IS COUNTED IN THE MONTH THE DISPOSITION OR "
                   "RESOLUTION WAS RECORDED"
               Delimited By Size Into AWIXAGEO-LINE.
           Write AWIXAGEO-LINE.
           Perform 810-Check-Ageo-Status.
      **
      ** Column heading for a block of statistics lines.
      **
       460-Write-Stat-Heading.
           Move Spaces to AWIXAGEO-LINE.
           String "  NAME      ACKNOWLEDGED  MEAN TO ACK    "
                   "RESOLVED  MEAN TO RESOLVE"
               Delimited By Size Into AWIXAGEO-LINE.
           Write AWIXAGEO-LINE.
           Perform 810-Check-Ageo-Status.
      **
      ** One statistics line.
      **
       470-Write-Stat-Line.
           Move WS-Line-Ack-Count to WS-Mean-Count.
           Move WS-Line-Ack-Secs  to WS-Mean-Secs.
           Perform 480-Format-Mean.
           Move WS-Mean-Text to WS-Ack-Mean-Text.
           Move WS-Line-Res-Count to WS-Mean-Count.
           Move WS-Line-Res-Secs  to WS-Mean-Secs.
           Perform 480-Format-Mean.
           Move WS-Line-Ack-Count to WS-Count-Ed.
           Move WS-Line-Res-Count to WS-Count-Ed-2.
           Move Spaces to AWIXAGEO-LINE.
           String "  " WS-Line-Name "       " WS-Count-Ed "  "
                   WS-Ack-Mean-Text "  " WS-Count-Ed-2 "       "
                   WS-Mean-Text
               Delimited By Size Into AWIXAGEO-LINE.
           Write AWIXAGEO-LINE.
           Perform 810-Check-Ageo-Status.
      **
      ** Turn a count and a total of seconds into a mean shown as
      ** hours:minutes; a dash when there is nothing to average.
      **
       480-Format-Mean.
           Move Spaces to WS-Mean-Text.
           If WS-Mean-Count = Zero
               Move "         -" to WS-Mean-Text
           Else
               Compute WS-Mean-Work Rounded =
                   WS-Mean-Secs / WS-Mean-Count
               Divide WS-Mean-Work By 3600 Giving WS-Mean-Hours
                   Remainder WS-Mean-Work
               Divide WS-Mean-Work By 60 Giving WS-Mean-Minutes
               Move WS-Mean-Hours to WS-Mean-Hours-Ed
               String WS-Mean-Hours-Ed ":" WS-Mean-Minutes
                   Delimited By Size Into WS-Mean-Text
           End-If.
      **
      ** Raise one escalation: page it while under the night's
      ** limit, otherwise hold it for the one summary alert of its
      ** class.
      **
       600-Escalate.
           Add 1 to WS-Escalated-Count.
           If WS-Alerts-Written < WS-Max-Alerts
               Initialize AWIXALRT-RECORD
               Move WS-Esc-Class   to AL-CLASS
               Move AH-RUN-DATE    to AL-RUN-DATE
               Move AH-SEVERITY    to AL-SEVERITY
               Move AH-SERVICE     to AL-SERVICE
               Move AH-FB-DETAIL   to AL-FB-DETAIL
               Move WS-Esc-Meaning to AL-MEANING
               Move WS-Esc-Action  to AL-ACTION
               Perform 650-Write-Alert-Record
           Else
               If WS-Esc-Class = "ACKAGED"
                   Add 1 to WS-Held-Unack
               Else
                   Add 1 to WS-Held-Invest
               End-If
           End-If.
      **
      ** Stamp and write one alert record to the paging dataset.
      **
       650-Write-Alert-Record.
           Move WS-Run-Stamp to AL-STAMP.
           Move "AWIXAGEJ"   to AL-JOB.
           Write AWIXALRT-RECORD.
           If WS-Alro-Status Not = "00"
               Display "AWIXAGE: AWIXALRO write failed, status="
                   WS-Alro-Status
               Perform 890-Abort-Run
           End-If.
           Add 1 to WS-Alerts-Written.
      **
      ** Turn the Greg stamp or history key in WS-Conv-Stamp into
      ** seconds.  A stamp that is not a date and time (never
      ** written by AWIXMP or CEELOCT) cannot be aged.
      **
       700-Stamp-To-Seconds.
           Move "N" to WS-Conv-Ok-Flag.
           Move Zero to WS-Conv-Secs.
           If WS-Conv-Stamp(1:14) Numeric
               Compute WS-Conv-Secs =
                   Function Integer-Of-Date(WS-Conv-Date) * 86400
                   + WS-Conv-HH * 3600 + WS-Conv-MI * 60 + WS-Conv-SS
               Set Conv-Ok to True
           End-If.
      **
      ** A write to the AWIXAGEO report failed.
      **
       810-Check-Ageo-Status.
           If WS-Ageo-Status Not = "00"
               Display "AWIXAGE: AWIXAGEO write failed, status="
                   WS-Ageo-Status
               Perform 890-Abort-Run
           End-If.
      **
      ** An AWIXAGS update failed.
      **
       820-Check-Ags-Status.
           If WS-Ags-Status Not = "00"
               Display "AWIXAGE: AWIXAGS update failed, status="
                   WS-Ags-Status
               Perform 890-Abort-Run
           End-If.
      **
      ** Close whatever the mode opened.
      **
       880-Close-Files.
           Close AWIXHIST-FILE AWIXANN-FILE AWIXAGEO-FILE.
           If Ags-Open
               Close AWIXAGS-FILE
           End-If.
           If Alro-Open
               Close AWIXALRO-FILE
           End-If.
      **
      ** A file error part way through the run.
      **
       890-Abort-Run.
           Move 16 to Return-Code.
           Perform 880-Close-Files.
           Perform 900-Log-Execution.
           Stop Run.
      **
      ** Log this execution to the suite run log, so the satellite
      ** programs are visible to monitoring and to AWIXGAP's
      ** suite-coverage check, not just AWIXMP.
      **
       900-Log-Execution.
           Move "AWIXAGE" to WS-Log-Program.
           Move Return-Code to WS-Log-Severity.
           CALL "AWIXLOG" Using WS-Log-Program WS-Log-Severity.
       End program AWIXAGE.
