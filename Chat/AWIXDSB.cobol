      ****************************************************************
      *  AWIXDSB builds the AWIXDSUM daily run-summary file.  Every  *
      *  report in the suite used to work a day at a time by         *
      *  browsing AWIXHIST's run-date key -- AWIXGAP, AWIXSLA and    *
      *  AWIXSTA once per calendar day, AWIXRPT over the whole       *
      *  cluster -- and with a year of history each of them re-read  *
      *  the same runs every night.  This program folds the runs     *
      *  into one summary record per business date (and, from the    *
      *  head-office AWIXCENT cluster, one per site per date): run   *
      *  count, first and last run, worst severity, clean and failed *
      *  run counts, the end time and elapsed of the day's clean     *
      *  run, the latest AH-END-TIME, elapsed totals and extremes,   *
      *  and the warning total.                                       *
      *                                                               *
      *  The AWIXDSBI card (columns 1-8) says how:                   *
      *                                                               *
      *    ROLL     - (the default, and a missing or blank card)     *
      *               fold in only the history records written since *
      *               the last run.  Each source / site keeps a      *
      *               high-water mark -- the key of the last record  *
      *               folded -- on its control record, so a night    *
      *               missed is simply picked up by the next one.    *
      *    REBUILD  - clear the summary and fold every record the    *
      *               clusters hold.  Run it after AWIXRCV has       *
      *               reapplied journal records behind the high-     *
      *               water mark, or after any repair to AWIXHIST.   *
      *               Days already archived and purged by AWIXARC    *
      *               are not in the clusters and drop out of the    *
      *               summary on a rebuild.                           *
      *                                                               *
      *  AWIXCENT is optional: a site without the head-office        *
      *  cluster summarizes its own history only.  RETURN-CODE 16 on *
      *  any file error; the summary records already rewritten are   *
      *  consistent with the high-water mark left behind, because    *
      *  the mark is written only after its records.                  *
      ****************************************************************
      ****************************************************************
      **           I D          D I V I S I O N                    ***
      ****************************************************************
       Identification Division.
       Program-id.    AWIXDSB.
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
           Select Optional AWIXCENT-FILE Assign To "AWIXCENT"
               Organization Is Indexed
               Access Mode Is Dynamic
               Record Key Is AC-SITE-KEY
               Alternate Record Key Is AC-RUN-DATE With Duplicates
               File Status Is WS-Cent-Status.
           Select AWIXDSUM-FILE Assign To "AWIXDSUM"
               Organization Is Indexed
               Access Mode Is Dynamic
               Record Key Is DS-SUM-KEY
               File Status Is WS-Dsum-Status.
           Select Optional AWIXDSBI-FILE Assign To "AWIXDSBI"
               Organization Is Sequential
               File Status Is WS-Dsbi-Status.
           Select AWIXDSBO-FILE Assign To "AWIXDSBO"
               Organization Is Sequential
               File Status Is WS-Dsbo-Status.
      ****************************************************************
      **           D A T A      D I V I S I O N                    ***
      ****************************************************************
       Data Division.
       File Section.
       COPY AWIXHIST.

       FD  AWIXCENT-FILE
           LABEL RECORDS ARE STANDARD.
       COPY AWIXCREC.

       COPY AWIXDSUM.

       FD  AWIXDSBI-FILE
           LABEL RECORDS ARE STANDARD.
       01  AWIXDSBI-CARD.
           02  DSI-MODE          PIC X(8).
           02  FILLER            PIC X(72).

       FD  AWIXDSBO-FILE
           LABEL RECORDS ARE STANDARD.
       01  AWIXDSBO-LINE         PIC X(132).

       Working-Storage Section.
       77   WS-Hist-Status       PIC X(2).
       77   WS-Cent-Status       PIC X(2).
       77   WS-Dsum-Status       PIC X(2).
       77   WS-Dsbi-Status       PIC X(2).
       77   WS-Dsbo-Status       PIC X(2).
       77   WS-Mode              PIC X(8)  Value "ROLL".
           88  Roll-Mode                   Value "ROLL".
           88  Rebuild-Mode                Value "REBUILD".
       77   WS-Cent-Open-Flag    PIC X     Value "N".
           88  Cent-Open                   Value "Y".
       77   WS-Eof-Flag          PIC X     Value "N".
           88  Hist-Eof                    Value "Y".
       77   WS-Cent-Eof-Flag     PIC X     Value "N".
           88  Cent-Eof                    Value "Y".
       77   WS-Clear-Eof-Flag    PIC X     Value "N".
           88  Clear-Eof                   Value "Y".
       77   WS-Run-Stamp         PIC X(17).

      ****************************************************************
      **  The run being folded, moved here from AWIXHIST or AWIXCENT
      **  so one paragraph summarizes both.
      ****************************************************************
       01   WS-Fold-Run.
            02  WS-Fold-Key.
                03  WS-Fold-Source    PIC X(1).
                03  WS-Fold-Site      PIC X(4).
                03  WS-Fold-Date      PIC X(8).
            02  WS-Fold-Time      PIC X(9).
            02  WS-Fold-Lildate   PIC S9(9) Binary.
            02  WS-Fold-Lilsecs   COMP-2.
            02  WS-Fold-Severity  PIC 9(4)  Binary.
            02  WS-Fold-End-Time  PIC X(9).
            02  WS-Fold-Elapsed   COMP-2.
            02  WS-Fold-Warn      PIC 9(4)  Binary.

      ****************************************************************
      **  The summary day held in the AWIXDSUM record area while its
      **  runs are folded in; it is written back when the key moves
      **  on.
      ****************************************************************
       77   WS-Day-Key           PIC X(13) Value Spaces.
       77   WS-Day-Loaded-Flag   PIC X     Value "N".
           88  Day-Loaded                  Value "Y".
       77   WS-Day-Exists-Flag   PIC X     Value "N".
           88  Day-Exists                  Value "Y".

      ****************************************************************
      **  The control record of the source / site being rolled and
      **  its high-water mark.
      ****************************************************************
       01   WS-Ctl-Key.
            02  WS-Ctl-Source     PIC X(1).
            02  WS-Ctl-Site       PIC X(4).
            02  WS-Ctl-Date       PIC X(8)  Value "99999999".
       77   WS-Ctl-Exists-Flag   PIC X     Value "N".
           88  Ctl-Exists                  Value "Y".
       77   WS-Hwm-Key           PIC X(17).
       77   WS-Group-Folded      PIC 9(7)  Value Zero.
       77   WS-Cur-Site          PIC X(4)  Value Spaces.

       77   WS-Cleared-Count     PIC 9(7)  Value Zero.
       77   WS-Local-Folded      PIC 9(7)  Value Zero.
       77   WS-Central-Folded    PIC 9(7)  Value Zero.
       77   WS-Days-Created      PIC 9(7)  Value Zero.
       77   WS-Days-Updated      PIC 9(7)  Value Zero.
       77   WS-Site-Count        PIC 9(4)  Value Zero.
       77   WS-Hwm-Display       PIC X(17).
      ****************************************************************
      **  Declarations for the date/time service that stamps the
      **  summary records this run touches.
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
           If Rebuild-Mode
               Perform 200-Clear-Summary
           End-If.
           Perform 300-Roll-Local.
           If Cent-Open
               Perform 400-Roll-Central
           End-If.
           Perform 500-Finalize-Report.
           Close AWIXHIST-FILE AWIXDSUM-FILE AWIXDSBO-FILE.
           If Cent-Open
               Close AWIXCENT-FILE
           End-If.
           Perform 900-Log-Execution.
           Stop Run.
      **
      ** Read the mode card, stamp the run, open the clusters and
      ** the report.
      **
       100-Initialize.
           Perform 110-Read-Mode-Card.
           CALL "CEELOCT" Using Lildate Lilsecs Greg Feedback.
           If Fb-severity > 0
               Display "AWIXDSB: CEELOCT error - severity="
                   Fb-severity " detail=" Fb-detail
               Move 16 to Return-Code
               Stop Run
           End-If.
           Move Greg to WS-Run-Stamp.
           Open Input AWIXHIST-FILE.
           If WS-Hist-Status Not = "00"
               Display "AWIXDSB: unable to open AWIXHIST, status="
                   WS-Hist-Status
               Move 16 to Return-Code
               Stop Run
           End-If.
      *    The central cluster is optional: only head office has
      *    one, and a site summarizes its own history alone.
           Open Input AWIXCENT-FILE.
           If WS-Cent-Status = "00"
               Set Cent-Open to True
           End-If.
           Open I-O AWIXDSUM-FILE.
           If WS-Dsum-Status Not = "00"
               Display "AWIXDSB: unable to open AWIXDSUM, status="
                   WS-Dsum-Status
               Close AWIXHIST-FILE
               If Cent-Open
                   Close AWIXCENT-FILE
               End-If
               Move 16 to Return-Code
               Stop Run
           End-If.
           Open Output AWIXDSBO-FILE.
           Move "AWIXDSB - Daily Run-Summary Build" to AWIXDSBO-LINE.
           Write AWIXDSBO-LINE.
           Perform 810-Check-Dsbo-Status.
           Move Spaces to AWIXDSBO-LINE.
           String "RUN STARTED " WS-Run-Stamp
                   "  MODE=" WS-Mode
               Delimited By Size Into AWIXDSBO-LINE.
           Write AWIXDSBO-LINE.
           Perform 810-Check-Dsbo-Status.
      **
      ** Take the mode from the AWIXDSBI card.  No card, or a blank
      ** one, is the nightly roll-forward; anything else but ROLL
      ** or REBUILD stops the step before it touches the summary.
      **
       110-Read-Mode-Card.
           Open Input AWIXDSBI-FILE.
           If WS-Dsbi-Status = "00"
               Read AWIXDSBI-FILE
                   At End Continue
                   Not At End
                       If DSI-MODE Not = Spaces
                           Move DSI-MODE to WS-Mode
                       End-If
               End-Read
               Close AWIXDSBI-FILE
           End-If.
           If Not Roll-Mode And Not Rebuild-Mode
               Display "AWIXDSB: AWIXDSBI mode must be ROLL or "
                   "REBUILD, found " WS-Mode
               Move 16 to Return-Code
               Stop Run
           End-If.
      **
      ** REBUILD: delete every summary and control record, so the
      ** roll-forward that follows starts from an empty file with no
      ** high-water marks and folds in the whole of each cluster.
      **
       200-Clear-Summary.
           Move Low-Values to DS-SUM-KEY.
           Start AWIXDSUM-FILE Key Not Less DS-SUM-KEY
               Invalid Key
                   Set Clear-Eof to True
           End-Start.
           Perform Until Clear-Eof
               Read AWIXDSUM-FILE Next Record
                   At End Set Clear-Eof to True
               End-Read
               If Not Clear-Eof
                   Delete AWIXDSUM-FILE Record
                   Perform 820-Check-Dsum-Status
                   Add 1 to WS-Cleared-Count
               End-If
           End-Perform.
      **
      ** Fold every AWIXHIST record past the local high-water mark.
      ** The cluster is in timestamp order, so the runs of one date
      ** arrive together and each summary day is read and written
      ** once.
      **
       300-Roll-Local.
           Move "L" to WS-Ctl-Source.
           Move Spaces to WS-Ctl-Site.
           Perform 680-Read-Control.
           Move WS-Hwm-Key to AH-GREG-KEY.
           Start AWIXHIST-FILE Key Is Greater Than AH-GREG-KEY
               Invalid Key
                   Set Hist-Eof to True
           End-Start.
           Perform Until Hist-Eof
               Read AWIXHIST-FILE Next Record
                   At End Set Hist-Eof to True
                   Not At End Perform 310-Local-Record
               End-Read
           End-Perform.
           Perform 650-Flush-Day.
           Perform 690-Write-Control.
           Move WS-Hwm-Key to WS-Hwm-Display.
           If WS-Hwm-Key = Low-Values
               Move Spaces to WS-Hwm-Display
           End-If.
           Move Spaces to AWIXDSBO-LINE.
           String "LOCAL    RUNS FOLDED=" WS-Group-Folded
                   "  HIGH-WATER MARK=" WS-Hwm-Display
               Delimited By Size Into AWIXDSBO-LINE.
           Write AWIXDSBO-LINE.
           Perform 810-Check-Dsbo-Status.
      **
      ** One local run into the fold area and its summary day.
      **
       310-Local-Record.
           Move "L"             to WS-Fold-Source.
           Move Spaces          to WS-Fold-Site.
           Move AH-RUN-DATE     to WS-Fold-Date.
           Move AH-RUN-TIME     to WS-Fold-Time.
           Move AH-LILDATE      to WS-Fold-Lildate.
           Move AH-LILSECS      to WS-Fold-Lilsecs.
           Move AH-SEVERITY     to WS-Fold-Severity.
           Move AH-END-TIME     to WS-Fold-End-Time.
           Move AH-ELAPSED-SECS to WS-Fold-Elapsed.
           Move AH-WARN-COUNT   to WS-Fold-Warn.
           Perform 600-Fold-Run.
           Move AH-GREG-KEY to WS-Hwm-Key.
           Add 1 to WS-Group-Folded.
           Add 1 to WS-Local-Folded.
      **
      ** Fold the AWIXCENT records past each site's own high-water
      ** mark.  The cluster is keyed site + timestamp; on reaching a
      ** site's already-summarized records the read is restarted
      ** just past its mark, so only the new runs are read.  A site's
      ** extracts arrive in its own timestamp order, whatever order
      ** the sites themselves come in.
      **
       400-Roll-Central.
           Move Low-Values to AC-SITE-KEY.
           Start AWIXCENT-FILE Key Not Less AC-SITE-KEY
               Invalid Key
                   Set Cent-Eof to True
           End-Start.
           Perform Until Cent-Eof
               Read AWIXCENT-FILE Next Record
                   At End Set Cent-Eof to True
                   Not At End Perform 410-Central-Record
               End-Read
           End-Perform.
           If WS-Cur-Site Not = Spaces
               Perform 420-Close-Site
           End-If.
           Move Spaces to AWIXDSBO-LINE.
           String "CENTRAL  RUNS FOLDED=" WS-Central-Folded
                   "  SITES=" WS-Site-Count
               Delimited By Size Into AWIXDSBO-LINE.
           Write AWIXDSBO-LINE.
           Perform 810-Check-Dsbo-Status.
      **
      ** One central record: open the site's group on a change of
      ** site, skip forward past the mark, or fold the run.
      **
       410-Central-Record.
           If AC-SITE-ID Not = WS-Cur-Site
               If WS-Cur-Site Not = Spaces
                   Perform 420-Close-Site
               End-If
               Move AC-SITE-ID to WS-Cur-Site
               Add 1 to WS-Site-Count
               Move "C" to WS-Ctl-Source
               Move AC-SITE-ID to WS-Ctl-Site
               Perform 680-Read-Control
           End-If.
           If AC-GREG-KEY Not Greater Than WS-Hwm-Key
               Move WS-Cur-Site to AC-SITE-ID
               Move WS-Hwm-Key to AC-GREG-KEY
               Start AWIXCENT-FILE Key Is Greater Than AC-SITE-KEY
                   Invalid Key
                       Set Cent-Eof to True
               End-Start
           Else
               Move "C"             to WS-Fold-Source
               Move AC-SITE-ID      to WS-Fold-Site
               Move AC-RUN-DATE     to WS-Fold-Date
               Move AC-RUN-TIME     to WS-Fold-Time
               Move AC-LILDATE      to WS-Fold-Lildate
               Move AC-LILSECS      to WS-Fold-Lilsecs
               Move AC-SEVERITY     to WS-Fold-Severity
               Move AC-END-TIME     to WS-Fold-End-Time
               Move AC-ELAPSED-SECS to WS-Fold-Elapsed
               Move AC-WARN-COUNT   to WS-Fold-Warn
               Perform 600-Fold-Run
               Move AC-GREG-KEY to WS-Hwm-Key
               Add 1 to WS-Group-Folded
               Add 1 to WS-Central-Folded
           End-If.
      **
      ** Finish a site: write its last summary day, then its mark.
      **
       420-Close-Site.
           Perform 650-Flush-Day.
           Perform 690-Write-Control.
      **
      ** Summarize the report and close it.
      **
       500-Finalize-Report.
           Move Spaces to AWIXDSBO-LINE.
           Write AWIXDSBO-LINE.
           Perform 810-Check-Dsbo-Status.
           Move Spaces to AWIXDSBO-LINE.
           String "RECORDS CLEARED=" WS-Cleared-Count
                   "  DAYS CREATED=" WS-Days-Created
                   "  DAYS UPDATED=" WS-Days-Updated
               Delimited By Size Into AWIXDSBO-LINE.
           Write AWIXDSBO-LINE.
           Perform 810-Check-Dsbo-Status.
      **
      ** Fold one run into its summary day, bringing the day into
      ** the record area first when the run belongs to another.
      **
       600-Fold-Run.
           If Not Day-Loaded
               Or WS-Fold-Key Not = WS-Day-Key
               Perform 650-Flush-Day
               Perform 660-Load-Day
           End-If.
           Add 1 to DS-RUN-COUNT.
           If DS-RUN-COUNT = 1
               Move WS-Fold-Time    to DS-FIRST-TIME
               Move WS-Fold-Lildate to DS-FIRST-LILDATE
               Move WS-Fold-Lilsecs to DS-FIRST-LILSECS
           End-If.
           Move WS-Fold-Time    to DS-LAST-TIME.
           Move WS-Fold-Lildate to DS-LAST-LILDATE.
           Move WS-Fold-Lilsecs to DS-LAST-LILSECS.
           If WS-Fold-Severity = Zero
               Add 1 to DS-CLEAN-COUNT
           Else
               Add 1 to DS-FAIL-COUNT
           End-If.
           If WS-Fold-Severity > DS-WORST-SEVERITY
               Move WS-Fold-Severity to DS-WORST-SEVERITY
           End-If.
           Add WS-Fold-Warn to DS-WARN-TOTAL.
           If WS-Fold-End-Time Not = Spaces
               Perform 610-Fold-Timing
           End-If.
      **
      ** A timed run: elapsed totals and extremes, the latest end
      ** time, and -- for a clean run ending earlier than any seen
      ** so far -- the day's clean completion.
      **
       610-Fold-Timing.
           Add 1 to DS-TIMED-COUNT.
           Add WS-Fold-Elapsed to DS-ELAPSED-TOTAL.
           If DS-TIMED-COUNT = 1
               Or WS-Fold-Elapsed < DS-ELAPSED-MIN
               Move WS-Fold-Elapsed to DS-ELAPSED-MIN
           End-If.
           If DS-TIMED-COUNT = 1
               Or WS-Fold-Elapsed > DS-ELAPSED-MAX
               Move WS-Fold-Elapsed to DS-ELAPSED-MAX
           End-If.
           If WS-Fold-End-Time > DS-LATEST-END
               Move WS-Fold-End-Time to DS-LATEST-END
           End-If.
           If WS-Fold-Severity = Zero
               And (DS-CLEAN-END = Spaces
                   Or WS-Fold-End-Time < DS-CLEAN-END)
               Move WS-Fold-End-Time to DS-CLEAN-END
               Move WS-Fold-Elapsed  to DS-CLEAN-ELAPSED
           End-If.
      **
      ** Write the summary day held in the record area back to the
      ** file, if one is held.
      **
       650-Flush-Day.
           If Day-Loaded
               Move WS-Run-Stamp to DS-UPDATE-STAMP
               If Day-Exists
                   Rewrite AWIXDSUM-RECORD
                   Perform 820-Check-Dsum-Status
                   Add 1 to WS-Days-Updated
               Else
                   Write AWIXDSUM-RECORD
                   Perform 820-Check-Dsum-Status
                   Add 1 to WS-Days-Created
               End-If
               Move "N" to WS-Day-Loaded-Flag
           End-If.
      **
      ** Bring the fold run's summary day into the record area: the
      ** existing record when the day was summarized before (a
      ** second run on a date already rolled), otherwise a new,
      ** empty one.
      **
       660-Load-Day.
           Move WS-Fold-Key to DS-SUM-KEY WS-Day-Key.
           Read AWIXDSUM-FILE
               Invalid Key
                   Move "N" to WS-Day-Exists-Flag
               Not Invalid Key
                   Move "Y" to WS-Day-Exists-Flag
           End-Read.
           If WS-Dsum-Status Not = "00" And WS-Dsum-Status Not = "23"
               Perform 820-Check-Dsum-Status
           End-If.
           If Not Day-Exists
               Move WS-Fold-Key to DS-SUM-KEY
               Move Spaces to DS-SUM-DATA
               Initialize DS-SUM-DATA
           End-If.
           Set Day-Loaded to True.
      **
      ** Read the control record for WS-Ctl-Source / WS-Ctl-Site:
      ** its high-water mark, or Low-Values when the group has never
      ** been summarized (or has just been cleared).
      **
       680-Read-Control.
           Move WS-Ctl-Key to DS-SUM-KEY.
           Move Zero to WS-Group-Folded.
           Read AWIXDSUM-FILE
               Invalid Key
                   Move "N" to WS-Ctl-Exists-Flag
                   Move Low-Values to WS-Hwm-Key
               Not Invalid Key
                   Move "Y" to WS-Ctl-Exists-Flag
                   Move DS-HWM-KEY to WS-Hwm-Key
           End-Read.
           If WS-Dsum-Status Not = "00" And WS-Dsum-Status Not = "23"
               Perform 820-Check-Dsum-Status
           End-If.
      **
      ** Move the group's high-water mark on, when anything was
      ** folded -- after its summary days, so a failure in between
      ** only means those runs are folded again by the next run.
      **
       690-Write-Control.
           If WS-Group-Folded > Zero
               Move WS-Ctl-Key to DS-SUM-KEY
               Move Spaces to DS-CONTROL-DATA
               Move WS-Hwm-Key to DS-HWM-KEY
               Move WS-Run-Stamp to DS-HWM-STAMP
               Move WS-Group-Folded to DS-HWM-FOLDED
               If Ctl-Exists
                   Rewrite AWIXDSUM-RECORD
               Else
                   Write AWIXDSUM-RECORD
               End-If
               Perform 820-Check-Dsum-Status
           End-If.
      **
      ** A write to the AWIXDSBO report failed.
      **
       810-Check-Dsbo-Status.
           If WS-Dsbo-Status Not = "00"
               Display "AWIXDSB: AWIXDSBO write failed, status="
                   WS-Dsbo-Status
               Perform 890-Abort-Run
           End-If.
      **
      ** An AWIXDSUM read, write, rewrite or delete failed -- stop
      ** rather than leave the summary half-rolled past its mark.
      **
       820-Check-Dsum-Status.
           If WS-Dsum-Status Not = "00"
               Display "AWIXDSB: AWIXDSUM I/O failed, status="
                   WS-Dsum-Status " key=" DS-SUM-KEY
               Perform 890-Abort-Run
           End-If.
      **
      ** Close everything and end the step with RETURN-CODE 16.
      **
       890-Abort-Run.
           Close AWIXHIST-FILE AWIXDSUM-FILE AWIXDSBO-FILE.
           If Cent-Open
               Close AWIXCENT-FILE
           End-If.
           Move 16 to Return-Code.
           Perform 900-Log-Execution.
           Stop Run.
      **
      ** Log this execution to the suite run log, so the satellite
      ** programs are visible to monitoring and to AWIXGAP's
      ** suite-coverage check, not just AWIXMP.
      **
       900-Log-Execution.
           Move "AWIXDSB" to WS-Log-Program.
           Move Return-Code to WS-Log-Severity.
           CALL "AWIXLOG" Using WS-Log-Program WS-Log-Severity.
       End program AWIXDSB.
