      ****************************************************************
      *  AWIXARC unloads aged records from the AWIXHIST run-history   *
      *  file to a sequential archive generation and then deletes    *
      *  them from the cluster, so the online history holds only the *
      *  recent months and AWIXRPT stops re-reading years of old     *
      *  A control report of counts unloaded / deleted / remaining   *
      *  is written so audit can verify nothing was silently         *
      *  dropped.                                                     *
      *                                                               *
      *  The run takes a checkpoint every ARCCKPT archived records   *
      *  (AWIXPARM, default 500) to the AWIXCKPT restart file: the   *
      *  cutoff, the last key archived and deleted, and the running  *
      *  counts.  Records are purged a checkpoint interval at a      *
      *  time, and only after the archive records written for them   *
      *  have been forced out to the AWIXARCU work file, so a record *
      *  is never gone from the cluster without being safely in the  *
      *  archive.  When a run abends, resubmitting the job resumes   *
      *  it: the work file is read back, archived records beyond the *
      *  last checkpoint are purged without being written again,     *
      *  and processing carries on after the last archived key with  *
      *  the original cutoff.  The control report always covers the  *
      *  whole logical run, however many legs it took.                *
      *                                                               *
      *  AWIXARCU is a work file kept across legs; the job copies it *
      *  to the next archive generation once the run completes and   *
      *  then deletes it.  A run that completed but whose archive    *
      *  was never delivered (the copy failed, or the counts         *
      *  disagreed and the job held it back) is not purged again:    *
      *  resubmitting the job reports it as awaiting delivery and    *
      *  ends clean, so the job's copy step delivers it.  A new run  *
      *  refuses to start while the work file holds any other        *
      *  archive.                                                     *
      *                                                               *
      *  Every purge is posted to the AWIXCTOT control totals by     *
      *  AWIXCTU as each checkpoint's deletes are hardened, so       *
      *  AWIXBAL can prove the cluster lost exactly what was         *
      *  archived.  A restart posts a delete the failed leg made but *
      *  never posted, and not one it already posted.                 *
      ****************************************************************
      ****************************************************************
      **           I D          D I V I S I O N                    ***
           Select AWIXJRN-FILE Assign To "AWIXJRN"
               Organization Is Sequential
               File Status Is WS-Jrn-Status.
           Select AWIXCKPT-FILE Assign To "AWIXCKPT"
               Organization Is Indexed
               Access Mode Is Random
               Record Key Is CK-PROGRAM
               File Status Is WS-Ckpt-Status.
      ****************************************************************
      **           D A T A      D I V I S I O N                    ***
      ****************************************************************
       01  AWIXARCO-LINE         PIC X(132).

       COPY AWIXJRN.
       COPY AWIXCKPT.

       Working-Storage Section.
       77   WS-Hist-Status       PIC X(2).
       77   WS-Arcu-Status       PIC X(2).
       77   WS-Arco-Status       PIC X(2).
       77   WS-Jrn-Status        PIC X(2).
       77   WS-Ckpt-Status       PIC X(2).
       77   WS-Eof-Flag          PIC X     Value "N".
           88  Hist-Eof                    Value "Y".
       77   WS-Arcu-Eof-Flag     PIC X     Value "N".
           88  Arcu-Eof                    Value "Y".
       77   WS-Arcu-Held-Flag    PIC X     Value "N".
           88  Arcu-Held                   Value "Y".
       77   WS-Delivery-Flag     PIC X     Value "N".
           88  Awaiting-Delivery           Value "Y".

       77   WS-Ret-Months        PIC 9(4)  Value 13.
       77   WS-Parm-Trim         PIC X(80).
       77   WS-Delete-Count      PIC 9(7)  Value Zero.
       77   WS-Remain-Count      PIC 9(7)  Value Zero.
      ****************************************************************
      **  Checkpoint/restart.  Archived records wait in the pending
      **  table until the next checkpoint hardens the archive and
      **  purges them; the checkpoint then records the last key and
      **  the running counts of the logical run.
      ****************************************************************
       77   WS-Ckpt-Interval     PIC 9(4)  Value 500.
       01   WS-Pend-Table.
            02  WS-Pend-Image     PIC X(84) Occurs 1000 Times.
       77   WS-Pend-Count        PIC 9(4)  Value Zero.
       77   WS-Pend-Sub          PIC 9(4)  Binary.
       77   WS-Ckpt-Found-Flag   PIC X     Value "N".
           88  Ckpt-Found                  Value "Y".
       77   WS-Restart-Flag      PIC X     Value "N".
           88  Restart-Run                 Value "Y".
       77   WS-Run-Stamp         PIC X(17).
       77   WS-Last-Key          PIC X(17) Value Low-Values.
       77   WS-Restart-Key       PIC X(17) Value Spaces.
       77   WS-Ckpt-Count        PIC 9(7)  Value Zero.
       77   WS-Leg-Count         PIC 9(4)  Value 1.
       77   WS-Arch-Count        PIC 9(7)  Value Zero.
       77   WS-Tail-Count        PIC 9(7)  Value Zero.
       77   Ckpt-Lildate         PIC S9(9) Binary.
       77   Ckpt-Lilsecs         COMP-2.
       77   Ckpt-Greg            PIC X(17).
      ****************************************************************
      **  Declarations for the AWIXCTU control-totals call.  On a
      **  restart WS-Posted-Key is the highest purge the failed leg
      **  posted; a record already gone ("23") beyond it was purged
      **  but never posted.
      ****************************************************************
       COPY AWIXCTUP.
       77   WS-Posted-Key        PIC X(17) Value High-Values.
       77   WS-Ctot-Posted       PIC 9(7)  Value Zero.
      ****************************************************************
      **  Declarations for the AWIXLOG suite run-log call made just
      **  before the program ends.
      ****************************************************************
           Perform Until Hist-Eof
               Perform 200-Process-Record
           End-Perform.
           If WS-Pend-Count > Zero
               Perform 300-Take-Checkpoint
           End-If.
           Perform 350-Mark-Run-Complete.
           Perform 500-Finalize-Report.
           Close AWIXHIST-FILE AWIXARCU-FILE AWIXARCO-FILE AWIXJRN-FILE
               AWIXCKPT-FILE.
           Perform 900-Log-Execution.
           Stop Run.
      **
      ** Load the parameters, work out the cutoff date, open the
      ** history, journal and checkpoint files, and either begin a
      ** new run or pick up the one the checkpoint says did not
      ** finish.
      **
       100-Initialize.
           Perform 110-Load-Parameters.
               Move 16 to Return-Code
               Stop Run
           End-If.
      *    Purges are journaled like AWIXMP's writes: the forward-
      *    recovery journal must be writable before any delete, or
      *    a replay after a restore would resurrect purged records.
           If WS-Jrn-Status Not = "00"
               Display "AWIXARC: unable to open AWIXJRN, status="
                   WS-Jrn-Status
               Close AWIXHIST-FILE
               Move 16 to Return-Code
               Stop Run
           End-If.
      *    The checkpoint cluster, like AWIXHIST, must already be
      *    defined.
           Open I-O AWIXCKPT-FILE.
           If WS-Ckpt-Status Not = "00"
               Display "AWIXARC: unable to open AWIXCKPT, status="
                   WS-Ckpt-Status
               Close AWIXHIST-FILE AWIXJRN-FILE
               Move 16 to Return-Code
               Stop Run
           End-If.
           Perform 130-Read-Checkpoint.
           Initialize AWIXCTU-PARMS.
           Move "AWIXARC" to CTU-PROGRAM.
           Set CTU-DELETE to True.
           Move Low-Values to CTU-LAST-KEY.
           If Restart-Run
               Perform 140-Resume-Archive
           Else
               Perform 150-Begin-Archive
           End-If.
           Open Output AWIXARCO-FILE.
           Move "AWIXARC - AWIXHIST Archive and Purge" to AWIXARCO-LINE.
           Write AWIXARCO-LINE.
           Perform 810-Check-Arco-Status.
           If Awaiting-Delivery
               Perform 160-Report-Awaiting-Delivery
           End-If.
           String "CUTOFF DATE = " WS-Cutoff-Date(1:4) "-"
                   WS-Cutoff-Date(5:2) "-" WS-Cutoff-Date(7:2)
                   "  (RETENTION = " WS-Ret-Months " MONTHS)"
           Move Spaces to AWIXARCO-LINE.
           Write AWIXARCO-LINE.
           Perform 810-Check-Arco-Status.
           Perform 260-Reposition-History.
           If Not Hist-Eof
               Read AWIXHIST-FILE Next Record
                   At End Set Hist-Eof to True
               End-Read
           End-If.
      **
      ** Read the control file, if one is present, for the RETMONTHS
      ** online-retention value.  As in AWIXMP, unknown keys are
      **
       115-Apply-Parameter.
           Evaluate PARM-KEY
               When "ARCCKPT"
                   Move Function Trim(PARM-VALUE) to WS-Parm-Trim
                   If Function Test-Numval(WS-Parm-Trim) = Zero
                       And Function Numval(WS-Parm-Trim) > Zero
                       And Function Numval(WS-Parm-Trim) Not > 1000
                       Compute WS-Ckpt-Interval =
                           Function Numval(WS-Parm-Trim)
                   Else
                       Display "AWIXARC: ARCCKPT value not 1-1000, "
                           "using default " WS-Ckpt-Interval
                   End-If
               When "RETMONTHS"
                   Move Function Trim(PARM-VALUE) to WS-Parm-Trim
                   If Function Test-Numval(WS-Parm-Trim) = Zero
           String WS-Cutoff-Year WS-Cutoff-Month "01"
               Delimited By Size Into WS-Cutoff-Date.
      **
      ** Read this program's checkpoint record.  In flight means the
      ** last run abended: this submission is a restart and carries
      ** on with that run's cutoff, position and counts -- the
      ** cutoff in particular must not move if the restart lands in
      ** a new month.
      **
       130-Read-Checkpoint.
           Move "N" to WS-Ckpt-Found-Flag.
           Move "AWIXARC" to CK-PROGRAM.
           Read AWIXCKPT-FILE
               Invalid Key
                   Continue
               Not Invalid Key
                   Set Ckpt-Found to True
           End-Read.
           If Ckpt-Found And CK-IN-FLIGHT
               Set Restart-Run to True
               Move CK-RUN-STAMP    to WS-Run-Stamp
               Move CK-CUTOFF-DATE  to WS-Cutoff-Date
               Move CK-LAST-KEY     to WS-Last-Key
               Move CK-LAST-KEY     to WS-Restart-Key
               Move CK-UNLOAD-COUNT to WS-Unload-Count
               Move CK-DELETE-COUNT to WS-Delete-Count
               Move CK-CKPT-COUNT   to WS-Ckpt-Count
               Compute WS-Leg-Count = CK-LEG-COUNT + 1
               Display "AWIXARC: restarting the run begun "
                   WS-Run-Stamp " from checkpoint key "
                   WS-Restart-Key
           Else
               Move Greg to WS-Run-Stamp
           End-If.
      **
      ** Restart: read back the archive the failed leg wrote.  Its
      ** record count is the true unload count.  Records beyond the
      ** last checkpoint key were archived but may or may not have
      ** been purged before the abend; each is deleted now ("23",
      ** already gone, is fine) and its delete journaled again -- a
      ** second delete of the same key is harmless on a replay, a
      ** missing one is not.  They are never written to the archive
      ** a second time, and processing resumes after the highest
      ** archived key.
      **
       140-Resume-Archive.
           Set CTU-QUERY to True.
           CALL "AWIXCTU" Using AWIXCTU-PARMS AWIXHIST-RECORD.
           If CTU-STATUS Not = "00"
               Display "AWIXARC: restart cannot read the posted "
                   "position from AWIXCTOT, status=" CTU-STATUS
               Perform 890-Abort-Run
           End-If.
           Move CTU-LAST-KEY to WS-Posted-Key.
           Move Low-Values to CTU-LAST-KEY.
           Set CTU-DELETE to True.
           Open Input AWIXARCU-FILE.
           If WS-Arcu-Status Not = "00"
               Display "AWIXARC: restart cannot read the AWIXARCU "
                   "work file of the failed run, status="
                   WS-Arcu-Status
               Perform 890-Abort-Run
           End-If.
           Move "N" to WS-Arcu-Eof-Flag.
           Perform Until Arcu-Eof
               Read AWIXARCU-FILE
                   At End Set Arcu-Eof to True
               End-Read
               If Not Arcu-Eof
                   Add 1 to WS-Arch-Count
                   Move AWIXARCU-RECORD to AWIXHIST-RECORD
                   If AH-GREG-KEY Greater Than WS-Last-Key
                       Perform 270-Delete-Archived
                       Add 1 to WS-Tail-Count
                       Move AH-GREG-KEY to WS-Last-Key
                   End-If
               End-If
           End-Perform.
           Close AWIXARCU-FILE.
           Move WS-Arch-Count to WS-Unload-Count.
           Open Extend AWIXARCU-FILE.
           If WS-Arcu-Status Not = "00"
               Display "AWIXARC: unable to reopen AWIXARCU, status="
                   WS-Arcu-Status
               Perform 890-Abort-Run
           End-If.
           If WS-Tail-Count > Zero
               Perform 305-Harden-Journal
               Perform 280-Post-Control-Totals
               Perform 320-Write-Checkpoint
           End-If.
      **
      ** New run: the work file must be empty -- anything in it is
      ** the archive of an earlier run the job never copied to its
      ** generation, and starting over would destroy the only copy
      ** of records already purged.  When that earlier run is the
      ** completed one on the checkpoint, this submission only lets
      ** the job deliver it.  Otherwise record the run as in
      ** flight before the first record is touched, so even an
      ** abend before the first checkpoint restarts with the same
      ** cutoff.
      **
       150-Begin-Archive.
           Open Input AWIXARCU-FILE.
           If WS-Arcu-Status = "00"
               Read AWIXARCU-FILE
                   At End Set Arcu-Eof to True
               End-Read
               Close AWIXARCU-FILE
               If Not Arcu-Eof
                   Set Arcu-Held to True
               End-If
           End-If.
      *    The checkpoint says the last run completed, so what the
      *    work file holds is that run's archive, waiting for the
      *    job to deliver it.  Anything else is unaccounted for.
           If Arcu-Held
               If Ckpt-Found And CK-COMPLETE
                   Set Awaiting-Delivery to True
               Else
                   Display "AWIXARC: AWIXARCU still holds an archive "
                       "never copied to HISTARCH - deliver it "
                       "before a new purge"
                   Perform 890-Abort-Run
               End-If
           Else
               Open Output AWIXARCU-FILE
               If WS-Arcu-Status Not = "00"
                   Display "AWIXARC: unable to open AWIXARCU, status="
                       WS-Arcu-Status
                   Perform 890-Abort-Run
               End-If
               Move Low-Values to WS-Last-Key
               Perform 320-Write-Checkpoint
           End-If.
      **
      ** The last run completed but its archive was never delivered.
      ** Purge nothing: report the run the work file belongs to and
      ** end clean, so the job's copy step delivers it to the next
      ** generation and clears the work file.
      **
       160-Report-Awaiting-Delivery.
           Move Spaces to AWIXARCO-LINE.
           String "PREVIOUS RUN AWAITING DELIVERY - NOTHING PURGED "
                   "THIS SUBMISSION"
               Delimited By Size Into AWIXARCO-LINE.
           Write AWIXARCO-LINE.
           Perform 810-Check-Arco-Status.
           Move Spaces to AWIXARCO-LINE.
           String "RUN STARTED       = " CK-RUN-STAMP(1:4) "-"
                   CK-RUN-STAMP(5:2) "-" CK-RUN-STAMP(7:2) " "
                   CK-RUN-STAMP(9:2) ":" CK-RUN-STAMP(11:2) ":"
                   CK-RUN-STAMP(13:2)
                   "  CUTOFF DATE = " CK-CUTOFF-DATE(1:4) "-"
                   CK-CUTOFF-DATE(5:2) "-" CK-CUTOFF-DATE(7:2)
               Delimited By Size Into AWIXARCO-LINE.
           Write AWIXARCO-LINE.
           Perform 810-Check-Arco-Status.
           Move Spaces to AWIXARCO-LINE.
           String "RECORDS UNLOADED  = " CK-UNLOAD-COUNT
               Delimited By Size Into AWIXARCO-LINE.
           Write AWIXARCO-LINE.
           Perform 810-Check-Arco-Status.
           Move Spaces to AWIXARCO-LINE.
           String "RECORDS DELETED   = " CK-DELETE-COUNT
               Delimited By Size Into AWIXARCO-LINE.
           Write AWIXARCO-LINE.
           Perform 810-Check-Arco-Status.
           If CK-UNLOAD-COUNT Not = CK-DELETE-COUNT
               Move Spaces to AWIXARCO-LINE
               String "*** UNLOAD/DELETE COUNTS DISAGREED - ARCHIVE "
                       "DELIVERED AS UNLOADED"
                   Delimited By Size Into AWIXARCO-LINE
               Write AWIXARCO-LINE
               Perform 810-Check-Arco-Status
           End-If.
           Move Zero to Return-Code.
           Close AWIXHIST-FILE AWIXARCO-FILE AWIXJRN-FILE
               AWIXCKPT-FILE.
           Perform 900-Log-Execution.
           Stop Run.
      **
      ** Process one history record: anything dated before the
      ** cutoff is unloaded to the archive work file and queued for
      ** the purge; anything on or after it stays put.  The purge
      ** happens a checkpoint interval at a time, after the unload
      ** has been forced out, so a failure can only leave a record
      ** in both places, never in neither.
      **
       200-Process-Record.
           If AH-RUN-DATE Less Than WS-Cutoff-Date
               If WS-Arcu-Status Not = "00"
                   Display "AWIXARC: AWIXARCU write failed, status="
                       WS-Arcu-Status
                   Perform 890-Abort-Run
               End-If
               Add 1 to WS-Unload-Count
               Add 1 to WS-Pend-Count
               Move AWIXHIST-RECORD to WS-Pend-Image(WS-Pend-Count)
               If WS-Pend-Count Not Less WS-Ckpt-Interval
                   Perform 300-Take-Checkpoint
                   Perform 260-Reposition-History
               End-If
           Else
               Add 1 to WS-Remain-Count
           End-If.
           If Not Hist-Eof
               Read AWIXHIST-FILE Next Record
                   At End Set Hist-Eof to True
               End-Read
           End-If.
      **
      ** Position the history browse just after the last key
      ** archived -- the start of the file on a new run, the
      ** restart point on a restart, and after each checkpoint's
      ** random deletes so the sequential browse carries on from a
      ** known place.
      **
       260-Reposition-History.
           Move WS-Last-Key to AH-GREG-KEY.
           Start AWIXHIST-FILE Key Is Greater Than AH-GREG-KEY
               Invalid Key
                   Set Hist-Eof to True
           End-Start.
      **
      ** Purge one archived record, held in the record area, by key
      ** and journal the delete.  "23" only arises on a restart, for
      ** a record the failed leg had already purged.
      **
       270-Delete-Archived.
           Delete AWIXHIST-FILE Record.
           If WS-Hist-Status Not = "00" And WS-Hist-Status Not = "23"
               Display "AWIXARC: AWIXHIST delete failed, status="
                   WS-Hist-Status
               Perform 890-Abort-Run
           End-If.
           Add 1 to WS-Delete-Count.
           Perform 250-Journal-History-Delete.
           If WS-Hist-Status = "00"
               Or AH-GREG-KEY Greater Than WS-Posted-Key
               Set CTU-HASH to True
               CALL "AWIXCTU" Using AWIXCTU-PARMS AWIXHIST-RECORD
           End-If.
      **
      ** Post the purges hashed since the last checkpoint to the
      ** AWIXCTOT control totals.  The checkpoint follows the post,
      ** so a failure between the two is caught on the restart by
      ** the posted position, not posted twice.
      **
       280-Post-Control-Totals.
           Add CTU-COUNT to WS-Ctot-Posted.
           Set CTU-POST to True.
           CALL "AWIXCTU" Using AWIXCTU-PARMS AWIXHIST-RECORD.
           If CTU-STATUS Not = "00"
               Display "AWIXARC: AWIXCTOT control-total post failed, "
                   "status=" CTU-STATUS
               Perform 890-Abort-Run
           End-If.
           Set CTU-DELETE to True.
      **
      ** Take a checkpoint: force the archive records written since
      ** the last one out to the work file (close and reopen it),
      ** purge the records they hold, force the journal out the
      ** same way, and only then record the new position and counts.
      **
       300-Take-Checkpoint.
           Close AWIXARCU-FILE.
           Open Extend AWIXARCU-FILE.
           If WS-Arcu-Status Not = "00"
               Display "AWIXARC: unable to reopen AWIXARCU, status="
                   WS-Arcu-Status
               Perform 890-Abort-Run
           End-If.
           Perform Varying WS-Pend-Sub From 1 By 1
               Until WS-Pend-Sub > WS-Pend-Count
               Move WS-Pend-Image(WS-Pend-Sub) to AWIXHIST-RECORD
               Perform 270-Delete-Archived
           End-Perform.
           Move AH-GREG-KEY to WS-Last-Key.
           Move Zero to WS-Pend-Count.
           Perform 305-Harden-Journal.
           Perform 280-Post-Control-Totals.
           Add 1 to WS-Ckpt-Count.
           Perform 320-Write-Checkpoint.
      **
      ** Close and reopen the journal so the deletes just journaled
      ** are on disk before the checkpoint says they happened.
      **
       305-Harden-Journal.
           Close AWIXJRN-FILE.
           Open Extend AWIXJRN-FILE.
           If WS-Jrn-Status Not = "00"
               Display "AWIXARC: unable to reopen AWIXJRN, status="
                   WS-Jrn-Status
               Perform 890-Abort-Run
           End-If.
      **
      ** Write the in-flight checkpoint record for the run.
      **
       320-Write-Checkpoint.
           CALL "CEELOCT" Using Ckpt-Lildate Ckpt-Lilsecs Ckpt-Greg
               Feedback.
           If Fb-severity > 0
               Move Spaces to Ckpt-Greg
           End-If.
           Initialize AWIXCKPT-RECORD.
           Move "AWIXARC"        to CK-PROGRAM.
           Set CK-IN-FLIGHT      to True.
           Move WS-Run-Stamp     to CK-RUN-STAMP.
           Move WS-Cutoff-Date   to CK-CUTOFF-DATE.
           Move WS-Last-Key      to CK-LAST-KEY.
           Move WS-Unload-Count  to CK-UNLOAD-COUNT.
           Move WS-Delete-Count  to CK-DELETE-COUNT.
           Move WS-Ckpt-Count    to CK-CKPT-COUNT.
           Move WS-Leg-Count     to CK-LEG-COUNT.
           Move Ckpt-Greg        to CK-CKPT-STAMP.
           If Ckpt-Found
               Rewrite AWIXCKPT-RECORD
           Else
               Write AWIXCKPT-RECORD
           End-If.
           If WS-Ckpt-Status Not = "00"
               Display "AWIXARC: AWIXCKPT write failed, status="
                   WS-Ckpt-Status
               Perform 890-Abort-Run
           End-If.
           Set Ckpt-Found to True.
      **
      ** Every record has been processed and every purge is
      ** checkpointed: the run is complete, and the next submission
      ** starts a new one.
      **
       350-Mark-Run-Complete.
           Move "AWIXARC" to CK-PROGRAM.
           Read AWIXCKPT-FILE
               Invalid Key
                   Move "23" to WS-Ckpt-Status
           End-Read.
           If WS-Ckpt-Status = "00"
               Set CK-COMPLETE to True
               Rewrite AWIXCKPT-RECORD
           End-If.
           If WS-Ckpt-Status Not = "00"
               Display "AWIXARC: unable to mark AWIXCKPT complete, "
                   "status=" WS-Ckpt-Status
               Perform 890-Abort-Run
           End-If.
      **
      ** Mirror the purge to the forward-recovery journal so a
      ** replay after a cluster restore removes the archived
           If WS-Jrn-Status Not = "00"
               Display "AWIXARC: AWIXJRN write failed, status="
                   WS-Jrn-Status
               Perform 890-Abort-Run
           End-If.
      **
      ** Write the control totals.  Audit needs to see that the
      ** unloaded and deleted counts agree and how many records the
      ** cluster still holds.  The unload and delete counts cover
      ** every leg of the run; the remaining count is the cluster
      ** as this leg left it.
      **
       500-Finalize-Report.
           String "RUN STARTED       = " WS-Run-Stamp(1:4) "-"
                   WS-Run-Stamp(5:2) "-" WS-Run-Stamp(7:2) " "
                   WS-Run-Stamp(9:2) ":" WS-Run-Stamp(11:2) ":"
                   WS-Run-Stamp(13:2)
                   "  LEGS = " WS-Leg-Count
                   "  CHECKPOINTS = " WS-Ckpt-Count
               Delimited By Size Into AWIXARCO-LINE.
           Write AWIXARCO-LINE.
           Perform 810-Check-Arco-Status.
           If Restart-Run
               Move Spaces to AWIXARCO-LINE
               String "RESTARTED AFTER KEY " WS-Restart-Key(1:8)
                       "/" WS-Restart-Key(9:9)
                       "  ARCHIVED BUT UNPURGED AT FAILURE = "
                       WS-Tail-Count
                   Delimited By Size Into AWIXARCO-LINE
               Write AWIXARCO-LINE
               Perform 810-Check-Arco-Status
           End-If.
           Move Spaces to AWIXARCO-LINE.
           String "RECORDS UNLOADED  = " WS-Unload-Count
               Delimited By Size Into AWIXARCO-LINE.
           Write AWIXARCO-LINE.
               Delimited By Size Into AWIXARCO-LINE.
           Write AWIXARCO-LINE.
           Perform 810-Check-Arco-Status.
           String "CONTROL TOTALS POSTED THIS LEG = " WS-Ctot-Posted
               Delimited By Size Into AWIXARCO-LINE.
           Write AWIXARCO-LINE.
           Perform 810-Check-Arco-Status.
           If WS-Unload-Count Not = WS-Delete-Count
               Move "*** UNLOAD/DELETE COUNTS DISAGREE - INVESTIGATE"
                   to AWIXARCO-LINE
           If WS-Arco-Status Not = "00"
               Display "AWIXARC: AWIXARCO write failed, status="
                   WS-Arco-Status
               Perform 890-Abort-Run
           End-If.
      **
      ** A file error part way through the run.  The checkpoint
      ** stays in flight, so resubmitting the job resumes from it.
      **
       890-Abort-Run.
           Move 16 to Return-Code.
           Close AWIXHIST-FILE AWIXARCU-FILE AWIXARCO-FILE
               AWIXJRN-FILE AWIXCKPT-FILE.
           Stop Run.
      **
      ** Log this execution to the suite run log, so the satellite
      ** programs are visible to monitoring and to AWIXGAP's
      ** suite-coverage check, not just AWIXMP.
