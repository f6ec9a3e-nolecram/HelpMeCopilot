      *  idempotent.  The control report lists exactly which         *
      *  records were actually reapplied so operations can prove     *
      *  what the recovery changed.                                   *
      *                                                               *
      *  Each record actually reapplied is posted to the AWIXCTOT    *
      *  control totals through AWIXCTU as a re-add or re-delete.    *
      *  These movements only put back what the restore undid, so    *
      *  AWIXBAL reports them but leaves them out of the balance.     *
      ****************************************************************
      ****************************************************************
      **           I D          D I V I S I O N                    ***
       77   WS-Absent-Count      PIC 9(7)  Value Zero.
       77   WS-Bad-Action-Count  PIC 9(7)  Value Zero.
      ****************************************************************
      **  Declarations for the AWIXCTU control-totals call.  Totals
      **  are hashed by movement and posted whenever the movement
      **  changes, and at the end of the replay.
      ****************************************************************
       COPY AWIXCTUP.
       77   WS-Ctot-Movement     PIC X(1).
       77   WS-Ctot-Posted       PIC 9(7)  Value Zero.
      ****************************************************************
      **  Declarations for the AWIXLOG suite run-log call made just
      **  before the program ends.
      ****************************************************************
           Perform Until Jrn-Eof
               Perform 200-Replay-Journal-Record
           End-Perform.
           If CTU-COUNT > Zero
               Perform 650-Post-Control-Totals
           End-If.
           Perform 500-Finalize-Report.
           Close AWIXHIST-FILE AWIXJRN-FILE AWIXRCVO-FILE.
           Perform 900-Log-Execution.
               Move 16 to Return-Code
               Stop Run
           End-If.
           Initialize AWIXCTU-PARMS.
           Move "AWIXRCV" to CTU-PROGRAM.
           Set CTU-RE-ADD to True.
           Move Low-Values to CTU-LAST-KEY.
           Open Output AWIXRCVO-FILE.
           Move "AWIXRCV - AWIXHIST Forward Recovery" to AWIXRCVO-LINE.
           Write AWIXRCVO-LINE.
               When "00"
                   Add 1 to WS-Applied-Count
                   Perform 350-Write-Applied-Line
                   Move "R" to WS-Ctot-Movement
                   Perform 600-Hash-Reapplied
               When "22"
                   Add 1 to WS-Present-Count
               When Other
                       Delimited By Size Into AWIXRCVO-LINE
                   Write AWIXRCVO-LINE
                   Perform 810-Check-Rcvo-Status
                   Move "X" to WS-Ctot-Movement
                   Perform 600-Hash-Reapplied
               When "23"
                   Add 1 to WS-Absent-Count
               When Other
               Delimited By Size Into AWIXRCVO-LINE.
           Write AWIXRCVO-LINE.
           Perform 810-Check-Rcvo-Status.
           Move Spaces to AWIXRCVO-LINE.
           String "CONTROL TOTALS POSTED=" WS-Ctot-Posted
               Delimited By Size Into AWIXRCVO-LINE.
           Write AWIXRCVO-LINE.
           Perform 810-Check-Rcvo-Status.
           If WS-Bad-Action-Count > Zero
               Move Spaces to AWIXRCVO-LINE
               String "BAD JOURNAL RECORDS=" WS-Bad-Action-Count
               Move 16 to Return-Code
           End-If.
      **
      ** Add one reapplied record to the control totals, first
      ** posting what was hashed under the other movement.
      **
       600-Hash-Reapplied.
           If CTU-MOVEMENT Not = WS-Ctot-Movement
               And CTU-COUNT > Zero
               Perform 650-Post-Control-Totals
           End-If.
           Move WS-Ctot-Movement to CTU-MOVEMENT.
           Set CTU-HASH to True.
           CALL "AWIXCTU" Using AWIXCTU-PARMS AWIXHIST-RECORD.
      **
      ** Post the hashed totals to AWIXCTOT.  An unposted reapply
      ** would show tomorrow as an unexplained imbalance, so a
      ** failure fails the recovery like a failed write.
      **
       650-Post-Control-Totals.
           Add CTU-COUNT to WS-Ctot-Posted.
           Set CTU-POST to True.
           CALL "AWIXCTU" Using AWIXCTU-PARMS AWIXHIST-RECORD.
           If CTU-STATUS Not = "00"
               Display "AWIXRCV: AWIXCTOT control-total post failed, "
                   "status=" CTU-STATUS
               Move 16 to Return-Code
               Close AWIXHIST-FILE AWIXJRN-FILE AWIXRCVO-FILE
               Stop Run
           End-If.
      **
      ** A write to the AWIXRCVO report failed -- the report is the
      ** proof of what the recovery changed, so abort rather than
      ** recover unreported.
