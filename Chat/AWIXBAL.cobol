      ****************************************************************
      *  AWIXBAL balances the AWIXHIST run-history cluster against   *
      *  its control totals every night, so audit has a daily proof  *
      *  that the history is complete.  Records enter and leave the  *
      *  cluster through AWIXMP (adds), AWIXARC (purges) and AWIXRCV *
      *  (reapplies after a restore), and each of them posts what it *
      *  changed to AWIXCTOT through AWIXCTU.  This step counts and  *
      *  hashes the whole cluster with the same AWIXCTU definition   *
      *  and compares it with the last proven balance plus the adds  *
      *  and less the deletes posted since.  A lost write, a purge   *
      *  nobody posted or an outside REPRO shows up the next morning *
      *  rather than as a strange gap weeks later.                    *
      *                                                               *
      *  Reapplies posted by AWIXRCV are listed but left out of the  *
      *  balance: they put back what a restore undid, and the adds   *
      *  and purges they replay were posted when they first ran.      *
      *                                                               *
      *  The AWIXBALI card (columns 1-8) says how:                    *
      *                                                               *
      *    BALANCE  - (the default, and a missing or blank card)     *
      *               balance the cluster.  In balance, the cluster  *
      *               figures become the new proven balance and the  *
      *               movements are marked posted.  Out of balance,  *
      *               the discrepancy is reported, the balance       *
      *               record is flagged and the movements are left   *
      *               open, so the difference is reported again each *
      *               night until it is explained and corrected.     *
      *    RESET    - take the cluster as it stands as the proven    *
      *               balance and mark every movement posted.  Used  *
      *               once to start balancing, and by audit only     *
      *               after an out-of-balance has been explained.     *
      *                                                               *
      *  With no balance record yet, BALANCE establishes one as a    *
      *  RESET would.  RETURN-CODE 8 when the cluster is out of      *
      *  balance, 16 on any file error.                               *
      ****************************************************************
      ****************************************************************
      **           I D          D I V I S I O N                    ***
      ****************************************************************
       Identification Division.
       Program-id.    AWIXBAL.
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
           Select AWIXCTOT-FILE Assign To "AWIXCTOT"
               Organization Is Indexed
               Access Mode Is Dynamic
               Record Key Is HT-TOT-KEY
               File Status Is WS-Ctot-Status.
           Select Optional AWIXBALI-FILE Assign To "AWIXBALI"
               Organization Is Sequential
               File Status Is WS-Bali-Status.
           Select AWIXBALO-FILE Assign To "AWIXBALO"
               Organization Is Sequential
               File Status Is WS-Balo-Status.
      ****************************************************************
      **           D A T A      D I V I S I O N                    ***
      ****************************************************************
       Data Division.
       File Section.
       COPY AWIXHIST.
       COPY AWIXCTOT.

       FD  AWIXBALI-FILE
           LABEL RECORDS ARE STANDARD.
       01  AWIXBALI-CARD.
           02  BLI-MODE          PIC X(8).
           02  FILLER            PIC X(72).

       FD  AWIXBALO-FILE
           LABEL RECORDS ARE STANDARD.
       01  AWIXBALO-LINE         PIC X(132).

       Working-Storage Section.
       77   WS-Hist-Status       PIC X(2).
       77   WS-Ctot-Status       PIC X(2).
       77   WS-Bali-Status       PIC X(2).
       77   WS-Balo-Status       PIC X(2).
       77   WS-Mode              PIC X(8)  Value "BALANCE".
           88  Balance-Mode                Value "BALANCE".
           88  Reset-Mode                  Value "RESET".
       77   WS-Eof-Flag          PIC X     Value "N".
           88  Hist-Eof                    Value "Y".
       77   WS-Ctot-Eof-Flag     PIC X     Value "N".
           88  Ctot-Eof                    Value "Y".
       77   WS-Bal-Found-Flag    PIC X     Value "N".
           88  Bal-Found                   Value "Y".
       77   WS-Result-Flag       PIC X     Value Space.
           88  Result-Balanced             Value "B".
           88  Result-Out                  Value "O".
           88  Result-Set                  Value "E".
       77   WS-Run-Stamp         PIC X(17).
       77   WS-Out-Nights        PIC 9(4)  Value Zero.
       77   WS-Prev-Stamp        PIC X(17) Value Spaces.
       77   WS-Prev-Result       PIC X     Value Space.
       77   WS-Open-Movements    PIC 9(7)  Value Zero.
       77   WS-Marked-Count      PIC 9(7)  Value Zero.
      ****************************************************************
      **  The balancing figures.  Each row of the balance carries a
      **  count, a key hash and a severity hash; signed, because an
      **  expected figure less the actual can go either way.
      ****************************************************************
       77   WS-Open-Count        PIC S9(10)  Value Zero.
       77   WS-Open-Key-Hash     PIC S9(18)  Value Zero.
       77   WS-Open-Sev-Hash     PIC S9(12)  Value Zero.
       77   WS-Add-Count         PIC S9(10)  Value Zero.
       77   WS-Add-Key-Hash      PIC S9(18)  Value Zero.
       77   WS-Add-Sev-Hash      PIC S9(12)  Value Zero.
       77   WS-Del-Count         PIC S9(10)  Value Zero.
       77   WS-Del-Key-Hash      PIC S9(18)  Value Zero.
       77   WS-Del-Sev-Hash      PIC S9(12)  Value Zero.
       77   WS-Readd-Count       PIC S9(10)  Value Zero.
       77   WS-Redel-Count       PIC S9(10)  Value Zero.
       77   WS-Exp-Count         PIC S9(10)  Value Zero.
       77   WS-Exp-Key-Hash      PIC S9(18)  Value Zero.
       77   WS-Exp-Sev-Hash      PIC S9(12)  Value Zero.
       77   WS-Act-Count         PIC S9(10)  Value Zero.
       77   WS-Act-Key-Hash      PIC S9(18)  Value Zero.
       77   WS-Act-Sev-Hash      PIC S9(12)  Value Zero.
       77   WS-Diff-Count        PIC S9(10)  Value Zero.
       77   WS-Diff-Key-Hash     PIC S9(18)  Value Zero.
       77   WS-Diff-Sev-Hash     PIC S9(12)  Value Zero.
      ****************************************************************
      **  One row of the balance as it is printed.
      ****************************************************************
       77   WS-Row-Label         PIC X(20).
       77   WS-Row-Count         PIC S9(10).
       77   WS-Row-Key-Hash      PIC S9(18).
       77   WS-Row-Sev-Hash      PIC S9(12).
       77   WS-Ed-Count          PIC -(10)9.
       77   WS-Ed-Key-Hash       PIC -(18)9.
       77   WS-Ed-Sev-Hash       PIC -(12)9.
       77   WS-Ed-Move           PIC Z(8)9.
       77   WS-Ed-Move-2         PIC Z(8)9.
       77   WS-Ed-Move-3         PIC Z(8)9.
       77   WS-Ed-Move-4         PIC Z(8)9.
      ****************************************************************
      **  Declarations for the AWIXCTU call that hashes the cluster,
      **  so the cluster is counted exactly as its writers post it.
      ****************************************************************
       COPY AWIXCTUP.
      ****************************************************************
      **  Declarations for the date/time service that stamps the
      **  balance and the movements this run proves.
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
           Perform 200-Read-Balance.
           Perform 300-Sum-Movements.
           Perform 400-Count-Cluster.
           Perform 500-Balance-Cluster.
           If Result-Out
               Move 8 to Return-Code
           Else
               Perform 600-Mark-Movements-Posted
           End-If.
           Perform 700-Write-Balance.
           Perform 750-Write-Result.
           Close AWIXHIST-FILE AWIXCTOT-FILE AWIXBALO-FILE.
           Perform 900-Log-Execution.
           Stop Run.
      **
      ** Read the mode card, stamp the run, open the cluster, the
      ** control totals and the report.
      **
       100-Initialize.
           Perform 110-Read-Mode-Card.
           CALL "CEELOCT" Using Lildate Lilsecs Greg Feedback.
           If Fb-severity > 0
               Display "AWIXBAL: CEELOCT error - severity="
                   Fb-severity " detail=" Fb-detail
               Move 16 to Return-Code
               Stop Run
           End-If.
           Move Greg to WS-Run-Stamp.
           Open Input AWIXHIST-FILE.
           If WS-Hist-Status Not = "00"
               Display "AWIXBAL: unable to open AWIXHIST, status="
                   WS-Hist-Status
               Move 16 to Return-Code
               Stop Run
           End-If.
      *    As with AWIXHIST, the control-totals cluster must already
      *    be defined.
           Open I-O AWIXCTOT-FILE.
           If WS-Ctot-Status Not = "00"
               Display "AWIXBAL: unable to open AWIXCTOT, status="
                   WS-Ctot-Status
               Close AWIXHIST-FILE
               Move 16 to Return-Code
               Stop Run
           End-If.
           Open Output AWIXBALO-FILE.
           Move "AWIXBAL - AWIXHIST Control-Total Balancing"
               to AWIXBALO-LINE.
           Write AWIXBALO-LINE.
           Perform 810-Check-Balo-Status.
           Move Spaces to AWIXBALO-LINE.
           String "RUN STARTED " WS-Run-Stamp
                   "  MODE=" WS-Mode
               Delimited By Size Into AWIXBALO-LINE.
           Write AWIXBALO-LINE.
           Perform 810-Check-Balo-Status.
           Move Spaces to AWIXBALO-LINE.
           Write AWIXBALO-LINE.
           Perform 810-Check-Balo-Status.
      **
      ** Take the mode from the AWIXBALI card.  No card, or a blank
      ** one, is the nightly balance; anything else but BALANCE or
      ** RESET stops the step before it touches the totals.
      **
       110-Read-Mode-Card.
           Open Input AWIXBALI-FILE.
           If WS-Bali-Status = "00"
               Read AWIXBALI-FILE
                   At End Continue
                   Not At End
                       If BLI-MODE Not = Spaces
                           Move BLI-MODE to WS-Mode
                       End-If
               End-Read
               Close AWIXBALI-FILE
           End-If.
           If Not Balance-Mode And Not Reset-Mode
               Display "AWIXBAL: AWIXBALI mode must be BALANCE or "
                   "RESET, found " WS-Mode
               Move 16 to Return-Code
               Stop Run
           End-If.
      **
      ** Read the balance record: the cluster's totals as last
      ** proven, and how many nights in a row it has been out.
      **
       200-Read-Balance.
           Move Spaces to HT-TOT-KEY.
           Set HT-BALANCE-REC to True.
           Move Zero to HT-TOT-SEQ.
           Read AWIXCTOT-FILE
               Invalid Key
                   Continue
               Not Invalid Key
                   Set Bal-Found to True
           End-Read.
           If Bal-Found
               Move HT-BAL-COUNT       to WS-Open-Count
               Move HT-BAL-KEY-HASH    to WS-Open-Key-Hash
               Move HT-BAL-SEV-HASH    to WS-Open-Sev-Hash
               Move HT-BAL-OUT-NIGHTS  to WS-Out-Nights
               Move HT-BAL-STAMP       to WS-Prev-Stamp
               Move HT-BAL-RESULT      to WS-Prev-Result
               Move Spaces to AWIXBALO-LINE
               String "OPENING BALANCE PROVEN " WS-Prev-Stamp(1:4)
                       "-" WS-Prev-Stamp(5:2) "-" WS-Prev-Stamp(7:2)
                       " " WS-Prev-Stamp(9:2) ":" WS-Prev-Stamp(11:2)
                       ":" WS-Prev-Stamp(13:2)
                   Delimited By Size Into AWIXBALO-LINE
               Write AWIXBALO-LINE
               Perform 810-Check-Balo-Status
               If WS-Prev-Result = "O"
                   Move Spaces to AWIXBALO-LINE
                   String "*** OUT OF BALANCE AT THE LAST CHECK, "
                           "NIGHTS OUT = " WS-Out-Nights
                       Delimited By Size Into AWIXBALO-LINE
                   Write AWIXBALO-LINE
                   Perform 810-Check-Balo-Status
               End-If
           Else
               Move "NO OPENING BALANCE ON AWIXCTOT" to AWIXBALO-LINE
               Write AWIXBALO-LINE
               Perform 810-Check-Balo-Status
           End-If.
      **
      ** List and total the movements not yet taken into a proven
      ** balance.  Anything posted after this run started is left
      ** for tomorrow: the cluster count below may not include it.
      **
       300-Sum-Movements.
           Move Spaces to AWIXBALO-LINE.
           Write AWIXBALO-LINE.
           Perform 810-Check-Balo-Status.
           Move "MOVEMENTS SINCE THE LAST PROVEN BALANCE"
               to AWIXBALO-LINE.
           Write AWIXBALO-LINE.
           Perform 810-Check-Balo-Status.
           String "  DATE     PROGRAM  SEQ     ADDED   DELETED  "
                   "RE-ADDED  RE-DELETED"
               Delimited By Size Into AWIXBALO-LINE.
           Write AWIXBALO-LINE.
           Perform 810-Check-Balo-Status.
           Perform 350-Start-Movements.
           Perform Until Ctot-Eof
               Read AWIXCTOT-FILE Next Record
                   At End Set Ctot-Eof to True
               End-Read
               If Not Ctot-Eof
                   If Not HT-MOVE-REC
                       Set Ctot-Eof to True
                   Else
                       If Not HT-POSTED
                           And HT-UPDATE-STAMP Not > WS-Run-Stamp
                           Perform 310-Sum-Movement
                       End-If
                   End-If
               End-If
           End-Perform.
           If WS-Open-Movements = Zero
               Move "  (NONE)" to AWIXBALO-LINE
               Write AWIXBALO-LINE
               Perform 810-Check-Balo-Status
           End-If.
      **
      ** Add one open movement record to the totals and list it.
      **
       310-Sum-Movement.
           Add 1 to WS-Open-Movements.
           Add HT-ADD-COUNT    to WS-Add-Count.
           Add HT-ADD-KEY-HASH to WS-Add-Key-Hash.
           Add HT-ADD-SEV-HASH to WS-Add-Sev-Hash.
           Add HT-DEL-COUNT    to WS-Del-Count.
           Add HT-DEL-KEY-HASH to WS-Del-Key-Hash.
           Add HT-DEL-SEV-HASH to WS-Del-Sev-Hash.
           Add HT-READD-COUNT  to WS-Readd-Count.
           Add HT-REDEL-COUNT  to WS-Redel-Count.
           Move HT-ADD-COUNT   to WS-Ed-Move.
           Move HT-DEL-COUNT   to WS-Ed-Move-2.
           Move HT-READD-COUNT to WS-Ed-Move-3.
           Move HT-REDEL-COUNT to WS-Ed-Move-4.
           Move Spaces to AWIXBALO-LINE.
           String "  " HT-TOT-DATE " " HT-TOT-PROGRAM " " HT-TOT-SEQ
                   " " WS-Ed-Move " " WS-Ed-Move-2 " " WS-Ed-Move-3
                   "   " WS-Ed-Move-4
               Delimited By Size Into AWIXBALO-LINE.
           Write AWIXBALO-LINE.
           Perform 810-Check-Balo-Status.
      **
      ** Position the control-totals browse on the first movement
      ** record.
      **
       350-Start-Movements.
           Move "N" to WS-Ctot-Eof-Flag.
           Move Low-Values to HT-TOT-KEY.
           Set HT-MOVE-REC to True.
           Start AWIXCTOT-FILE Key Not Less HT-TOT-KEY
               Invalid Key
                   Set Ctot-Eof to True
           End-Start.
      **
      ** Count and hash every record on the cluster, through AWIXCTU
      ** exactly as the programs that change it hash what they post.
      **
       400-Count-Cluster.
           Initialize AWIXCTU-PARMS.
           Move "AWIXBAL" to CTU-PROGRAM.
           Move Low-Values to CTU-LAST-KEY.
           Set CTU-HASH to True.
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
                   CALL "AWIXCTU" Using AWIXCTU-PARMS AWIXHIST-RECORD
               End-If
           End-Perform.
           Move CTU-COUNT    to WS-Act-Count.
           Move CTU-KEY-HASH to WS-Act-Key-Hash.
           Move CTU-SEV-HASH to WS-Act-Sev-Hash.
      **
      ** Work out the expected figures -- the opening balance plus
      ** the adds and less the deletes -- print the balance, and
      ** decide the result.  No opening balance, or a RESET card,
      ** takes the cluster as it stands.
      **
       500-Balance-Cluster.
           Compute WS-Exp-Count =
               WS-Open-Count + WS-Add-Count - WS-Del-Count.
           Compute WS-Exp-Key-Hash =
               WS-Open-Key-Hash + WS-Add-Key-Hash - WS-Del-Key-Hash.
           Compute WS-Exp-Sev-Hash =
               WS-Open-Sev-Hash + WS-Add-Sev-Hash - WS-Del-Sev-Hash.
           Compute WS-Diff-Count   = WS-Act-Count - WS-Exp-Count.
           Compute WS-Diff-Key-Hash =
               WS-Act-Key-Hash - WS-Exp-Key-Hash.
           Compute WS-Diff-Sev-Hash =
               WS-Act-Sev-Hash - WS-Exp-Sev-Hash.
           Move Spaces to AWIXBALO-LINE.
           Write AWIXBALO-LINE.
           Perform 810-Check-Balo-Status.
           String "                           COUNT            KEY HASH"
                   "     SEVERITY HASH"
               Delimited By Size Into AWIXBALO-LINE.
           Write AWIXBALO-LINE.
           Perform 810-Check-Balo-Status.
           Move "OPENING BALANCE" to WS-Row-Label.
           Move WS-Open-Count    to WS-Row-Count.
           Move WS-Open-Key-Hash to WS-Row-Key-Hash.
           Move WS-Open-Sev-Hash to WS-Row-Sev-Hash.
           Perform 550-Write-Balance-Row.
           Move "+ ADDED" to WS-Row-Label.
           Move WS-Add-Count    to WS-Row-Count.
           Move WS-Add-Key-Hash to WS-Row-Key-Hash.
           Move WS-Add-Sev-Hash to WS-Row-Sev-Hash.
           Perform 550-Write-Balance-Row.
           Move "- DELETED" to WS-Row-Label.
           Move WS-Del-Count    to WS-Row-Count.
           Move WS-Del-Key-Hash to WS-Row-Key-Hash.
           Move WS-Del-Sev-Hash to WS-Row-Sev-Hash.
           Perform 550-Write-Balance-Row.
           Move "= EXPECTED" to WS-Row-Label.
           Move WS-Exp-Count    to WS-Row-Count.
           Move WS-Exp-Key-Hash to WS-Row-Key-Hash.
           Move WS-Exp-Sev-Hash to WS-Row-Sev-Hash.
           Perform 550-Write-Balance-Row.
           Move "ACTUAL (CLUSTER)" to WS-Row-Label.
           Move WS-Act-Count    to WS-Row-Count.
           Move WS-Act-Key-Hash to WS-Row-Key-Hash.
           Move WS-Act-Sev-Hash to WS-Row-Sev-Hash.
           Perform 550-Write-Balance-Row.
           Move "DIFFERENCE" to WS-Row-Label.
           Move WS-Diff-Count    to WS-Row-Count.
           Move WS-Diff-Key-Hash to WS-Row-Key-Hash.
           Move WS-Diff-Sev-Hash to WS-Row-Sev-Hash.
           Perform 550-Write-Balance-Row.
           If WS-Readd-Count Not = Zero Or WS-Redel-Count Not = Zero
               Move WS-Readd-Count to WS-Ed-Move
               Move WS-Redel-Count to WS-Ed-Move-2
               Move Spaces to AWIXBALO-LINE
               String "RECOVERY REAPPLIES NOT IN THE BALANCE: "
                       "RE-ADDED=" WS-Ed-Move
                       "  RE-DELETED=" WS-Ed-Move-2
                   Delimited By Size Into AWIXBALO-LINE
               Write AWIXBALO-LINE
               Perform 810-Check-Balo-Status
           End-If.
           Evaluate True
               When Reset-Mode Or Not Bal-Found
                   Set Result-Set to True
               When WS-Diff-Count = Zero And WS-Diff-Key-Hash = Zero
                   And WS-Diff-Sev-Hash = Zero
                   Set Result-Balanced to True
               When Other
                   Set Result-Out to True
           End-Evaluate.
      **
      ** Edit and print one row of the balance.
      **
       550-Write-Balance-Row.
           Move WS-Row-Count    to WS-Ed-Count.
           Move WS-Row-Key-Hash to WS-Ed-Key-Hash.
           Move WS-Row-Sev-Hash to WS-Ed-Sev-Hash.
           Move Spaces to AWIXBALO-LINE.
           String WS-Row-Label WS-Ed-Count " " WS-Ed-Key-Hash
                   " " WS-Ed-Sev-Hash
               Delimited By Size Into AWIXBALO-LINE.
           Write AWIXBALO-LINE.
           Perform 810-Check-Balo-Status.
      **
      ** Mark the movements this run took into the balance as
      ** posted, so they are never counted again.  The same rule as
      ** 300-Sum-Movements picks them out.
      **
       600-Mark-Movements-Posted.
           Perform 350-Start-Movements.
           Perform Until Ctot-Eof
               Read AWIXCTOT-FILE Next Record
                   At End Set Ctot-Eof to True
               End-Read
               If Not Ctot-Eof
                   If Not HT-MOVE-REC
                       Set Ctot-Eof to True
                   Else
                       If Not HT-POSTED
                           And HT-UPDATE-STAMP Not > WS-Run-Stamp
                           Set HT-POSTED to True
                           Move WS-Run-Stamp to HT-POSTED-STAMP
                           Rewrite AWIXCTOT-RECORD
                           Perform 820-Check-Ctot-Status
                           Add 1 to WS-Marked-Count
                       End-If
                   End-If
               End-If
           End-Perform.
      **
      ** Write the balance record.  A proven or established balance
      ** takes the cluster figures; an out-of-balance leaves the last
      ** proven figures alone and only records the failed check.
      **
       700-Write-Balance.
           Move "N" to WS-Bal-Found-Flag.
           Move Spaces to HT-TOT-KEY.
           Set HT-BALANCE-REC to True.
           Move Zero to HT-TOT-SEQ.
           Read AWIXCTOT-FILE
               Invalid Key
                   Initialize HT-BALANCE-DATA
               Not Invalid Key
                   Set Bal-Found to True
           End-Read.
           Move WS-Result-Flag to HT-BAL-RESULT.
           Move WS-Run-Stamp   to HT-BAL-CHECK-STAMP.
           If Result-Out
               Add 1 to HT-BAL-OUT-NIGHTS
               Move HT-BAL-OUT-NIGHTS to WS-Out-Nights
           Else
               Move WS-Act-Count    to HT-BAL-COUNT
               Move WS-Act-Key-Hash to HT-BAL-KEY-HASH
               Move WS-Act-Sev-Hash to HT-BAL-SEV-HASH
               Move WS-Run-Stamp    to HT-BAL-STAMP
               Move Zero            to HT-BAL-OUT-NIGHTS
           End-If.
           If Bal-Found
               Rewrite AWIXCTOT-RECORD
           Else
               Write AWIXCTOT-RECORD
           End-If.
           Perform 820-Check-Ctot-Status.
      **
      ** Say how the night ended.
      **
       750-Write-Result.
           Move Spaces to AWIXBALO-LINE.
           Write AWIXBALO-LINE.
           Perform 810-Check-Balo-Status.
           Evaluate True
               When Result-Balanced
                   String "IN BALANCE - " WS-Marked-Count
                           " MOVEMENT RECORD(S) POSTED"
                       Delimited By Size Into AWIXBALO-LINE
               When Result-Set
                   String "BALANCE ESTABLISHED FROM THE CLUSTER - "
                           WS-Marked-Count " MOVEMENT RECORD(S) POSTED"
                       Delimited By Size Into AWIXBALO-LINE
               When Other
                   String "*** OUT OF BALANCE - NIGHTS OUT = "
                           WS-Out-Nights
                           " - INVESTIGATE BEFORE ANY RESET"
                       Delimited By Size Into AWIXBALO-LINE
           End-Evaluate.
           Write AWIXBALO-LINE.
           Perform 810-Check-Balo-Status.
      **
      ** A write to the AWIXBALO report failed.  The report is the
      ** audit evidence, so abort rather than prove a balance
      ** nobody can see.
      **
       810-Check-Balo-Status.
           If WS-Balo-Status Not = "00"
               Display "AWIXBAL: AWIXBALO write failed, status="
                   WS-Balo-Status
               Move 16 to Return-Code
               Close AWIXHIST-FILE AWIXCTOT-FILE AWIXBALO-FILE
               Stop Run
           End-If.
      **
      ** An AWIXCTOT update failed.
      **
       820-Check-Ctot-Status.
           If WS-Ctot-Status Not = "00"
               Display "AWIXBAL: AWIXCTOT update failed, status="
                   WS-Ctot-Status
               Move 16 to Return-Code
               Close AWIXHIST-FILE AWIXCTOT-FILE AWIXBALO-FILE
               Stop Run
           End-If.
      **
      ** Log this execution to the suite run log, so the satellite
      ** programs are visible to monitoring and to AWIXGAP's
      ** suite-coverage check, not just AWIXMP.
      **
       900-Log-Execution.
           Move "AWIXBAL" to WS-Log-Program.
           Move Return-Code to WS-Log-Severity.
           CALL "AWIXLOG" Using WS-Log-Program WS-Log-Severity.
       End program AWIXBAL.
