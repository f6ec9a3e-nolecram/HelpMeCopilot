      ****************************************************************
      *  AWIXCTU is the control-totals subroutine for the AWIXHIST   *
      *  cluster.  Records enter and leave the cluster through       *
      *  AWIXMP (adds), AWIXARC (purges) and AWIXRCV (reapplies      *
      *  after a restore); each of them hashes what it changed and   *
      *  posts the totals here, and AWIXBAL balances the cluster     *
      *  against them each night.  Keeping the hash definition in    *
      *  one place means the writers and the balancing step cannot   *
      *  disagree about what a record contributes.                    *
      *                                                               *
      *  Called with the AWIXCTUP parameter block and a history      *
      *  record:                                                      *
      *                                                               *
      *    CALL "AWIXCTU" Using AWIXCTU-PARMS AWIXHIST-RECORD        *
      *                                                               *
      *  CTU-HASH adds the record to the totals in the block: one    *
      *  to the count, run date plus run time (as numbers) to the    *
      *  key hash, AH-SEVERITY to the severity hash.                 *
      *  CTU-POST adds the totals to today's AWIXCTOT movement      *
      *  record for the program, records CTU-LAST-KEY as its posted  *
      *  position and zeroes the totals for the next posting.        *
      *  CTU-QUERY returns the program's posted position.             *
      *                                                               *
      *  Unlike AWIXLOG this is not soft: a posting that did not     *
      *  happen leaves the cluster out of balance, so CTU-STATUS     *
      *  reports any AWIXCTOT failure and the caller decides.         *
      ****************************************************************
      ****************************************************************
      **           I D          D I V I S I O N                    ***
      ****************************************************************
       Identification Division.
       Program-id.    AWIXCTU.
      ****************************************************************
      **           E N V I R O N M E N T   D I V I S I O N          ***
      ****************************************************************
       Environment Division.
       Input-Output Section.
       File-Control.
           Select AWIXCTOT-FILE Assign To "AWIXCTOT"
               Organization Is Indexed
               Access Mode Is Random
               Record Key Is HT-TOT-KEY
               File Status Is WS-Ctot-Status.
      ****************************************************************
      **           D A T A      D I V I S I O N                    ***
      ****************************************************************
       Data Division.
       File Section.
       COPY AWIXCTOT.

       Working-Storage Section.
       77   WS-Ctot-Status       PIC X(2).
       77   WS-Found-Flag        PIC X     Value "N".
           88  Tot-Found                   Value "Y".
       77   WS-Open-Flag         PIC X     Value "N".
           88  Seq-Open                    Value "Y".
       77   WS-Tot-Seq           PIC 9(2).
       77   WS-Hash-Date         PIC 9(8).
       77   WS-Hash-Time         PIC 9(9).
      ****************************************************************
      **  Declarations for the local date/time service.
      ****************************************************************
       01   Feedback.
           COPY CEEIGZCT.
       77   Lildate           PIC S9(9) Binary.
       77   Lilsecs           COMP-2.
       77   Greg              PIC X(17).

       Linkage Section.
       COPY AWIXCTUP.
       COPY AWIXHREC.
      ****************************************************************
      **           P R O C      D I V I S I O N                    ***
      ****************************************************************
       Procedure Division Using AWIXCTU-PARMS AWIXHIST-RECORD.
       000-Main-Logic.
           Move "00" to CTU-STATUS.
           Evaluate True
               When CTU-HASH
                   Perform 100-Hash-Record
               When CTU-POST
                   If CTU-COUNT > Zero
                       Perform 200-Post-Totals
                   End-If
               When CTU-QUERY
                   Perform 300-Query-Position
               When Other
                   Display "AWIXCTU: unknown function '" CTU-FUNCTION
                       "' from " CTU-PROGRAM
                   Move "99" to CTU-STATUS
           End-Evaluate.
           Goback.
      **
      ** Add one history record to the caller's totals.  A key that
      ** is not numeric (never written by AWIXMP) adds nothing to the
      ** key hash but still counts, so the count alone exposes it.
      **
       100-Hash-Record.
           Add 1 to CTU-COUNT.
           If AH-RUN-DATE Numeric And AH-RUN-TIME Numeric
               Move AH-RUN-DATE to WS-Hash-Date
               Move AH-RUN-TIME to WS-Hash-Time
               Add WS-Hash-Date WS-Hash-Time to CTU-KEY-HASH
           End-If.
           Add AH-SEVERITY to CTU-SEV-HASH.
           If AH-GREG-KEY Greater Than CTU-LAST-KEY
               Move AH-GREG-KEY to CTU-LAST-KEY
           End-If.
      **
      ** Post the caller's totals to today's movement record for the
      ** program, then its position record, and zero the totals.
      **
       200-Post-Totals.
           CALL "CEELOCT" Using Lildate Lilsecs Greg Feedback.
           If Fb-severity > 0
               Display "AWIXCTU: CEELOCT error - severity="
                   Fb-severity " detail=" Fb-detail
               Move "99" to CTU-STATUS
               Goback
           End-If.
      *    As with AWIXHIST, the cluster must already be defined.
           Open I-O AWIXCTOT-FILE.
           If WS-Ctot-Status Not = "00"
               Display "AWIXCTU: unable to open AWIXCTOT, status="
                   WS-Ctot-Status
               Move WS-Ctot-Status to CTU-STATUS
               Goback
           End-If.
           Perform 210-Find-Open-Movement.
           If CTU-STATUS = "00"
               Perform 215-Post-Movement
           End-If.
           If CTU-STATUS = "00"
               Perform 220-Post-Position
           End-If.
           Close AWIXCTOT-FILE.
           If CTU-STATUS = "00"
               Move Zero to CTU-COUNT CTU-KEY-HASH CTU-SEV-HASH
           End-If.
      **
      ** Find the program's open movement record for today: the
      ** first of the day's sequence AWIXBAL has not yet proven, or
      ** the next free one.  A proven record is never reopened, or
      ** its movements would be proven twice.
      **
       210-Find-Open-Movement.
           Move "N" to WS-Found-Flag.
           Move "N" to WS-Open-Flag.
           Set HT-MOVE-REC to True.
           Move Greg(1:8)   to HT-TOT-DATE.
           Move CTU-PROGRAM to HT-TOT-PROGRAM.
           Move Zero to WS-Tot-Seq.
           Perform Until Seq-Open Or WS-Tot-Seq = 99
               Add 1 to WS-Tot-Seq
               Move WS-Tot-Seq to HT-TOT-SEQ
               Read AWIXCTOT-FILE
                   Invalid Key
                       Move "N" to WS-Found-Flag
                       Set Seq-Open to True
                   Not Invalid Key
                       Set Tot-Found to True
                       If Not HT-POSTED
                           Set Seq-Open to True
                       End-If
               End-Read
           End-Perform.
           If Not Seq-Open
               Display "AWIXCTU: 99 proven postings today for "
                   CTU-PROGRAM " - no movement record free"
               Move "99" to CTU-STATUS
           End-If.
      **
      ** Add the totals to the open movement record in hand.
      **
       215-Post-Movement.
           If Not Tot-Found
               Initialize HT-MOVE-DATA
               Move "N" to HT-POSTED-FLAG
           End-If.
           Evaluate True
               When CTU-ADD
                   Add CTU-COUNT    to HT-ADD-COUNT
                   Add CTU-KEY-HASH to HT-ADD-KEY-HASH
                   Add CTU-SEV-HASH to HT-ADD-SEV-HASH
               When CTU-DELETE
                   Add CTU-COUNT    to HT-DEL-COUNT
                   Add CTU-KEY-HASH to HT-DEL-KEY-HASH
                   Add CTU-SEV-HASH to HT-DEL-SEV-HASH
               When CTU-RE-ADD
                   Add CTU-COUNT    to HT-READD-COUNT
                   Add CTU-KEY-HASH to HT-READD-KEY-HASH
                   Add CTU-SEV-HASH to HT-READD-SEV-HASH
               When CTU-RE-DELETE
                   Add CTU-COUNT    to HT-REDEL-COUNT
                   Add CTU-KEY-HASH to HT-REDEL-KEY-HASH
                   Add CTU-SEV-HASH to HT-REDEL-SEV-HASH
               When Other
                   Display "AWIXCTU: unknown movement '" CTU-MOVEMENT
                       "' from " CTU-PROGRAM
                   Move "99" to CTU-STATUS
           End-Evaluate.
           Move Greg to HT-UPDATE-STAMP.
           If CTU-STATUS = "00"
               If Tot-Found
                   Rewrite AWIXCTOT-RECORD
               Else
                   Write AWIXCTOT-RECORD
               End-If
               If WS-Ctot-Status Not = "00"
                   Display "AWIXCTU: AWIXCTOT movement write failed, "
                       "status=" WS-Ctot-Status
                   Move WS-Ctot-Status to CTU-STATUS
               End-If
           End-If.
      **
      ** Record the highest key the program has posted.
      **
       220-Post-Position.
           Move "N" to WS-Found-Flag.
           Set HT-POSITION-REC to True.
           Move Spaces      to HT-TOT-DATE.
           Move CTU-PROGRAM to HT-TOT-PROGRAM.
           Move Zero        to HT-TOT-SEQ.
           Read AWIXCTOT-FILE
               Invalid Key
                   Continue
               Not Invalid Key
                   Set Tot-Found to True
           End-Read.
           If Not Tot-Found
               Initialize HT-POSITION-DATA
               Move Low-Values to HT-POS-LAST-KEY
           End-If.
           If CTU-LAST-KEY Greater Than HT-POS-LAST-KEY
               Move CTU-LAST-KEY to HT-POS-LAST-KEY
           End-If.
           Move Greg to HT-POS-STAMP.
           If Tot-Found
               Rewrite AWIXCTOT-RECORD
           Else
               Write AWIXCTOT-RECORD
           End-If.
           If WS-Ctot-Status Not = "00"
               Display "AWIXCTU: AWIXCTOT position write failed, "
                   "status=" WS-Ctot-Status
               Move WS-Ctot-Status to CTU-STATUS
           End-If.
      **
      ** Return the program's posted position, low-values when it
      ** has never posted.
      **
       300-Query-Position.
           Move Low-Values to CTU-LAST-KEY.
           Open Input AWIXCTOT-FILE.
           If WS-Ctot-Status Not = "00"
               Display "AWIXCTU: unable to open AWIXCTOT, status="
                   WS-Ctot-Status
               Move WS-Ctot-Status to CTU-STATUS
               Goback
           End-If.
           Set HT-POSITION-REC to True.
           Move Spaces      to HT-TOT-DATE.
           Move CTU-PROGRAM to HT-TOT-PROGRAM.
           Move Zero        to HT-TOT-SEQ.
           Read AWIXCTOT-FILE
               Invalid Key
                   Continue
               Not Invalid Key
                   Move HT-POS-LAST-KEY to CTU-LAST-KEY
           End-Read.
           Close AWIXCTOT-FILE.
       End program AWIXCTU.
