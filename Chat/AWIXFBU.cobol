      ****************************************************************
      *  AWIXFBU lists the feedback codes that have occurred with no *
      *  AWIXFBD dictionary entry, so the gaps are filled through    *
      *  the AWIXFBM transaction before they turn up undecoded on a  *
      *  night page.  It scans the AH-FB-DETAIL value of every run   *
      *  in three places:                                             *
      *                                                               *
      *    AWIXHIST - the online run history;                        *
      *    AWIXCENT - the head-office cluster of every site's runs,  *
      *               when present (optional, as in AWIXSTA);        *
      *    AWIXARCI - the archive generations AWIXARC has purged to, *
      *               concatenated (optional; DUMMY to skip).        *
      *                                                               *
      *  Each distinct code is looked up once.  For every code with  *
      *  no entry the report shows how often it occurred in each     *
      *  source, when it was first and last seen and on which site   *
      *  last, most frequent first.  At head office the site's own   *
      *  runs are in both AWIXHIST and AWIXCENT, which is why the    *
      *  counts are kept per source rather than added together.      *
      *  RETURN-CODE 8 when any code is uncovered, so the job can    *
      *  alert.                                                       *
      ****************************************************************
      ****************************************************************
      **           I D          D I V I S I O N                    ***
      ****************************************************************
       Identification Division.
       Program-id.    AWIXFBU.
      ****************************************************************
      **           E N V I R O N M E N T   D I V I S I O N          ***
      ****************************************************************
       Environment Division.
       Input-Output Section.
       File-Control.
           Select AWIXHIST-FILE Assign To "AWIXHIST"
               Organization Is Indexed
               Access Mode Is Sequential
               Record Key Is AH-GREG-KEY
               Alternate Record Key Is AH-RUN-DATE With Duplicates
               File Status Is WS-Hist-Status.
           Select Optional AWIXCENT-FILE Assign To "AWIXCENT"
               Organization Is Indexed
               Access Mode Is Sequential
               Record Key Is AC-SITE-KEY
               Alternate Record Key Is AC-RUN-DATE With Duplicates
               File Status Is WS-Cent-Status.
           Select Optional AWIXARCI-FILE Assign To "AWIXARCI"
               Organization Is Sequential
               File Status Is WS-Arci-Status.
           Select AWIXFBD-FILE Assign To "AWIXFBD"
               Organization Is Indexed
               Access Mode Is Random
               Record Key Is FB-CODE
               File Status Is WS-Fbd-Status.
           Select AWIXFBUO-FILE Assign To "AWIXFBUO"
               Organization Is Sequential
               File Status Is WS-Fbuo-Status.
      ****************************************************************
      **           D A T A      D I V I S I O N                    ***
      ****************************************************************
       Data Division.
       File Section.
       COPY AWIXHIST.

       FD  AWIXCENT-FILE
           LABEL RECORDS ARE STANDARD.
       COPY AWIXCREC.

      *    The archive generations are AWIXHREC images; only the
      *    fields this report needs are named, the rest is FILLER.
       FD  AWIXARCI-FILE
           LABEL RECORDS ARE STANDARD.
       01  AWIXARCI-RECORD.
           02  AR-GREG-KEY.
               03  AR-RUN-DATE        PIC X(8).
               03  AR-RUN-TIME        PIC X(9).
           02  FILLER                 PIC X(26).
           02  AR-SITE-ID             PIC X(4).
           02  FILLER                 PIC X(25).
           02  AR-FB-DETAIL           PIC X(10).
           02  FILLER                 PIC X(2).

       COPY AWIXFBD.

       FD  AWIXFBUO-FILE
           LABEL RECORDS ARE STANDARD.
       01  AWIXFBUO-LINE         PIC X(132).

       Working-Storage Section.
       77   WS-Hist-Status       PIC X(2).
       77   WS-Cent-Status       PIC X(2).
       77   WS-Arci-Status       PIC X(2).
       77   WS-Fbd-Status        PIC X(2).
       77   WS-Fbuo-Status       PIC X(2).
       77   WS-Eof-Flag          PIC X     Value "N".
           88  Scan-Eof                    Value "Y".
       77   WS-Cent-Open-Flag    PIC X     Value "N".
           88  Cent-Open                   Value "Y".
       77   WS-Arci-Open-Flag    PIC X     Value "N".
           88  Arci-Open                   Value "Y".

      ****************************************************************
      **  One entry per distinct code seen, covered or not: a code
      **  is looked up in AWIXFBD only the first time it appears.
      ****************************************************************
       01   WS-Code-Table.
            02  WS-Code-Entry     Occurs 500 Times.
                03  WS-Code-Value     PIC X(10).
                03  WS-Code-Covered   PIC X(1).
                    88  Code-Covered          Value "Y".
                03  WS-Code-Printed   PIC X(1).
                    88  Code-Printed          Value "Y".
                03  WS-Code-Hist      PIC 9(7).
                03  WS-Code-Cent      PIC 9(7).
                03  WS-Code-Arch      PIC 9(7).
                03  WS-Code-Total     PIC 9(7).
                03  WS-Code-First     PIC X(17).
                03  WS-Code-Last      PIC X(17).
                03  WS-Code-Last-Site PIC X(4).
       77   WS-Code-Count        PIC 9(4)  Value Zero.
       77   WS-Code-Sub          PIC 9(4)  Binary.
       77   WS-Code-Best         PIC 9(4)  Binary.
       77   WS-Code-Hit-Flag     PIC X     Value "N".
           88  Code-Found                  Value "Y".
       77   WS-Code-Overflow     PIC 9(7)  Value Zero.

      *    The occurrence being tallied, from whichever source.
       77   WS-Occ-Code          PIC X(10).
       77   WS-Occ-Stamp         PIC X(17).
       77   WS-Occ-Site          PIC X(4).
       77   WS-Occ-Source        PIC X(1).
           88  Occ-From-Hist               Value "H".
           88  Occ-From-Cent               Value "C".
           88  Occ-From-Arch               Value "A".

       77   WS-Hist-Read         PIC 9(7)  Value Zero.
       77   WS-Cent-Read         PIC 9(7)  Value Zero.
       77   WS-Arch-Read         PIC 9(7)  Value Zero.
       77   WS-Uncovered-Count   PIC 9(7)  Value Zero.
       77   WS-Covered-Count     PIC 9(7)  Value Zero.
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
           Perform 200-Scan-History.
           If Cent-Open
               Perform 300-Scan-Central
           End-If.
           If Arci-Open
               Perform 400-Scan-Archive
           End-If.
           Perform 500-Finalize-Report.
           Close AWIXHIST-FILE AWIXFBD-FILE AWIXFBUO-FILE.
           If Cent-Open
               Close AWIXCENT-FILE
           End-If.
           If Arci-Open
               Close AWIXARCI-FILE
           End-If.
           Perform 900-Log-Execution.
           Stop Run.
      **
      ** Open the history, dictionary and report files, and the
      ** central cluster and archive input when they are there.
      **
       100-Initialize.
           Open Input AWIXHIST-FILE.
           If WS-Hist-Status Not = "00"
               Display "AWIXFBU: unable to open AWIXHIST, status="
                   WS-Hist-Status
               Move 16 to Return-Code
               Stop Run
           End-If.
           Open Input AWIXFBD-FILE.
           If WS-Fbd-Status Not = "00"
               Display "AWIXFBU: unable to open AWIXFBD, status="
                   WS-Fbd-Status
               Close AWIXHIST-FILE
               Move 16 to Return-Code
               Stop Run
           End-If.
           Open Input AWIXCENT-FILE.
           If WS-Cent-Status = "00"
               Set Cent-Open to True
           End-If.
           Open Input AWIXARCI-FILE.
           If WS-Arci-Status = "00"
               Set Arci-Open to True
           End-If.
           Open Output AWIXFBUO-FILE.
           Move "AWIXFBU - Feedback Codes With No AWIXFBD Entry"
               to AWIXFBUO-LINE.
           Write AWIXFBUO-LINE.
           Perform 810-Check-Fbuo-Status.
           Move Spaces to AWIXFBUO-LINE.
           Write AWIXFBUO-LINE.
           Perform 810-Check-Fbuo-Status.
      **
      ** Every run in the online history.
      **
       200-Scan-History.
           Move "N" to WS-Eof-Flag.
           Set Occ-From-Hist to True.
           Perform Until Scan-Eof
               Read AWIXHIST-FILE Next Record
                   At End Set Scan-Eof to True
               End-Read
               If Not Scan-Eof
                   Add 1 to WS-Hist-Read
                   If AH-FB-DETAIL Not = Spaces
                       Move AH-FB-DETAIL to WS-Occ-Code
                       Move AH-GREG-KEY  to WS-Occ-Stamp
                       Move AH-SITE-ID   to WS-Occ-Site
                       Perform 600-Tally-Code
                   End-If
               End-If
           End-Perform.
      **
      ** Every run of every site in the central cluster.
      **
       300-Scan-Central.
           Move "N" to WS-Eof-Flag.
           Set Occ-From-Cent to True.
           Perform Until Scan-Eof
               Read AWIXCENT-FILE Next Record
                   At End Set Scan-Eof to True
               End-Read
               If Not Scan-Eof
                   Add 1 to WS-Cent-Read
                   If AC-FB-DETAIL Not = Spaces
                       Move AC-FB-DETAIL to WS-Occ-Code
                       Move AC-GREG-KEY  to WS-Occ-Stamp
                       Move AC-SITE-ID   to WS-Occ-Site
                       Perform 600-Tally-Code
                   End-If
               End-If
           End-Perform.
      **
      ** Every run in the archive generations supplied.
      **
       400-Scan-Archive.
           Move "N" to WS-Eof-Flag.
           Set Occ-From-Arch to True.
           Perform Until Scan-Eof
               Read AWIXARCI-FILE
                   At End Set Scan-Eof to True
               End-Read
               If Not Scan-Eof
                   Add 1 to WS-Arch-Read
                   If AR-FB-DETAIL Not = Spaces
                       Move AR-FB-DETAIL to WS-Occ-Code
                       Move AR-GREG-KEY  to WS-Occ-Stamp
                       Move AR-SITE-ID   to WS-Occ-Site
                       Perform 600-Tally-Code
                   End-If
               End-If
           End-Perform.
      **
      ** List the uncovered codes most frequent first, then the
      ** totals, and set the alerting return code: 8 when any code
      ** has no dictionary entry.
      **
       500-Finalize-Report.
           Move Spaces to AWIXFBUO-LINE.
           String "CODE        HISTORY  CENTRAL  ARCHIVE   "
                   "FIRST SEEN           LAST SEEN            SITE"
               Delimited By Size Into AWIXFBUO-LINE.
           Write AWIXFBUO-LINE.
           Perform 810-Check-Fbuo-Status.
           Move 1 to WS-Code-Best.
           Perform Until WS-Code-Best = Zero
               Perform 550-Find-Most-Frequent
               If WS-Code-Best > Zero
                   Perform 560-Write-Code-Line
               End-If
           End-Perform.
           If WS-Uncovered-Count = Zero
               Move "  (EVERY CODE SEEN HAS A DICTIONARY ENTRY)"
                   to AWIXFBUO-LINE
               Write AWIXFBUO-LINE
               Perform 810-Check-Fbuo-Status
           End-If.
           If WS-Code-Overflow > Zero
               Move Spaces to AWIXFBUO-LINE
               String "  *** " WS-Code-Overflow
                       " OCCURRENCES OF FURTHER CODES NOT TALLIED - "
                       "500 CODE LIMIT"
                   Delimited By Size Into AWIXFBUO-LINE
               Write AWIXFBUO-LINE
               Perform 810-Check-Fbuo-Status
           End-If.
           Move Spaces to AWIXFBUO-LINE.
           Write AWIXFBUO-LINE.
           Perform 810-Check-Fbuo-Status.
           String "RUNS SCANNED: HISTORY=" WS-Hist-Read
                   "  CENTRAL=" WS-Cent-Read
                   "  ARCHIVE=" WS-Arch-Read
               Delimited By Size Into AWIXFBUO-LINE.
           Write AWIXFBUO-LINE.
           Perform 810-Check-Fbuo-Status.
           Move Spaces to AWIXFBUO-LINE.
           String "DISTINCT CODES: COVERED=" WS-Covered-Count
                   "  UNCOVERED=" WS-Uncovered-Count
               Delimited By Size Into AWIXFBUO-LINE.
           Write AWIXFBUO-LINE.
           Perform 810-Check-Fbuo-Status.
           If WS-Uncovered-Count > Zero
               Move 8 to Return-Code
           End-If.
      **
      ** Pick the unprinted uncovered code with the most
      ** occurrences; WS-Code-Best is zero when none is left.
      **
       550-Find-Most-Frequent.
           Move Zero to WS-Code-Best.
           Perform Varying WS-Code-Sub From 1 By 1
               Until WS-Code-Sub > WS-Code-Count
               If Not Code-Covered(WS-Code-Sub)
                   And Not Code-Printed(WS-Code-Sub)
                   If WS-Code-Best = Zero
                       Move WS-Code-Sub to WS-Code-Best
                   Else
                       If WS-Code-Total(WS-Code-Sub)
                           > WS-Code-Total(WS-Code-Best)
                           Move WS-Code-Sub to WS-Code-Best
                       End-If
                   End-If
               End-If
           End-Perform.
      **
      ** One uncovered code: counts per source, first and last seen.
      **
       560-Write-Code-Line.
           Move "Y" to WS-Code-Printed(WS-Code-Best).
           Move Spaces to AWIXFBUO-LINE.
           String WS-Code-Value(WS-Code-Best)
                   "  " WS-Code-Hist(WS-Code-Best)
                   "  " WS-Code-Cent(WS-Code-Best)
                   "  " WS-Code-Arch(WS-Code-Best)
                   "   " WS-Code-First(WS-Code-Best)(1:4) "-"
                   WS-Code-First(WS-Code-Best)(5:2) "-"
                   WS-Code-First(WS-Code-Best)(7:2) " "
                   WS-Code-First(WS-Code-Best)(9:2) ":"
                   WS-Code-First(WS-Code-Best)(11:2) ":"
                   WS-Code-First(WS-Code-Best)(13:2)
                   "  " WS-Code-Last(WS-Code-Best)(1:4) "-"
                   WS-Code-Last(WS-Code-Best)(5:2) "-"
                   WS-Code-Last(WS-Code-Best)(7:2) " "
                   WS-Code-Last(WS-Code-Best)(9:2) ":"
                   WS-Code-Last(WS-Code-Best)(11:2) ":"
                   WS-Code-Last(WS-Code-Best)(13:2)
                   "  " WS-Code-Last-Site(WS-Code-Best)
               Delimited By Size Into AWIXFBUO-LINE.
           Write AWIXFBUO-LINE.
           Perform 810-Check-Fbuo-Status.
      **
      ** Count one occurrence of a code against its table entry,
      ** adding the entry (and looking the code up in AWIXFBD) the
      ** first time the code is seen.
      **
       600-Tally-Code.
           Move "N" to WS-Code-Hit-Flag.
           Perform Varying WS-Code-Sub From 1 By 1
               Until WS-Code-Sub > WS-Code-Count
               Or Code-Found
               If WS-Code-Value(WS-Code-Sub) = WS-Occ-Code
                   Set Code-Found to True
               End-If
           End-Perform.
           If Code-Found
               Subtract 1 from WS-Code-Sub
           Else
               If WS-Code-Count Not Less 500
                   Add 1 to WS-Code-Overflow
                   Move Zero to WS-Code-Sub
               Else
                   Perform 650-Add-Code-Entry
               End-If
           End-If.
           If WS-Code-Sub > Zero
               Evaluate True
                   When Occ-From-Hist
                       Add 1 to WS-Code-Hist(WS-Code-Sub)
                   When Occ-From-Cent
                       Add 1 to WS-Code-Cent(WS-Code-Sub)
                   When Occ-From-Arch
                       Add 1 to WS-Code-Arch(WS-Code-Sub)
               End-Evaluate
               Add 1 to WS-Code-Total(WS-Code-Sub)
               If WS-Occ-Stamp Less Than WS-Code-First(WS-Code-Sub)
                   Move WS-Occ-Stamp to WS-Code-First(WS-Code-Sub)
               End-If
               If WS-Occ-Stamp Greater Than WS-Code-Last(WS-Code-Sub)
                   Move WS-Occ-Stamp to WS-Code-Last(WS-Code-Sub)
                   Move WS-Occ-Site to WS-Code-Last-Site(WS-Code-Sub)
               End-If
           End-If.
      **
      ** A code not seen before: table it and look it up.
      **
       650-Add-Code-Entry.
           Add 1 to WS-Code-Count.
           Move WS-Code-Count to WS-Code-Sub.
           Move WS-Occ-Code to WS-Code-Value(WS-Code-Sub).
           Move Zero to WS-Code-Hist(WS-Code-Sub)
               WS-Code-Cent(WS-Code-Sub) WS-Code-Arch(WS-Code-Sub)
               WS-Code-Total(WS-Code-Sub).
           Move High-Values to WS-Code-First(WS-Code-Sub).
           Move Low-Values to WS-Code-Last(WS-Code-Sub).
           Move "N" to WS-Code-Printed(WS-Code-Sub).
           Move WS-Occ-Code to FB-CODE.
           Read AWIXFBD-FILE
               Invalid Key
                   Move "N" to WS-Code-Covered(WS-Code-Sub)
                   Add 1 to WS-Uncovered-Count
               Not Invalid Key
                   Move "Y" to WS-Code-Covered(WS-Code-Sub)
                   Add 1 to WS-Covered-Count
           End-Read.
      **
      ** A write to the AWIXFBUO report failed -- abort rather than
      ** pass off a short list as the complete one.
      **
       810-Check-Fbuo-Status.
           If WS-Fbuo-Status Not = "00"
               Display "AWIXFBU: AWIXFBUO write failed, status="
                   WS-Fbuo-Status
               Move 16 to Return-Code
               Close AWIXHIST-FILE AWIXFBD-FILE AWIXFBUO-FILE
               Stop Run
           End-If.
      **
      ** Log this execution to the suite run log, so the satellite
      ** programs are visible to monitoring and to AWIXGAP's
      ** suite-coverage check, not just AWIXMP.
      **
       900-Log-Execution.
           Move "AWIXFBU" to WS-Log-Program.
           Move Return-Code to WS-Log-Severity.
           CALL "AWIXLOG" Using WS-Log-Program WS-Log-Severity.
       End program AWIXFBU.
